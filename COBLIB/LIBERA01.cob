       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LIBERA01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * LIBERACAO DOS DETALHES AGENDADOS
      * PRIMEIRO PASSO DA CADEIA NOTURNA, ANTES DO PROGCALL. LE O
      * ARQUIVO DE AGENDAMENTOS (AGENDMST), ONDE O PROGCALL GUARDA
      * OS DETALHES TIPO A (AGENDADOS) NO RECEBIMENTO, E CALCULA
      * PELO SUB001 CADA AGENDADO PENDENTE CUJA DATA EFETIVA (JA
      * AJUSTADA PARA DIA UTIL) CHEGOU - O AGENDADO DE UMA DATA EM
      * QUE A CADEIA NAO RODOU SAI NA PRIMEIRA EXECUCAO SEGUINTE.
      * O AGENDADO LIBERADO E POSTADO COMO UM DETALHE NORMAL, SOB
      * O LOTE ORIGINAL:
      *   - LINHA NA SAIDA (NUMSAIDA) COM A MARCA DE ORIGEM AGEND;
      *   - LINHA NA TRILHA DE AUDITORIA COM A ORIGEM AGD;
      *   - REGISTRO NO VSAMRES COM A MENSAGEM PREFIXADA COM A
      *     MARCA DE AGENDADO.
      * O AGENDAMENTO E REGRAVADO COMO L (LIBERADO) COM O ID DE
      * TRANSACAO DA POSTAGEM. ERRO DE CALCULO NO SUB001 GRAVA A
      * AUDITORIA COM A MENSAGEM DE ERRO E MARCA O AGENDAMENTO COMO
      * E (ERRO), PARA CONSULTA NA TRANSACAO AGND (ONLINE08).
      *
      * A SAIDA E A AUDITORIA DO DIA SAO INICIADAS AQUI (O PROGCALL
      * DO FLUXO UNICO, O REWORK01 E O MERGE01 AS ABREM EM
      * ACRESCIMO). O BLOCO DE TOTAIS DE CONTROLE DA LIBERACAO E
      * SEMPRE GRAVADO, NO MESMO FORMATO DO RESUMO DO PROGCALL, PARA
      * QUE A CONFERENCIA DE TOTAIS (RECON01) O SOME AOS DEMAIS. UMA
      * REEXECUCAO NO MESMO DIA REEMITE NA SAIDA E NA AUDITORIA OS
      * AGENDADOS JA LIBERADOS NA DATA, LIDOS DO VSAMRES, PARA QUE
      * OS ARQUIVOS REINICIADOS CONTINUEM BATENDO COM O VSAMRES.
      *
      * OS IDS DE TRANSACAO DA LIBERACAO USAM A FAIXA DE SEQUENCIA
      * 970001-979999 DENTRO DA DATA (O FLUXO UNICO DO PROGCALL
      * PARA EM 969999), POSICIONADA APOS A MAIOR CHAVE DA FAIXA JA
      * GRAVADA NA DATA.
      *
      * RETURN-CODE: 0 - LIBERACAO CONCLUIDA; 4 - HOUVE AGENDADO
      * COM ERRO DE CALCULO; 8 - ERRO DE GRAVACAO NO VSAMRES;
      * 16 - ERRO DE ARQUIVO OU ESTOURO DA FAIXA DE SEQUENCIA.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     LINHA DE AUDITORIA AMPLIADA PARA X(160) COM
      *                    SEQUENCIA E VALOR DE CADEIA (SUB005): A
      *                    TRILHA DO DIA COMECA AQUI DO ZERO E A
      *                    POSICAO FINAL E PUBLICADA NO AUDCTL
      *                    (SUB006) PARA OS GRAVADORES SEGUINTES.
      * 2026-10-15 EDB     LINHA DE AUDITORIA COMPLETADA PARA 160
      *                    BYTES (FILLER FINAL X(06)).
      * 2026-10-15 EDB     FALHA DO SUB005/SUB006 (INDISPONIVEL OU
      *                    RETORNO DIFERENTE DE 00) PASSOU A SER FATAL
      *                    (RC 16), SEM GRAVAR A LINHA DE AUDITORIA.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-AGENDA   ASSIGN TO 'AGENDMST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    AG-CHAVE
                                ALTERNATE RECORD KEY AG-LOTE-ID
                                    WITH DUPLICATES
                                FILE STATUS   WK-STATUS-AGENDA.

           SELECT ARQ-SAIDA    ASSIGN TO 'NUMSAIDA'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-SAIDA.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITLOG'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-AUDIT.

           SELECT ARQ-VSAM-RESULT ASSIGN TO 'VSAMRES'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    VR-TRANS-ID
                                ALTERNATE RECORD KEY VR-LOTE-ID
                                    WITH DUPLICATES
                                FILE STATUS   WK-STATUS-VSAM.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *
      * DETALHE AGENDADO, CHAVEADO PELA DATA DE RECEBIMENTO E PELA
      * SEQUENCIA DO DETALHE NO FLUXO (MESMO LEIAUTE DO PROGCALL).
      * SITUACAO: P PENDENTE, L LIBERADO, C CANCELADO, E ERRO.
       FD  ARQ-AGENDA
           LABEL RECORDS ARE STANDARD.
       01  REG-AGENDA.
           05  AG-CHAVE.
               10  AG-DATA-RECEBIMENTO PIC 9(08).
               10  AG-SEQ      PIC 9(06).
           05  AG-SITUACAO     PIC X(01).
               88  AG-PENDENTE            VALUE 'P'.
               88  AG-LIBERADO            VALUE 'L'.
               88  AG-CANCELADO           VALUE 'C'.
               88  AG-COM-ERRO            VALUE 'E'.
           05  AG-DATA-EFETIVA PIC 9(08).
           05  AG-DATA-INFORMADA PIC 9(08).
           05  AG-LOTE-ID      PIC X(08).
           05  AG-SISTEMA-ORIGEM PIC X(08).
           05  AG-DATA-NEGOCIO PIC 9(08).
           05  AG-NUM1-SINAL   PIC X(01).
           05  AG-NUM1-DIGS    PIC X(09).
           05  AG-NUM2-SINAL   PIC X(01).
           05  AG-NUM2-DIGS    PIC X(09).
           05  AG-OPERACAO     PIC X(01).
           05  AG-MOEDA        PIC X(03).
           05  AG-TRANS-ID     PIC X(14).
           05  AG-DATA-SITUACAO PIC 9(08).
           05  AG-HORA-SITUACAO PIC 9(08).
           05  AG-OPERADOR     PIC X(08).
           05  AG-MENSAGEM     PIC X(50).
           05  FILLER          PIC X(13).
      *
       FD  ARQ-SAIDA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-SAIDA           PIC X(110).
      *
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-VSAM-RESULT
           LABEL RECORDS ARE STANDARD.
       01  REG-VSAM-RESULT.
           05  VR-TRANS-ID     PIC X(14).
           05  VR-NUM1         PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  VR-NUM2         PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  VR-OPERACAO     PIC X(01).
           05  VR-RESULTADO    PIC S9(09)V99
                               SIGN LEADING SEPARATE.
           05  VR-MENSAGEM     PIC X(50).
           05  VR-MENSAGEM-AGD REDEFINES VR-MENSAGEM.
               10  VR-MARCA-AGD PIC X(11).
               10  VR-MENSAGEM-SUB001 PIC X(39).
           05  VR-LOTE-ID      PIC X(08).
           05  VR-MOEDA        PIC X(03).
      *
       WORKING-STORAGE         SECTION.
       01  WK-NUM1-DIGS         PIC X(09) VALUE ZEROS.
       01  WK-NUM1-DIGS-VALOR REDEFINES WK-NUM1-DIGS
                                PIC 9(07)V99.
       01  WK-NUM2-DIGS         PIC X(09) VALUE ZEROS.
       01  WK-NUM2-DIGS-VALOR REDEFINES WK-NUM2-DIGS
                                PIC 9(07)V99.
       01  WK-NUM1              PIC S9(07)V99 VALUE ZEROS.
       01  WK-NUM2              PIC S9(07)V99 VALUE ZEROS.
       01  WK-OPERACAO          PIC X(01) VALUE 'A'.
       01  WK-MOEDA             PIC X(03) VALUE SPACES.
       01  WK-RESULTADO         PIC S9(09)V99 VALUE ZEROS.
       01  WK-MENSAGEM          PIC X(50) VALUE SPACES.
       01  WK-LOTE-ID           PIC X(08) VALUE SPACES.
      *
       01  WK-STATUS-AGENDA     PIC X(02) VALUE SPACES.
       01  WK-STATUS-SAIDA      PIC X(02) VALUE SPACES.
       01  WK-STATUS-AUDIT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-VSAM       PIC X(02) VALUE SPACES.
      *
       01  WK-AGENDA-SW         PIC X(01) VALUE 'N'.
           88  WK-COM-AGENDA              VALUE 'S'.
           88  WK-SEM-AGENDA              VALUE 'N'.
       01  WK-VSAM-NOVO-SW      PIC X(01) VALUE 'N'.
           88  WK-VSAM-NOVO               VALUE 'S'.
           88  WK-VSAM-EXISTENTE          VALUE 'N'.
       01  WK-ERRO-VSAM-SW      PIC X(01) VALUE 'N'.
           88  WK-ERRO-VSAM               VALUE 'S'.
           88  WK-VSAM-SEM-ERRO           VALUE 'N'.
       01  WK-GRAVOU-VSAM-SW    PIC X(01) VALUE 'S'.
           88  WK-VSAM-GRAVADO            VALUE 'S'.
           88  WK-VSAM-NAO-GRAVADO        VALUE 'N'.
       01  WK-FIM-AGENDA-SW     PIC X(01) VALUE 'N'.
           88  FIM-AGENDA                 VALUE 'S'.
           88  NAO-FIM-AGENDA             VALUE 'N'.
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
       01  WK-TRANS-ID          PIC X(14) VALUE SPACES.
       01  WK-TRANS-ID-PARTES.
           05  WK-TRANS-ID-DATA PIC 9(08) VALUE ZEROS.
           05  WK-TRANS-ID-SEQ  PIC 9(06) VALUE ZEROS.
       01  WK-BASE-SEQ-LIBERA   PIC 9(06) VALUE 970000.
      * A PROXIMA SEQUENCIA E CALCULADA EM CAMPO MAIS LARGO QUE O
      * WK-TRANS-ID-SEQ (9(06)) PARA QUE O ESTOURO DA FAIXA SEJA
      * CRITICADO EM VEZ DE TRUNCADO.
       01  WK-SEQ-PROXIMA       PIC 9(08) COMP VALUE ZERO.
       01  WK-LIMITE-SEQ-LIBERA PIC 9(08) COMP VALUE 979999.
       01  WK-ID-LIDO-PARTES.
           05  WK-IDL-DATA      PIC 9(08) VALUE ZEROS.
           05  WK-IDL-SEQ       PIC 9(06) VALUE ZEROS.
       01  WK-FIM-POSIC-SW      PIC X(01) VALUE 'N'.
           88  WK-FIM-POSICAO             VALUE 'S'.
           88  WK-NAO-FIM-POSICAO         VALUE 'N'.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-CONT-LIDOS        PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-VENCIDOS     PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-REGISTROS    PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-LIBERADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-REEMITIDOS   PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-ERROS        PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-PENDENTES    PIC 9(07) COMP VALUE ZERO.
       01  WK-TOTAL-RESULTADO   PIC S9(11)V99 COMP VALUE ZERO.
       01  WK-MEDIA-RESULTADO   PIC S9(09)V99  VALUE ZERO.
      *
       01  LINHA-RESUMO.
           05  FILLER           PIC X(27)
               VALUE 'TOTAL DE REGISTROS LIDOS: '.
           05  LR-CONT-REGISTROS PIC ZZZZZZ9.
           05  FILLER           PIC X(76)  VALUE SPACES.
      *
       01  LINHA-RESUMO-SOMA.
           05  FILLER           PIC X(27)
               VALUE 'SOMA DOS RESULTADOS......: '.
           05  LR-TOTAL-RESULTADO PIC -Z(10)9.99.
           05  FILLER           PIC X(68)  VALUE SPACES.
      *
       01  LINHA-RESUMO-MEDIA.
           05  FILLER           PIC X(27)
               VALUE 'MEDIA DOS RESULTADOS.....: '.
           05  LR-MEDIA-RESULTADO PIC -Z(08)9.99.
           05  FILLER           PIC X(70)  VALUE SPACES.
      *
       01  LINHA-SAIDA.
           05  LS-NUM1          PIC -Z(06)9.99.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LS-NUM2          PIC -Z(06)9.99.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LS-RESULTADO     PIC -Z(08)9.99.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LS-MENSAGEM      PIC X(50).
           05  LS-ORIGEM        PIC X(05)  VALUE SPACES.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LS-MOEDA         PIC X(03)  VALUE SPACES.
           05  FILLER           PIC X(07)  VALUE SPACES.
      *
       01  LINHA-AUDITORIA.
           05  LA-DATA          PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-HORA          PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-LOTE          PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-OPERACAO      PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-NUM1          PIC -Z(06)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-NUM2          PIC -Z(06)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-RESULTADO     PIC -Z(08)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-MENSAGEM      PIC X(50).
           05  LA-ORIGEM        PIC X(03)  VALUE SPACES.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-MOEDA         PIC X(03)  VALUE SPACES.
           05  FILLER           PIC X(06)  VALUE SPACES.
           05  LA-SEQ-CADEIA    PIC 9(07)  VALUE ZEROS.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-VALOR-CADEIA  PIC 9(18)  VALUE ZEROS.
           05  FILLER           PIC X(04)  VALUE SPACES.
      *
      * POSICAO DA CADEIA DA TRILHA DE AUDITORIA (SUB005/SUB006):
      * SEQUENCIA E VALOR DE CADEIA DA ULTIMA LINHA GRAVADA.
       01  WK-CAD-FUNCAO        PIC X(01) VALUE SPACE.
       01  WK-CAD-SEQUENCIA     PIC 9(07) VALUE ZEROS.
       01  WK-CAD-VALOR         PIC 9(18) VALUE ZEROS.
       01  WK-CAD-RETORNO       PIC X(02) VALUE SPACES.
       01  WK-TRILHA-SW         PIC X(01) VALUE 'N'.
           88  WK-TRILHA-ABERTA           VALUE 'S'.
           88  WK-TRILHA-FECHADA          VALUE 'N'.
      *
      * CAMPOS DA CHAMADA AO REGISTRADOR DE EXECUCAO DA CADEIA
      * NOTURNA (SUB003 / ARQUIVO RUNCTL).
       01  WK-RUN-ACAO          PIC X(01) VALUE SPACE.
       01  WK-RUN-PROGRAMA      PIC X(08) VALUE 'LIBERA01'.
       01  WK-RUN-PARTICAO      PIC X(01) VALUE '0'.
       01  WK-RUN-LOTE          PIC X(08) VALUE SPACES.
       01  WK-RUN-LIDOS         PIC 9(07) VALUE ZEROS.
       01  WK-RUN-GRAVADOS      PIC 9(07) VALUE ZEROS.
       01  WK-RUN-RC            PIC 9(04) VALUE ZEROS.
       01  WK-RUN-STATUS        PIC X(01) VALUE SPACE.
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * CONTROLA A ABERTURA DOS ARQUIVOS, A PASSAGEM PELO ARQUIVO
      * DE AGENDAMENTOS E O ENCERRAMENTO DO JOB. SE A ABERTURA DOS
      * ARQUIVOS FALHAR, O JOB E ENCERRADO SEM TENTAR LER OU
      * GRAVAR NADA.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'LIBERACAO DE AGENDADOS INICIADA'
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE 'I' TO WK-RUN-ACAO
           CALL 'SUB003' USING WK-RUN-ACAO,
                           WK-RUN-PROGRAMA,
                           WK-RUN-PARTICAO,
                           WK-RUN-LOTE,
                           WK-RUN-LIDOS,
                           WK-RUN-GRAVADOS,
                           WK-RUN-RC,
                           WK-RUN-STATUS
               ON EXCEPTION
                   DISPLAY 'AVISO: SUB003 INDISPONIVEL - '
                           'EXECUCAO NAO REGISTRADA'
           END-CALL

           PERFORM 1000-ABRIR-ARQUIVOS
               THRU 1000-ABRIR-ARQUIVOS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1900-POSICIONAR-SEQUENCIA
               THRU 1900-POSICIONAR-SEQUENCIA-EXIT

           IF WK-COM-AGENDA
               PERFORM 2000-LER-AGENDA
                   THRU 2000-LER-AGENDA-EXIT
               PERFORM 3000-PROCESSAR-AGENDADO
                   THRU 3000-PROCESSAR-AGENDADO-EXIT
                   UNTIL FIM-AGENDA
           END-IF

           IF JOB-NAO-ABORTADO
               PERFORM 7000-IMPRIMIR-RESUMO
                   THRU 7000-IMPRIMIR-RESUMO-EXIT
           END-IF.
      *
      *=================================*
      * 0000-MAIN-ENCERRAR
      * FECHA OS ARQUIVOS E ENCERRA O JOB. O RETURN-CODE DEIXADO
      * PELA ULTIMA CHAMADA AO SUB001 NAO VAZA: ELE E SUBSTITUIDO
      * PELO CODIGO DA LIBERACAO (0, 4 OU 8) ANTES DO STOP RUN.
      *=================================*
       0000-MAIN-ENCERRAR.
           PERFORM 8000-ENCERRAR-ARQUIVOS
               THRU 8000-ENCERRAR-ARQUIVOS-EXIT

           IF JOB-ABORTADO
               DISPLAY 'LIBERACAO ENCERRADA POR ERRO FATAL'
           ELSE
               IF WK-ERRO-VSAM
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'LIBERACAO FINALIZADA COM ERRO DE '
                           'GRAVACAO NO VSAM'
               ELSE
                   IF WK-CONT-ERROS > ZERO
                       MOVE 4 TO RETURN-CODE
                       DISPLAY 'LIBERACAO FINALIZADA COM AGENDADO '
                               'EM ERRO'
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                       DISPLAY 'LIBERACAO FINALIZADA'
                   END-IF
               END-IF
           END-IF
           MOVE WK-CONT-VENCIDOS  TO WK-RUN-LIDOS
           MOVE WK-CONT-LIBERADOS TO WK-RUN-GRAVADOS
           IF JOB-ABORTADO OR WK-ERRO-VSAM
               MOVE 'F' TO WK-RUN-STATUS
           ELSE
               MOVE 'C' TO WK-RUN-STATUS
           END-IF
           MOVE RETURN-CODE TO WK-RUN-RC
           MOVE 'F' TO WK-RUN-ACAO
           CALL 'SUB003' USING WK-RUN-ACAO,
                           WK-RUN-PROGRAMA,
                           WK-RUN-PARTICAO,
                           WK-RUN-LOTE,
                           WK-RUN-LIDOS,
                           WK-RUN-GRAVADOS,
                           WK-RUN-RC,
                           WK-RUN-STATUS
               ON EXCEPTION
                   DISPLAY 'AVISO: SUB003 INDISPONIVEL - '
                           'ENCERRAMENTO NAO REGISTRADO'
           END-CALL

           STOP RUN.
      *
      *=================================*
      * 1000-ABRIR-ARQUIVOS
      * O ARQUIVO DE AGENDAMENTOS E CRIADO PELO PRIMEIRO DETALHE
      * AGENDADO RECEBIDO PELO PROGCALL; AINDA INEXISTENTE (STATUS
      * 35), NAO HA O QUE LIBERAR, MAS A SAIDA E A AUDITORIA DO DIA
      * SAO INICIADAS DO MESMO JEITO. O VSAMRES E ABERTO EM I-O
      * (OS RESULTADOS DOS DIAS ANTERIORES FICAM); SO O CLUSTER
      * INEXISTENTE (STATUS 35, PRIMEIRA CARGA) E CRIADO, E
      * REABERTO EM I-O PARA A LEITURA DA REEMISSAO.
      *=================================*
       1000-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-AGENDA
           EVALUATE WK-STATUS-AGENDA
               WHEN '00'
                   SET WK-COM-AGENDA TO TRUE
               WHEN '35'
                   SET WK-SEM-AGENDA TO TRUE
                   DISPLAY 'AVISO: AGENDMST INEXISTENTE - NENHUM '
                           'AGENDADO A LIBERAR'
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR ARQ-AGENDA: '
                           WK-STATUS-AGENDA
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-EVALUATE

           OPEN OUTPUT ARQ-SAIDA
           IF WK-STATUS-SAIDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-SAIDA: ' WK-STATUS-SAIDA
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

      * A TRILHA DO DIA COMECA AQUI: A CADEIA PARTE DO ZERO.
           OPEN OUTPUT ARQ-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA: ' WK-STATUS-AUDIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF
           MOVE ZEROS TO WK-CAD-SEQUENCIA
           MOVE ZEROS TO WK-CAD-VALOR
           SET WK-TRILHA-ABERTA TO TRUE

           OPEN I-O ARQ-VSAM-RESULT
           IF WK-STATUS-VSAM = '35'
               OPEN OUTPUT ARQ-VSAM-RESULT
               CLOSE ARQ-VSAM-RESULT
               OPEN I-O ARQ-VSAM-RESULT
               SET WK-VSAM-NOVO TO TRUE
           END-IF
           IF WK-STATUS-VSAM NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VSAM-RESULT: ' WK-STATUS-VSAM
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF.
       1000-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 1900-POSICIONAR-SEQUENCIA
      * POSICIONA A BASE DE SEQUENCIA DA LIBERACAO APOS A MAIOR
      * CHAVE DA FAIXA 970001-979999 JA GRAVADA NA DATA - UMA
      * REEXECUCAO NO MESMO DIA NAO PODE REGERAR AS CHAVES DA
      * EXECUCAO ANTERIOR. CLUSTER RECEM-CRIADO NAO TEM O QUE
      * POSICIONAR.
      *=================================*
       1900-POSICIONAR-SEQUENCIA.
           IF WK-VSAM-NOVO
               GO TO 1900-POSICIONAR-SEQUENCIA-EXIT
           END-IF

           MOVE WK-DATA-SISTEMA    TO WK-TRANS-ID-DATA
           MOVE WK-BASE-SEQ-LIBERA TO WK-TRANS-ID-SEQ
           MOVE WK-TRANS-ID-PARTES TO WK-TRANS-ID
           MOVE WK-TRANS-ID        TO VR-TRANS-ID

           START ARQ-VSAM-RESULT
               KEY NOT LESS VR-TRANS-ID
               INVALID KEY
                   GO TO 1900-POSICIONAR-SEQUENCIA-EXIT
           END-START

           SET WK-NAO-FIM-POSICAO TO TRUE
           PERFORM 1910-LER-PROXIMA-CHAVE
               THRU 1910-LER-PROXIMA-CHAVE-EXIT
               UNTIL WK-FIM-POSICAO

           IF WK-BASE-SEQ-LIBERA > 970000
               DISPLAY 'SEQUENCIA DA LIBERACAO RETOMADA APOS: '
                       WK-BASE-SEQ-LIBERA
           END-IF.
       1900-POSICIONAR-SEQUENCIA-EXIT.
           EXIT.
      *
       1910-LER-PROXIMA-CHAVE.
           READ ARQ-VSAM-RESULT NEXT RECORD
               AT END
                   SET WK-FIM-POSICAO TO TRUE
                   GO TO 1910-LER-PROXIMA-CHAVE-EXIT
           END-READ

           MOVE VR-TRANS-ID TO WK-ID-LIDO-PARTES
           IF WK-IDL-DATA NOT = WK-DATA-SISTEMA
            OR WK-IDL-SEQ > WK-LIMITE-SEQ-LIBERA
               SET WK-FIM-POSICAO TO TRUE
           ELSE
               MOVE WK-IDL-SEQ TO WK-BASE-SEQ-LIBERA
           END-IF.
       1910-LER-PROXIMA-CHAVE-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-LER-AGENDA
      * LE O PROXIMO AGENDAMENTO, NA ORDEM DA CHAVE (DATA DE
      * RECEBIMENTO + SEQUENCIA).
      *=================================*
       2000-LER-AGENDA.
           READ ARQ-AGENDA NEXT RECORD
               AT END
                   SET FIM-AGENDA TO TRUE
                   GO TO 2000-LER-AGENDA-EXIT
           END-READ

           ADD 1 TO WK-CONT-LIDOS.
       2000-LER-AGENDA-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-PROCESSAR-AGENDADO
      * AGENDADO PENDENTE COM A DATA EFETIVA VENCIDA E LIBERADO;
      * AGENDADO JA LIBERADO NA PROPRIA DATA (REEXECUCAO) TEM AS
      * LINHAS DE SAIDA E DE AUDITORIA REEMITIDAS; PENDENTE COM
      * DATA FUTURA SO E CONTADO. CANCELADOS, COM ERRO E LIBERADOS
      * EM DATAS ANTERIORES FICAM COMO ESTAO (HISTORICO).
      *=================================*
       3000-PROCESSAR-AGENDADO.
           EVALUATE TRUE
               WHEN AG-PENDENTE
                AND AG-DATA-EFETIVA NOT > WK-DATA-SISTEMA
                   ADD 1 TO WK-CONT-VENCIDOS
                   PERFORM 3100-LIBERAR-AGENDADO
                       THRU 3100-LIBERAR-AGENDADO-EXIT
               WHEN AG-LIBERADO
                AND AG-DATA-SITUACAO = WK-DATA-SISTEMA
                   PERFORM 3500-REEMITIR-LIBERADO
                       THRU 3500-REEMITIR-LIBERADO-EXIT
               WHEN AG-PENDENTE
                   ADD 1 TO WK-CONT-PENDENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF JOB-ABORTADO
               SET FIM-AGENDA TO TRUE
               GO TO 3000-PROCESSAR-AGENDADO-EXIT
           END-IF

           PERFORM 2000-LER-AGENDA
               THRU 2000-LER-AGENDA-EXIT.
       3000-PROCESSAR-AGENDADO-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-LIBERAR-AGENDADO
      * CALCULA O AGENDADO PELO SUB001, COM OS OPERANDOS, A
      * OPERACAO E A MOEDA GUARDADOS NO RECEBIMENTO (JA VALIDADOS
      * PELO SUB002 NO PROGCALL), E O POSTA SOB O LOTE ORIGINAL. O
      * ESTOURO DA FAIXA DE SEQUENCIA E CRITICADO ANTES DE QUALQUER
      * GRAVACAO. O VSAMRES E GRAVADO PRIMEIRO: SE A GRAVACAO
      * FALHAR, NADA VAI PARA A SAIDA NEM PARA A AUDITORIA E O
      * AGENDAMENTO FICA COM ERRO.
      *=================================*
       3100-LIBERAR-AGENDADO.
           IF AG-NUM1-DIGS NOT NUMERIC
            OR AG-NUM2-DIGS NOT NUMERIC
               MOVE 'OPERANDOS INVALIDOS NO AGENDAMENTO'
                   TO WK-MENSAGEM
               PERFORM 3800-MARCAR-ERRO
                   THRU 3800-MARCAR-ERRO-EXIT
               GO TO 3100-LIBERAR-AGENDADO-EXIT
           END-IF

           COMPUTE WK-SEQ-PROXIMA = WK-BASE-SEQ-LIBERA + 1
           IF WK-SEQ-PROXIMA > WK-LIMITE-SEQ-LIBERA
               DISPLAY 'ERRO: LIBERACAO ESTOURA A FAIXA DE '
                       'SEQUENCIA DE IDS DE TRANSACAO (970001-'
                       '979999)'
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 3100-LIBERAR-AGENDADO-EXIT
           END-IF

           MOVE AG-NUM1-DIGS TO WK-NUM1-DIGS
           MOVE AG-NUM2-DIGS TO WK-NUM2-DIGS
           MOVE WK-NUM1-DIGS-VALOR TO WK-NUM1
           MOVE WK-NUM2-DIGS-VALOR TO WK-NUM2
           IF AG-NUM1-SINAL = '-'
               COMPUTE WK-NUM1 = ZERO - WK-NUM1
           END-IF
           IF AG-NUM2-SINAL = '-'
               COMPUTE WK-NUM2 = ZERO - WK-NUM2
           END-IF
           MOVE AG-OPERACAO  TO WK-OPERACAO
           MOVE AG-MOEDA     TO WK-MOEDA
           MOVE AG-LOTE-ID   TO WK-LOTE-ID

           CALL 'SUB001' USING WK-NUM1,
                           WK-NUM2,
                           WK-OPERACAO,
                           WK-RESULTADO,
                           WK-MENSAGEM
               ON EXCEPTION
                   DISPLAY 'ERRO FATAL: SUBPROGRAMA SUB001 '
                           'INDISPONIVEL NO STEPLIB'
                   MOVE 99 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   GO TO 3100-LIBERAR-AGENDADO-EXIT
           END-CALL

           IF RETURN-CODE NOT = ZERO
               PERFORM 3200-GRAVAR-AUDITORIA
                   THRU 3200-GRAVAR-AUDITORIA-EXIT
               PERFORM 3800-MARCAR-ERRO
                   THRU 3800-MARCAR-ERRO-EXIT
               GO TO 3100-LIBERAR-AGENDADO-EXIT
           END-IF

           PERFORM 3300-GRAVAR-VSAM
               THRU 3300-GRAVAR-VSAM-EXIT
           IF WK-VSAM-NAO-GRAVADO
               MOVE 'FALHA NA GRAVACAO DO VSAMRES' TO WK-MENSAGEM
               PERFORM 3800-MARCAR-ERRO
                   THRU 3800-MARCAR-ERRO-EXIT
               GO TO 3100-LIBERAR-AGENDADO-EXIT
           END-IF

           ADD 1             TO WK-CONT-REGISTROS
           ADD 1             TO WK-CONT-LIBERADOS
           ADD WK-RESULTADO  TO WK-TOTAL-RESULTADO

           PERFORM 3150-GRAVAR-SAIDA
               THRU 3150-GRAVAR-SAIDA-EXIT

           PERFORM 3200-GRAVAR-AUDITORIA
               THRU 3200-GRAVAR-AUDITORIA-EXIT

           SET AG-LIBERADO       TO TRUE
           MOVE WK-DATA-SISTEMA  TO AG-DATA-SITUACAO
           MOVE WK-HORA-SISTEMA  TO AG-HORA-SITUACAO
           MOVE WK-RUN-PROGRAMA  TO AG-OPERADOR
           MOVE WK-MENSAGEM      TO AG-MENSAGEM
           PERFORM 3700-REGRAVAR-AGENDA
               THRU 3700-REGRAVAR-AGENDA-EXIT.
       3100-LIBERAR-AGENDADO-EXIT.
           EXIT.
      *
      *=================================*
      * 3150-GRAVAR-SAIDA
      * GRAVA A LINHA DE SAIDA DO AGENDADO LIBERADO, COM A MARCA DE
      * ORIGEM DE AGENDADO.
      *=================================*
       3150-GRAVAR-SAIDA.
           MOVE SPACES        TO LINHA-SAIDA
           MOVE WK-NUM1       TO LS-NUM1
           MOVE WK-NUM2       TO LS-NUM2
           MOVE WK-RESULTADO  TO LS-RESULTADO
           MOVE WK-MENSAGEM   TO LS-MENSAGEM
           MOVE WK-MOEDA      TO LS-MOEDA
           MOVE 'AGEND'       TO LS-ORIGEM

           WRITE REG-SAIDA FROM LINHA-SAIDA.
       3150-GRAVAR-SAIDA-EXIT.
           EXIT.
      *
      *=================================*
      * 3200-GRAVAR-AUDITORIA
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA PARA CADA
      * CHAMADA AO SUB001, COM DATA/HORA DO SISTEMA, O LOTE
      * ORIGINAL DO AGENDADO E A MARCA DE ORIGEM DE AGENDADO,
      * CARIMBADO COM A SEQUENCIA E O VALOR DE CADEIA (SUB005). SEM
      * O CARIMBO A LINHA NAO E GRAVADA E O JOB ABORTA (A SITUACAO
      * DO AGENDAMENTO AINDA E REGRAVADA PELO CHAMADOR, PARA FICAR
      * DE ACORDO COM O VSAMRES; A REEXECUCAO REEMITE O LIBERADO).
      *=================================*
       3200-GRAVAR-AUDITORIA.
           ACCEPT WK-HORA-SISTEMA FROM TIME

           MOVE SPACES        TO LINHA-AUDITORIA
           MOVE WK-DATA-SISTEMA TO LA-DATA
           MOVE WK-HORA-SISTEMA TO LA-HORA
           MOVE WK-LOTE-ID    TO LA-LOTE
           MOVE WK-OPERACAO   TO LA-OPERACAO
           MOVE WK-NUM1       TO LA-NUM1
           MOVE WK-NUM2       TO LA-NUM2
           MOVE WK-RESULTADO  TO LA-RESULTADO
           MOVE WK-MENSAGEM   TO LA-MENSAGEM
           MOVE WK-MOEDA      TO LA-MOEDA
           MOVE 'AGD'         TO LA-ORIGEM

           MOVE 'C' TO WK-CAD-FUNCAO
           CALL 'SUB005' USING WK-CAD-FUNCAO,
                           LINHA-AUDITORIA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   DISPLAY 'ERRO: SUB005 (CADEIA DA AUDITORIA) '
                           'INDISPONIVEL'
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   GO TO 3200-GRAVAR-AUDITORIA-EXIT
           END-CALL

           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB005 RETORNOU ' WK-CAD-RETORNO
                       ' - LINHA DE AUDITORIA NAO GRAVADA'
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 3200-GRAVAR-AUDITORIA-EXIT
           END-IF

           WRITE REG-AUDITORIA FROM LINHA-AUDITORIA.
       3200-GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *
      *=================================*
      * 3300-GRAVAR-VSAM
      * GRAVA O RESULTADO DO AGENDADO NO VSAMRES, NA FAIXA DE
      * SEQUENCIA DA LIBERACAO E SOB O LOTE ORIGINAL, COM A
      * MENSAGEM PREFIXADA COM A MARCA DE AGENDADO. A BASE DA
      * SEQUENCIA SO AVANCA COM A GRAVACAO FEITA.
      *=================================*
       3300-GRAVAR-VSAM.
           MOVE WK-DATA-SISTEMA   TO WK-TRANS-ID-DATA
           MOVE WK-SEQ-PROXIMA    TO WK-TRANS-ID-SEQ
           MOVE WK-TRANS-ID-PARTES TO WK-TRANS-ID
           SET WK-VSAM-GRAVADO TO TRUE

           MOVE WK-TRANS-ID   TO VR-TRANS-ID
           MOVE WK-NUM1       TO VR-NUM1
           MOVE WK-NUM2       TO VR-NUM2
           MOVE WK-OPERACAO   TO VR-OPERACAO
           MOVE WK-RESULTADO  TO VR-RESULTADO
           MOVE SPACES        TO VR-MENSAGEM
           STRING 'AGENDADO - ' DELIMITED BY SIZE
                  WK-MENSAGEM    DELIMITED BY SIZE
               INTO VR-MENSAGEM
           END-STRING
           MOVE WK-LOTE-ID    TO VR-LOTE-ID
           MOVE WK-MOEDA      TO VR-MOEDA

           WRITE REG-VSAM-RESULT
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR VSAM, CHAVE: ' VR-TRANS-ID
                   SET WK-ERRO-VSAM TO TRUE
                   SET WK-VSAM-NAO-GRAVADO TO TRUE
                   GO TO 3300-GRAVAR-VSAM-EXIT
           END-WRITE

           MOVE WK-SEQ-PROXIMA TO WK-BASE-SEQ-LIBERA
           MOVE WK-TRANS-ID    TO AG-TRANS-ID.
       3300-GRAVAR-VSAM-EXIT.
           EXIT.
      *
      *=================================*
      * 3500-REEMITIR-LIBERADO
      * REEXECUCAO NO MESMO DIA: O AGENDADO JA FOI LIBERADO HOJE E
      * O SEU RESULTADO ESTA NO VSAMRES, MAS A SAIDA E A AUDITORIA
      * DO DIA FORAM REINICIADAS NA ABERTURA. AS DUAS LINHAS SAO
      * REMONTADAS A PARTIR DO REGISTRO DO VSAMRES (A MENSAGEM SEM
      * A MARCA DE AGENDADO) E ENTRAM NOS TOTAIS DE CONTROLE.
      * REGISTRO NAO ENCONTRADO (ESTORNADO PELO BACKOUT1) E SO
      * AVISADO.
      *=================================*
       3500-REEMITIR-LIBERADO.
           MOVE AG-TRANS-ID TO VR-TRANS-ID
           READ ARQ-VSAM-RESULT
               INVALID KEY
                   DISPLAY 'AVISO: AGENDADO LIBERADO HOJE SEM '
                           'REGISTRO NO VSAMRES, ID: ' AG-TRANS-ID
                   GO TO 3500-REEMITIR-LIBERADO-EXIT
           END-READ

           MOVE VR-NUM1       TO WK-NUM1
           MOVE VR-NUM2       TO WK-NUM2
           MOVE VR-OPERACAO   TO WK-OPERACAO
           MOVE VR-RESULTADO  TO WK-RESULTADO
           MOVE VR-MOEDA      TO WK-MOEDA
           MOVE VR-LOTE-ID    TO WK-LOTE-ID
           IF VR-MARCA-AGD = 'AGENDADO - '
               MOVE VR-MENSAGEM-SUB001 TO WK-MENSAGEM
           ELSE
               MOVE VR-MENSAGEM        TO WK-MENSAGEM
           END-IF

           ADD 1             TO WK-CONT-REGISTROS
           ADD 1             TO WK-CONT-REEMITIDOS
           ADD WK-RESULTADO  TO WK-TOTAL-RESULTADO

           PERFORM 3150-GRAVAR-SAIDA
               THRU 3150-GRAVAR-SAIDA-EXIT

           PERFORM 3200-GRAVAR-AUDITORIA
               THRU 3200-GRAVAR-AUDITORIA-EXIT.
       3500-REEMITIR-LIBERADO-EXIT.
           EXIT.
      *
      *=================================*
      * 3700-REGRAVAR-AGENDA
      * REGRAVA O AGENDAMENTO CORRENTE COM A NOVA SITUACAO. FALHA
      * NA REGRAVACAO E FATAL: O AGENDADO JA POSTADO FICARIA
      * PENDENTE E SERIA LIBERADO DE NOVO NA PROXIMA EXECUCAO.
      *=================================*
       3700-REGRAVAR-AGENDA.
           REWRITE REG-AGENDA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AGENDMST, CHAVE: '
                           AG-CHAVE ' STATUS: ' WK-STATUS-AGENDA
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
           END-REWRITE.
       3700-REGRAVAR-AGENDA-EXIT.
           EXIT.
      *
      *=================================*
      * 3800-MARCAR-ERRO
      * MARCA O AGENDAMENTO CORRENTE COMO E (ERRO), COM A MENSAGEM
      * DO PROBLEMA; ELE NAO E MAIS LIBERADO AUTOMATICAMENTE.
      *=================================*
       3800-MARCAR-ERRO.
           ACCEPT WK-HORA-SISTEMA FROM TIME
           ADD 1 TO WK-CONT-ERROS
           DISPLAY 'AVISO: AGENDADO ' AG-CHAVE ' DO LOTE '
                   AG-LOTE-ID ' NAO LIBERADO: ' WK-MENSAGEM
           SET AG-COM-ERRO       TO TRUE
           MOVE WK-DATA-SISTEMA  TO AG-DATA-SITUACAO
           MOVE WK-HORA-SISTEMA  TO AG-HORA-SITUACAO
           MOVE WK-RUN-PROGRAMA  TO AG-OPERADOR
           MOVE WK-MENSAGEM      TO AG-MENSAGEM
           PERFORM 3700-REGRAVAR-AGENDA
               THRU 3700-REGRAVAR-AGENDA-EXIT.
       3800-MARCAR-ERRO-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-IMPRIMIR-RESUMO
      * GRAVA NA SAIDA O BLOCO DE TOTAIS DE CONTROLE DA LIBERACAO,
      * NO MESMO FORMATO DO RESUMO DO PROGCALL (MESMO SEM NENHUM
      * AGENDADO LIBERADO), E EMITE NO LOG OS CONTADORES.
      *=================================*
       7000-IMPRIMIR-RESUMO.
           IF WK-CONT-REGISTROS > ZERO
               COMPUTE WK-MEDIA-RESULTADO ROUNDED =
                       WK-TOTAL-RESULTADO / WK-CONT-REGISTROS
           ELSE
               MOVE ZERO TO WK-MEDIA-RESULTADO
           END-IF

           WRITE REG-SAIDA FROM SPACES

           MOVE WK-CONT-REGISTROS  TO LR-CONT-REGISTROS
           WRITE REG-SAIDA FROM LINHA-RESUMO

           MOVE WK-TOTAL-RESULTADO TO LR-TOTAL-RESULTADO
           WRITE REG-SAIDA FROM LINHA-RESUMO-SOMA

           MOVE WK-MEDIA-RESULTADO TO LR-MEDIA-RESULTADO
           WRITE REG-SAIDA FROM LINHA-RESUMO-MEDIA

           DISPLAY 'AGENDAMENTOS LIDOS......: ' WK-CONT-LIDOS
           DISPLAY 'VENCIDOS NA DATA........: ' WK-CONT-VENCIDOS
           DISPLAY 'LIBERADOS...............: ' WK-CONT-LIBERADOS
           DISPLAY 'REEMITIDOS (REEXECUCAO).: ' WK-CONT-REEMITIDOS
           DISPLAY 'COM ERRO................: ' WK-CONT-ERROS
           DISPLAY 'PENDENTES (DATA FUTURA).: ' WK-CONT-PENDENTES
           DISPLAY 'SOMA DOS RESULTADOS.....: ' WK-TOTAL-RESULTADO.
       7000-IMPRIMIR-RESUMO-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      * A POSICAO FINAL DA CADEIA DA TRILHA INICIADA AQUI E
      * PUBLICADA NO AUDCTL (SUB006) PARA OS GRAVADORES SEGUINTES,
      * INCLUSIVE AS TRANSACOES ONLINE.
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           IF WK-COM-AGENDA
               CLOSE ARQ-AGENDA
           END-IF
           CLOSE ARQ-SAIDA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-VSAM-RESULT

           IF WK-TRILHA-ABERTA
               MOVE 'N' TO WK-CAD-FUNCAO
               CALL 'SUB006' USING WK-CAD-FUNCAO,
                               WK-RUN-PROGRAMA,
                               WK-CAD-SEQUENCIA,
                               WK-CAD-VALOR,
                               WK-CAD-RETORNO
                   ON EXCEPTION
                       MOVE '99' TO WK-CAD-RETORNO
               END-CALL
               IF WK-CAD-RETORNO NOT = '00'
                   DISPLAY 'ERRO: POSICAO DA CADEIA DA AUDITORIA '
                           'NAO PUBLICADA NO AUDCTL (SUB006 '
                           'RETORNO ' WK-CAD-RETORNO ')'
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
               END-IF
           END-IF.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
