       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             AUDVER01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA
      * CADA LINHA DO AUDITLOG LEVA UMA SEQUENCIA CORRIDA E UM VALOR
      * DE CADEIA CALCULADO PELO SUB005 A PARTIR DA LINHA ANTERIOR
      * (GRAVADOS POR LIBERA01, PROGCALL, REWORK01, BACKOUT1,
      * MERGE01 E PELAS TRANSACOES CALC/APRV). ESTE PROGRAMA RELE O
      * AUDITLOG DE UM DIA DO INICIO AO FIM, RECALCULA A CADEIA E
      * APONTA NO RELATORIO AUDVREP CADA PROBLEMA, DESTACANDO O
      * PRIMEIRO:
      *   S - LINHA SEM CARIMBO (SEQUENCIA OU CADEIA NAO NUMERICA);
      *   O - LINHA FORA DE ORDEM (SEQUENCIA MENOR QUE A ESPERADA);
      *   L - LACUNA (SEQUENCIA MAIOR QUE A ESPERADA: LINHAS
      *       REMOVIDAS);
      *   Q - ELO QUEBRADO (A CADEIA RECALCULADA DIFERE DA GRAVADA:
      *       LINHA ALTERADA);
      *   X - A LINHA DA SEQUENCIA SELADA NAO TEM A CADEIA DO SELO
      *       (HISTORICO REESCRITO E RECARIMBADO);
      *   T - ARQUIVO TRUNCADO (TERMINA ANTES DA SEQUENCIA SELADA
      *       OU DA POSICAO PUBLICADA NO AUDCTL);
      *   C - A ULTIMA LINHA DIFERE DA POSICAO PUBLICADA NO AUDCTL.
      * DEPOIS DE UM PROBLEMA A CONFERENCIA SE REALINHA PELO
      * CARIMBO DA LINHA LIDA, PARA QUE UMA UNICA LINHA ALTERADA
      * NAO CONDENE O RESTO DO ARQUIVO.
      *
      * SELO DIARIO: O CADASTRO AUDSELO (CHAVE = DATA DO ARQUIVO)
      * GUARDA A SEQUENCIA E O VALOR DE CADEIA FINAIS JA
      * CONFERIDOS. SO ESTE PROGRAMA TEM ACESSO DE ATUALIZACAO AO
      * AUDSELO - A REGIAO CICS E OS DEMAIS PASSOS NAO O ABREM -,
      * ENTAO QUEM ALTERAR UMA LINHA E RECALCULAR A CADEIA DALI EM
      * DIANTE NAO CONSEGUE ACERTAR O SELO. COM A CADEIA INTEGRA, O
      * SELO E CRIADO (SO PARA O ARQUIVO DA DATA CORRENTE) OU
      * ESTENDIDO ATE A NOVA ULTIMA LINHA (QUALQUER DATA). COM
      * PROBLEMA, O SELO NAO E TOCADO.
      *
      * NA CADEIA NOTURNA RODA DEPOIS DO RECON01 E ANTES DO
      * REPORT01, SELANDO AS LINHAS DA NOITE. AS LINHAS QUE AS
      * TRANSACOES ONLINE ACRESCENTAM DURANTE O DIA SAO CONFERIDAS E
      * SELADAS RODANDO-SE O PROGRAMA SOBRE A GERACAO DO DIA ANTERIOR
      * NO INICIO DA CADEIA SEGUINTE, ANTES DO LIBERA01 (O SELO
      * DAQUELA DATA JA EXISTE E E SO ESTENDIDO). QUALQUER DIA PODE
      * SER RECONFERIDO COM O AUDITLOG DA GERACAO CORRESPONDENTE.
      *
      * PARAMETRO (ARQUIVO AUDPARM, CHAVE=VALOR, OPCIONAL):
      *   DATA=AAAAMMDD  DATA DO ARQUIVO A CONFERIR. AUSENTE, VALE A
      *                  DATA DA PRIMEIRA LINHA DO AUDITLOG (OU A
      *                  DATA DO SISTEMA, SE O ARQUIVO ESTIVER
      *                  VAZIO). INFORMADA, A PRIMEIRA LINHA TEM DE
      *                  SER DESSA DATA.
      *
      * O RESULTADO E REGISTRADO NO RUNCTL (SUB003): LIDOS = LINHAS
      * LIDAS, GRAVADOS = PROBLEMAS, LOTE = DATA DO ARQUIVO.
      * RETURN-CODE: 0 - CADEIA INTEGRA; 4 - AVISO (TRILHA VAZIA SEM
      * SELO, ARQUIVO DE DATA PASSADA SEM SELO, AUDCTL ATRASADO OU
      * INDISPONIVEL); 8 - QUEBRA DE INTEGRIDADE (SEGURA O REPORT01
      * NO AGENDADOR); 16 - ERRO DE PARAMETRO OU DE ARQUIVO.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARM     ASSIGN TO 'AUDPARM'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARM.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITLOG'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-AUDIT.

           SELECT ARQ-CTL-CADEIA ASSIGN TO 'AUDCTL'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   RANDOM
                                RECORD KEY    AC-CHAVE
                                FILE STATUS   WK-STATUS-CTL.

           SELECT ARQ-SELO     ASSIGN TO 'AUDSELO'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   RANDOM
                                RECORD KEY    SL-DATA
                                FILE STATUS   WK-STATUS-SELO.

           SELECT ARQ-RELATORIO ASSIGN TO 'AUDVREP'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-RELAT.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM.
           05  PRM-PRIMEIRO-BYTE PIC X(01).
           05  FILLER          PIC X(79).
      *
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
      * REGISTRO DE CONTROLE DA CADEIA (MESMO LEIAUTE DO SUB006 E
      * DO ONLINE01/ONLINE06, 80 BYTES).
       FD  ARQ-CTL-CADEIA
           LABEL RECORDS ARE STANDARD.
       01  REG-CTL-CADEIA.
           05  AC-CHAVE         PIC X(08).
           05  AC-DATA-ARQUIVO  PIC 9(08).
           05  AC-SEQUENCIA     PIC 9(07).
           05  AC-CADEIA        PIC 9(18).
           05  AC-PROGRAMA      PIC X(08).
           05  AC-DATA-ATUALIZ  PIC 9(08).
           05  AC-HORA-ATUALIZ  PIC 9(08).
           05  FILLER           PIC X(15).
      *
      * SELO DIARIO DA TRILHA (80 BYTES), CHAVEADO PELA DATA DO
      * ARQUIVO. GUARDADO COMO HISTORICO - NAO E EXPURGADO.
       FD  ARQ-SELO
           LABEL RECORDS ARE STANDARD.
       01  REG-SELO.
           05  SL-DATA          PIC 9(08).
           05  SL-SEQUENCIA     PIC 9(07).
           05  SL-CADEIA        PIC 9(18).
           05  SL-QTD-LINHAS    PIC 9(07).
           05  SL-DATA-SELO     PIC 9(08).
           05  SL-HORA-SELO     PIC 9(08).
           05  SL-PROGRAMA      PIC X(08).
           05  SL-QTD-SELAGENS  PIC 9(03).
           05  FILLER           PIC X(13).
      *
       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO       PIC X(132).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-AUDIT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-CTL        PIC X(02) VALUE SPACES.
       01  WK-STATUS-SELO       PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-PEDIDA       PIC 9(08) VALUE ZEROS.
       01  WK-DATA-ARQUIVO      PIC 9(08) VALUE ZEROS.
      *
       01  WK-FIM-PARM-SW       PIC X(01) VALUE 'N'.
           88  FIM-PARM                   VALUE 'S'.
           88  NAO-FIM-PARM               VALUE 'N'.
       01  WK-PARM-CHAVE        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR-8 REDEFINES WK-PARM-VALOR.
           05  VAL-DIGITOS-8    PIC X(08).
           05  FILLER           PIC X(12).
       01  WK-DIGITOS-DATA      PIC X(08) VALUE ZEROS.
       01  WK-DIGITOS-DATA-V REDEFINES WK-DIGITOS-DATA
                                PIC 9(08).
      *
       01  WK-FIM-AUDIT-SW      PIC X(01) VALUE 'N'.
           88  FIM-AUDIT                  VALUE 'S'.
           88  NAO-FIM-AUDIT              VALUE 'N'.
       01  WK-AUDIT-ABERTO-SW   PIC X(01) VALUE 'N'.
           88  AUDIT-ABERTO               VALUE 'S'.
           88  AUDIT-FECHADO              VALUE 'N'.
       01  WK-SELO-ABERTO-SW    PIC X(01) VALUE 'N'.
           88  SELO-ABERTO                VALUE 'S'.
           88  SELO-FECHADO               VALUE 'N'.
       01  WK-CTL-ABERTO-SW     PIC X(01) VALUE 'N'.
           88  CTL-ABERTO                 VALUE 'S'.
           88  CTL-FECHADO                VALUE 'N'.
      *
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
      * LINHA LIDA DO AUDITLOG, COM AS VISOES DOS CAMPOS USADOS NO
      * RELATORIO E DO CARIMBO DA CADEIA (COLUNAS 131-156).
       01  WK-LINHA-LIDA        PIC X(160) VALUE SPACES.
       01  WK-LL-VISOES REDEFINES WK-LINHA-LIDA.
           05  WK-LL-DATA-X     PIC X(08).
           05  WK-LL-DATA REDEFINES WK-LL-DATA-X
                                PIC 9(08).
           05  FILLER           PIC X(10).
           05  WK-LL-LOTE       PIC X(08).
           05  FILLER           PIC X(91).
           05  WK-LL-ORIGEM     PIC X(03).
           05  FILLER           PIC X(10).
           05  WK-LL-SEQ-X      PIC X(07).
           05  WK-LL-SEQ REDEFINES WK-LL-SEQ-X
                                PIC 9(07).
           05  FILLER           PIC X(01).
           05  WK-LL-CADEIA-X   PIC X(18).
           05  WK-LL-CADEIA REDEFINES WK-LL-CADEIA-X
                                PIC 9(18).
           05  FILLER           PIC X(04).
      *
      * POSICAO DA CADEIA: CARIMBO DA ULTIMA LINHA CONFERIDA.
       01  WK-SEQ-ANTERIOR      PIC 9(07) VALUE ZEROS.
       01  WK-CADEIA-ANTERIOR   PIC 9(18) VALUE ZEROS.
       01  WK-SEQ-ESPERADA      PIC 9(07) VALUE ZEROS.
       01  WK-CADEIA-CALCULADA  PIC 9(18) VALUE ZEROS.
       01  WK-CAD-FUNCAO        PIC X(01) VALUE SPACE.
       01  WK-CAD-RETORNO       PIC X(02) VALUE SPACES.
      *
       01  WK-SELO-SW           PIC X(01) VALUE 'N'.
           88  WK-COM-SELO                VALUE 'S'.
           88  WK-SEM-SELO                VALUE 'N'.
       01  WK-SELO-ALCANCADO-SW PIC X(01) VALUE 'N'.
           88  WK-SELO-ALCANCADO          VALUE 'S'.
           88  WK-SELO-NAO-ALCANCADO      VALUE 'N'.
       01  WK-CTL-SW            PIC X(01) VALUE 'N'.
           88  WK-COM-CTL                 VALUE 'S'.
           88  WK-SEM-CTL                 VALUE 'N'.
       01  WK-SELO-ANT-SEQ      PIC 9(07) VALUE ZEROS.
       01  WK-SELO-ANT-CADEIA   PIC 9(18) VALUE ZEROS.
       01  WK-CHAVE-CADEIA      PIC X(08) VALUE 'AUDITLOG'.
      *
       01  WK-QTD-LINHAS        PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-PROBLEMAS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-AVISOS        PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-SEM-CARIMBO   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-FORA-ORDEM    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-LACUNAS       PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-ELOS-QUEBR    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-SELO-DIVERG   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-TRUNCADOS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-CTL-DIVERG    PIC 9(07) COMP VALUE ZERO.
      * O RELATORIO LISTA OS PRIMEIROS PROBLEMAS; OS DEMAIS SO SAO
      * CONTADOS.
       01  WK-QTD-LISTADOS      PIC 9(03) COMP VALUE ZERO.
       01  WK-LIMITE-LISTADOS   PIC 9(03) COMP VALUE 200.
      *
      * PROBLEMA CORRENTE E O PRIMEIRO PROBLEMA ENCONTRADO.
       01  WK-PRB-TIPO          PIC X(01) VALUE SPACE.
       01  WK-PRB-DESCRICAO     PIC X(40) VALUE SPACES.
       01  WK-PRB-CADEIA-CALC   PIC X(18) VALUE SPACES.
       01  WK-PRI-TIPO          PIC X(01) VALUE SPACE.
       01  WK-PRI-LINHA         PIC 9(07) VALUE ZEROS.
       01  WK-PRI-DESCRICAO     PIC X(40) VALUE SPACES.
      *
       01  WK-RESULTADO-SELO    PIC X(50) VALUE SPACES.
       01  WK-RESULTADO-CTL     PIC X(50) VALUE SPACES.
      *
       01  LINHA-AUV-TITULO.
           05  FILLER           PIC X(44)
               VALUE 'VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA'.
           05  FILLER           PIC X(21)
               VALUE ' - ARQUIVO DE DATA: '.
           05  LVT-DATA-ARQUIVO PIC 9(08).
           05  FILLER           PIC X(13)  VALUE ' - EXECUCAO: '.
           05  LVT-DATA-EXEC    PIC 9(08).
           05  FILLER           PIC X(38)  VALUE SPACES.
      *
       01  LINHA-AUV-CABECALHO.
           05  FILLER           PIC X(02)  VALUE 'T'.
           05  FILLER           PIC X(08)  VALUE '  LINHA'.
           05  FILLER           PIC X(08)  VALUE 'SEQ LIDA'.
           05  FILLER           PIC X(08)  VALUE 'SEQ ESP'.
           05  FILLER           PIC X(19)  VALUE 'CADEIA GRAVADA'.
           05  FILLER           PIC X(19)  VALUE 'CADEIA CALCULADA'.
           05  FILLER           PIC X(09)  VALUE 'LOTE'.
           05  FILLER           PIC X(04)  VALUE 'ORI'.
           05  FILLER           PIC X(40)  VALUE 'OCORRENCIA'.
           05  FILLER           PIC X(15)  VALUE SPACES.
      *
       01  LINHA-AUV-DETALHE.
           05  LVD-TIPO         PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-LINHA        PIC ZZZZZZ9.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-SEQ-LIDA     PIC X(07).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-SEQ-ESPERADA PIC ZZZZZZ9.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-CADEIA-LIDA  PIC X(18).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-CADEIA-CALC  PIC X(18).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-LOTE         PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-ORIGEM       PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LVD-DESCRICAO    PIC X(40).
           05  FILLER           PIC X(15)  VALUE SPACES.
      *
       01  LINHA-AUV-TOTAL.
           05  LVS-ROTULO       PIC X(40).
           05  LVS-VALOR        PIC ZZZZZZ9.
           05  FILLER           PIC X(85)  VALUE SPACES.
      *
       01  LINHA-AUV-TEXTO.
           05  LVX-ROTULO       PIC X(40).
           05  LVX-TEXTO        PIC X(92).
      *
       01  WK-SEQ-EDITADA       PIC 9(07) VALUE ZEROS.
       01  WK-CADEIA-EDITADA    PIC 9(18) VALUE ZEROS.
      *
       01  LINHA-EM-BRANCO      PIC X(132) VALUE SPACES.
      *
      * CAMPOS DA CHAMADA AO REGISTRADOR DE EXECUCAO DA CADEIA
      * NOTURNA (SUB003 / ARQUIVO RUNCTL).
       01  WK-RUN-ACAO          PIC X(01) VALUE SPACE.
       01  WK-RUN-PROGRAMA      PIC X(08) VALUE 'AUDVER01'.
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
      * CONTROLA A LEITURA DO PARAMETRO, A CONFERENCIA DA CADEIA
      * LINHA A LINHA, AS CONFERENCIAS DE FIM (SELO E AUDCTL), A
      * ATUALIZACAO DO SELO E O RESUMO.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'VERIFICACAO DA TRILHA DE AUDITORIA INICIADA'

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

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SISTEMA FROM TIME

           PERFORM 0500-LER-PARAMETROS
               THRU 0500-LER-PARAMETROS-EXIT
           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1000-ABRIR-ARQUIVOS
               THRU 1000-ABRIR-ARQUIVOS-EXIT
           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1100-DEFINIR-DATA
               THRU 1100-DEFINIR-DATA-EXIT
           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1200-LER-SELO
               THRU 1200-LER-SELO-EXIT
           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1300-LER-CTL-CADEIA
               THRU 1300-LER-CTL-CADEIA-EXIT

           MOVE WK-DATA-ARQUIVO TO LVT-DATA-ARQUIVO
           MOVE WK-DATA-SISTEMA TO LVT-DATA-EXEC
           WRITE REG-RELATORIO FROM LINHA-AUV-TITULO
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO
           WRITE REG-RELATORIO FROM LINHA-AUV-CABECALHO

           PERFORM 2000-CONFERIR-LINHA
               THRU 2000-CONFERIR-LINHA-EXIT
               UNTIL FIM-AUDIT
                  OR JOB-ABORTADO
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 3000-CONFERIR-FIM
               THRU 3000-CONFERIR-FIM-EXIT

           PERFORM 4000-ATUALIZAR-SELO
               THRU 4000-ATUALIZAR-SELO-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 7000-EMITIR-RESUMO
               THRU 7000-EMITIR-RESUMO-EXIT.
      *
      *=================================*
      * 0000-MAIN-ENCERRAR
      *=================================*
       0000-MAIN-ENCERRAR.
           PERFORM 8000-ENCERRAR-ARQUIVOS
               THRU 8000-ENCERRAR-ARQUIVOS-EXIT

           IF JOB-ABORTADO
               DISPLAY 'VERIFICACAO ENCERRADA POR ERRO FATAL'
               MOVE 16 TO RETURN-CODE
               MOVE 'F' TO WK-RUN-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN WK-QTD-PROBLEMAS > ZERO
                       DISPLAY 'ALERTA: CADEIA DA TRILHA DE '
                               'AUDITORIA COM QUEBRA DE INTEGRIDADE'
                       MOVE 8 TO RETURN-CODE
                   WHEN WK-QTD-AVISOS > ZERO
                       DISPLAY 'VERIFICACAO FINALIZADA COM AVISOS'
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'VERIFICACAO FINALIZADA - CADEIA '
                               'INTEGRA'
                       MOVE ZERO TO RETURN-CODE
               END-EVALUATE
               MOVE 'C' TO WK-RUN-STATUS
           END-IF
           MOVE WK-QTD-LINHAS    TO WK-RUN-LIDOS
           MOVE WK-QTD-PROBLEMAS TO WK-RUN-GRAVADOS
           IF WK-DATA-ARQUIVO > ZERO
               MOVE WK-DATA-ARQUIVO TO WK-RUN-LOTE
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
      * 0500-LER-PARAMETROS
      * LE O AUDPARM (CHAVE=VALOR). LINHAS EM BRANCO E LINHAS
      * INICIADAS POR * SAO IGNORADAS; PARAMETRO DESCONHECIDO OU
      * VALOR INVALIDO ABORTA O JOB. AUDPARM AUSENTE CONFERE O
      * ARQUIVO PELA DATA DA PRIMEIRA LINHA.
      *=================================*
       0500-LER-PARAMETROS.
           OPEN INPUT ARQ-PARM
           IF WK-STATUS-PARM NOT = '00'
               DISPLAY 'AUDPARM AUSENTE (STATUS ' WK-STATUS-PARM
                       ') - VALE A DATA DA PRIMEIRA LINHA'
               GO TO 0500-LER-PARAMETROS-EXIT
           END-IF

           PERFORM 0510-LER-UM-PARAMETRO
               THRU 0510-LER-UM-PARAMETRO-EXIT
               UNTIL FIM-PARM
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-PARM.
       0500-LER-PARAMETROS-EXIT.
           EXIT.
      *
       0510-LER-UM-PARAMETRO.
           READ ARQ-PARM
               AT END
                   SET FIM-PARM TO TRUE
                   GO TO 0510-LER-UM-PARAMETRO-EXIT
           END-READ

           IF REG-PARM = SPACES
            OR PRM-PRIMEIRO-BYTE = '*'
               GO TO 0510-LER-UM-PARAMETRO-EXIT
           END-IF

           MOVE SPACES TO WK-PARM-CHAVE
           MOVE SPACES TO WK-PARM-VALOR
           UNSTRING REG-PARM DELIMITED BY '='
               INTO WK-PARM-CHAVE, WK-PARM-VALOR
           END-UNSTRING

           EVALUATE WK-PARM-CHAVE
               WHEN 'DATA'
                   MOVE VAL-DIGITOS-8 TO WK-DIGITOS-DATA
                   IF WK-DIGITOS-DATA NUMERIC
                    AND WK-DIGITOS-DATA-V > ZERO
                       MOVE WK-DIGITOS-DATA-V TO WK-DATA-PEDIDA
                   ELSE
                       DISPLAY 'ERRO: DATA INVALIDA NO AUDPARM: '
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: PARAMETRO DESCONHECIDO NO '
                           'AUDPARM: ' WK-PARM-CHAVE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       0510-LER-UM-PARAMETRO-EXIT.
           EXIT.
      *
      *=================================*
      * 1000-ABRIR-ARQUIVOS
      * O AUDITLOG E O RELATORIO SAO OBRIGATORIOS. O AUDSELO
      * INEXISTENTE (STATUS 35, PRIMEIRA EXECUCAO) E CRIADO. O
      * AUDCTL E SO CONSULTADO: AUSENTE OU INDISPONIVEL, A
      * CONFERENCIA CONTRA ELE E PULADA COM AVISO.
      *=================================*
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO
           IF WK-STATUS-RELAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RELATORIO: '
                       WK-STATUS-RELAT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           OPEN INPUT ARQ-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA: '
                       WK-STATUS-AUDIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF
           SET AUDIT-ABERTO TO TRUE

           OPEN I-O ARQ-SELO
           IF WK-STATUS-SELO = '35'
               OPEN OUTPUT ARQ-SELO
               CLOSE ARQ-SELO
               OPEN I-O ARQ-SELO
           END-IF
           IF WK-STATUS-SELO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-SELO (AUDSELO): '
                       WK-STATUS-SELO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF
           SET SELO-ABERTO TO TRUE

           OPEN INPUT ARQ-CTL-CADEIA
           IF WK-STATUS-CTL = '00'
               SET CTL-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO: AUDCTL INDISPONIVEL (STATUS '
                       WK-STATUS-CTL ') - SEM CONFERENCIA DA '
                       'POSICAO PUBLICADA'
               MOVE 'INDISPONIVEL - NAO CONFERIDO'
                   TO WK-RESULTADO-CTL
               ADD 1 TO WK-QTD-AVISOS
           END-IF.
       1000-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 1100-DEFINIR-DATA
      * LE A PRIMEIRA LINHA (LEITURA ANTECIPADA DA CONFERENCIA) E
      * DEFINE A DATA DO ARQUIVO: A DO AUDPARM, QUE TEM DE BATER
      * COM A PRIMEIRA LINHA, OU, SEM PARAMETRO, A DA PRIMEIRA
      * LINHA. ARQUIVO VAZIO FICA COM A DATA PEDIDA OU A DO SISTEMA.
      *=================================*
       1100-DEFINIR-DATA.
           PERFORM 2100-LER-LINHA
               THRU 2100-LER-LINHA-EXIT
           IF JOB-ABORTADO
               MOVE 16 TO RETURN-CODE
               GO TO 1100-DEFINIR-DATA-EXIT
           END-IF

           IF FIM-AUDIT
               IF WK-DATA-PEDIDA > ZERO
                   MOVE WK-DATA-PEDIDA  TO WK-DATA-ARQUIVO
               ELSE
                   MOVE WK-DATA-SISTEMA TO WK-DATA-ARQUIVO
               END-IF
               GO TO 1100-DEFINIR-DATA-EXIT
           END-IF

           IF WK-LL-DATA-X NOT NUMERIC
               DISPLAY 'ERRO: PRIMEIRA LINHA DO AUDITLOG SEM DATA '
                       'VALIDA: ' WK-LL-DATA-X
               MOVE 16 TO RETURN-CODE
               GO TO 1100-DEFINIR-DATA-EXIT
           END-IF

           IF WK-DATA-PEDIDA > ZERO
            AND WK-LL-DATA NOT = WK-DATA-PEDIDA
               DISPLAY 'ERRO: O AUDITLOG E DE ' WK-LL-DATA
                       ' E NAO DA DATA PEDIDA ' WK-DATA-PEDIDA
               MOVE 16 TO RETURN-CODE
               GO TO 1100-DEFINIR-DATA-EXIT
           END-IF

           MOVE WK-LL-DATA TO WK-DATA-ARQUIVO.
       1100-DEFINIR-DATA-EXIT.
           EXIT.
      *
      *=================================*
      * 1200-LER-SELO
      * PROCURA O SELO DA DATA DO ARQUIVO. SEM SELO (STATUS 23) A
      * CADEIA SO E CONFERIDA INTERNAMENTE.
      *=================================*
       1200-LER-SELO.
           MOVE WK-DATA-ARQUIVO TO SL-DATA
           READ ARQ-SELO
           EVALUATE WK-STATUS-SELO
               WHEN '00'
                   SET WK-COM-SELO TO TRUE
                   MOVE SL-SEQUENCIA TO WK-SELO-ANT-SEQ
                   MOVE SL-CADEIA    TO WK-SELO-ANT-CADEIA
                   DISPLAY 'SELO ANTERIOR...........: SEQUENCIA '
                           SL-SEQUENCIA ' CADEIA ' SL-CADEIA
               WHEN '23'
                   SET WK-SEM-SELO TO TRUE
                   DISPLAY 'SELO ANTERIOR...........: NENHUM'
               WHEN OTHER
                   DISPLAY 'ERRO AO LER ARQ-SELO: ' WK-STATUS-SELO
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       1200-LER-SELO-EXIT.
           EXIT.
      *
      *=================================*
      * 1300-LER-CTL-CADEIA
      * LE A POSICAO PUBLICADA NO AUDCTL. SO VALE PARA A
      * CONFERENCIA SE FOR DO ARQUIVO DESTA DATA.
      *=================================*
       1300-LER-CTL-CADEIA.
           IF CTL-FECHADO
               GO TO 1300-LER-CTL-CADEIA-EXIT
           END-IF

           MOVE WK-CHAVE-CADEIA TO AC-CHAVE
           READ ARQ-CTL-CADEIA
           IF WK-STATUS-CTL NOT = '00'
               DISPLAY 'AVISO: AUDCTL SEM POSICAO PUBLICADA (STATUS '
                       WK-STATUS-CTL ')'
               MOVE 'SEM POSICAO PUBLICADA - NAO CONFERIDO'
                   TO WK-RESULTADO-CTL
               ADD 1 TO WK-QTD-AVISOS
               GO TO 1300-LER-CTL-CADEIA-EXIT
           END-IF

           IF AC-DATA-ARQUIVO NOT = WK-DATA-ARQUIVO
               MOVE 'POSICAO PUBLICADA E DE OUTRO ARQUIVO'
                   TO WK-RESULTADO-CTL
               GO TO 1300-LER-CTL-CADEIA-EXIT
           END-IF

           SET WK-COM-CTL TO TRUE.
       1300-LER-CTL-CADEIA-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-CONFERIR-LINHA
      * CONFERE O CARIMBO DA LINHA CORRENTE CONTRA A LINHA ANTERIOR
      * E, NA SEQUENCIA SELADA, CONTRA O SELO. EM QUALQUER CASO A
      * POSICAO SE REALINHA PELO CARIMBO LIDO.
      *=================================*
       2000-CONFERIR-LINHA.
           ADD 1 TO WK-QTD-LINHAS
           COMPUTE WK-SEQ-ESPERADA = WK-SEQ-ANTERIOR + 1
           MOVE SPACES TO WK-PRB-CADEIA-CALC

           IF WK-LL-SEQ-X NOT NUMERIC
            OR WK-LL-CADEIA-X NOT NUMERIC
               MOVE 'S' TO WK-PRB-TIPO
               MOVE 'LINHA SEM CARIMBO DE CADEIA'
                   TO WK-PRB-DESCRICAO
               ADD 1 TO WK-QTD-SEM-CARIMBO
               PERFORM 6000-REGISTRAR-PROBLEMA
                   THRU 6000-REGISTRAR-PROBLEMA-EXIT
               GO TO 2000-CONFERIR-LINHA-LER
           END-IF

           EVALUATE TRUE
               WHEN WK-LL-SEQ < WK-SEQ-ESPERADA
                   MOVE 'O' TO WK-PRB-TIPO
                   MOVE 'LINHA FORA DE ORDEM'
                       TO WK-PRB-DESCRICAO
                   ADD 1 TO WK-QTD-FORA-ORDEM
                   PERFORM 6000-REGISTRAR-PROBLEMA
                       THRU 6000-REGISTRAR-PROBLEMA-EXIT
               WHEN WK-LL-SEQ > WK-SEQ-ESPERADA
                   MOVE 'L' TO WK-PRB-TIPO
                   MOVE 'LACUNA - LINHAS ANTERIORES AUSENTES'
                       TO WK-PRB-DESCRICAO
                   ADD 1 TO WK-QTD-LACUNAS
                   PERFORM 6000-REGISTRAR-PROBLEMA
                       THRU 6000-REGISTRAR-PROBLEMA-EXIT
               WHEN OTHER
                   MOVE WK-CADEIA-ANTERIOR TO WK-CADEIA-CALCULADA
                   MOVE 'V' TO WK-CAD-FUNCAO
                   CALL 'SUB005' USING WK-CAD-FUNCAO,
                                   WK-LINHA-LIDA,
                                   WK-SEQ-ESPERADA,
                                   WK-CADEIA-CALCULADA,
                                   WK-CAD-RETORNO
                   IF WK-CADEIA-CALCULADA NOT = WK-LL-CADEIA
                       MOVE WK-CADEIA-CALCULADA TO WK-PRB-CADEIA-CALC
                       MOVE 'Q' TO WK-PRB-TIPO
                       MOVE 'ELO QUEBRADO - LINHA ALTERADA'
                           TO WK-PRB-DESCRICAO
                       ADD 1 TO WK-QTD-ELOS-QUEBR
                       PERFORM 6000-REGISTRAR-PROBLEMA
                           THRU 6000-REGISTRAR-PROBLEMA-EXIT
                   END-IF
           END-EVALUATE

           IF WK-COM-SELO
            AND WK-SELO-NAO-ALCANCADO
            AND WK-LL-SEQ = WK-SELO-ANT-SEQ
               SET WK-SELO-ALCANCADO TO TRUE
               IF WK-LL-CADEIA NOT = WK-SELO-ANT-CADEIA
                   MOVE WK-SELO-ANT-CADEIA TO WK-PRB-CADEIA-CALC
                   MOVE 'X' TO WK-PRB-TIPO
                   MOVE 'CADEIA DIFERE DO SELO DIARIO'
                       TO WK-PRB-DESCRICAO
                   ADD 1 TO WK-QTD-SELO-DIVERG
                   PERFORM 6000-REGISTRAR-PROBLEMA
                       THRU 6000-REGISTRAR-PROBLEMA-EXIT
               END-IF
           END-IF

           MOVE WK-LL-SEQ    TO WK-SEQ-ANTERIOR
           MOVE WK-LL-CADEIA TO WK-CADEIA-ANTERIOR.
      *
       2000-CONFERIR-LINHA-LER.
           PERFORM 2100-LER-LINHA
               THRU 2100-LER-LINHA-EXIT.
       2000-CONFERIR-LINHA-EXIT.
           EXIT.
      *
       2100-LER-LINHA.
           MOVE SPACES TO WK-LINHA-LIDA
           READ ARQ-AUDITORIA INTO WK-LINHA-LIDA
               AT END
                   SET FIM-AUDIT TO TRUE
                   GO TO 2100-LER-LINHA-EXIT
           END-READ

           IF WK-STATUS-AUDIT NOT = '00'
               DISPLAY 'ERRO AO LER ARQ-AUDITORIA: ' WK-STATUS-AUDIT
               SET JOB-ABORTADO TO TRUE
           END-IF.
       2100-LER-LINHA-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-CONFERIR-FIM
      * DEPOIS DA ULTIMA LINHA: O ARQUIVO TEM DE CHEGAR ATE A
      * SEQUENCIA SELADA E ATE A POSICAO PUBLICADA NO AUDCTL, E A
      * ULTIMA LINHA TEM DE TER A CADEIA PUBLICADA. LINHAS ALEM DA
      * POSICAO PUBLICADA (PASSO QUE NAO CHEGOU A PUBLICAR) SAO
      * SO AVISADAS.
      *=================================*
       3000-CONFERIR-FIM.
           MOVE SPACES TO WK-LINHA-LIDA
           MOVE ZERO   TO WK-SEQ-ESPERADA

           IF WK-COM-SELO
            AND WK-SELO-NAO-ALCANCADO
               MOVE WK-SELO-ANT-SEQ    TO WK-SEQ-ESPERADA
               MOVE WK-SELO-ANT-CADEIA TO WK-PRB-CADEIA-CALC
               MOVE 'T' TO WK-PRB-TIPO
               MOVE 'ARQUIVO TERMINA ANTES DA SEQUENCIA SELADA'
                   TO WK-PRB-DESCRICAO
               ADD 1 TO WK-QTD-TRUNCADOS
               PERFORM 6000-REGISTRAR-PROBLEMA
                   THRU 6000-REGISTRAR-PROBLEMA-EXIT
           END-IF

           IF WK-SEM-CTL
               GO TO 3000-CONFERIR-FIM-EXIT
           END-IF

           MOVE AC-SEQUENCIA TO WK-SEQ-ESPERADA
           MOVE AC-CADEIA    TO WK-PRB-CADEIA-CALC
           EVALUATE TRUE
               WHEN AC-SEQUENCIA > WK-SEQ-ANTERIOR
                   MOVE 'T' TO WK-PRB-TIPO
                   MOVE 'ARQUIVO TERMINA ANTES DA POSICAO DO AUDCTL'
                       TO WK-PRB-DESCRICAO
                   ADD 1 TO WK-QTD-TRUNCADOS
                   PERFORM 6000-REGISTRAR-PROBLEMA
                       THRU 6000-REGISTRAR-PROBLEMA-EXIT
                   MOVE 'ARQUIVO AQUEM DA POSICAO PUBLICADA'
                       TO WK-RESULTADO-CTL
               WHEN AC-SEQUENCIA = WK-SEQ-ANTERIOR
                AND AC-CADEIA NOT = WK-CADEIA-ANTERIOR
                   MOVE 'C' TO WK-PRB-TIPO
                   MOVE 'ULTIMA LINHA DIFERE DA POSICAO DO AUDCTL'
                       TO WK-PRB-DESCRICAO
                   ADD 1 TO WK-QTD-CTL-DIVERG
                   PERFORM 6000-REGISTRAR-PROBLEMA
                       THRU 6000-REGISTRAR-PROBLEMA-EXIT
                   MOVE 'CADEIA DIFERE DA POSICAO PUBLICADA'
                       TO WK-RESULTADO-CTL
               WHEN AC-SEQUENCIA < WK-SEQ-ANTERIOR
                   DISPLAY 'AVISO: AUDCTL ATRASADO - POSICAO '
                           'PUBLICADA ' AC-SEQUENCIA ' POR '
                           AC-PROGRAMA ', ULTIMA LINHA '
                           WK-SEQ-ANTERIOR
                   MOVE 'ATRASADO - LINHAS ALEM DA POSICAO PUBLICADA'
                       TO WK-RESULTADO-CTL
                   ADD 1 TO WK-QTD-AVISOS
               WHEN OTHER
                   MOVE 'CONFERE COM A ULTIMA LINHA'
                       TO WK-RESULTADO-CTL
           END-EVALUATE.
       3000-CONFERIR-FIM-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-ATUALIZAR-SELO
      * SO COM A CADEIA INTEGRA: CRIA O SELO DA DATA (SOMENTE PARA
      * O ARQUIVO DA DATA CORRENTE - UM ARQUIVO ANTIGO SEM SELO NAO
      * PODE SER SELADO DEPOIS, POIS NADA GARANTE QUE NAO FOI
      * REESCRITO) OU O ESTENDE ATE A NOVA ULTIMA LINHA.
      *=================================*
       4000-ATUALIZAR-SELO.
           IF WK-QTD-PROBLEMAS > ZERO
               MOVE 'NAO ATUALIZADO - CADEIA COM PROBLEMA'
                   TO WK-RESULTADO-SELO
               GO TO 4000-ATUALIZAR-SELO-EXIT
           END-IF

           IF WK-SEQ-ANTERIOR = ZERO
               IF WK-SEM-SELO
                   DISPLAY 'AVISO: TRILHA DE AUDITORIA VAZIA'
                   ADD 1 TO WK-QTD-AVISOS
               END-IF
               MOVE 'NAO ATUALIZADO - TRILHA VAZIA'
                   TO WK-RESULTADO-SELO
               GO TO 4000-ATUALIZAR-SELO-EXIT
           END-IF

           IF WK-COM-SELO
            AND WK-SEQ-ANTERIOR = WK-SELO-ANT-SEQ
               MOVE 'CONFIRMADO - NENHUMA LINHA NOVA'
                   TO WK-RESULTADO-SELO
               GO TO 4000-ATUALIZAR-SELO-EXIT
           END-IF

           IF WK-SEM-SELO
            AND WK-DATA-ARQUIVO NOT = WK-DATA-SISTEMA
               DISPLAY 'AVISO: ARQUIVO DE DATA PASSADA SEM SELO - '
                       'NAO SELADO'
               MOVE 'NAO CRIADO - ARQUIVO DE DATA PASSADA SEM SELO'
                   TO WK-RESULTADO-SELO
               ADD 1 TO WK-QTD-AVISOS
               GO TO 4000-ATUALIZAR-SELO-EXIT
           END-IF

           IF WK-SEM-SELO
               MOVE SPACES          TO REG-SELO
               MOVE WK-DATA-ARQUIVO TO SL-DATA
               MOVE ZERO            TO SL-QTD-SELAGENS
           END-IF
           MOVE WK-SEQ-ANTERIOR    TO SL-SEQUENCIA
           MOVE WK-CADEIA-ANTERIOR TO SL-CADEIA
           MOVE WK-QTD-LINHAS      TO SL-QTD-LINHAS
           MOVE WK-DATA-SISTEMA    TO SL-DATA-SELO
           MOVE WK-HORA-SISTEMA    TO SL-HORA-SELO
           MOVE WK-RUN-PROGRAMA    TO SL-PROGRAMA
           IF SL-QTD-SELAGENS < 999
               ADD 1 TO SL-QTD-SELAGENS
           END-IF

           IF WK-COM-SELO
               REWRITE REG-SELO
               MOVE 'ESTENDIDO ATE A ULTIMA LINHA'
                   TO WK-RESULTADO-SELO
           ELSE
               WRITE REG-SELO
               MOVE 'CRIADO NA ULTIMA LINHA'
                   TO WK-RESULTADO-SELO
           END-IF
           IF WK-STATUS-SELO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-SELO: ' WK-STATUS-SELO
               SET JOB-ABORTADO TO TRUE
           END-IF.
       4000-ATUALIZAR-SELO-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-REGISTRAR-PROBLEMA
      * CONTA O PROBLEMA CORRENTE, GUARDA O PRIMEIRO E O LISTA NO
      * RELATORIO (ATE O LIMITE DE LINHAS LISTADAS).
      *=================================*
       6000-REGISTRAR-PROBLEMA.
           ADD 1 TO WK-QTD-PROBLEMAS
           IF WK-QTD-PROBLEMAS = 1
               MOVE WK-PRB-TIPO      TO WK-PRI-TIPO
               MOVE WK-QTD-LINHAS    TO WK-PRI-LINHA
               MOVE WK-PRB-DESCRICAO TO WK-PRI-DESCRICAO
               DISPLAY 'ALERTA: PRIMEIRO PROBLEMA NA LINHA '
                       WK-QTD-LINHAS ': ' WK-PRB-DESCRICAO
           END-IF

           IF WK-QTD-LISTADOS NOT < WK-LIMITE-LISTADOS
               GO TO 6000-REGISTRAR-PROBLEMA-EXIT
           END-IF
           ADD 1 TO WK-QTD-LISTADOS

           MOVE SPACES            TO LINHA-AUV-DETALHE
           MOVE WK-PRB-TIPO       TO LVD-TIPO
           MOVE WK-QTD-LINHAS     TO LVD-LINHA
           MOVE WK-LL-SEQ-X       TO LVD-SEQ-LIDA
           MOVE WK-SEQ-ESPERADA   TO LVD-SEQ-ESPERADA
           MOVE WK-LL-CADEIA-X    TO LVD-CADEIA-LIDA
           MOVE WK-PRB-CADEIA-CALC TO LVD-CADEIA-CALC
           MOVE WK-LL-LOTE        TO LVD-LOTE
           MOVE WK-LL-ORIGEM      TO LVD-ORIGEM
           MOVE WK-PRB-DESCRICAO  TO LVD-DESCRICAO
           WRITE REG-RELATORIO FROM LINHA-AUV-DETALHE.
       6000-REGISTRAR-PROBLEMA-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-RESUMO
      * EMITE O RESUMO DA CONFERENCIA NO RELATORIO E NO LOG DO JOB.
      *=================================*
       7000-EMITIR-RESUMO.
           IF WK-QTD-PROBLEMAS = ZERO
               MOVE SPACES TO LINHA-AUV-TEXTO
               MOVE 'NENHUM PROBLEMA NA CADEIA.' TO LVX-ROTULO
               WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO
           END-IF
           IF WK-QTD-PROBLEMAS > WK-QTD-LISTADOS
               MOVE SPACES TO LINHA-AUV-TEXTO
               MOVE 'DEMAIS PROBLEMAS SO CONTADOS ABAIXO.'
                   TO LVX-ROTULO
               WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO
           END-IF
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           MOVE 'LINHAS LIDAS............................'
               TO LVS-ROTULO
           MOVE WK-QTD-LINHAS TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL

           MOVE SPACES TO LINHA-AUV-TEXTO
           MOVE 'ULTIMA SEQUENCIA / CADEIA...............'
               TO LVX-ROTULO
           MOVE WK-SEQ-ANTERIOR    TO WK-SEQ-EDITADA
           MOVE WK-CADEIA-ANTERIOR TO WK-CADEIA-EDITADA
           STRING WK-SEQ-EDITADA    DELIMITED BY SIZE
                  ' / '             DELIMITED BY SIZE
                  WK-CADEIA-EDITADA DELIMITED BY SIZE
               INTO LVX-TEXTO
           END-STRING
           WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO

           MOVE SPACES TO LINHA-AUV-TEXTO
           MOVE 'SELO ANTERIOR (SEQUENCIA / CADEIA)......'
               TO LVX-ROTULO
           IF WK-COM-SELO
               MOVE WK-SELO-ANT-SEQ    TO WK-SEQ-EDITADA
               MOVE WK-SELO-ANT-CADEIA TO WK-CADEIA-EDITADA
               STRING WK-SEQ-EDITADA    DELIMITED BY SIZE
                      ' / '             DELIMITED BY SIZE
                      WK-CADEIA-EDITADA DELIMITED BY SIZE
                   INTO LVX-TEXTO
               END-STRING
           ELSE
               MOVE 'NENHUM' TO LVX-TEXTO
           END-IF
           WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO

           MOVE SPACES TO LINHA-AUV-TEXTO
           MOVE 'SELO DESTA EXECUCAO.....................'
               TO LVX-ROTULO
           MOVE WK-RESULTADO-SELO TO LVX-TEXTO
           WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO

           MOVE SPACES TO LINHA-AUV-TEXTO
           MOVE 'POSICAO PUBLICADA NO AUDCTL.............'
               TO LVX-ROTULO
           MOVE WK-RESULTADO-CTL TO LVX-TEXTO
           WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           MOVE 'S - LINHAS SEM CARIMBO..................'
               TO LVS-ROTULO
           MOVE WK-QTD-SEM-CARIMBO TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'O - LINHAS FORA DE ORDEM................'
               TO LVS-ROTULO
           MOVE WK-QTD-FORA-ORDEM TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'L - LACUNAS.............................'
               TO LVS-ROTULO
           MOVE WK-QTD-LACUNAS TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'Q - ELOS QUEBRADOS......................'
               TO LVS-ROTULO
           MOVE WK-QTD-ELOS-QUEBR TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'X - DIVERGENCIAS COM O SELO.............'
               TO LVS-ROTULO
           MOVE WK-QTD-SELO-DIVERG TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'T - TRUNCAMENTOS........................'
               TO LVS-ROTULO
           MOVE WK-QTD-TRUNCADOS TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'C - DIVERGENCIAS COM O AUDCTL...........'
               TO LVS-ROTULO
           MOVE WK-QTD-CTL-DIVERG TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL
           MOVE 'TOTAL DE PROBLEMAS......................'
               TO LVS-ROTULO
           MOVE WK-QTD-PROBLEMAS TO LVS-VALOR
           WRITE REG-RELATORIO FROM LINHA-AUV-TOTAL

           IF WK-QTD-PROBLEMAS > ZERO
               MOVE SPACES TO LINHA-AUV-TEXTO
               MOVE 'PRIMEIRO PROBLEMA.......................'
                   TO LVX-ROTULO
               MOVE WK-PRI-LINHA TO WK-SEQ-EDITADA
               STRING WK-PRI-TIPO      DELIMITED BY SIZE
                      ' NA LINHA '     DELIMITED BY SIZE
                      WK-SEQ-EDITADA   DELIMITED BY SIZE
                      ' - '            DELIMITED BY SIZE
                      WK-PRI-DESCRICAO DELIMITED BY SIZE
                   INTO LVX-TEXTO
               END-STRING
               WRITE REG-RELATORIO FROM LINHA-AUV-TEXTO
           END-IF

           DISPLAY 'DATA DO ARQUIVO.........: ' WK-DATA-ARQUIVO
           DISPLAY 'LINHAS LIDAS............: ' WK-QTD-LINHAS
           DISPLAY 'ULTIMA SEQUENCIA........: ' WK-SEQ-ANTERIOR
           DISPLAY 'ULTIMA CADEIA...........: ' WK-CADEIA-ANTERIOR
           DISPLAY 'SELO....................: ' WK-RESULTADO-SELO
           DISPLAY 'AUDCTL..................: ' WK-RESULTADO-CTL
           DISPLAY 'PROBLEMAS...............: ' WK-QTD-PROBLEMAS.
       7000-EMITIR-RESUMO-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           IF AUDIT-ABERTO
               CLOSE ARQ-AUDITORIA
           END-IF
           IF SELO-ABERTO
               CLOSE ARQ-SELO
           END-IF
           IF CTL-ABERTO
               CLOSE ARQ-CTL-CADEIA
           END-IF
           CLOSE ARQ-RELATORIO.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
