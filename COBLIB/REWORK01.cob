       DATE-COMPILED.
      *=================================*
      * PROGRAMA DE RETRABALHO DE REJEITOS
      * LE O ARQUIVO DE REJEITOS GERADO PELO PROGCALL E BUSCA NO
      * CADASTRO DE CORRECOES (CORRMAST, DIGITADO PELOS ANALISTAS
      * NA TRANSACAO CORR - ONLINE07) A CORRECAO DE CADA REJEITO,
      * PELA MESMA CHAVE DO REJMAST (DATA + SEQUENCIA DO REJEITO
      * DENTRO DO ARQUIVO, PRIMEIRO REJEITO = 000001). APLICA OS
      * VALORES CORRIGIDOS DE NUM1/NUM2/OPERACAO E REPROCESSA CADA
      * PAR PELO MESMO CAMINHO SUB002/SUB001 DO LOTE NORMAL. A
      * CORRECAO CONSUMIDA E MARCADA COMO APLICADA NO CORRMAST.
      * CORRECOES DIGITADAS PARA REJEITOS DE DIAS ANTERIORES, AINDA
      * EM ABERTO NO REJMAST, SAO APLICADAS AO FINAL A PARTIR DO
      * PROPRIO CADASTRO DE REJEITOS.
      *
      * PARES REPROCESSADOS COM SUCESSO SAO GRAVADOS NA SAIDA, NA
      * TRILHA DE AUDITORIA E NO VSAM DE RESULTADOS, MARCADOS COMO
      * RETRABALHO INCREMENTADO; AO ATINGIR O LIMITE DE CICLOS O
      * PAR E ESCALADO EM RELATORIO PROPRIO EM VEZ DE CONTINUAR
      * CIRCULANDO ENTRE REJEITO E RETRABALHO. REJEITOS SEM
      * CORRECAO NO CADASTRO DE CORRECOES SAO REPASSADOS ADIANTE
      * SEM CONSUMIR CICLO.
      *
      * OS IDS DE TRANSACAO DO RETRABALHO USAM A FAIXA DE
      *                    REJEITOS DE SAIDA, A ESCALACAO, AO
      *                    VSAMRES (VR-MOEDA) E AO CADASTRO REJMAST
      *                    (RM-MOEDA).
      * 2026-10-15 EDB     INCLUIDA A OPERACAO DE CORRECAO L
      *                    (LIBERAR): O REJEITO POR SUSPEITA DE
      *                    DUPLICIDADE (MOTIVO 11 DO PROGCALL) E
      *                    REPROCESSADO COM O PAR ORIGINAL, COMO
      *                    REPETICAO LEGITIMA, E MARCADO C NO
      *                    REJMAST.
      * 2026-10-15 EDB     O ARQUIVO DE CORRECOES MONTADO A MAO
      *                    (CORRIGE, SEQUENCIAL) FOI SUBSTITUIDO
      *                    PELO CADASTRO CHAVEADO CORRMAST, COM A
      *                    CHAVE DO REJMAST, DIGITADO E CRITICADO
      *                    PELO SUB002 NA TRANSACAO CORR (ONLINE07)
      *                    COM O ANALISTA E A DATA/HORA DE CADA
      *                    CORRECAO. A CORRECAO CONSUMIDA E MARCADA
      *                    A (APLICADA) COM A DATA; CORRECAO PARA
      *                    REJEITO DE DIA ANTERIOR AINDA EM ABERTO
      *                    NO REJMAST E APLICADA AO FINAL A PARTIR
      *                    DO CADASTRO, E CORRECAO DE REJEITO JA
      *                    ENCERRADO E MARCADA D (DESCARTADA).
      *                    CADASTRO AUSENTE E AVISADO E OS REJEITOS
      *                    SEGUEM SEM CORRECAO.
      * 2026-10-15 EDB     LINHA DE AUDITORIA AMPLIADA PARA X(160) COM
      *                    SEQUENCIA E VALOR DE CADEIA (SUB005): A
      *                    ABERTURA EM ACRESCIMO RETOMA A POSICAO DA
      *                    ULTIMA LINHA DO ARQUIVO (SUB006) E A
      *                    POSICAO FINAL E PUBLICADA NO AUDCTL.
      * 2026-10-15 EDB     LINHA DE AUDITORIA COMPLETADA PARA 160
      *                    BYTES (FILLER FINAL X(06)).
      * 2026-10-15 EDB     FALHA DO SUB005/SUB006 (INDISPONIVEL OU
      *                    RETORNO DIFERENTE DE 00) PASSOU A SER FATAL
      *                    (RC 16), SEM GRAVAR A LINHA DE AUDITORIA.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-REJENT.

           SELECT ARQ-CORRECOES ASSIGN TO 'CORRMAST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    COR-CHAVE
                                FILE STATUS   WK-STATUS-CORR.

           SELECT ARQ-SAIDA    ASSIGN TO 'NUMSAIDA'
           05  REJ-MOEDA       PIC X(03).
           05  FILLER          PIC X(02).
      *
      * CADASTRO DE CORRECOES (CORRMAST): MESMA CHAVE DO REJMAST.
      * A OPERACAO PODE SER A/S/M/D, B (BAIXA), L (LIBERACAO) OU
      * BRANCO (MANTEM A DO REJEITO). MESMO LEIAUTE DO ONLINE07 E DO
      * REJAGE01.
       FD  ARQ-CORRECOES
           LABEL RECORDS ARE STANDARD.
       01  REG-CORRECAO.
           05  COR-CHAVE.
               10  COR-DATA    PIC 9(08).
               10  COR-SEQUENCIA PIC 9(06).
           05  COR-SITUACAO    PIC X(01).
               88  COR-PENDENTE           VALUE 'P'.
               88  COR-APLICADA           VALUE 'A'.
               88  COR-DESCARTADA         VALUE 'D'.
           05  COR-OPERACAO    PIC X(01).
           05  COR-NUM1-SINAL  PIC X(01).
           05  COR-NUM1-DIGS   PIC X(09).
           05  COR-NUM2-SINAL  PIC X(01).
           05  COR-NUM2-DIGS   PIC X(09).
           05  COR-MOEDA       PIC X(03).
           05  COR-OPERADOR    PIC X(08).
           05  COR-DATA-DIGIT  PIC 9(08).
           05  COR-HORA-DIGIT  PIC 9(08).
           05  COR-DATA-APLIC  PIC 9(08).
           05  FILLER          PIC X(09).
      *
       FD  ARQ-SAIDA
           RECORDING MODE IS F
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-REJSAIDA
           RECORDING MODE IS F
       01  WK-MASTER-SW         PIC X(01) VALUE 'N'.
           88  WK-COM-MASTER              VALUE 'S'.
           88  WK-SEM-MASTER              VALUE 'N'.
      * CADASTRO DE CORRECOES (CORRMAST): INDICADOR DE CADASTRO
      * DISPONIVEL, DE CORRECAO PENDENTE ENCONTRADA PARA O REJEITO
      * CORRENTE E A CHAVE DO REJEITO CORRENTE NO REJMAST.
       01  WK-CORRMAST-SW       PIC X(01) VALUE 'N'.
           88  WK-COM-CORRMAST            VALUE 'S'.
           88  WK-SEM-CORRMAST            VALUE 'N'.
       01  WK-CORRECAO-SW       PIC X(01) VALUE 'N'.
           88  WK-COM-CORRECAO            VALUE 'S'.
           88  WK-SEM-CORRECAO            VALUE 'N'.
       01  WK-CHAVE-REJEITO.
           05  WK-CHR-DATA      PIC 9(08) VALUE ZEROS.
           05  WK-CHR-SEQ       PIC 9(06) VALUE ZEROS.
      *
       01  WK-TRANS-ID          PIC X(14) VALUE SPACES.
       01  WK-TRANS-ID-PARTES.
       01  WK-CONT-ESCALADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-SEM-CORRECAO PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-BAIXADOS     PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-LIBERADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-CORR-ANTERIOR PIC 9(07) COMP VALUE ZERO.
       01  WK-CONT-CORR-DESCART PIC 9(07) COMP VALUE ZERO.
      *
       01  LINHA-RESUMO.
           05  FILLER           PIC X(27)
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
       01  LINHA-REJEITO.
           05  LJ-NUM1-SINAL    PIC X(01).
           PERFORM 1900-POSICIONAR-SEQUENCIA
               THRU 1900-POSICIONAR-SEQUENCIA-EXIT

           PERFORM 2000-LER-REJEITO
               THRU 2000-LER-REJEITO-EXIT

               THRU 3000-PROCESSAR-REJEITO-EXIT
               UNTIL FIM-ARQUIVO

           IF JOB-NAO-ABORTADO
               PERFORM 4000-APLICAR-CORR-ANTERIORES
                   THRU 4000-APLICAR-CORR-ANTERIORES-EXIT
           END-IF

           IF JOB-NAO-ABORTADO
               PERFORM 7000-IMPRIMIR-RESUMO
                   THRU 7000-IMPRIMIR-RESUMO-EXIT
                   DISPLAY 'RETRABALHO FINALIZADO'
               END-IF
           END-IF
           COMPUTE WK-RUN-LIDOS = WK-SEQ-REJEITO
                                  + WK-CONT-CORR-ANTERIOR
           MOVE WK-CONT-REGISTROS TO WK-RUN-GRAVADOS
           IF JOB-ABORTADO OR WK-ERRO-VSAM
               MOVE 'F' TO WK-RUN-STATUS
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

      * O CADASTRO DE CORRECOES E CRIADO PELA PRIMEIRA CORRECAO
      * DIGITADA NO ONLINE07; AINDA INEXISTENTE (STATUS 35), OS
      * REJEITOS SEGUEM SEM CORRECAO, COM AVISO.
           OPEN I-O    ARQ-CORRECOES
           EVALUATE WK-STATUS-CORR
               WHEN '00'
                   SET WK-COM-CORRMAST TO TRUE
               WHEN '35'
                   SET WK-SEM-CORRMAST TO TRUE
                   DISPLAY 'AVISO: CORRMAST INEXISTENTE - NENHUMA '
                           'CORRECAO A APLICAR'
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR ARQ-CORRECOES: '
                           WK-STATUS-CORR
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-EVALUATE

           OPEN EXTEND ARQ-SAIDA
           IF WK-STATUS-SAIDA NOT = '00'
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

      * A AUDITORIA EM ACRESCIMO CONTINUA A CADEIA DA ULTIMA LINHA
      * JA GRAVADA NO ARQUIVO.
           MOVE 'A' TO WK-CAD-FUNCAO
           CALL 'SUB006' USING WK-CAD-FUNCAO,
                           WK-RUN-PROGRAMA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-CAD-RETORNO
           END-CALL
           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: POSICAO DA CADEIA DA AUDITORIA NAO '
                       'OBTIDA (SUB006 RETORNO ' WK-CAD-RETORNO ')'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           OPEN EXTEND ARQ-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT ARQ-AUDITORIA
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF
           SET WK-TRILHA-ABERTA TO TRUE

           OPEN OUTPUT ARQ-REJSAIDA
           IF WK-STATUS-REJSAI NOT = '00'
      *=================================*
      * 2000-LER-REJEITO
      * LE O PROXIMO REGISTRO DO ARQUIVO DE REJEITOS E ATRIBUI A
      * ELE A CHAVE DO REJMAST E DO CADASTRO DE CORRECOES (DATA DO
      * PROCESSAMENTO + SEQUENCIA NO ARQUIVO, COMO NO REJLOAD1).
      *=================================*
       2000-LER-REJEITO.
           READ ARQ-REJENT
           END-READ

           ADD 1 TO WK-SEQ-REJEITO
           MOVE WK-DATA-SISTEMA TO WK-CHR-DATA
           MOVE WK-SEQ-REJEITO  TO WK-CHR-SEQ
           MOVE REJ-LOTE TO WK-LOTE-ID

           IF REJ-CICLO NUMERIC
           EXIT.
      *
      *=================================*
      * 2300-LOCALIZAR-CORRECAO
      * PROCURA NO CADASTRO DE CORRECOES A CORRECAO DO REJEITO
      * CORRENTE PELA CHAVE DO REJMAST. SO CONTA A CORRECAO AINDA
      * PENDENTE - A JA APLICADA (PAR QUE REINCIDIU) OU DESCARTADA
      * NAO E REAPLICADA; O ANALISTA DIGITA UMA NOVA.
      *=================================*
       2300-LOCALIZAR-CORRECAO.
           SET WK-SEM-CORRECAO TO TRUE
           IF WK-SEM-CORRMAST
               GO TO 2300-LOCALIZAR-CORRECAO-EXIT
           END-IF

           MOVE WK-CHAVE-REJEITO TO COR-CHAVE
           READ ARQ-CORRECOES
               INVALID KEY
                   GO TO 2300-LOCALIZAR-CORRECAO-EXIT
           END-READ

           IF COR-PENDENTE
               SET WK-COM-CORRECAO TO TRUE
           END-IF.
       2300-LOCALIZAR-CORRECAO-EXIT.
           EXIT.
      *
      *=================================*
      * 2400-MARCAR-CORRECAO
      * MARCA NO CADASTRO DE CORRECOES A CORRECAO CORRENTE COM A
      * SITUACAO EM WK-NOVO-STATUS (A APLICADA OU D DESCARTADA) E A
      * DATA DO PROCESSAMENTO, PARA QUE NAO SEJA CONSUMIDA DE NOVO.
      *=================================*
       2400-MARCAR-CORRECAO.
           MOVE WK-NOVO-STATUS  TO COR-SITUACAO
           MOVE WK-DATA-SISTEMA TO COR-DATA-APLIC

           REWRITE REG-CORRECAO
               INVALID KEY
                   DISPLAY 'AVISO: FALHA AO ATUALIZAR CORRMAST, '
                           'CHAVE: ' COR-CHAVE
           END-REWRITE.
       2400-MARCAR-CORRECAO-EXIT.
           EXIT.
      *
      *=================================*
      *
      *=================================*
      * 3000-PROCESSAR-REJEITO
      * PROCESSA UM REJEITO: LOCALIZA A CORRECAO PELA CHAVE E A
      * APLICA (3010). SEM CORRECAO PENDENTE, O REJEITO E
      * REPASSADO ADIANTE COMO ESTA. A CORRECAO CONSUMIDA E MARCADA
      * COMO APLICADA.
      *=================================*
       3000-PROCESSAR-REJEITO.
           PERFORM 2300-LOCALIZAR-CORRECAO
               THRU 2300-LOCALIZAR-CORRECAO-EXIT

           IF WK-SEM-CORRECAO
               ADD 1 TO WK-CONT-SEM-CORRECAO
               MOVE REJ-NUM1-SINAL  TO WK-NUM1-SINAL
               MOVE REJ-NUM1-DIGS   TO WK-NUM1-DIGS
               GO TO 3000-PROCESSAR-REJEITO-CONTINUA
           END-IF

           PERFORM 3010-APLICAR-CORRECAO
               THRU 3010-APLICAR-CORRECAO-EXIT

           IF JOB-NAO-ABORTADO
               MOVE 'A' TO WK-NOVO-STATUS
               PERFORM 2400-MARCAR-CORRECAO
                   THRU 2400-MARCAR-CORRECAO-EXIT
           END-IF.
      *
       3000-PROCESSAR-REJEITO-CONTINUA.
           IF JOB-ABORTADO
               GO TO 3000-PROCESSAR-REJEITO-EXIT
           END-IF

           PERFORM 2000-LER-REJEITO
               THRU 2000-LER-REJEITO-EXIT.
       3000-PROCESSAR-REJEITO-EXIT.
           EXIT.
      *
      *=================================*
      * 3010-APLICAR-CORRECAO
      * APLICA AO REJEITO CORRENTE (CAMPOS REJ-*) A CORRECAO LIDA
      * DO CADASTRO E REPROCESSA O PAR PELO SUB002 E SUB001.
      * REJEITO CORRIGIDO QUE CONTINUA INVALIDO OU COM ERRO DE
      * CALCULO E TRATADO COMO REINCIDENTE.
      *=================================*
       3010-APLICAR-CORRECAO.
      * CORRECAO COM OPERACAO B E UMA BAIXA (WRITE-OFF) DECIDIDA
      * PELA OPERACAO: O REJEITO SAI DO CICLO SEM REPROCESSAR E O
      * CADASTRO RECEBE O STATUS B.
               MOVE 'B' TO WK-NOVO-STATUS
               PERFORM 3800-ATUALIZAR-STATUS
                   THRU 3800-ATUALIZAR-STATUS-EXIT
               GO TO 3010-APLICAR-CORRECAO-EXIT
           END-IF

      * CORRECAO COM OPERACAO L LIBERA UMA SUSPEITA DE DUPLICIDADE
      * (MOTIVO 11) COMO REPETICAO LEGITIMA: O PAR ORIGINAL DO
      * REJEITO E REPROCESSADO SEM ALTERACAO E SEM NOVA CONFERENCIA
      * DE DUPLICIDADE (O RETRABALHO NAO CONSULTA O DUPHIST).
           IF COR-OPERACAO = 'L'
               ADD 1 TO WK-CONT-LIBERADOS
               PERFORM 3050-APLICAR-LIBERACAO
                   THRU 3050-APLICAR-LIBERACAO-EXIT
               GO TO 3010-APLICAR-CORRECAO-VALIDAR
           END-IF

           MOVE COR-NUM1-SINAL TO WK-NUM1-SINAL
               ELSE
                   MOVE WK-MOEDA-PADRAO TO WK-MOEDA
               END-IF
           END-IF.
      *
       3010-APLICAR-CORRECAO-VALIDAR.
           PERFORM 2500-VALIDAR-PAR
               THRU 2500-VALIDAR-PAR-EXIT

           IF JOB-ABORTADO
               GO TO 3010-APLICAR-CORRECAO-EXIT
           END-IF

           IF WK-PAR-INVALIDO
               PERFORM 3500-TRATAR-REINCIDENCIA
                   THRU 3500-TRATAR-REINCIDENCIA-EXIT
               GO TO 3010-APLICAR-CORRECAO-EXIT
           END-IF

           CALL 'SUB001' USING WK-NUM1,
                   MOVE 99 TO RETURN-CODE
                   SET JOB-ABORTADO  TO TRUE
                   SET FIM-ARQUIVO   TO TRUE
                   GO TO 3010-APLICAR-CORRECAO-EXIT
           END-CALL

           IF RETURN-CODE NOT = ZERO
               MOVE WK-MENSAGEM TO WK-MSG-MOTIVO
               PERFORM 3200-GRAVAR-AUDITORIA
                   THRU 3200-GRAVAR-AUDITORIA-EXIT
               IF JOB-ABORTADO
                   GO TO 3010-APLICAR-CORRECAO-EXIT
               END-IF
               PERFORM 3500-TRATAR-REINCIDENCIA
                   THRU 3500-TRATAR-REINCIDENCIA-EXIT
               GO TO 3010-APLICAR-CORRECAO-EXIT
           END-IF

      * A CRITICA DE ESTOURO DA FAIXA RODA ANTES DE QUALQUER
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               SET FIM-ARQUIVO  TO TRUE
               GO TO 3010-APLICAR-CORRECAO-EXIT
           END-IF

           ADD 1             TO WK-CONT-REGISTROS
           PERFORM 3200-GRAVAR-AUDITORIA
               THRU 3200-GRAVAR-AUDITORIA-EXIT

           IF JOB-ABORTADO
               GO TO 3010-APLICAR-CORRECAO-EXIT
           END-IF

           PERFORM 3300-GRAVAR-VSAM
               THRU 3300-GRAVAR-VSAM-EXIT

           MOVE 'C' TO WK-NOVO-STATUS
           PERFORM 3800-ATUALIZAR-STATUS
               THRU 3800-ATUALIZAR-STATUS-EXIT.
       3010-APLICAR-CORRECAO-EXIT.
           EXIT.
      *
      *=================================*
      * 3050-APLICAR-LIBERACAO
      * CARREGA PARA O REPROCESSAMENTO O PAR ORIGINAL DO REJEITO
      * LIBERADO (OPERACAO L), COM A OPERACAO E A MOEDA DO PROPRIO
      * REJEITO (OU OS PADROES, QUANDO EM BRANCO). LIBERACAO DE UM
      * REJEITO DE OUTRO MOTIVO E AVISADA NO LOG E SEGUE DO MESMO
      * JEITO - SE O PAR CONTINUAR INVALIDO, REINCIDE.
      *=================================*
       3050-APLICAR-LIBERACAO.
           IF REJ-COD-MOTIVO NOT = '11'
               DISPLAY 'AVISO: LIBERACAO DE REJEITO SEM SUSPEITA DE '
                       'DUPLICIDADE, CHAVE: ' WK-CHAVE-REJEITO
                       ' MOTIVO: ' REJ-COD-MOTIVO
           END-IF

           MOVE REJ-NUM1-SINAL  TO WK-NUM1-SINAL
           MOVE REJ-NUM1-DIGS   TO WK-NUM1-DIGS
           MOVE REJ-NUM2-SINAL  TO WK-NUM2-SINAL
           MOVE REJ-NUM2-DIGS   TO WK-NUM2-DIGS

           IF REJ-OPERACAO NOT = SPACE
               MOVE REJ-OPERACAO TO WK-OPERACAO
           ELSE
               MOVE WK-OPERACAO-PADRAO TO WK-OPERACAO
           END-IF

           IF REJ-MOEDA NOT = SPACES
               MOVE REJ-MOEDA TO WK-MOEDA
           ELSE
               MOVE WK-MOEDA-PADRAO TO WK-MOEDA
           END-IF.
       3050-APLICAR-LIBERACAO-EXIT.
           EXIT.
      *
      *=================================*
      * 3200-GRAVAR-AUDITORIA
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA PARA CADA
      * CHAMADA AO SUB001, COM DATA/HORA DO SISTEMA E A MARCA DE
      * ORIGEM DE RETRABALHO, CARIMBADO COM A SEQUENCIA E O VALOR
      * DE CADEIA (SUB005). SEM O CARIMBO A LINHA NAO E GRAVADA E
      * O JOB ABORTA.
      *=================================*
       3200-GRAVAR-AUDITORIA.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WK-MOEDA      TO LA-MOEDA
           MOVE 'RTB'         TO LA-ORIGEM

           MOVE 'C' TO WK-CAD-FUNCAO
           CALL 'SUB005' USING WK-CAD-FUNCAO,
                           LINHA-AUDITORIA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-CAD-RETORNO
           END-CALL
           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB005 RETORNOU ' WK-CAD-RETORNO
                       ' - LINHA DE AUDITORIA NAO GRAVADA'
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               SET FIM-ARQUIVO  TO TRUE
               GO TO 3200-GRAVAR-AUDITORIA-EXIT
           END-IF

           WRITE REG-AUDITORIA FROM LINHA-AUDITORIA.
       3200-GRAVAR-AUDITORIA-EXIT.
           EXIT.
      * PREFIXADA COM A MARCA DE RETRABALHO.
      *=================================*
      * WK-SEQ-PROXIMA FOI CALCULADA E CRITICADA EM
      * 3010-APLICAR-CORRECAO, ANTES DAS GRAVACOES DO PAR.
       3300-GRAVAR-VSAM.
           MOVE WK-DATA-SISTEMA   TO WK-TRANS-ID-DATA
           MOVE WK-SEQ-PROXIMA    TO WK-TRANS-ID-SEQ
           ADD 1 TO WK-CONT-ESCALADOS

           MOVE SPACES           TO LINHA-ESCALACAO
           MOVE WK-CHR-SEQ       TO LE-SEQUENCIA
           MOVE WK-NUM1-SINAL    TO LE-NUM1-SINAL
           MOVE WK-NUM1-DIGS     TO LE-NUM1-DIGS
           MOVE WK-NUM2-SINAL    TO LE-NUM2-SINAL
      * ATUALIZA NO CADASTRO DE REJEITOS (REJMAST) O STATUS DO
      * REJEITO CORRENTE (CHAVE = DATA DO PROCESSAMENTO + SEQUENCIA
      * DO REJEITO NO ARQUIVO DO DIA, A MESMA ATRIBUIDA PELO
      * REJLOAD1, OU A CHAVE DA CORRECAO DE DIA ANTERIOR), JUNTO
      * COM A DATA DO STATUS E O CONTADOR DE CICLOS. REJEITO SEM
      * CADASTRO E AVISADO E O RETRABALHO SEGUE.
      *=================================*
       3800-ATUALIZAR-STATUS.
           IF WK-SEM-MASTER
               GO TO 3800-ATUALIZAR-STATUS-EXIT
           END-IF

           MOVE WK-CHAVE-REJEITO TO RM-CHAVE
           READ ARQ-REJ-MASTER
               INVALID KEY
                   DISPLAY 'AVISO: REJEITO SEM CADASTRO NO '
           EXIT.
      *
      *=================================*
      * 4000-APLICAR-CORR-ANTERIORES
      * PERCORRE O CADASTRO DE CORRECOES ATRAS DAS CORRECOES AINDA
      * PENDENTES QUE NAO CORRESPONDERAM A NENHUM REJEITO DO
      * ARQUIVO DO DIA - CORRECOES DE REJEITOS DE DIAS ANTERIORES
      * QUE CONTINUAM EM ABERTO NO REJMAST. SEM OS DOIS CADASTROS
      * NAO HA O QUE APLICAR.
      *=================================*
       4000-APLICAR-CORR-ANTERIORES.
           IF WK-SEM-CORRMAST OR WK-SEM-MASTER
               GO TO 4000-APLICAR-CORR-ANTERIORES-EXIT
           END-IF

           MOVE LOW-VALUES TO COR-CHAVE
           START ARQ-CORRECOES
               KEY NOT LESS COR-CHAVE
               INVALID KEY
                   GO TO 4000-APLICAR-CORR-ANTERIORES-EXIT
           END-START

           SET NAO-FIM-CORRECOES TO TRUE
           PERFORM 4100-APLICAR-CORR-ANTERIOR
               THRU 4100-APLICAR-CORR-ANTERIOR-EXIT
               UNTIL FIM-CORRECOES.
       4000-APLICAR-CORR-ANTERIORES-EXIT.
           EXIT.
      *
      *=================================*
      * 4100-APLICAR-CORR-ANTERIOR
      * LE A PROXIMA CORRECAO DO CADASTRO E, SE PENDENTE, CARREGA
      * O REJEITO CORRESPONDENTE DO REJMAST NOS CAMPOS DO REGISTRO
      * DE REJEITO (O ARQUIVO DO DIA JA FOI LIDO ATE O FIM) E
      * APLICA A CORRECAO PELO MESMO CAMINHO DO ARQUIVO DO DIA.
      * REJEITO SEM CADASTRO OU JA ENCERRADO (C OU B) TEM A
      * CORRECAO DESCARTADA, COM AVISO.
      *=================================*
       4100-APLICAR-CORR-ANTERIOR.
           READ ARQ-CORRECOES NEXT RECORD
               AT END
                   SET FIM-CORRECOES TO TRUE
                   GO TO 4100-APLICAR-CORR-ANTERIOR-EXIT
           END-READ

           IF NOT COR-PENDENTE
               GO TO 4100-APLICAR-CORR-ANTERIOR-EXIT
           END-IF

           MOVE COR-CHAVE TO WK-CHAVE-REJEITO
           MOVE COR-CHAVE TO RM-CHAVE
           READ ARQ-REJ-MASTER
               INVALID KEY
                   DISPLAY 'AVISO: CORRECAO SEM REJEITO NO REJMAST '
                           '- DESCARTADA, CHAVE: ' COR-CHAVE
                   PERFORM 4200-DESCARTAR-CORRECAO
                       THRU 4200-DESCARTAR-CORRECAO-EXIT
                   GO TO 4100-APLICAR-CORR-ANTERIOR-EXIT
           END-READ

           IF NOT RM-PENDENTE AND NOT RM-ESCALADO
               DISPLAY 'AVISO: CORRECAO DE REJEITO JA ENCERRADO ('
                       RM-STATUS ') - DESCARTADA, CHAVE: ' COR-CHAVE
               PERFORM 4200-DESCARTAR-CORRECAO
                   THRU 4200-DESCARTAR-CORRECAO-EXIT
               GO TO 4100-APLICAR-CORR-ANTERIOR-EXIT
           END-IF

           ADD 1 TO WK-CONT-CORR-ANTERIOR
           MOVE SPACES           TO REG-REJENT
           MOVE RM-NUM1-SINAL    TO REJ-NUM1-SINAL
           MOVE RM-NUM1-DIGS     TO REJ-NUM1-DIGS
           MOVE RM-NUM2-SINAL    TO REJ-NUM2-SINAL
           MOVE RM-NUM2-DIGS     TO REJ-NUM2-DIGS
           MOVE RM-OPERACAO      TO REJ-OPERACAO
           MOVE RM-COD-MOTIVO    TO REJ-COD-MOTIVO
           MOVE RM-MSG-MOTIVO    TO REJ-MSG-MOTIVO
           MOVE RM-CICLO         TO REJ-CICLO
           MOVE RM-LOTE-ID       TO REJ-LOTE
           MOVE RM-MOEDA         TO REJ-MOEDA
           MOVE RM-LOTE-ID       TO WK-LOTE-ID
           MOVE RM-CICLO         TO WK-CICLO

           PERFORM 3010-APLICAR-CORRECAO
               THRU 3010-APLICAR-CORRECAO-EXIT

           IF JOB-ABORTADO
               SET FIM-CORRECOES TO TRUE
               GO TO 4100-APLICAR-CORR-ANTERIOR-EXIT
           END-IF

           MOVE 'A' TO WK-NOVO-STATUS
           PERFORM 2400-MARCAR-CORRECAO
               THRU 2400-MARCAR-CORRECAO-EXIT.
       4100-APLICAR-CORR-ANTERIOR-EXIT.
           EXIT.
      *
       4200-DESCARTAR-CORRECAO.
           ADD 1 TO WK-CONT-CORR-DESCART
           MOVE 'D' TO WK-NOVO-STATUS
           PERFORM 2400-MARCAR-CORRECAO
               THRU 2400-MARCAR-CORRECAO-EXIT.
       4200-DESCARTAR-CORRECAO-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-IMPRIMIR-RESUMO
      * ANEXA AO ARQUIVO DE SAIDA O BLOCO DE TOTAIS DE CONTROLE DO
      * RETRABALHO, NO MESMO FORMATO DO RESUMO DO PROGCALL, E
           DISPLAY 'REINCIDENTES............: ' WK-CONT-REINCIDENTES
           DISPLAY 'ESCALADOS...............: ' WK-CONT-ESCALADOS
           DISPLAY 'SEM CORRECAO............: ' WK-CONT-SEM-CORRECAO
           DISPLAY 'BAIXADOS................: ' WK-CONT-BAIXADOS
           DISPLAY 'LIBERADOS (DUPLICIDADE).: ' WK-CONT-LIBERADOS
           DISPLAY 'CORRECOES DIAS ANTERIORES: ' WK-CONT-CORR-ANTERIOR
           DISPLAY 'CORRECOES DESCARTADAS...: ' WK-CONT-CORR-DESCART.
       7000-IMPRIMIR-RESUMO-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      * A POSICAO FINAL DA CADEIA DA TRILHA E PUBLICADA NO AUDCTL
      * (SUB006) PARA OS GRAVADORES SEGUINTES.
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-REJENT
           IF WK-COM-CORRMAST
               CLOSE ARQ-CORRECOES
           END-IF
           CLOSE ARQ-SAIDA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-REJSAIDA
           CLOSE ARQ-VSAM-RESULT
           IF WK-COM-MASTER
               CLOSE ARQ-REJ-MASTER
           END-IF

           IF WK-TRILHA-ABERTA
               MOVE 'P' TO WK-CAD-FUNCAO
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
