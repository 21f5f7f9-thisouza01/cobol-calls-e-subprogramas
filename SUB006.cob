       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUB006.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * SUBPROGRAMA DE POSICAO DA CADEIA DA TRILHA DE AUDITORIA
      * (BATCH)
      * O CARIMBO DE CADA LINHA DO AUDITLOG (SUB005) DEPENDE DA
      * SEQUENCIA E DO VALOR DE CADEIA DA ULTIMA LINHA JA GRAVADA.
      * OS PROGRAMAS BATCH QUE ACRESCENTAM LINHAS A TRILHA DO DIA
      * (PROGCALL, REWORK01, BACKOUT1, MERGE01) OBTEM ESSA POSICAO
      * AQUI, LENDO O PROPRIO ARQUIVO ATE O FIM ANTES DE ABRI-LO EM
      * ACRESCIMO - O ARQUIVO E A FONTE DA VERDADE, E UM PASSO
      * INTERROMPIDO E REEXECUTADO CONTINUA A CADEIA DE ONDE O
      * ARQUIVO PAROU.
      *
      * AS TRANSACOES CICS (ONLINE01/ONLINE06, FILA TD AUDL) NAO
      * PODEM LER O ARQUIVO: ELAS TOMAM E DEVOLVEM A POSICAO NO
      * REGISTRO DE CONTROLE DA CADEIA (KSDS AUDCTL, CHAVE
      * 'AUDITLOG'). POR ISSO TODO PASSO BATCH QUE GRAVA NA TRILHA
      * PUBLICA ALI, NO ENCERRAMENTO, A POSICAO EM QUE DEIXOU O
      * ARQUIVO. O AUDVER01 CONFERE O REGISTRO DE CONTROLE CONTRA O
      * FIM DO ARQUIVO (LINHAS REMOVIDAS DO FIM DEIXAM O CONTROLE
      * A FRENTE DO ARQUIVO).
      *
      * FUNCOES (LK-FUNCAO):
      *   A - LE O AUDITLOG ATE O FIM E DEVOLVE A SEQUENCIA E A
      *       CADEIA DA ULTIMA LINHA. ARQUIVO AUSENTE OU VAZIO
      *       DEVOLVE ZEROS (A CADEIA COMECA DO INICIO).
      *   N - PUBLICA NO AUDCTL A POSICAO DE UMA TRILHA INICIADA
      *       NESTA EXECUCAO (O ARQUIVO DO DIA PASSA A SER O DA
      *       DATA CORRENTE).
      *   P - PUBLICA NO AUDCTL A POSICAO DE UMA TRILHA CONTINUADA
      *       (MANTEM A DATA DO ARQUIVO JA REGISTRADA).
      * A PUBLICACAO SO DEVE SER FEITA POR QUEM GRAVA NO AUDITLOG
      * DO DIA - AS PARTICOES DO PROGCALL GRAVAM TRILHAS PROPRIAS,
      * RECARIMBADAS DEPOIS PELO MERGE01, E NAO PUBLICAM.
      *
      * RETORNO (LK-RETORNO):
      *   00 - OK.
      *   04 - ULTIMA LINHA DO AUDITLOG SEM CARIMBO VALIDO (A
      *        CADEIA RECOMECA DO ZERO E O AUDVER01 APONTARA A
      *        QUEBRA), OU AUDCTL INDISPONIVEL NA PUBLICACAO
      *        (AVISADO NO LOG; AS TRANSACOES ONLINE SEGUINTES
      *        QUEBRARAO A CADEIA ATE A PROXIMA PUBLICACAO).
      *   12 - FUNCAO DESCONHECIDA.
      * OS PROGRAMAS QUE GRAVAM NA TRILHA TRATAM QUALQUER RETORNO
      * DIFERENTE DE 00 (INCLUSIVE O 04) COMO ERRO FATAL: NA
      * FUNCAO A O PASSO ABORTA SEM GRAVAR NENHUMA LINHA; NA
      * PUBLICACAO O PASSO TERMINA COM RC 16 PARA QUE O AUDCTL
      * SEJA ACERTADO ANTES DA ABERTURA DA REGIAO.
      *
      * O RETURN-CODE DO CHAMADOR E PRESERVADO (SALVO NA ENTRADA E
      * RESTAURADO ANTES DO GOBACK), COMO NO SUB003.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     OS PROGRAMAS QUE GRAVAM NA TRILHA TRATAM
      *                    QUALQUER RETORNO DIFERENTE DE 00 COMO ERRO
      *                    FATAL.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITLOG'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-AUDIT.

           SELECT ARQ-CTL-CADEIA ASSIGN TO 'AUDCTL'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   RANDOM
                                RECORD KEY    AC-CHAVE
                                FILE STATUS   WK-STATUS-CTL.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA.
           05  FILLER           PIC X(130).
           05  RA-SEQUENCIA     PIC X(07).
           05  FILLER           PIC X(01).
           05  RA-CADEIA        PIC X(18).
           05  FILLER           PIC X(04).
      *
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
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-AUDIT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-CTL        PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-FIM-AUDIT-SW      PIC X(01) VALUE 'N'.
           88  FIM-AUDIT                  VALUE 'S'.
           88  NAO-FIM-AUDIT              VALUE 'N'.
       01  WK-QTD-LINHAS        PIC 9(07) COMP VALUE ZERO.
      * CARIMBO DA ULTIMA LINHA LIDA.
       01  WK-ULT-SEQUENCIA-X   PIC X(07) VALUE SPACES.
       01  WK-ULT-SEQUENCIA REDEFINES WK-ULT-SEQUENCIA-X
                                PIC 9(07).
       01  WK-ULT-CADEIA-X      PIC X(18) VALUE SPACES.
       01  WK-ULT-CADEIA REDEFINES WK-ULT-CADEIA-X
                                PIC 9(18).
      *
       01  WK-ACHOU-CTL-SW      PIC X(01) VALUE 'N'.
           88  WK-CTL-EXISTENTE           VALUE 'S'.
           88  WK-CTL-NOVO                VALUE 'N'.
      *
       01  WK-CHAVE-CADEIA      PIC X(08) VALUE 'AUDITLOG'.
      *
      * RETURN-CODE DO CHAMADOR, SALVO NA ENTRADA E RESTAURADO NO
      * GOBACK.
       01  WK-RC-CHAMADOR       PIC S9(04) VALUE ZERO.
      *
       LINKAGE                 SECTION.
       01  LK-FUNCAO            PIC X(01).
           88  LK-FUNCAO-ACRESCIMO       VALUE 'A'.
           88  LK-FUNCAO-PUBLICAR-NOVO   VALUE 'N'.
           88  LK-FUNCAO-PUBLICAR        VALUE 'P'.
       01  LK-PROGRAMA          PIC X(08).
       01  LK-SEQUENCIA         PIC 9(07).
       01  LK-CADEIA            PIC 9(18).
       01  LK-RETORNO           PIC X(02).
      *
       PROCEDURE               DIVISION USING LK-FUNCAO,
                                              LK-PROGRAMA,
                                              LK-SEQUENCIA,
                                              LK-CADEIA,
                                              LK-RETORNO.
       MAIN.
           MOVE RETURN-CODE TO WK-RC-CHAMADOR
           MOVE '00' TO LK-RETORNO

           EVALUATE TRUE
               WHEN LK-FUNCAO-ACRESCIMO
                   PERFORM 1000-LOCALIZAR-FIM
                       THRU 1000-LOCALIZAR-FIM-EXIT
               WHEN LK-FUNCAO-PUBLICAR-NOVO
                   PERFORM 2000-PUBLICAR-POSICAO
                       THRU 2000-PUBLICAR-POSICAO-EXIT
               WHEN LK-FUNCAO-PUBLICAR
                   PERFORM 2000-PUBLICAR-POSICAO
                       THRU 2000-PUBLICAR-POSICAO-EXIT
               WHEN OTHER
                   DISPLAY 'AVISO: FUNCAO DESCONHECIDA NA POSICAO '
                           'DA CADEIA DE AUDITORIA: ' LK-FUNCAO
                   MOVE '12' TO LK-RETORNO
           END-EVALUATE

           MOVE WK-RC-CHAMADOR TO RETURN-CODE
           GOBACK.
      *
      *=================================*
      * 1000-LOCALIZAR-FIM
      * LE O AUDITLOG ATE A ULTIMA LINHA E DEVOLVE A SEQUENCIA E A
      * CADEIA DELA. O ARQUIVO E FECHADO AQUI MESMO, ANTES DE O
      * CHAMADOR ABRI-LO EM ACRESCIMO.
      *=================================*
       1000-LOCALIZAR-FIM.
           MOVE ZEROS TO LK-SEQUENCIA
           MOVE ZEROS TO LK-CADEIA
           MOVE ZERO  TO WK-QTD-LINHAS

           OPEN INPUT ARQ-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               GO TO 1000-LOCALIZAR-FIM-EXIT
           END-IF

           SET NAO-FIM-AUDIT TO TRUE
           PERFORM 1100-LER-AUDITORIA
               THRU 1100-LER-AUDITORIA-EXIT
               UNTIL FIM-AUDIT

           CLOSE ARQ-AUDITORIA

           IF WK-QTD-LINHAS = ZERO
               GO TO 1000-LOCALIZAR-FIM-EXIT
           END-IF

           IF WK-ULT-SEQUENCIA-X NOT NUMERIC
            OR WK-ULT-CADEIA-X NOT NUMERIC
               DISPLAY 'AVISO: ULTIMA LINHA DO AUDITLOG SEM CARIMBO '
                       'DA CADEIA - ENCADEAMENTO RECOMECA DO ZERO'
               MOVE '04' TO LK-RETORNO
               GO TO 1000-LOCALIZAR-FIM-EXIT
           END-IF

           MOVE WK-ULT-SEQUENCIA TO LK-SEQUENCIA
           MOVE WK-ULT-CADEIA    TO LK-CADEIA.
       1000-LOCALIZAR-FIM-EXIT.
           EXIT.
      *
      * O CARIMBO DE CADA LINHA LIDA E GUARDADO A PARTE: DEPOIS DO
      * AT END A AREA DO REGISTRO NAO E CONFIAVEL.
       1100-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-AUDIT TO TRUE
                   GO TO 1100-LER-AUDITORIA-EXIT
           END-READ

           ADD 1 TO WK-QTD-LINHAS
           MOVE RA-SEQUENCIA TO WK-ULT-SEQUENCIA-X
           MOVE RA-CADEIA    TO WK-ULT-CADEIA-X.
       1100-LER-AUDITORIA-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-PUBLICAR-POSICAO
      * GRAVA OU REGRAVA O REGISTRO DE CONTROLE DA CADEIA COM A
      * POSICAO RECEBIDA. SOMENTE ARQUIVO INEXISTENTE (STATUS 35,
      * PRIMEIRA EXECUCAO) E CRIADO; QUALQUER OUTRA FALHA E SO
      * AVISADA, COMO NO SUB003.
      *=================================*
       2000-PUBLICAR-POSICAO.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SISTEMA FROM TIME

           OPEN I-O ARQ-CTL-CADEIA
           IF WK-STATUS-CTL = '35'
               OPEN OUTPUT ARQ-CTL-CADEIA
               CLOSE ARQ-CTL-CADEIA
               OPEN I-O ARQ-CTL-CADEIA
           END-IF
           IF WK-STATUS-CTL NOT = '00'
               DISPLAY 'AVISO: AUDCTL INDISPONIVEL (STATUS '
                       WK-STATUS-CTL ') - POSICAO DA CADEIA DE '
                       'AUDITORIA NAO PUBLICADA'
               MOVE '04' TO LK-RETORNO
               GO TO 2000-PUBLICAR-POSICAO-EXIT
           END-IF

           SET WK-CTL-EXISTENTE TO TRUE
           MOVE WK-CHAVE-CADEIA TO AC-CHAVE
           READ ARQ-CTL-CADEIA
               INVALID KEY
                   SET WK-CTL-NOVO TO TRUE
           END-READ

           IF WK-CTL-NOVO
            OR LK-FUNCAO-PUBLICAR-NOVO
               MOVE SPACES          TO REG-CTL-CADEIA
               MOVE WK-CHAVE-CADEIA TO AC-CHAVE
               MOVE WK-DATA-SISTEMA TO AC-DATA-ARQUIVO
           END-IF
           MOVE LK-SEQUENCIA    TO AC-SEQUENCIA
           MOVE LK-CADEIA       TO AC-CADEIA
           MOVE LK-PROGRAMA     TO AC-PROGRAMA
           MOVE WK-DATA-SISTEMA TO AC-DATA-ATUALIZ
           MOVE WK-HORA-SISTEMA TO AC-HORA-ATUALIZ

           IF WK-CTL-NOVO
               WRITE REG-CTL-CADEIA
                   INVALID KEY
                       DISPLAY 'AVISO: FALHA AO GRAVAR AUDCTL '
                               '(STATUS ' WK-STATUS-CTL ')'
                       MOVE '04' TO LK-RETORNO
               END-WRITE
           ELSE
               REWRITE REG-CTL-CADEIA
                   INVALID KEY
                       DISPLAY 'AVISO: FALHA AO ATUALIZAR AUDCTL '
                               '(STATUS ' WK-STATUS-CTL ')'
                       MOVE '04' TO LK-RETORNO
               END-REWRITE
           END-IF

           CLOSE ARQ-CTL-CADEIA.
       2000-PUBLICAR-POSICAO-EXIT.
           EXIT.
