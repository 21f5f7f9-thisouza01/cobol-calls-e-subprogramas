       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PENDAP01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * RELATORIO DE PENDENCIAS DE APROVACAO VENCIDAS
      * RODA DE MANHA, NO INICIO DA CADEIA. LE O ARQUIVO DE
      * PENDENCIAS DE APROVACAO (PENDAPR, GRAVADO PELA TRANSACAO
      * CALC DO ONLINE01 QUANDO O RESULTADO PASSA DA ALCADA DA
      * MOEDA, E DECIDIDO PELA TRANSACAO APRV DO ONLINE06) E LISTA
      * AS QUE CONTINUAM EM ABERTO (SITUACAO P) COM PEDIDO DE DATA
      * ANTERIOR A DO PROCESSAMENTO. ESSAS PENDENCIAS NAO PODEM MAIS
      * SER APROVADAS (O ONLINE06 SO APROVA PEDIDO DO PROPRIO DIA):
      * O SUPERVISOR RECUSA CADA UMA NA APRV E, SE O CALCULO AINDA
      * FOR DEVIDO, ELE E REFEITO NA CALC.
      *
      * O RESULTADO E REGISTRADO NO CONTROLE DA CADEIA NOTURNA
      * (RUNCTL, VIA SUB003) PARA A MONITORACAO ONLINE (ONLINE04):
      * LIDOS = PENDENCIAS LIDAS, GRAVADOS = PENDENCIAS VENCIDAS,
      * LOTE = DATA DO PEDIDO MAIS ANTIGO. HAVENDO PENDENCIA VENCIDA
      * O RETURN-CODE E 4 (ALERTA PARA A OPERACAO, SEM PARAR A
      * CADEIA). PENDAPR AINDA NAO CRIADO NAO E ERRO; OUTRA FALHA
      * DE ABERTURA ABORTA COM 16.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENTES ASSIGN TO 'PENDAPR'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   SEQUENTIAL
                                RECORD KEY    PA-TRANS-ID
                                FILE STATUS   WK-STATUS-PENDAPR.

           SELECT ARQ-RELATORIO ASSIGN TO 'PENDREP'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-RELAT.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      * MESMO LEIAUTE DO REGISTRO DE PENDENCIA DO ONLINE01 E DO
      * ONLINE06 (180 BYTES).
       FD  ARQ-PENDENTES
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDENTE.
           05  PA-TRANS-ID     PIC X(14).
           05  PA-SITUACAO     PIC X(01).
               88  PA-PENDENTE           VALUE 'P'.
               88  PA-APROVADO           VALUE 'A'.
               88  PA-RECUSADO           VALUE 'R'.
           05  PA-NUM1         PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  PA-NUM2         PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  PA-OPERACAO     PIC X(01).
           05  PA-MOEDA        PIC X(03).
           05  PA-RESULTADO    PIC S9(09)V99
                               SIGN LEADING SEPARATE.
           05  PA-MENSAGEM     PIC X(50).
           05  PA-ALCADA       PIC 9(09)V99.
           05  PA-OPER-SOLIC   PIC X(08).
           05  PA-DATA-SOLIC   PIC 9(08).
           05  PA-HORA-SOLIC   PIC 9(08).
           05  PA-HORA-SOLIC-P REDEFINES PA-HORA-SOLIC.
               10  PA-HHMM-SOLIC PIC 9(04).
               10  FILLER      PIC 9(04).
           05  PA-OPER-DECISAO PIC X(08).
           05  PA-DATA-DECISAO PIC 9(08).
           05  PA-HORA-DECISAO PIC 9(08).
           05  FILLER          PIC X(20).
      *
       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO       PIC X(100).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PENDAPR    PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-FIM-PENDAPR-SW    PIC X(01) VALUE 'N'.
           88  FIM-PENDAPR                VALUE 'S'.
           88  NAO-FIM-PENDAPR            VALUE 'N'.
       01  WK-PENDAPR-ABERTO-SW PIC X(01) VALUE 'N'.
           88  PENDAPR-ABERTO             VALUE 'S'.
           88  PENDAPR-FECHADO            VALUE 'N'.
      *
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
       01  WK-QTD-LIDAS         PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-ABERTAS-DIA   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-VENCIDAS      PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-APROVADAS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-RECUSADAS     PIC 9(07) COMP VALUE ZERO.
       01  WK-MAIS-ANTIGA       PIC 9(08) VALUE ZEROS.
      *
       01  LINHA-PEN-TITULO.
           05  FILLER           PIC X(40)
               VALUE 'PENDENCIAS DE APROVACAO ONLINE VENCIDAS '.
           05  FILLER           PIC X(08)  VALUE '- DATA: '.
           05  LPT-DATA         PIC 9(08).
           05  FILLER           PIC X(44)  VALUE SPACES.
      *
       01  LINHA-PEN-CABECALHO.
           05  FILLER           PIC X(15)  VALUE 'ID TRANSACAO'.
           05  FILLER           PIC X(09)  VALUE 'SOLICIT.'.
           05  FILLER           PIC X(09)  VALUE 'DATA'.
           05  FILLER           PIC X(06)  VALUE 'HORA'.
           05  FILLER           PIC X(02)  VALUE 'O'.
           05  FILLER           PIC X(04)  VALUE 'MOE'.
           05  FILLER           PIC X(16)  VALUE '      RESULTADO'.
           05  FILLER           PIC X(14)  VALUE '        ALCADA'.
           05  FILLER           PIC X(25)  VALUE SPACES.
      *
       01  LINHA-PEN-DETALHE.
           05  LPD-TRANS-ID     PIC X(14).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-OPER-SOLIC   PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-DATA-SOLIC   PIC 9(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-HORA-SOLIC   PIC X(05).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-OPERACAO     PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-MOEDA        PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-RESULTADO    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LPD-ALCADA       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(25)  VALUE SPACES.
      *
       01  WK-HORA-EDITADA.
           05  WK-HED-HH        PIC 9(02).
           05  FILLER           PIC X(01)  VALUE ':'.
           05  WK-HED-MM        PIC 9(02).
       01  WK-HHMM-SOLIC        PIC 9(04) VALUE ZERO.
       01  WK-HHMM-PARTES REDEFINES WK-HHMM-SOLIC.
           05  WK-HHMM-HH       PIC 9(02).
           05  WK-HHMM-MM       PIC 9(02).
      *
       01  LINHA-PEN-TOTAL.
           05  FILLER           PIC X(19)  VALUE 'PENDENCIAS LIDAS: '.
           05  LTT-LIDAS        PIC ZZZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  VENCIDAS: '.
           05  LTT-VENCIDAS     PIC ZZZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  ABERTAS HOJE:'.
           05  LTT-ABERTAS-DIA  PIC ZZZZZZ9.
           05  FILLER           PIC X(32)  VALUE SPACES.
      *
       01  LINHA-PEN-NENHUMA    PIC X(100)
               VALUE 'NENHUMA PENDENCIA DE APROVACAO VENCIDA.'.
      *
       01  LINHA-EM-BRANCO      PIC X(100) VALUE SPACES.
      *
      * CAMPOS DA CHAMADA AO REGISTRADOR DE EXECUCAO DA CADEIA
      * NOTURNA (SUB003 / ARQUIVO RUNCTL).
       01  WK-RUN-ACAO          PIC X(01) VALUE SPACE.
       01  WK-RUN-PROGRAMA      PIC X(08) VALUE 'PENDAP01'.
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
      * CONTROLA A LEITURA DAS PENDENCIAS E A EMISSAO DO
      * RELATORIO.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'RELATORIO DE PENDENCIAS DE APROVACAO INICIADO'

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

           PERFORM 1500-ABRIR-ARQUIVOS
               THRU 1500-ABRIR-ARQUIVOS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           MOVE WK-DATA-SISTEMA TO LPT-DATA
           WRITE REG-RELATORIO FROM LINHA-PEN-TITULO
           WRITE REG-RELATORIO FROM LINHA-PEN-CABECALHO

           IF PENDAPR-ABERTO
               PERFORM 2100-LER-PENDENCIA
                   THRU 2100-LER-PENDENCIA-EXIT
               PERFORM 2000-CONFERIR-PENDENCIA
                   THRU 2000-CONFERIR-PENDENCIA-EXIT
                   UNTIL FIM-PENDAPR
                      OR RETURN-CODE NOT = ZERO
           END-IF

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 7000-EMITIR-TOTAIS
               THRU 7000-EMITIR-TOTAIS-EXIT.
      *
      *=================================*
      * 0000-MAIN-ENCERRAR
      *=================================*
       0000-MAIN-ENCERRAR.
           PERFORM 8000-ENCERRAR-ARQUIVOS
               THRU 8000-ENCERRAR-ARQUIVOS-EXIT

           IF JOB-ABORTADO
               DISPLAY 'RELATORIO ENCERRADO POR ERRO FATAL'
               MOVE 'F' TO WK-RUN-STATUS
           ELSE
               IF WK-QTD-VENCIDAS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
               DISPLAY 'RELATORIO FINALIZADO'
               MOVE 'C' TO WK-RUN-STATUS
           END-IF
           MOVE WK-QTD-LIDAS    TO WK-RUN-LIDOS
           MOVE WK-QTD-VENCIDAS TO WK-RUN-GRAVADOS
           IF WK-MAIS-ANTIGA > ZERO
               MOVE WK-MAIS-ANTIGA TO WK-RUN-LOTE
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
      * 1500-ABRIR-ARQUIVOS
      * PENDAPR INEXISTENTE (NENHUM CALCULO ONLINE JA PASSOU DA
      * ALCADA) NAO E ERRO: O RELATORIO SAI SEM PENDENCIAS. OUTRA
      * FALHA DE ABERTURA PARA O JOB.
      *=================================*
       1500-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PENDENTES
           EVALUATE WK-STATUS-PENDAPR
               WHEN '00'
                   SET PENDAPR-ABERTO TO TRUE
               WHEN '35'
                   DISPLAY 'PENDAPR INEXISTENTE - NENHUMA PENDENCIA '
                           'A CONFERIR'
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR ARQ-PENDENTES (PENDAPR): '
                           WK-STATUS-PENDAPR
                   MOVE 16 TO RETURN-CODE
                   GO TO 1500-ABRIR-ARQUIVOS-EXIT
           END-EVALUATE

           OPEN OUTPUT ARQ-RELATORIO
           IF WK-STATUS-RELAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RELATORIO: '
                       WK-STATUS-RELAT
               MOVE 16 TO RETURN-CODE
           END-IF.
       1500-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-CONFERIR-PENDENCIA
      * CONTA AS DECISOES JA TOMADAS E AS PENDENCIAS EM ABERTO DO
      * DIA; A PENDENCIA EM ABERTO DE DATA ANTERIOR SAI NO
      * RELATORIO COMO VENCIDA.
      *=================================*
       2000-CONFERIR-PENDENCIA.
           ADD 1 TO WK-QTD-LIDAS

           EVALUATE TRUE
               WHEN PA-APROVADO
                   ADD 1 TO WK-QTD-APROVADAS
               WHEN PA-RECUSADO
                   ADD 1 TO WK-QTD-RECUSADAS
               WHEN PA-PENDENTE
                AND PA-DATA-SOLIC NOT < WK-DATA-SISTEMA
                   ADD 1 TO WK-QTD-ABERTAS-DIA
               WHEN PA-PENDENTE
                   ADD 1 TO WK-QTD-VENCIDAS
                   IF WK-MAIS-ANTIGA = ZERO
                    OR PA-DATA-SOLIC < WK-MAIS-ANTIGA
                       MOVE PA-DATA-SOLIC TO WK-MAIS-ANTIGA
                   END-IF
                   DISPLAY 'ALERTA: PENDENCIA ' PA-TRANS-ID
                           ' DE ' PA-OPER-SOLIC
                           ' VENCIDA SEM DECISAO'
                   PERFORM 4000-IMPRIMIR-VENCIDA
                       THRU 4000-IMPRIMIR-VENCIDA-EXIT
               WHEN OTHER
                   DISPLAY 'AVISO: PENDENCIA ' PA-TRANS-ID
                           ' COM SITUACAO INVALIDA: ' PA-SITUACAO
           END-EVALUATE

           PERFORM 2100-LER-PENDENCIA
               THRU 2100-LER-PENDENCIA-EXIT.
       2000-CONFERIR-PENDENCIA-EXIT.
           EXIT.
      *
       2100-LER-PENDENCIA.
           READ ARQ-PENDENTES NEXT RECORD
               AT END
                   SET FIM-PENDAPR TO TRUE
                   GO TO 2100-LER-PENDENCIA-EXIT
           END-READ

           IF WK-STATUS-PENDAPR NOT = '00'
               DISPLAY 'ERRO AO LER ARQ-PENDENTES: '
                       WK-STATUS-PENDAPR
               MOVE 16 TO RETURN-CODE
           END-IF.
       2100-LER-PENDENCIA-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-IMPRIMIR-VENCIDA
      * MONTA A LINHA DO RELATORIO DA PENDENCIA CORRENTE.
      *=================================*
       4000-IMPRIMIR-VENCIDA.
           MOVE SPACES          TO LINHA-PEN-DETALHE
           MOVE PA-TRANS-ID     TO LPD-TRANS-ID
           MOVE PA-OPER-SOLIC   TO LPD-OPER-SOLIC
           MOVE PA-DATA-SOLIC   TO LPD-DATA-SOLIC
           MOVE PA-HHMM-SOLIC   TO WK-HHMM-SOLIC
           MOVE WK-HHMM-HH      TO WK-HED-HH
           MOVE WK-HHMM-MM      TO WK-HED-MM
           MOVE WK-HORA-EDITADA TO LPD-HORA-SOLIC
           MOVE PA-OPERACAO     TO LPD-OPERACAO
           MOVE PA-MOEDA        TO LPD-MOEDA
           MOVE PA-RESULTADO    TO LPD-RESULTADO
           MOVE PA-ALCADA       TO LPD-ALCADA
           WRITE REG-RELATORIO FROM LINHA-PEN-DETALHE.
       4000-IMPRIMIR-VENCIDA-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-TOTAIS
      * EMITE OS TOTAIS DA CONFERENCIA, TANTO NO ARQUIVO QUANTO NO
      * LOG DO JOB.
      *=================================*
       7000-EMITIR-TOTAIS.
           IF WK-QTD-VENCIDAS = ZERO
               WRITE REG-RELATORIO FROM LINHA-PEN-NENHUMA
           END-IF

           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           MOVE WK-QTD-LIDAS       TO LTT-LIDAS
           MOVE WK-QTD-VENCIDAS    TO LTT-VENCIDAS
           MOVE WK-QTD-ABERTAS-DIA TO LTT-ABERTAS-DIA
           WRITE REG-RELATORIO FROM LINHA-PEN-TOTAL

           DISPLAY 'DATA DE REFERENCIA......: ' WK-DATA-SISTEMA
           DISPLAY 'PENDENCIAS LIDAS........: ' WK-QTD-LIDAS
           DISPLAY 'APROVADAS...............: ' WK-QTD-APROVADAS
           DISPLAY 'RECUSADAS...............: ' WK-QTD-RECUSADAS
           DISPLAY 'EM ABERTO DO DIA........: ' WK-QTD-ABERTAS-DIA
           DISPLAY 'VENCIDAS SEM DECISAO....: ' WK-QTD-VENCIDAS.
       7000-EMITIR-TOTAIS-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           IF PENDAPR-ABERTO
               CLOSE ARQ-PENDENTES
           END-IF
           CLOSE ARQ-RELATORIO.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
