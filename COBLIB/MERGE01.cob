      *     MEDIA DO LOTE INTEIRO);
      *   - CONCATENA AS TRILHAS DE AUDITORIA AUDITLG1-4 EM
      *     AUDITLOG E OS REJEITOS REJEITO1-4 EM REJEITOS;
      *   - CARREGA NO VSAMRES OS REGISTROS DOS CLUSTERS
      *     VSAMRS1-4 DE CADA PARTICAO (AS FAIXAS DE SEQUENCIA POR
      *     PARTICAO GARANTEM CHAVES SEM COLISAO).
      * COM ISSO A CONFERENCIA (RECON01), O RETRABALHO (REWORK01)
      * E AS CONSULTAS ENXERGAM O LOTE COMO SE TIVESSE RODADO EM
      * FLUXO UNICO.
      *                    BYTES) - A CONSOLIDACAO COPIA OS
      *                    REGISTROS INTEIROS, ENTAO SO OS LEIAUTES
      *                    FORAM ATUALIZADOS.
      * 2026-10-15 EDB     A SAIDA E A AUDITORIA DO DIA PASSAM A SER
      *                    INICIADAS PELO LIBERA01 (LIBERACAO DOS
      *                    DETALHES AGENDADOS, PRIMEIRO PASSO DA
      *                    CADEIA): NUMSAIDA E AUDITLOG SAO ABERTOS
      *                    EM ACRESCIMO. O VSAMRES COMBINADO PASSA A
      *                    SER ABERTO EM I-O COM ACESSO DINAMICO,
      *                    PARA NAO APAGAR OS AGENDADOS JA POSTADOS
      *                    NO DIA NEM OS RESULTADOS ANTERIORES.
      * 2026-10-15 EDB     LINHAS DE AUDITORIA AMPLIADAS PARA X(160)
      *                    COM SEQUENCIA E VALOR DE CADEIA (SUB005).
      *                    A CADEIA PROPRIA DE CADA PARTICAO E
      *                    CONFERIDA NA COPIA (QUEBRA E ERRO FATAL)
      *                    E CADA LINHA E RECARIMBADA NA CADEIA DO
      *                    AUDITLOG, RETOMADA DA ULTIMA LINHA DO
      *                    ARQUIVO (SUB006); A POSICAO FINAL E
      *                    PUBLICADA NO AUDCTL.
      * 2026-10-15 EDB     FALHA DO SUB005/SUB006 (INDISPONIVEL OU
      *                    RETORNO DIFERENTE DE 00) PASSOU A SER FATAL
      *                    (RC 16), SEM GRAVAR A LINHA DE AUDITORIA.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.

           SELECT ARQ-VSAM-RESULT ASSIGN TO 'VSAMRES'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    VR-TRANS-ID
                                ALTERNATE RECORD KEY VR-LOTE-ID
                                    WITH DUPLICATES
       FD  ARQ-AUDIT1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDIT1          PIC X(160).
       FD  ARQ-AUDIT2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDIT2          PIC X(160).
       FD  ARQ-AUDIT3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDIT3          PIC X(160).
       FD  ARQ-AUDIT4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDIT4          PIC X(160).
      *
       FD  ARQ-REJ1
           RECORDING MODE IS F
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-REJEITOS
           RECORDING MODE IS F
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
       01  WK-BUFFER-ENTRADA    PIC X(130) VALUE SPACES.
      *
      * LINHA DE AUDITORIA DA PARTICAO (160 BYTES), COM A VISAO DO
      * CARIMBO DA CADEIA NAS COLUNAS 131-156.
       01  WK-LINHA-AUDIT-PART  PIC X(160) VALUE SPACES.
       01  WK-LAP-VISOES REDEFINES WK-LINHA-AUDIT-PART.
           05  FILLER           PIC X(130).
           05  WK-LAP-SEQ-X     PIC X(07).
           05  WK-LAP-SEQ REDEFINES WK-LAP-SEQ-X
                                PIC 9(07).
           05  FILLER           PIC X(01).
           05  WK-LAP-CADEIA-X  PIC X(18).
           05  WK-LAP-CADEIA REDEFINES WK-LAP-CADEIA-X
                                PIC 9(18).
           05  FILLER           PIC X(04).
      *
      * POSICAO DA CADEIA DO AUDITLOG COMBINADO (SUB005/SUB006) E
      * DA CADEIA PROPRIA DA PARTICAO EM CONFERENCIA.
       01  WK-CAD-FUNCAO        PIC X(01) VALUE SPACE.
       01  WK-CAD-SEQUENCIA     PIC 9(07) VALUE ZEROS.
       01  WK-CAD-VALOR         PIC 9(18) VALUE ZEROS.
       01  WK-CAD-RETORNO       PIC X(02) VALUE SPACES.
       01  WK-PART-SEQUENCIA    PIC 9(07) VALUE ZEROS.
       01  WK-PART-CADEIA       PIC 9(18) VALUE ZEROS.
       01  WK-PART-CALCULADA    PIC 9(18) VALUE ZEROS.
       01  WK-TRILHA-SW         PIC X(01) VALUE 'N'.
           88  WK-TRILHA-ABERTA           VALUE 'S'.
           88  WK-TRILHA-FECHADA          VALUE 'N'.
      *
       01  WK-QTD-DETALHES      PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-CONTROLE      PIC 9(07) COMP VALUE ZERO.
      *
      *=================================*
      * 1500-ABRIR-SAIDAS
      * A SAIDA E A AUDITORIA DO DIA JA FORAM INICIADAS PELO
      * LIBERA01 E SAO ABERTAS EM ACRESCIMO (INEXISTENTES, SAO
      * CRIADAS). O VSAMRES E ABERTO EM I-O - OS RESULTADOS JA
      * GRAVADOS (AGENDADOS LIBERADOS NO DIA E DIAS ANTERIORES)
      * FICAM; SO O CLUSTER INEXISTENTE (STATUS 35) E CRIADO.
      * A CADEIA DA AUDITORIA CONTINUA DA ULTIMA LINHA JA GRAVADA
      * NO AUDITLOG (SUB006, FUNCAO A).
      *=================================*
       1500-ABRIR-SAIDAS.
           OPEN EXTEND ARQ-SAIDA
           IF WK-STATUS-SAI NOT = '00'
               OPEN OUTPUT ARQ-SAIDA
           END-IF
           IF WK-STATUS-SAI NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-SAIDA: ' WK-STATUS-SAI
               MOVE 16 TO RETURN-CODE
               GO TO 1500-ABRIR-SAIDAS-EXIT
           END-IF
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
               GO TO 1500-ABRIR-SAIDAS-EXIT
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF WK-STATUS-SAI NOT = '00'
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           IF WK-STATUS-SAI NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA: ' WK-STATUS-SAI
               MOVE 16 TO RETURN-CODE
               GO TO 1500-ABRIR-SAIDAS-EXIT
           END-IF
           SET WK-TRILHA-ABERTA TO TRUE
           OPEN OUTPUT ARQ-REJEITOS
           IF WK-STATUS-SAI NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-REJEITOS: ' WK-STATUS-SAI
               MOVE 16 TO RETURN-CODE
               GO TO 1500-ABRIR-SAIDAS-EXIT
           END-IF
           OPEN I-O ARQ-VSAM-RESULT
           IF WK-STATUS-SAI = '35'
               OPEN OUTPUT ARQ-VSAM-RESULT
           END-IF
           IF WK-STATUS-SAI NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VSAM-RESULT: '
                       WK-STATUS-SAI
      *=================================*
      * 4000-COPIAR-AUDIT-PART
      * CONCATENA A TRILHA DE AUDITORIA DA PARTICAO NA COMBINADA.
      * A CADEIA DA PARTICAO COMECA DO ZERO (O PROGCALL CRIA O
      * ARQUIVO DA PARTICAO) E E CONFERIDA LINHA A LINHA ANTES DA
      * COPIA; UMA QUEBRA ENCERRA A CONSOLIDACAO COM ERRO FATAL.
      *=================================*
       4000-COPIAR-AUDIT-PART.
           EVALUATE WK-PART-ATUAL
               GO TO 4000-COPIAR-AUDIT-PART-EXIT
           END-IF

           MOVE ZEROS TO WK-PART-SEQUENCIA
           MOVE ZEROS TO WK-PART-CADEIA

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 4100-LER-AUDIT-PART
               THRU 4100-LER-AUDIT-PART-EXIT
           PERFORM 4200-COPIAR-LINHA-AUDIT
               THRU 4200-COPIAR-LINHA-AUDIT-EXIT
               UNTIL FIM-ARQUIVO
                  OR JOB-ABORTADO

           EVALUATE WK-PART-ATUAL
               WHEN 1 CLOSE ARQ-AUDIT1
           EXIT.
      *
       4100-LER-AUDIT-PART.
           MOVE SPACES TO WK-LINHA-AUDIT-PART
           EVALUATE WK-PART-ATUAL
               WHEN 1
                   READ ARQ-AUDIT1 INTO WK-LINHA-AUDIT-PART
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 2
                   READ ARQ-AUDIT2 INTO WK-LINHA-AUDIT-PART
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 3
                   READ ARQ-AUDIT3 INTO WK-LINHA-AUDIT-PART
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 4
                   READ ARQ-AUDIT4 INTO WK-LINHA-AUDIT-PART
                       AT END SET FIM-ARQUIVO TO TRUE
                   END-READ
           END-EVALUATE.
           EXIT.
      *
       4200-COPIAR-LINHA-AUDIT.
           PERFORM 4300-CONFERIR-CADEIA-PART
               THRU 4300-CONFERIR-CADEIA-PART-EXIT
           IF JOB-ABORTADO
               GO TO 4200-COPIAR-LINHA-AUDIT-EXIT
           END-IF

           MOVE 'C' TO WK-CAD-FUNCAO
           CALL 'SUB005' USING WK-CAD-FUNCAO,
                           WK-LINHA-AUDIT-PART,
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
               GO TO 4200-COPIAR-LINHA-AUDIT-EXIT
           END-IF

           ADD 1 TO WK-QTD-AUDIT
           WRITE REG-AUDITORIA FROM WK-LINHA-AUDIT-PART
           PERFORM 4100-LER-AUDIT-PART
               THRU 4100-LER-AUDIT-PART-EXIT.
       4200-COPIAR-LINHA-AUDIT-EXIT.
           EXIT.
      *
      *=================================*
      * 4300-CONFERIR-CADEIA-PART
      * CONFERE O CARIMBO DA LINHA DA PARTICAO: A SEQUENCIA TEM DE
      * SER A SEGUINTE A DA LINHA ANTERIOR E O VALOR DE CADEIA TEM
      * DE SER O RECALCULADO PELO SUB005 (FUNCAO V). LINHA SEM
      * CARIMBO, FORA DE ORDEM, FALTANTE OU ALTERADA E ERRO FATAL.
      *=================================*
       4300-CONFERIR-CADEIA-PART.
           IF WK-LAP-SEQ-X NOT NUMERIC
            OR WK-LAP-CADEIA-X NOT NUMERIC
               DISPLAY 'ERRO: LINHA SEM CARIMBO DE CADEIA NA '
                       'AUDITORIA DA PARTICAO ' WK-PART-ATUAL
                       ' APOS A SEQUENCIA ' WK-PART-SEQUENCIA
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 4300-CONFERIR-CADEIA-PART-EXIT
           END-IF

           ADD 1 TO WK-PART-SEQUENCIA
           IF WK-LAP-SEQ NOT = WK-PART-SEQUENCIA
               DISPLAY 'ERRO: SEQUENCIA DA AUDITORIA DA PARTICAO '
                       WK-PART-ATUAL ' FORA DE ORDEM: ESPERADA '
                       WK-PART-SEQUENCIA ' LIDA ' WK-LAP-SEQ
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 4300-CONFERIR-CADEIA-PART-EXIT
           END-IF

           MOVE WK-PART-CADEIA TO WK-PART-CALCULADA
           MOVE 'V' TO WK-CAD-FUNCAO
           CALL 'SUB005' USING WK-CAD-FUNCAO,
                           WK-LINHA-AUDIT-PART,
                           WK-PART-SEQUENCIA,
                           WK-PART-CALCULADA,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-CAD-RETORNO
           END-CALL
           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB005 RETORNOU ' WK-CAD-RETORNO
                       ' NA CONFERENCIA DA AUDITORIA DA PARTICAO '
                       WK-PART-ATUAL
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 4300-CONFERIR-CADEIA-PART-EXIT
           END-IF
           IF WK-PART-CALCULADA NOT = WK-LAP-CADEIA
               DISPLAY 'ERRO: CADEIA DA AUDITORIA DA PARTICAO '
                       WK-PART-ATUAL ' QUEBRADA NA SEQUENCIA '
                       WK-LAP-SEQ
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 4300-CONFERIR-CADEIA-PART-EXIT
           END-IF
           MOVE WK-LAP-CADEIA TO WK-PART-CADEIA.
       4300-CONFERIR-CADEIA-PART-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-COPIAR-REJ-PART
      * CONCATENA OS REJEITOS DA PARTICAO NO ARQUIVO COMBINADO.
      *=================================*
      * 6000-CARREGAR-VSAM-PART
      * CARREGA OS REGISTROS DO CLUSTER DA PARTICAO NO CLUSTER
      * COMBINADO. AS FAIXAS DE SEQUENCIA POR PARTICAO GARANTEM
      * CHAVES SEM COLISAO ENTRE SI E COM A FAIXA DA LIBERACAO DE
      * AGENDADOS (97XXXX); A GRAVACAO E ALEATORIA PELA CHAVE.
      *=================================*
       6000-CARREGAR-VSAM-PART.
           EVALUATE WK-PART-ATUAL
           MOVE WK-BUFFER-ENTRADA TO REG-VSAM-RESULT
           WRITE REG-VSAM-RESULT
               INVALID KEY
                   PERFORM 6300-REGRAVAR-VSAM-COMB
                       THRU 6300-REGRAVAR-VSAM-COMB-EXIT
           END-WRITE
           PERFORM 6100-LER-VSAM-PART
               THRU 6100-LER-VSAM-PART-EXIT.
           EXIT.
      *
      *=================================*
      * 6300-REGRAVAR-VSAM-COMB
      * CHAVE JA EXISTENTE NO VSAMRES (REEXECUCAO DA CONSOLIDACAO
      * NO MESMO DIA): O REGISTRO DA PARTICAO SUBSTITUI O
      * ANTERIOR. QUALQUER OUTRA FALHA E ERRO DE GRAVACAO.
      *=================================*
       6300-REGRAVAR-VSAM-COMB.
           IF WK-STATUS-SAI = '22'
               REWRITE REG-VSAM-RESULT
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WK-STATUS-SAI NOT = '00'
               DISPLAY 'ERRO AO GRAVAR VSAM COMBINADO, CHAVE: '
                       VR-TRANS-ID
               MOVE 8 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
           END-IF.
       6300-REGRAVAR-VSAM-COMB-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-GRAVAR-RESUMO-COMBINADO
      * GRAVA O BLOCO UNICO DE TOTAIS DE CONTROLE DO LOTE INTEIRO
      * NA SAIDA COMBINADA E EMITE OS CONTADORES NO LOG.
      *
      *=================================*
      * 8000-ENCERRAR-SAIDAS
      * A POSICAO FINAL DA CADEIA DO AUDITLOG (INCLUSIVE APOS UMA
      * QUEBRA, COM O QUE FOI DE FATO GRAVADO) E PUBLICADA NO
      * AUDCTL (SUB006).
      *=================================*
       8000-ENCERRAR-SAIDAS.
           CLOSE ARQ-SAIDA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-REJEITOS
           CLOSE ARQ-VSAM-RESULT

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
       8000-ENCERRAR-SAIDAS-EXIT.
           EXIT.
