      *             A PARTIR DO CODIGO DE OPERACAO GRAVADO NA
      *             PROPRIA LINHA DE AUDITORIA, COM A CONTAGEM DE
      *             CHAMADAS COM ERRO DE CALCULO POR OPERACAO;
      *   SECAO 2 - QUANTIDADE DE REJEITOS POR MOTIVO 01-12, COM
      *             PERCENTUAL SOBRE O TOTAL DE REJEITOS;
      *   SECAO 3 - PERFIL DE VOLUME HORA A HORA, A PARTIR DA HORA
      *             GRAVADA NA LINHA DE AUDITORIA.
      *                    NOVOS 09 (MOEDA NAO RECONHECIDA) E 10
      *                    (MOEDAS MISTURADAS) ENTRARAM NA SECAO 2 E
      *                    O REJEITO PASSOU A X(95) COM A MOEDA.
      * 2026-10-15 EDB     INCLUIDO O MOTIVO 11 (SUSPEITA DE
      *                    DUPLICIDADE ENTRE LOTES, DO PROGCALL)
      *                    NA TABELA DE MOTIVOS DA SECAO 2.
      * 2026-10-15 EDB     AS LINHAS DE RECUSA DA APROVACAO ONLINE
      *                    (ORIGEM REC, DO ONLINE06) CONTAM NO TOTAL
      *                    DE CHAMADAS E NO PERFIL POR HORA, MAS NAO
      *                    COMO SUCESSO NEM ERRO: TEM TOTAL PROPRIO
      *                    (RECUSAS) NA LINHA DE TOTAL GERAL.
      * 2026-10-15 EDB     INCLUIDO O MOTIVO 12 (DATA EFETIVA INVALIDA
      *                    NO DETALHE AGENDADO, DO PROGCALL) NA
      *                    TABELA DE MOTIVOS DA SECAO 2.
      * 2026-10-15 EDB     A LINHA DA TRILHA DE AUDITORIA PASSOU A
      *                    X(160), COM A SEQUENCIA E O VALOR DE
      *                    CADEIA NAS COLUNAS 131-156 (CONFERIDOS
      *                    PELO AUDVER01); SO O REGISTRO LIDO FOI
      *                    AMPLIADO.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-REJEITOS
           RECORDING MODE IS F
       01  WK-MOE-ACHADA        PIC 9(02) COMP VALUE ZERO.
       01  WK-MOEDA-LIDA        PIC X(03) VALUE SPACES.
      *
      * CONTAGEM DE REJEITOS POR MOTIVO 01-12, MAIS UMA ENTRADA
      * PARA MOTIVOS NAO RECONHECIDOS.
       01  WK-TABELA-MOTIVOS.
           05  WK-MOT-ENTRADA   OCCURS 13 TIMES.
               10  MOT-CODIGO   PIC X(02).
               10  MOT-DESCRICAO PIC X(30).
               10  MOT-QTD      PIC 9(07) COMP.
       01  WK-TOT-CHAMADAS      PIC 9(07) COMP VALUE ZERO.
       01  WK-TOT-SUCESSOS      PIC 9(07) COMP VALUE ZERO.
       01  WK-TOT-ERROS         PIC 9(07) COMP VALUE ZERO.
       01  WK-TOT-RECUSAS       PIC 9(07) COMP VALUE ZERO.
       01  WK-TOT-REJEITOS      PIC 9(07) COMP VALUE ZERO.
      *
       01  WK-LINHA-CORRENTE    PIC 9(03) COMP VALUE ZERO.
           05  LTG-SUCESSOS     PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(08)  VALUE '  ERROS:'.
           05  LTG-ERROS        PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(10)  VALUE '  RECUSAS:'.
           05  LTG-RECUSAS      PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(01)  VALUE ')'.
           05  FILLER           PIC X(01)  VALUE SPACES.
      *
       01  WK-TAM-BARRA         PIC 9(03) COMP VALUE ZERO.
       01  WK-IND-BARRA         PIC 9(03) COMP VALUE ZERO.
           MOVE '10' TO MOT-CODIGO (10)
           MOVE 'MOEDAS MISTURADAS NO PAR'
                     TO MOT-DESCRICAO (10)
           MOVE '11' TO MOT-CODIGO (11)
           MOVE 'SUSPEITA DE DUPLICIDADE'
                     TO MOT-DESCRICAO (11)
           MOVE '12' TO MOT-CODIGO (12)
           MOVE 'DATA EFETIVA INVALIDA'
                     TO MOT-DESCRICAO (12)
           MOVE '??' TO MOT-CODIGO (13)
           MOVE 'MOTIVO NAO RECONHECIDO'
                     TO MOT-DESCRICAO (13)

           PERFORM 1200-ZERAR-MOTIVO
               THRU 1200-ZERAR-MOTIVO-EXIT
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 13

           PERFORM 1300-ZERAR-HORA
               THRU 1300-ZERAR-HORA-EXIT
               END-IF
           END-IF

           IF LA-ORIGEM = 'REC'
               ADD 1 TO WK-TOT-RECUSAS
               PERFORM 2100-LER-AUDITORIA
                   THRU 2100-LER-AUDITORIA-EXIT
               GO TO 2200-CLASSIFICAR-AUDIT-EXIT
           END-IF

           IF LA-MSG-INICIO-05  = 'ERRO:'
            OR LA-MSG-INICIO-17 = 'OPERACAO INVALIDA'
               ADD 1 TO WK-TOT-ERROS
           MOVE REG-REJEITO TO LINHA-REJEITO-LIDA
           ADD 1 TO WK-TOT-REJEITOS

           MOVE 13 TO WK-MOT-ACHADO
           PERFORM 3300-COMPARAR-MOTIVO
               THRU 3300-COMPARAR-MOTIVO-EXIT
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 12
                  OR WK-MOT-ACHADO < 13

           ADD 1 TO MOT-QTD (WK-MOT-ACHADO)

           MOVE WK-TOT-CHAMADAS TO LTG-CHAMADAS
           MOVE WK-TOT-SUCESSOS TO LTG-SUCESSOS
           MOVE WK-TOT-ERROS    TO LTG-ERROS
           MOVE WK-TOT-RECUSAS  TO LTG-RECUSAS
           MOVE LINHA-TOTAL-GERAL TO WK-LINHA-DETALHE
           PERFORM 6000-ESCREVER-LINHA
               THRU 6000-ESCREVER-LINHA-EXIT
           PERFORM 7200-EMITIR-MOTIVO
               THRU 7200-EMITIR-MOTIVO-EXIT
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 13

           MOVE LINHA-EM-BRANCO TO WK-LINHA-DETALHE
           PERFORM 6000-ESCREVER-LINHA
           EXIT.
      *
       7200-EMITIR-MOTIVO.
           IF WK-IND-MOT = 13
            AND MOT-QTD (13) = ZERO
               GO TO 7200-EMITIR-MOTIVO-EXIT
           END-IF

