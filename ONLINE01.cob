      * PARAMETROS. ESPELHO AUSENTE OU CHAVE AUSENTE USA OS
      * PADROES DO SUB002.
      *
      * DUPLA APROVACAO: CALCULO CUJO RESULTADO (EM VALOR ABSOLUTO)
      * PASSA DA ALCADA DA MOEDA (MOEDA-APROVACAO-NN NO PARMCTL) NAO
      * E POSTADO - FICA NO ARQUIVO CHAVEADO DE PENDENCIAS PENDAPR,
      * COM O USUARIO CICS DO SOLICITANTE E A DATA/HORA, SOB UMA
      * SEQUENCIA 98XXXX JA RESERVADA. OUTRO OPERADOR APROVA OU
      * RECUSA PELA TRANSACAO APRV (ONLINE06); A APROVACAO POSTA O
      * RESULTADO NESSA MESMA SEQUENCIA. A SEQUENCIA E RESERVADA
      * SOB ENQ DO RECURSO CALCSEQ OLHANDO O VSAMRES E O PENDAPR.
      *
      * TRANSACAO CICS.......: CALC
      * MAPSET................: NENHUM (EXEC CICS SEND/RECEIVE TEXT)
      * ESTILO................: CONVERSACIONAL (TAREFA UNICA, CURTA)
      *                    ERRO DEPOIS DA AUDITORIA JA GRAVADA,
      *                    DEIXANDO AS DUAS VISOES ONLINE DO RECON01
      *                    FORA DE BALANCO.
      * 2026-10-15 EDB     INCLUIDA A DUPLA APROVACAO DE CALCULOS DE
      *                    VALOR ALTO: RESULTADO ACIMA DA ALCADA DA
      *                    MOEDA (MOEDA-APROVACAO-NN DO PARMCTL) VAI
      *                    PARA O ARQUIVO DE PENDENCIAS PENDAPR COM O
      *                    OPERADOR SOLICITANTE, SEM AUDITORIA E SEM
      *                    VSAMRES; A DECISAO E DA TRANSACAO APRV
      *                    (ONLINE06). A RESERVA DA SEQUENCIA 98XXXX
      *                    PASSOU A CONSIDERAR TAMBEM AS PENDENCIAS E
      *                    A SER SERIALIZADA POR ENQ (RECURSO
      *                    CALCSEQ), POIS O DUPREC DE UM ARQUIVO NAO
      *                    PROTEGE A CHAVE RESERVADA NO OUTRO.
      * 2026-10-15 EDB     LINHA DE AUDITORIA AMPLIADA PARA X(160) COM
      *                    SEQUENCIA E VALOR DE CADEIA (SUB005). A
      *                    POSICAO DA CADEIA E TOMADA E DEVOLVIDA NO
      *                    REGISTRO DE CONTROLE AUDCTL SOB ENQ DO
      *                    RECURSO AUDCADEI, PARA QUE DUAS TAREFAS
      *                    NAO CARIMBEM A MESMA SEQUENCIA.
      * 2026-10-15 EDB     LINHA DE AUDITORIA COMPLETADA PARA 160
      *                    BYTES (FILLER FINAL X(06)).
      * 2026-10-15 EDB     SUB005 INDISPONIVEL OU COM RETORNO
      *                    DIFERENTE DE 00 ENCERRA A TAREFA NA TELA
      *                    DE ERRO SEM GRAVAR A LINHA NEM O CALCULO.
      *=================================*
       ENVIRONMENT             DIVISION.
      *
           05  WS-REJ-MOTIVO   PIC X(02).
           05  FILLER          PIC X(03)  VALUE '): '.
           05  WS-REJ-MENSAGEM PIC X(50).
      *
       01  WS-TELA-PENDENTE.
           05  FILLER          PIC X(11)  VALUE 'RESULTADO: '.
           05  WS-PEN-RESULTADO PIC -Z(08)9.99.
           05  FILLER          PIC X(03)  VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'ACIMA DA ALCADA - AGUARDA APROVACAO ID: '.
           05  WS-PEN-TRANS-ID PIC X(14).
      *
       01  WS-TELA-ERRO.
           05  FILLER          PIC X(40)
           05  WS-PCV-MOE-LIMITE-V REDEFINES WS-PCV-MOE-LIMITE-X
                               PIC 9(07)V99.
           05  FILLER          PIC X(08).
       01  WS-PC-VALOR-ALC REDEFINES WS-REG-PARM-CTL.
           05  FILLER          PIC X(20).
           05  WS-PCV-ALC-MOEDA PIC X(03).
           05  WS-PCV-ALC-LIMITE-X PIC X(11).
           05  WS-PCV-ALC-LIMITE-V REDEFINES WS-PCV-ALC-LIMITE-X
                               PIC 9(09)V99.
           05  FILLER          PIC X(06).
       01  WS-CHAVE-PARM-BR    PIC X(20) VALUE LOW-VALUES.
       01  WS-FIM-PARM-SW      PIC X(01) VALUE 'N'.
           88  WS-FIM-PARM               VALUE 'S'.
           88  WS-NAO-FIM-PARM           VALUE 'N'.
      *
      * ALCADAS DE APROVACAO POR MOEDA, DO MESMO ESPELHO. MOEDA SEM
      * ALCADA (OU COM ALCADA ZERO) NAO EXIGE SEGUNDO OPERADOR.
       01  WS-TAB-ALCADAS.
           05  WS-QTD-ALCADAS   PIC 9(02) VALUE ZEROS.
           05  WS-ALCADA-ENTRADA OCCURS 10 TIMES.
               10  WS-ALC-MOEDA  PIC X(03).
               10  WS-ALC-LIMITE PIC 9(09)V99.
       01  WS-IND-ALC          PIC S9(04) COMP VALUE ZERO.
       01  WS-ALC-ACHADA       PIC S9(04) COMP VALUE ZERO.
       01  WS-RESULTADO-ABS    PIC 9(09)V99 VALUE ZEROS.
       01  WS-ALCADA-SW        PIC X(01) VALUE 'N'.
           88  WS-EXIGE-APROVACAO        VALUE 'S'.
           88  WS-DISPENSA-APROVACAO     VALUE 'N'.
      *
      * PENDENCIAS DE APROVACAO (PENDAPR): MESMO LEIAUTE DO REGISTRO
      * TRATADO PELO ONLINE06 E LIDO PELO PENDAP01 (180 BYTES),
      * CHAVEADO PELO ID DE TRANSACAO 98XXXX RESERVADO.
       01  WS-ARQUIVO-PENDAPR  PIC X(08) VALUE 'PENDAPR '.
       01  WS-REG-PENDENTE.
           05  WS-PA-TRANS-ID  PIC X(14).
           05  WS-PA-SITUACAO  PIC X(01).
               88  WS-PA-PENDENTE        VALUE 'P'.
               88  WS-PA-APROVADO        VALUE 'A'.
               88  WS-PA-RECUSADO        VALUE 'R'.
           05  WS-PA-NUM1      PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  WS-PA-NUM2      PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  WS-PA-OPERACAO  PIC X(01).
           05  WS-PA-MOEDA     PIC X(03).
           05  WS-PA-RESULTADO PIC S9(09)V99
                               SIGN LEADING SEPARATE.
           05  WS-PA-MENSAGEM  PIC X(50).
           05  WS-PA-ALCADA    PIC 9(09)V99.
           05  WS-PA-OPER-SOLIC PIC X(08).
           05  WS-PA-DATA-SOLIC PIC 9(08).
           05  WS-PA-HORA-SOLIC PIC 9(08).
           05  WS-PA-OPER-DECISAO PIC X(08).
           05  WS-PA-DATA-DECISAO PIC 9(08).
           05  WS-PA-HORA-DECISAO PIC 9(08).
           05  FILLER          PIC X(20).
       01  WS-CHAVE-PENDENTE   PIC X(14) VALUE SPACES.
       01  WS-OPERADOR         PIC X(08) VALUE SPACES.
       01  WS-RECURSO-SEQ      PIC X(08) VALUE 'CALCSEQ '.
      *
      * TRILHA DE AUDITORIA: MESMO LEIAUTE DA LINHA GRAVADA PELO
      * PROGCALL/REWORK01 NO AUDITLOG, COM A ORIGEM ONL.
       01  WS-FILA-AUDIT       PIC X(04) VALUE 'AUDL'.
           05  WS-LA-ORIGEM    PIC X(03)  VALUE SPACES.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-MOEDA     PIC X(03)  VALUE SPACES.
           05  FILLER          PIC X(06)  VALUE SPACES.
           05  WS-LA-SEQ-CADEIA PIC 9(07) VALUE ZEROS.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-VALOR-CADEIA PIC 9(18) VALUE ZEROS.
           05  FILLER          PIC X(04)  VALUE SPACES.
      *
      * POSICAO DA CADEIA DA TRILHA (SUB005): REGISTRO DE CONTROLE
      * AUDCTL (80 BYTES, CHAVE 'AUDITLOG'), O MESMO PUBLICADO PELOS
      * PASSOS BATCH NO SUB006. SO E LIDO E REGRAVADO SOB O ENQ DO
      * RECURSO AUDCADEI, QUE ORDENA AS GRAVACOES NA FILA AUDL.
       01  WS-ARQUIVO-AUDCTL   PIC X(08) VALUE 'AUDCTL  '.
       01  WS-RECURSO-CADEIA   PIC X(08) VALUE 'AUDCADEI'.
       01  WS-CHAVE-CADEIA     PIC X(08) VALUE 'AUDITLOG'.
       01  WS-REG-CTL-CADEIA.
           05  WS-AC-CHAVE     PIC X(08).
           05  WS-AC-DATA-ARQUIVO PIC 9(08).
           05  WS-AC-SEQUENCIA PIC 9(07).
           05  WS-AC-CADEIA    PIC 9(18).
           05  WS-AC-PROGRAMA  PIC X(08).
           05  WS-AC-DATA-ATUALIZ PIC 9(08).
           05  WS-AC-HORA-ATUALIZ PIC 9(08).
           05  FILLER          PIC X(15).
       01  WS-CAD-FUNCAO       PIC X(01) VALUE SPACE.
       01  WS-CAD-RETORNO      PIC X(02) VALUE SPACES.
       01  WS-CTL-CADEIA-SW    PIC X(01) VALUE 'N'.
           88  WS-CTL-EXISTENTE          VALUE 'S'.
           88  WS-CTL-NOVO               VALUE 'N'.
      *
      * GRAVACAO NO VSAMRES: A SEQUENCIA E POSICIONADA APOS A MAIOR
      * CHAVE 98XXXX JA GRAVADA NA DATA, COMO O REWORK01 FAZ COM A
               WHEN WS-PC-CHAVE (1:16) = 'MOEDA-PERMITIDA-'
                   PERFORM 0520-INCLUIR-MOEDA
                       THRU 0520-INCLUIR-MOEDA-EXIT
               WHEN WS-PC-CHAVE (1:16) = 'MOEDA-APROVACAO-'
                   PERFORM 0530-INCLUIR-ALCADA
                       THRU 0530-INCLUIR-ALCADA-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0520-INCLUIR-MOEDA-EXIT.
           EXIT.
      *
      * INCLUI UMA ENTRADA MOEDA-APROVACAO-NN DO ESPELHO NA TABELA
      * DE ALCADAS; ENTRADA INVALIDA OU TABELA CHEIA E DESCARTADA
      * EM SILENCIO, COMO NAS MOEDAS.
       0530-INCLUIR-ALCADA.
           IF WS-PCV-ALC-MOEDA = SPACES
            OR WS-PCV-ALC-LIMITE-X NOT NUMERIC
            OR WS-QTD-ALCADAS NOT < 10
               GO TO 0530-INCLUIR-ALCADA-EXIT
           END-IF

           ADD 1 TO WS-QTD-ALCADAS
           MOVE WS-PCV-ALC-MOEDA TO WS-ALC-MOEDA (WS-QTD-ALCADAS)
           MOVE WS-PCV-ALC-LIMITE-V
               TO WS-ALC-LIMITE (WS-QTD-ALCADAS).
       0530-INCLUIR-ALCADA-EXIT.
           EXIT.
      *
      * ACIONADA PELO ENDFILE (OU NOTFND) DO READNEXT DO BROWSE DO
      * ESPELHO. O DESVIO VOLTA PELO -EXIT DO PARAGRAFO DE LEITURA
      * PARA QUE O PERFORM...THRU EM CURSO RETORNE NORMALMENTE E O
      * RESULTADO AO TERMINAL. PAR REJEITADO PELO SUB002 E AVISADO
      * COM O MOTIVO, SEM CHAMAR O SUB001; ERRO DE CALCULO DO
      * SUB001 E AVISADO E GRAVA SOMENTE A AUDITORIA (COMO NO
      * BATCH, QUE NAO LEVA ERRO DE CALCULO AO VSAM). RESULTADO
      * ACIMA DA ALCADA DA MOEDA NAO GRAVA AUDITORIA NEM VSAM: FICA
      * PENDENTE DE APROVACAO (A LINHA DE AUDITORIA E GRAVADA NA
      * DECISAO, PELO ONLINE06).
      *=================================*
       2000-VALIDAR-E-CALCULAR.
           IF WS-ENT-NUM1 NOT NUMERIC OR
                           WS-RESULTADO,
                           WS-MENSAGEM

           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               PERFORM 3200-GRAVAR-AUDITORIA
                   THRU 3200-GRAVAR-AUDITORIA-EXIT
               MOVE SPACES      TO WS-TELA-RESULTADO
               MOVE ZERO        TO WS-RES-RESULTADO
               MOVE WS-MENSAGEM TO WS-RES-MENSAGEM
               GO TO 2000-VALIDAR-E-CALCULAR-EXIT
           END-IF

           PERFORM 2500-VERIFICAR-ALCADA
               THRU 2500-VERIFICAR-ALCADA-EXIT
           IF WS-EXIGE-APROVACAO
               PERFORM 4000-ESTACIONAR-CALCULO
                   THRU 4000-ESTACIONAR-CALCULO-EXIT
               GO TO 2000-VALIDAR-E-CALCULAR-EXIT
           END-IF

           PERFORM 3200-GRAVAR-AUDITORIA
               THRU 3200-GRAVAR-AUDITORIA-EXIT

           PERFORM 3300-GRAVAR-VSAM
               THRU 3300-GRAVAR-VSAM-EXIT

           EXIT.
      *
      *=================================*
      * 2500-VERIFICAR-ALCADA
      * PROCURA A ALCADA DA MOEDA DO CALCULO E COMPARA COM O
      * RESULTADO EM VALOR ABSOLUTO (UM DEBITO ALTO PESA TANTO
      * QUANTO UM CREDITO ALTO). SO O QUE PASSA DA ALCADA EXIGE O
      * SEGUNDO OPERADOR.
      *=================================*
       2500-VERIFICAR-ALCADA.
           SET WS-DISPENSA-APROVACAO TO TRUE
           MOVE ZERO TO WS-ALC-ACHADA
           PERFORM 2510-PROCURAR-ALCADA
               THRU 2510-PROCURAR-ALCADA-EXIT
               VARYING WS-IND-ALC FROM 1 BY 1
               UNTIL WS-IND-ALC > WS-QTD-ALCADAS
                  OR WS-ALC-ACHADA > ZERO

           IF WS-ALC-ACHADA = ZERO
               GO TO 2500-VERIFICAR-ALCADA-EXIT
           END-IF
           IF WS-ALC-LIMITE (WS-ALC-ACHADA) = ZERO
               GO TO 2500-VERIFICAR-ALCADA-EXIT
           END-IF

      * A MOVE PARA O CAMPO SEM SINAL GUARDA O VALOR ABSOLUTO.
           MOVE WS-RESULTADO TO WS-RESULTADO-ABS
           IF WS-RESULTADO-ABS > WS-ALC-LIMITE (WS-ALC-ACHADA)
               SET WS-EXIGE-APROVACAO TO TRUE
           END-IF.
       2500-VERIFICAR-ALCADA-EXIT.
           EXIT.
      *
       2510-PROCURAR-ALCADA.
           IF WS-ALC-MOEDA (WS-IND-ALC) = WS-MOEDA
               MOVE WS-IND-ALC TO WS-ALC-ACHADA
           END-IF.
       2510-PROCURAR-ALCADA-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-OBTER-DATA-HORA
      * DATA E HORA CORRENTES DA TAREFA, USADAS NA AUDITORIA, NA
      * CHAVE DO VSAMRES E NA PENDENCIA.
      *=================================*
       3100-OBTER-DATA-HORA.
           EXEC CICS ASKTIME
               ABSTIME (WS-DATA-HORA-ABS)
           END-EXEC
               ABSTIME  (WS-DATA-HORA-ABS)
               YYYYMMDD (WS-DATA-SISTEMA)
               TIME     (WS-HORA-SISTEMA)
           END-EXEC.
       3100-OBTER-DATA-HORA-EXIT.
           EXIT.
      *
      *=================================*
      * 3200-GRAVAR-AUDITORIA
      * GRAVA UMA LINHA DE TRILHA DE AUDITORIA PARA A CHAMADA AO
      * SUB001, NO MESMO LEIAUTE DO BATCH, COM ORIGEM ONL E SEM
      * LOTE (CALCULO AVULSO DE TERMINAL), NA FILA TD APONTADA PARA
      * O AUDITLOG DO DIA. A LINHA E CARIMBADA PELO SUB005 A PARTIR
      * DA POSICAO DO AUDCTL, LIDA PARA ATUALIZACAO E REGRAVADA
      * DEPOIS DO WRITEQ, TUDO SOB O ENQ DO RECURSO AUDCADEI (O
      * DEQ EXPLICITO OU O FIM DA TAREFA O LIBERA). AUDCTL SEM O
      * REGISTRO (NOTFND) COMECA A CADEIA DO ZERO E O CRIA. SUB005
      * INDISPONIVEL OU COM RETORNO DIFERENTE DE 00 LIBERA O AUDCTL
      * E O ENQ E ENCERRA A TAREFA NA TELA DE ERRO SEM GRAVAR NADA
      * (A AUDITORIA PRECEDE A GRAVACAO NO VSAMRES).
      * A REGIAO NAO PODE GRAVAR NA AUDL ENQUANTO OS PASSOS BATCH
      * QUE GRAVAM NO AUDITLOG ESTAO EM EXECUCAO (AUDCTL E A FILA
      * FICAM FECHADOS NA JANELA, COMO OS DEMAIS ARQUIVOS DIVIDIDOS).
      *=================================*
       3200-GRAVAR-AUDITORIA.
           PERFORM 3100-OBTER-DATA-HORA
               THRU 3100-OBTER-DATA-HORA-EXIT

           MOVE SPACES          TO WS-LINHA-AUDITORIA
           MOVE WS-DATA-SISTEMA TO WS-LA-DATA
           MOVE 'ONL'           TO WS-LA-ORIGEM
           MOVE WS-MOEDA        TO WS-LA-MOEDA

           EXEC CICS ENQ
               RESOURCE (WS-RECURSO-CADEIA)
               LENGTH   (LENGTH OF WS-RECURSO-CADEIA)
           END-EXEC

           PERFORM 3210-LER-CTL-CADEIA
               THRU 3210-LER-CTL-CADEIA-EXIT

           EXEC CICS HANDLE CONDITION
               NOTFND   (9000-TRATAR-ERRO)
           END-EXEC

           MOVE 'C' TO WS-CAD-FUNCAO
           CALL 'SUB005' USING WS-CAD-FUNCAO,
                           WS-LINHA-AUDITORIA,
                           WS-AC-SEQUENCIA,
                           WS-AC-CADEIA,
                           WS-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WS-CAD-RETORNO
           END-CALL

           IF WS-CAD-RETORNO NOT = '00'
               IF WS-CTL-EXISTENTE
                   EXEC CICS UNLOCK
                       FILE    (WS-ARQUIVO-AUDCTL)
                   END-EXEC
               END-IF
               EXEC CICS DEQ
                   RESOURCE (WS-RECURSO-CADEIA)
                   LENGTH   (LENGTH OF WS-RECURSO-CADEIA)
               END-EXEC
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF

           EXEC CICS WRITEQ TD
               QUEUE   (WS-FILA-AUDIT)
               FROM    (WS-LINHA-AUDITORIA)
               LENGTH  (LENGTH OF WS-LINHA-AUDITORIA)
           END-EXEC

           PERFORM 3220-GRAVAR-CTL-CADEIA
               THRU 3220-GRAVAR-CTL-CADEIA-EXIT

           EXEC CICS DEQ
               RESOURCE (WS-RECURSO-CADEIA)
               LENGTH   (LENGTH OF WS-RECURSO-CADEIA)
           END-EXEC.
       3200-GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *
      * LE O REGISTRO DE CONTROLE DA CADEIA PARA ATUALIZACAO. O
      * NOTFND (PRIMEIRA GRAVACAO SEM NENHUM PASSO BATCH ANTES)
      * DESVIA PARA 3290, QUE MONTA O REGISTRO NOVO. QUEM CHAMOU
      * DEVOLVE O NOTFND AO TRATAMENTO GERAL.
       3210-LER-CTL-CADEIA.
           SET WS-CTL-EXISTENTE TO TRUE

           EXEC CICS HANDLE CONDITION
               NOTFND   (3290-CADEIA-SEM-CTL)
           END-EXEC

           EXEC CICS READ
               FILE    (WS-ARQUIVO-AUDCTL)
               INTO    (WS-REG-CTL-CADEIA)
               RIDFLD  (WS-CHAVE-CADEIA)
               UPDATE
           END-EXEC.
       3210-LER-CTL-CADEIA-EXIT.
           EXIT.
      *
      * ACIONADA PELO NOTFND DA LEITURA DO CONTROLE: A CADEIA
      * COMECA DO ZERO NO ARQUIVO DO DIA. O DESVIO VOLTA PELO -EXIT
      * DO PARAGRAFO DE LEITURA PARA QUE O PERFORM...THRU EM CURSO
      * RETORNE NORMALMENTE.
       3290-CADEIA-SEM-CTL.
           SET WS-CTL-NOVO TO TRUE
           MOVE SPACES          TO WS-REG-CTL-CADEIA
           MOVE WS-CHAVE-CADEIA TO WS-AC-CHAVE
           MOVE WS-DATA-SISTEMA TO WS-AC-DATA-ARQUIVO
           MOVE ZEROS           TO WS-AC-SEQUENCIA
           MOVE ZEROS           TO WS-AC-CADEIA
           GO TO 3210-LER-CTL-CADEIA-EXIT.
      *
      * DEVOLVE AO AUDCTL A POSICAO DA LINHA RECEM-GRAVADA NA FILA.
       3220-GRAVAR-CTL-CADEIA.
           MOVE 'ONLINE01'      TO WS-AC-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-AC-DATA-ATUALIZ
           MOVE WS-HORA-SISTEMA TO WS-AC-HORA-ATUALIZ

           IF WS-CTL-EXISTENTE
               EXEC CICS REWRITE
                   FILE    (WS-ARQUIVO-AUDCTL)
                   FROM    (WS-REG-CTL-CADEIA)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE    (WS-ARQUIVO-AUDCTL)
                   FROM    (WS-REG-CTL-CADEIA)
                   RIDFLD  (WS-CHAVE-CADEIA)
               END-EXEC
           END-IF.
       3220-GRAVAR-CTL-CADEIA-EXIT.
           EXIT.
      *
      *=================================*
      * 3300-GRAVAR-VSAM
      * GRAVA O RESULTADO NO VSAMRES NA PROXIMA SEQUENCIA LIVRE DA
      * TERMINAL E NAO GRAVA.
      *=================================*
       3300-GRAVAR-VSAM.
           PERFORM 3500-RESERVAR-SEQUENCIA
               THRU 3500-RESERVAR-SEQUENCIA-EXIT

      * DUAS TAREFAS CALC SIMULTANEAS PODEM ENXERGAR A MESMA MAIOR
      * CHAVE 98XXXX E CALCULAR A MESMA PROXIMA SEQUENCIA; O WRITE
               UNTIL WS-GRAVADO
                  OR WS-BASE-SEQ-ONLINE NOT < WS-LIMITE-SEQ-ONL

           EXEC CICS DEQ
               RESOURCE (WS-RECURSO-SEQ)
               LENGTH   (LENGTH OF WS-RECURSO-SEQ)
           END-EXEC

           IF WS-NAO-GRAVADO
               MOVE 'FAIXA ONLINE DO DIA ESGOTADA - NAO GRAVADO'
                   TO WS-MENSAGEM
           SET WS-FIM-POSICAO TO TRUE
           GO TO 3320-LER-PROXIMA-CHAVE-EXIT.
      *
      * LEVA WS-BASE-SEQ-ONLINE ALEM DA MAIOR SEQUENCIA 98XXXX DA
      * DATA JA RESERVADA NO ARQUIVO DE PENDENCIAS (PENDENTE OU JA
      * DECIDIDA), PARA QUE UM CALCULO NOVO NUNCA OCUPE A SEQUENCIA
      * DE UMA PENDENCIA. PENDAPR AUSENTE, FECHADO OU SEM NENHUMA
      * CHAVE NA FAIXA NAO MUDA A POSICAO.
       3340-POSICIONAR-PENDENTES.
           SET WS-NAO-FIM-POSICAO TO TRUE

           EXEC CICS HANDLE CONDITION
               NOTFND   (3385-SEM-PENDENTES)
               DSIDERR  (3385-SEM-PENDENTES)
               NOTOPEN  (3385-SEM-PENDENTES)
           END-EXEC

           MOVE WS-DATA-SISTEMA    TO WS-TID-DATA
           MOVE 980001             TO WS-TID-SEQ
           MOVE WS-TRANS-ID-PARTES TO WS-CHAVE-PENDENTE

           EXEC CICS STARTBR
               FILE    (WS-ARQUIVO-PENDAPR)
               RIDFLD  (WS-CHAVE-PENDENTE)
               GTEQ
           END-EXEC

           EXEC CICS HANDLE CONDITION
               NOTFND   (3395-FIM-DOS-PENDENTES)
               ENDFILE  (3395-FIM-DOS-PENDENTES)
           END-EXEC

           PERFORM 3350-LER-PROXIMO-PENDENTE
               THRU 3350-LER-PROXIMO-PENDENTE-EXIT
               UNTIL WS-FIM-POSICAO

           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-PENDAPR)
           END-EXEC.
       3340-POSICIONAR-PENDENTES-EXIT.
           EXIT.
      *
      * ACIONADA PELO NOTFND, DSIDERR OU NOTOPEN DO STARTBR: NAO HA
      * BROWSE ABERTO E NENHUMA PENDENCIA A CONSIDERAR.
       3385-SEM-PENDENTES.
           SET WS-FIM-POSICAO TO TRUE
           GO TO 3340-POSICIONAR-PENDENTES-EXIT.
      *
       3350-LER-PROXIMO-PENDENTE.
           EXEC CICS READNEXT
               FILE    (WS-ARQUIVO-PENDAPR)
               INTO    (WS-REG-PENDENTE)
               RIDFLD  (WS-CHAVE-PENDENTE)
           END-EXEC

           MOVE WS-PA-TRANS-ID TO WS-ID-LIDO-PARTES
           IF WS-LID-DATA NOT = WS-DATA-SISTEMA
            OR WS-LID-SEQ > WS-LIMITE-SEQ-ONL
               SET WS-FIM-POSICAO TO TRUE
           ELSE
               IF WS-LID-SEQ > WS-BASE-SEQ-ONLINE
                   MOVE WS-LID-SEQ TO WS-BASE-SEQ-ONLINE
               END-IF
           END-IF.
       3350-LER-PROXIMO-PENDENTE-EXIT.
           EXIT.
      *
      * ACIONADA PELO ENDFILE (OU NOTFND) DO READNEXT DAS
      * PENDENCIAS; VOLTA PELO -EXIT DO PARAGRAFO DE LEITURA.
       3395-FIM-DOS-PENDENTES.
           SET WS-FIM-POSICAO TO TRUE
           GO TO 3350-LER-PROXIMO-PENDENTE-EXIT.
      *
      *=================================*
      * 3500-RESERVAR-SEQUENCIA
      * SERIALIZA A RESERVA DA SEQUENCIA 98XXXX ENTRE AS TAREFAS
      * (ENQ DO RECURSO CALCSEQ, LIBERADO PELO DEQ DE QUEM CHAMOU
      * OU NO FIM DA TAREFA) E POSICIONA WS-BASE-SEQ-ONLINE APOS A
      * MAIOR SEQUENCIA DA DATA NO VSAMRES E NAS PENDENCIAS. AO
      * FINAL, AS CONDICOES DOS BROWSES VOLTAM AO TRATAMENTO GERAL.
      *=================================*
       3500-RESERVAR-SEQUENCIA.
           EXEC CICS ENQ
               RESOURCE (WS-RECURSO-SEQ)
               LENGTH   (LENGTH OF WS-RECURSO-SEQ)
           END-EXEC

           PERFORM 3310-POSICIONAR-SEQUENCIA
               THRU 3310-POSICIONAR-SEQUENCIA-EXIT

           PERFORM 3340-POSICIONAR-PENDENTES
               THRU 3340-POSICIONAR-PENDENTES-EXIT

           EXEC CICS HANDLE CONDITION
               NOTFND   (9000-TRATAR-ERRO)
               ENDFILE  (9000-TRATAR-ERRO)
               NOTOPEN  (9000-TRATAR-ERRO)
               DSIDERR  (9000-TRATAR-ERRO)
           END-EXEC.
       3500-RESERVAR-SEQUENCIA-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-ESTACIONAR-CALCULO
      * GRAVA O CALCULO ACIMA DA ALCADA NO ARQUIVO DE PENDENCIAS,
      * SITUACAO P, COM O USUARIO CICS DO SOLICITANTE, A DATA/HORA
      * E A ALCADA EM VIGOR, NA PROXIMA SEQUENCIA 98XXXX LIVRE -
      * A MESMA SOB A QUAL A APROVACAO VAI POSTAR O RESULTADO.
      * FAIXA ESGOTADA E AVISADA E NADA E GRAVADO.
      *=================================*
       4000-ESTACIONAR-CALCULO.
           PERFORM 3100-OBTER-DATA-HORA
               THRU 3100-OBTER-DATA-HORA-EXIT

           EXEC CICS ASSIGN
               USERID  (WS-OPERADOR)
           END-EXEC

           PERFORM 3500-RESERVAR-SEQUENCIA
               THRU 3500-RESERVAR-SEQUENCIA-EXIT

           SET WS-NAO-GRAVADO TO TRUE
           PERFORM 4100-TENTAR-ESTACIONAR
               THRU 4100-TENTAR-ESTACIONAR-EXIT
               UNTIL WS-GRAVADO
                  OR WS-BASE-SEQ-ONLINE NOT < WS-LIMITE-SEQ-ONL

           EXEC CICS DEQ
               RESOURCE (WS-RECURSO-SEQ)
               LENGTH   (LENGTH OF WS-RECURSO-SEQ)
           END-EXEC

           IF WS-NAO-GRAVADO
               MOVE SPACES       TO WS-TELA-RESULTADO
               MOVE WS-RESULTADO TO WS-RES-RESULTADO
               MOVE 'FAIXA ONLINE DO DIA ESGOTADA - NAO GRAVADO'
                   TO WS-RES-MENSAGEM
               EXEC CICS SEND TEXT
                   FROM    (WS-TELA-RESULTADO)
                   LENGTH  (LENGTH OF WS-TELA-RESULTADO)
                   ERASE
               END-EXEC
               GO TO 4000-ESTACIONAR-CALCULO-EXIT
           END-IF

           MOVE WS-RESULTADO   TO WS-PEN-RESULTADO
           MOVE WS-PA-TRANS-ID TO WS-PEN-TRANS-ID
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PENDENTE)
               LENGTH  (LENGTH OF WS-TELA-PENDENTE)
               ERASE
           END-EXEC.
       4000-ESTACIONAR-CALCULO-EXIT.
           EXIT.
      *
      * TENTA GRAVAR A PENDENCIA NA PROXIMA SEQUENCIA DA FAIXA.
       4100-TENTAR-ESTACIONAR.
           EXEC CICS HANDLE CONDITION
               DUPREC   (4190-PENDENCIA-DUPLICADA)
           END-EXEC

           ADD 1 TO WS-BASE-SEQ-ONLINE
           MOVE WS-DATA-SISTEMA    TO WS-TID-DATA
           MOVE WS-BASE-SEQ-ONLINE TO WS-TID-SEQ

           MOVE SPACES             TO WS-REG-PENDENTE
           MOVE WS-TRANS-ID-PARTES TO WS-PA-TRANS-ID
           SET WS-PA-PENDENTE      TO TRUE
           MOVE WS-NUM1            TO WS-PA-NUM1
           MOVE WS-NUM2            TO WS-PA-NUM2
           MOVE WS-OPERACAO        TO WS-PA-OPERACAO
           MOVE WS-MOEDA           TO WS-PA-MOEDA
           MOVE WS-RESULTADO       TO WS-PA-RESULTADO
           MOVE WS-MENSAGEM        TO WS-PA-MENSAGEM
           MOVE WS-ALC-LIMITE (WS-ALC-ACHADA) TO WS-PA-ALCADA
           MOVE WS-OPERADOR        TO WS-PA-OPER-SOLIC
           MOVE WS-DATA-SISTEMA    TO WS-PA-DATA-SOLIC
           MOVE WS-HORA-SISTEMA    TO WS-PA-HORA-SOLIC
           MOVE ZEROS              TO WS-PA-DATA-DECISAO
           MOVE ZEROS              TO WS-PA-HORA-DECISAO

           MOVE WS-PA-TRANS-ID     TO WS-CHAVE-PENDENTE
           EXEC CICS WRITE
               FILE    (WS-ARQUIVO-PENDAPR)
               FROM    (WS-REG-PENDENTE)
               RIDFLD  (WS-CHAVE-PENDENTE)
           END-EXEC

           SET WS-GRAVADO TO TRUE.
       4100-TENTAR-ESTACIONAR-EXIT.
           EXIT.
      *
      * ACIONADA PELO DUPREC DO WRITE DA PENDENCIA; VOLTA PELO
      * -EXIT PARA O LACO AVANCAR A SEQUENCIA.
       4190-PENDENCIA-DUPLICADA.
           GO TO 4100-TENTAR-ESTACIONAR-EXIT.
      *
      *=================================*
      * 9000-TRATAR-ERRO
      * ACIONADA PELO HANDLE CONDITION OU POR ENTRADA INVALIDA.
