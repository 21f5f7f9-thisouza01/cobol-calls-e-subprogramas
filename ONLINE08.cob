       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ONLINE08.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * TRANSACAO ONLINE DE CONSULTA E CANCELAMENTO DE AGENDADOS
      * (CICS)
      * OS DETALHES AGENDADOS (TIPO A) RECEBIDOS PELO PROGCALL FICAM
      * NO ARQUIVO CHAVEADO DE AGENDAMENTOS AGENDMST (DATA DE
      * RECEBIMENTO + SEQUENCIA DO DETALHE NO FLUXO) ATE A DATA
      * EFETIVA, QUANDO O LIBERA01 OS CALCULA E POSTA NO PRIMEIRO
      * PASSO DA CADEIA NOTURNA. ESTA TRANSACAO PERMITE VER OS
      * AGENDADOS E CANCELAR OS QUE AINDA NAO VENCERAM.
      *
      * O OPERADOR INFORMA A FUNCAO (1) E OS DADOS DELA:
      *   L - LISTA OS AGENDADOS, FILTRADOS POR SITUACAO (1) - P
      *       PENDENTE, L LIBERADO, C CANCELADO, E ERRO NA
      *       LIBERACAO - E LOTE (8); FILTRO EM BRANCO ACEITA
      *       QUALQUER VALOR.
      *   C - EXIBE O AGENDADO DA CHAVE (14) INFORMADA E PEDE A
      *       CONFIRMACAO DO CANCELAMENTO (S). SO O AGENDADO
      *       PENDENTE COM DATA EFETIVA POSTERIOR A DATA CORRENTE
      *       PODE SER CANCELADO - NA DATA EFETIVA ELE JA ESTA NA
      *       FILA DA LIBERACAO DA NOITE.
      * O CANCELAMENTO REGRAVA O AGENDADO COM SITUACAO C, O USUARIO
      * CICS DO OPERADOR E A DATA/HORA; O LIBERA01 NAO O LIBERA.
      *
      * TRANSACAO CICS.......: AGND
      * MAPSET................: NENHUM (EXEC CICS SEND/RECEIVE TEXT)
      * ESTILO................: CONVERSACIONAL (TAREFA UNICA, CURTA)
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      *=================================*
       ENVIRONMENT             DIVISION.
      *
       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.
       01  WS-TELA-PROMPT.
           05  FILLER          PIC X(48)
               VALUE 'L+SITUACAO(1)+LOTE(8) OU C+CHAVE(14):          '.
      *
       01  WS-TELA-ENTRADA.
           05  WS-ENT-FUNCAO   PIC X(01) VALUE SPACE.
           05  WS-ENT-DADOS    PIC X(14) VALUE SPACES.
       01  WS-ENT-FILTROS REDEFINES WS-TELA-ENTRADA.
           05  FILLER          PIC X(01).
           05  WS-ENT-SITUACAO PIC X(01).
           05  WS-ENT-LOTE     PIC X(08).
           05  FILLER          PIC X(05).
      *
       01  WS-TELA-PEDE-CONFIRMACAO.
           05  FILLER          PIC X(40)
               VALUE 'CONFIRMA O CANCELAMENTO DO AGENDADO (S/N'.
           05  FILLER          PIC X(03)
               VALUE '): '.
      *
       01  WS-TELA-CONTINUA.
           05  FILLER          PIC X(42)
               VALUE 'ENTER PARA CONTINUAR, F PARA ENCERRAR.....'.
      *
       01  WS-TELA-RESPOSTA.
           05  WS-RESP-TXT     PIC X(01) VALUE SPACE.
      *
       01  WS-TELA-NAO-ENCONTRADO.
           05  FILLER          PIC X(40)
               VALUE 'NENHUM AGENDADO ENCONTRADO'.
      *
       01  WS-TELA-FIM-REGISTROS.
           05  FILLER          PIC X(30)
               VALUE 'FIM DOS REGISTROS DA CONSULTA.'.
      *
       01  WS-TELA-MENSAGEM.
           05  WS-MSG-CHAVE    PIC X(14) VALUE SPACES.
           05  FILLER          PIC X(03) VALUE ' - '.
           05  WS-MSG-TEXTO    PIC X(50) VALUE SPACES.
      *
       01  WS-TELA-ERRO.
           05  FILLER          PIC X(40)
               VALUE 'ENTRADA INVALIDA - TENTE NOVAMENTE'.
      *
       01  WS-COMPRIMENTO      PIC S9(04) COMP VALUE ZERO.
      *
      * ARQUIVO DE AGENDAMENTOS (AGENDMST): MESMO LEIAUTE DO
      * PROGCALL, DO LIBERA01 E DO BACKOUT1 (180 BYTES).
       01  WS-ARQUIVO-AGENDMST PIC X(08) VALUE 'AGENDMST'.
       01  WS-REG-AGENDA.
           05  WS-AG-CHAVE.
               10  WS-AG-DATA-RECEBIMENTO PIC 9(08).
               10  WS-AG-SEQ   PIC 9(06).
           05  WS-AG-SITUACAO  PIC X(01).
               88  WS-AG-PENDENTE         VALUE 'P'.
               88  WS-AG-LIBERADO         VALUE 'L'.
               88  WS-AG-CANCELADO        VALUE 'C'.
               88  WS-AG-COM-ERRO         VALUE 'E'.
           05  WS-AG-DATA-EFETIVA PIC 9(08).
           05  WS-AG-DATA-INFORMADA PIC 9(08).
           05  WS-AG-LOTE-ID   PIC X(08).
           05  WS-AG-SISTEMA-ORIGEM PIC X(08).
           05  WS-AG-DATA-NEGOCIO PIC 9(08).
           05  WS-AG-NUM1-SINAL PIC X(01).
           05  WS-AG-NUM1-DIGS PIC X(09).
           05  WS-AG-NUM2-SINAL PIC X(01).
           05  WS-AG-NUM2-DIGS PIC X(09).
           05  WS-AG-OPERACAO  PIC X(01).
           05  WS-AG-MOEDA     PIC X(03).
           05  WS-AG-TRANS-ID  PIC X(14).
           05  WS-AG-DATA-SITUACAO PIC 9(08).
           05  WS-AG-HORA-SITUACAO PIC 9(08).
           05  WS-AG-OPERADOR  PIC X(08).
           05  WS-AG-MENSAGEM  PIC X(50).
           05  FILLER          PIC X(13).
       01  WS-CHAVE-AGENDA     PIC X(14) VALUE SPACES.
      *
       01  WS-OPERADOR         PIC X(08) VALUE SPACES.
       01  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HORA-ABS    PIC S9(15) COMP-3 VALUE ZERO.
      *
       01  WS-FIM-BROWSE-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-BROWSE             VALUE 'S'.
           88  WS-NAO-FIM-BROWSE         VALUE 'N'.
      *
       01  WS-QTD-LISTADOS     PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-IND-LINHA        PIC S9(04) COMP VALUE ZERO.
       01  WS-LINHAS-PAGINA    PIC S9(04) COMP VALUE 8.
      *
       01  WS-TELA-PAGINA.
           05  WS-PAG-LINHA    OCCURS 8 TIMES PIC X(80).
      *
       01  WS-LINHA-TITULO.
           05  FILLER          PIC X(40)
               VALUE 'CHAVE          S LOTE     EFETIVA  NUM1 '.
           05  FILLER          PIC X(39)
               VALUE '      NUM2       O MOE MENSAGEM'.
      *
       01  WS-LINHA-AGENDADO.
           05  WS-LIN-CHAVE    PIC X(14).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-SITUACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-LOTE     PIC X(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-DATA-EFETIVA PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-NUM1-SINAL PIC X(01).
           05  WS-LIN-NUM1-DIGS PIC X(09).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-NUM2-SINAL PIC X(01).
           05  WS-LIN-NUM2-DIGS PIC X(09).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-OPERACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MOEDA    PIC X(03).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MENSAGEM PIC X(16).
      *
       01  WS-LINHA-DATAS.
           05  FILLER          PIC X(11)  VALUE 'INFORMADA: '.
           05  WS-LDT-INFORMADA PIC 9(08).
           05  FILLER          PIC X(11)  VALUE '  NEGOCIO: '.
           05  WS-LDT-NEGOCIO  PIC 9(08).
           05  FILLER          PIC X(10)  VALUE '  ORIGEM: '.
           05  WS-LDT-ORIGEM   PIC X(08).
           05  FILLER          PIC X(09)  VALUE '  ID TR: '.
           05  WS-LDT-TRANS-ID PIC X(14).
      *
       01  WS-LINHA-SITUACAO.
           05  FILLER          PIC X(10)  VALUE 'SITUACAO: '.
           05  WS-LST-SITUACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LST-OPERADOR PIC X(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LST-DATA     PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LST-HORA     PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LST-MENSAGEM PIC X(41).
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * ENVIA O PROMPT, RECEBE A FUNCAO E OS DADOS E DESVIA PARA A
      * ROTINA DA FUNCAO PEDIDA.
      *=================================*
       0000-MAIN-PRINCIPAL.
           EXEC CICS HANDLE CONDITION
               ERROR    (9000-TRATAR-ERRO)
               MAPFAIL  (9000-TRATAR-ERRO)
               NOTOPEN  (9000-TRATAR-ERRO)
               DSIDERR  (9000-TRATAR-ERRO)
               NOTFND   (8000-NAO-ENCONTRADO)
               ENDFILE  (8100-FIM-DO-ARQUIVO)
           END-EXEC

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PROMPT)
               LENGTH  (LENGTH OF WS-TELA-PROMPT)
               ERASE
           END-EXEC

           MOVE LENGTH OF WS-TELA-ENTRADA TO WS-COMPRIMENTO
           EXEC CICS RECEIVE
               INTO    (WS-TELA-ENTRADA)
               LENGTH  (WS-COMPRIMENTO)
           END-EXEC

           EVALUATE WS-ENT-FUNCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3000-LISTAR-AGENDADOS
                       THRU 3000-LISTAR-AGENDADOS-EXIT
               WHEN 'C'
               WHEN 'c'
                   IF WS-ENT-DADOS = SPACES
                       PERFORM 9000-TRATAR-ERRO
                           THRU 9000-TRATAR-ERRO-EXIT
                   END-IF
                   PERFORM 5000-CANCELAR-AGENDADO
                       THRU 5000-CANCELAR-AGENDADO-EXIT
               WHEN OTHER
                   PERFORM 9000-TRATAR-ERRO
                       THRU 9000-TRATAR-ERRO-EXIT
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
      *
      *=================================*
      * 3000-LISTAR-AGENDADOS
      * FOLHEIA O AGENDMST DO INICIO AO FIM E ENVIA EM PAGINAS AO
      * TERMINAL OS AGENDADOS QUE PASSAM NOS FILTROS. ARQUIVO
      * VAZIO CAI NA CONDICAO NOTFND DO STARTBR.
      *=================================*
       3000-LISTAR-AGENDADOS.
           EVALUATE WS-ENT-SITUACAO
               WHEN 'p'
                   MOVE 'P' TO WS-ENT-SITUACAO
               WHEN 'l'
                   MOVE 'L' TO WS-ENT-SITUACAO
               WHEN 'c'
                   MOVE 'C' TO WS-ENT-SITUACAO
               WHEN 'e'
                   MOVE 'E' TO WS-ENT-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ENT-SITUACAO NOT = SPACE AND 'P' AND 'L' AND 'C'
                                       AND 'E'
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF

           MOVE LOW-VALUES       TO WS-CHAVE-AGENDA
           SET WS-NAO-FIM-BROWSE TO TRUE
           MOVE ZERO             TO WS-IND-LINHA
           MOVE ZERO             TO WS-QTD-LISTADOS
           MOVE SPACES           TO WS-TELA-PAGINA

           EXEC CICS STARTBR
               FILE    (WS-ARQUIVO-AGENDMST)
               RIDFLD  (WS-CHAVE-AGENDA)
               GTEQ
           END-EXEC

           PERFORM 3100-LER-PROXIMO
               THRU 3100-LER-PROXIMO-EXIT
               UNTIL WS-FIM-BROWSE

           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-AGENDMST)
           END-EXEC

           PERFORM 3300-ENVIAR-PAGINA-FINAL
               THRU 3300-ENVIAR-PAGINA-FINAL-EXIT.
       3000-LISTAR-AGENDADOS-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-LER-PROXIMO
      * LE O PROXIMO AGENDADO DO BROWSE E, SE PASSAR NOS FILTROS,
      * O ACRESCENTA A PAGINA. O FIM DO ARQUIVO CAI NA CONDICAO
      * ENDFILE. PAGINA CHEIA E ENVIADA ANTES DE SEGUIR ADIANTE.
      *=================================*
       3100-LER-PROXIMO.
           EXEC CICS READNEXT
               FILE    (WS-ARQUIVO-AGENDMST)
               INTO    (WS-REG-AGENDA)
               RIDFLD  (WS-CHAVE-AGENDA)
           END-EXEC

           IF WS-ENT-SITUACAO NOT = SPACE
            AND WS-ENT-SITUACAO NOT = WS-AG-SITUACAO
               GO TO 3100-LER-PROXIMO-EXIT
           END-IF
           IF WS-ENT-LOTE NOT = SPACES
            AND WS-ENT-LOTE NOT = WS-AG-LOTE-ID
               GO TO 3100-LER-PROXIMO-EXIT
           END-IF

           IF WS-IND-LINHA = ZERO
               ADD 1 TO WS-IND-LINHA
               MOVE WS-LINHA-TITULO TO WS-PAG-LINHA (WS-IND-LINHA)
           END-IF

           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           ADD 1 TO WS-QTD-LISTADOS
           ADD 1 TO WS-IND-LINHA
           MOVE WS-LINHA-AGENDADO TO WS-PAG-LINHA (WS-IND-LINHA)

           IF WS-IND-LINHA = WS-LINHAS-PAGINA
               PERFORM 3200-ENVIAR-PAGINA
                   THRU 3200-ENVIAR-PAGINA-EXIT
           END-IF.
       3100-LER-PROXIMO-EXIT.
           EXIT.
      *
      *=================================*
      * 3200-ENVIAR-PAGINA
      * ENVIA A PAGINA MONTADA AO TERMINAL E PERGUNTA SE O
      * OPERADOR QUER CONTINUAR FOLHEANDO. RESPOSTA F ENCERRA A
      * LISTA NO PONTO EM QUE ESTA.
      *=================================*
       3200-ENVIAR-PAGINA.
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PAGINA)
               LENGTH  (LENGTH OF WS-TELA-PAGINA)
               ERASE
           END-EXEC

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-CONTINUA)
               LENGTH  (LENGTH OF WS-TELA-CONTINUA)
           END-EXEC

           MOVE SPACE TO WS-RESP-TXT
           MOVE LENGTH OF WS-TELA-RESPOSTA TO WS-COMPRIMENTO
           EXEC CICS RECEIVE
               INTO    (WS-TELA-RESPOSTA)
               LENGTH  (WS-COMPRIMENTO)
           END-EXEC

           IF WS-RESP-TXT = 'F' OR 'f'
               SET WS-FIM-BROWSE TO TRUE
           END-IF

           MOVE ZERO   TO WS-IND-LINHA
           MOVE SPACES TO WS-TELA-PAGINA.
       3200-ENVIAR-PAGINA-EXIT.
           EXIT.
      *
      *=================================*
      * 3300-ENVIAR-PAGINA-FINAL
      * ENVIA A ULTIMA PAGINA PARCIAL, SE HOUVER LINHAS MONTADAS E
      * AINDA NAO ENVIADAS, SEGUIDA DA MENSAGEM DE FIM.
      *=================================*
       3300-ENVIAR-PAGINA-FINAL.
           IF WS-QTD-LISTADOS = ZERO
               EXEC CICS SEND TEXT
                   FROM    (WS-TELA-NAO-ENCONTRADO)
                   LENGTH  (LENGTH OF WS-TELA-NAO-ENCONTRADO)
                   ERASE
               END-EXEC
               GO TO 3300-ENVIAR-PAGINA-FINAL-EXIT
           END-IF

           IF WS-IND-LINHA > ZERO
               EXEC CICS SEND TEXT
                   FROM    (WS-TELA-PAGINA)
                   LENGTH  (LENGTH OF WS-TELA-PAGINA)
                   ERASE
               END-EXEC
               EXEC CICS SEND TEXT
                   FROM    (WS-TELA-FIM-REGISTROS)
                   LENGTH  (LENGTH OF WS-TELA-FIM-REGISTROS)
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM    (WS-TELA-FIM-REGISTROS)
                   LENGTH  (LENGTH OF WS-TELA-FIM-REGISTROS)
                   ERASE
               END-EXEC
           END-IF.
       3300-ENVIAR-PAGINA-FINAL-EXIT.
           EXIT.
      *
      *=================================*
      * 4100-FORMATAR-LINHA
      * MONTA A LINHA DO AGENDADO CORRENTE.
      *=================================*
       4100-FORMATAR-LINHA.
           MOVE SPACES               TO WS-LINHA-AGENDADO
           MOVE WS-AG-CHAVE          TO WS-LIN-CHAVE
           MOVE WS-AG-SITUACAO       TO WS-LIN-SITUACAO
           MOVE WS-AG-LOTE-ID        TO WS-LIN-LOTE
           MOVE WS-AG-DATA-EFETIVA   TO WS-LIN-DATA-EFETIVA
           MOVE WS-AG-NUM1-SINAL     TO WS-LIN-NUM1-SINAL
           MOVE WS-AG-NUM1-DIGS      TO WS-LIN-NUM1-DIGS
           MOVE WS-AG-NUM2-SINAL     TO WS-LIN-NUM2-SINAL
           MOVE WS-AG-NUM2-DIGS      TO WS-LIN-NUM2-DIGS
           MOVE WS-AG-OPERACAO       TO WS-LIN-OPERACAO
           MOVE WS-AG-MOEDA          TO WS-LIN-MOEDA
           MOVE WS-AG-MENSAGEM       TO WS-LIN-MENSAGEM.
       4100-FORMATAR-LINHA-EXIT.
           EXIT.
      *
      *=================================*
      * 4300-EXIBIR-AGENDADO
      * ENVIA AO TERMINAL O TITULO, A LINHA DO AGENDADO, AS DATAS
      * (INFORMADA PELA ORIGEM, DE NEGOCIO DO LOTE), A ORIGEM, O ID
      * DE TRANSACAO DA POSTAGEM E A ULTIMA MUDANCA DE SITUACAO
      * (QUEM, QUANDO E MENSAGEM).
      *=================================*
       4300-EXIBIR-AGENDADO.
           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           MOVE SPACES                TO WS-TELA-PAGINA
           MOVE WS-LINHA-TITULO       TO WS-PAG-LINHA (1)
           MOVE WS-LINHA-AGENDADO     TO WS-PAG-LINHA (2)

           MOVE WS-AG-DATA-INFORMADA  TO WS-LDT-INFORMADA
           MOVE WS-AG-DATA-NEGOCIO    TO WS-LDT-NEGOCIO
           MOVE WS-AG-SISTEMA-ORIGEM  TO WS-LDT-ORIGEM
           MOVE WS-AG-TRANS-ID        TO WS-LDT-TRANS-ID
           MOVE WS-LINHA-DATAS        TO WS-PAG-LINHA (3)

           MOVE WS-AG-SITUACAO        TO WS-LST-SITUACAO
           MOVE WS-AG-OPERADOR        TO WS-LST-OPERADOR
           MOVE WS-AG-DATA-SITUACAO   TO WS-LST-DATA
           MOVE WS-AG-HORA-SITUACAO   TO WS-LST-HORA
           MOVE WS-AG-MENSAGEM        TO WS-LST-MENSAGEM
           MOVE WS-LINHA-SITUACAO     TO WS-PAG-LINHA (4)

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PAGINA)
               LENGTH  (LENGTH OF WS-TELA-PAGINA)
               ERASE
           END-EXEC.
       4300-EXIBIR-AGENDADO-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-CANCELAR-AGENDADO
      * LE O AGENDADO DA CHAVE INFORMADA (NOTFND DESVIA PARA
      * 8000-NAO-ENCONTRADO) E O EXIBE. SO O PENDENTE COM DATA
      * EFETIVA FUTURA PODE SER CANCELADO; OS DEMAIS SO SAO
      * CONSULTADOS. O CANCELAMENTO PEDE CONFIRMACAO (S).
      *=================================*
       5000-CANCELAR-AGENDADO.
           EXEC CICS ASKTIME
               ABSTIME (WS-DATA-HORA-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-DATA-HORA-ABS)
               YYYYMMDD (WS-DATA-SISTEMA)
               TIME     (WS-HORA-SISTEMA)
           END-EXEC

           MOVE WS-ENT-DADOS TO WS-CHAVE-AGENDA
           EXEC CICS READ
               FILE    (WS-ARQUIVO-AGENDMST)
               INTO    (WS-REG-AGENDA)
               RIDFLD  (WS-CHAVE-AGENDA)
           END-EXEC

           PERFORM 4300-EXIBIR-AGENDADO
               THRU 4300-EXIBIR-AGENDADO-EXIT

           IF NOT WS-AG-PENDENTE
               GO TO 5000-CANCELAR-AGENDADO-EXIT
           END-IF
           IF WS-AG-DATA-EFETIVA NOT > WS-DATA-SISTEMA
               MOVE 'AGENDADO JA VENCIDO - NAO PODE SER CANCELADO'
                   TO WS-MSG-TEXTO
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-CANCELAR-AGENDADO-EXIT
           END-IF

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PEDE-CONFIRMACAO)
               LENGTH  (LENGTH OF WS-TELA-PEDE-CONFIRMACAO)
           END-EXEC

           MOVE SPACE TO WS-RESP-TXT
           MOVE LENGTH OF WS-TELA-RESPOSTA TO WS-COMPRIMENTO
           EXEC CICS RECEIVE
               INTO    (WS-TELA-RESPOSTA)
               LENGTH  (WS-COMPRIMENTO)
           END-EXEC

           IF WS-RESP-TXT NOT = 'S' AND 's'
               MOVE 'CANCELAMENTO NAO CONFIRMADO - NADA GRAVADO'
                   TO WS-MSG-TEXTO
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-CANCELAR-AGENDADO-EXIT
           END-IF

           PERFORM 6000-GRAVAR-CANCELAMENTO
               THRU 6000-GRAVAR-CANCELAMENTO-EXIT

           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT.
       5000-CANCELAR-AGENDADO-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-GRAVAR-CANCELAMENTO
      * RELE O AGENDADO PARA ATUALIZACAO E, SE AINDA ESTIVER
      * PENDENTE, O REGRAVA CANCELADO COM O USUARIO CICS DO
      * OPERADOR E A DATA/HORA. SE A SITUACAO MUDOU DESDE A
      * EXIBICAO, NADA E GRAVADO.
      *=================================*
       6000-GRAVAR-CANCELAMENTO.
           EXEC CICS ASSIGN
               USERID  (WS-OPERADOR)
           END-EXEC

           EXEC CICS READ
               FILE    (WS-ARQUIVO-AGENDMST)
               INTO    (WS-REG-AGENDA)
               RIDFLD  (WS-CHAVE-AGENDA)
               UPDATE
           END-EXEC

           IF NOT WS-AG-PENDENTE
               EXEC CICS UNLOCK
                   FILE    (WS-ARQUIVO-AGENDMST)
               END-EXEC
               MOVE 'SITUACAO DO AGENDADO MUDOU - NADA GRAVADO'
                   TO WS-MSG-TEXTO
               GO TO 6000-GRAVAR-CANCELAMENTO-EXIT
           END-IF

           SET WS-AG-CANCELADO     TO TRUE
           MOVE WS-DATA-SISTEMA    TO WS-AG-DATA-SITUACAO
           MOVE WS-HORA-SISTEMA    TO WS-AG-HORA-SITUACAO
           MOVE WS-OPERADOR        TO WS-AG-OPERADOR
           MOVE 'CANCELADO NA TRANSACAO AGND' TO WS-AG-MENSAGEM

           EXEC CICS REWRITE
               FILE    (WS-ARQUIVO-AGENDMST)
               FROM    (WS-REG-AGENDA)
           END-EXEC

           MOVE 'AGENDADO CANCELADO - NAO SERA LIBERADO'
               TO WS-MSG-TEXTO.
       6000-GRAVAR-CANCELAMENTO-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-ENVIAR-MENSAGEM
      * ENVIA AO TERMINAL A MENSAGEM DE RESULTADO DA FUNCAO,
      * PRECEDIDA DA CHAVE DO AGENDADO.
      *=================================*
       7000-ENVIAR-MENSAGEM.
           MOVE WS-CHAVE-AGENDA TO WS-MSG-CHAVE
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-MENSAGEM)
               LENGTH  (LENGTH OF WS-TELA-MENSAGEM)
           END-EXEC.
       7000-ENVIAR-MENSAGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-NAO-ENCONTRADO
      * ACIONADA PELA CONDICAO NOTFND NA LEITURA DO AGENDADO OU NO
      * STARTBR DA LISTA. AVISA O OPERADOR E ENCERRA A TAREFA.
      *=================================*
       8000-NAO-ENCONTRADO.
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-NAO-ENCONTRADO)
               LENGTH  (LENGTH OF WS-TELA-NAO-ENCONTRADO)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC

           GOBACK.
       8000-NAO-ENCONTRADO-EXIT.
           EXIT.
      *
      *=================================*
      * 8100-FIM-DO-ARQUIVO
      * ACIONADA PELA CONDICAO ENDFILE DURANTE O BROWSE DA LISTA.
      * ENVIA A ULTIMA PAGINA PARCIAL E A MENSAGEM DE FIM, E
      * ENCERRA A TAREFA.
      *=================================*
       8100-FIM-DO-ARQUIVO.
           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-AGENDMST)
           END-EXEC

           PERFORM 3300-ENVIAR-PAGINA-FINAL
               THRU 3300-ENVIAR-PAGINA-FINAL-EXIT

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
       8100-FIM-DO-ARQUIVO-EXIT.
           EXIT.
      *
      *=================================*
      * 9000-TRATAR-ERRO
      * ACIONADA PELO HANDLE CONDITION OU POR ENTRADA INVALIDA.
      * AVISA O OPERADOR E ENCERRA A TAREFA SEM GRAVAR NADA.
      *=================================*
       9000-TRATAR-ERRO.
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-ERRO)
               LENGTH  (LENGTH OF WS-TELA-ERRO)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC

           GOBACK.
       9000-TRATAR-ERRO-EXIT.
           EXIT.
