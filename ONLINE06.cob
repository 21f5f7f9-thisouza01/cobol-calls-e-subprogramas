       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ONLINE06.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * TRANSACAO ONLINE DE APROVACAO DE CALCULOS PENDENTES (CICS)
      * O CALCULO DA TRANSACAO CALC (ONLINE01) CUJO RESULTADO PASSA
      * DA ALCADA DA MOEDA NAO E POSTADO: FICA NO ARQUIVO CHAVEADO
      * DE PENDENCIAS PENDAPR, SOB UMA SEQUENCIA 98XXXX RESERVADA,
      * COM O USUARIO CICS DE QUEM PEDIU. ESTA TRANSACAO E O SEGUNDO
      * PAR DE OLHOS: UM OPERADOR DIFERENTE DO SOLICITANTE LISTA AS
      * PENDENCIAS E APROVA OU RECUSA CADA UMA.
      *
      * O OPERADOR INFORMA A FUNCAO (1) E O ID DA TRANSACAO (14):
      *   L - LISTA AS PENDENCIAS EM ABERTO A PARTIR DO ID (BRANCO =
      *       INICIO)
      *   A - APROVA: GRAVA O RESULTADO NO VSAMRES SOB O PROPRIO ID
      *       RESERVADO E UMA LINHA DE AUDITORIA COM ORIGEM ONL (QUE
      *       O RECON01 CONFERE CONTRA A FAIXA 98XXXX)
      *   R - RECUSA: GRAVA SO A LINHA DE AUDITORIA, COM ORIGEM REC
      *       (FORA DAS VISOES DE BALANCO DO RECON01), SEM VSAMRES
      * NAS DUAS DECISOES A LINHA DE AUDITORIA TEM A DATA/HORA DA
      * DECISAO E, NA MENSAGEM, O USUARIO DE QUEM DECIDIU, O DE
      * QUEM PEDIU E A DATA/HORA DO PEDIDO; A PENDENCIA E REGRAVADA
      * COM A SITUACAO, O DECISOR E A DATA/HORA DA DECISAO.
      *
      * SO SE APROVA PENDENCIA DO PROPRIO DIA: O REGISTRO VSAM LEVA
      * A DATA DO PEDIDO NA CHAVE E A AUDITORIA VAI PARA O AUDITLOG
      * DO DIA DA DECISAO - UMA APROVACAO NO DIA SEGUINTE DEIXARIA
      * AS DUAS VISOES ONLINE DO RECON01 FORA DE BALANCO NOS DOIS
      * DIAS. PENDENCIA VENCIDA (LISTADA DE MANHA PELO PENDAP01) SO
      * PODE SER RECUSADA; O CALCULO E REFEITO NA CALC SE PRECISO.
      *
      * TRANSACAO CICS.......: APRV
      * MAPSET................: NENHUM (EXEC CICS SEND/RECEIVE TEXT)
      * ESTILO................: CONVERSACIONAL (TAREFA UNICA, CURTA)
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     LINHA DE AUDITORIA AMPLIADA PARA X(160) COM
      *                    SEQUENCIA E VALOR DE CADEIA (SUB005), COM
      *                    A POSICAO DA CADEIA TOMADA E DEVOLVIDA NO
      *                    AUDCTL SOB ENQ DO RECURSO AUDCADEI, COMO
      *                    NO ONLINE01.
      * 2026-10-15 EDB     LINHA DE AUDITORIA COMPLETADA PARA 160
      *                    BYTES (FILLER FINAL X(06)).
      * 2026-10-15 EDB     LINHA DE AUDITORIA CARIMBADA ANTES DA
      *                    GRAVACAO NO VSAMRES; SUB005 INDISPONIVEL
      *                    OU COM RETORNO DIFERENTE DE 00 ENCERRA A
      *                    TAREFA NA TELA DE ERRO SEM GRAVAR NADA.
      *=================================*
       ENVIRONMENT             DIVISION.
      *
       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.
       01  WS-TELA-PROMPT.
           05  FILLER          PIC X(42)
               VALUE 'FUNCAO (L/A/R) E ID DA TRANSACAO (14):    '.
      *
       01  WS-TELA-ENTRADA.
           05  WS-ENT-FUNCAO   PIC X(01) VALUE SPACE.
           05  WS-ENT-TRANS-ID PIC X(14) VALUE SPACES.
      *
       01  WS-TELA-CONFIRMA.
           05  FILLER          PIC X(09)  VALUE 'CONFIRMA '.
           05  WS-CNF-ACAO     PIC X(09)  VALUE SPACES.
           05  FILLER          PIC X(08)  VALUE ' (S/N): '.
      *
       01  WS-TELA-CONTINUA.
           05  FILLER          PIC X(42)
               VALUE 'ENTER PARA CONTINUAR, F PARA ENCERRAR.....'.
      *
       01  WS-TELA-RESPOSTA.
           05  WS-RESP-TXT     PIC X(01) VALUE SPACE.
      *
       01  WS-TELA-NAO-ENCONTRADO.
           05  FILLER          PIC X(41)
               VALUE 'NENHUMA PENDENCIA DE APROVACAO ENCONTRADA'.
      *
       01  WS-TELA-FIM-REGISTROS.
           05  FILLER          PIC X(30)
               VALUE 'FIM DOS REGISTROS DA CONSULTA.'.
      *
       01  WS-TELA-MENSAGEM.
           05  WS-MSG-TRANS-ID PIC X(14) VALUE SPACES.
           05  FILLER          PIC X(03) VALUE ' - '.
           05  WS-MSG-TEXTO    PIC X(50) VALUE SPACES.
      *
       01  WS-TELA-ERRO.
           05  FILLER          PIC X(40)
               VALUE 'ENTRADA INVALIDA - TENTE NOVAMENTE'.
      *
       01  WS-COMPRIMENTO      PIC S9(04) COMP VALUE ZERO.
      *
      * PENDENCIAS DE APROVACAO (PENDAPR): MESMO LEIAUTE DO REGISTRO
      * GRAVADO PELO ONLINE01 E LIDO PELO PENDAP01 (180 BYTES).
       01  WS-ARQUIVO-PENDAPR  PIC X(08) VALUE 'PENDAPR '.
       01  WS-REG-PENDENTE.
           05  WS-PA-TRANS-ID  PIC X(14).
           05  WS-PA-TRANS-ID-R REDEFINES WS-PA-TRANS-ID.
               10  WS-PA-TID-DATA PIC 9(08).
               10  WS-PA-TID-SEQ  PIC 9(06).
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
      *
      * GRAVACAO NO VSAMRES: MESMO LEIAUTE DO ONLINE01, SOB O ID
      * RESERVADO NA PENDENCIA.
       01  WS-ARQUIVO-VSAM     PIC X(08) VALUE 'VSAMRES '.
       01  WS-REG-VSAM.
           05  WS-VR-TRANS-ID  PIC X(14).
           05  WS-VR-NUM1      PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  WS-VR-NUM2      PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  WS-VR-OPERACAO  PIC X(01).
           05  WS-VR-RESULTADO PIC S9(09)V99
                               SIGN LEADING SEPARATE.
           05  WS-VR-MENSAGEM  PIC X(50).
           05  WS-VR-LOTE-ID   PIC X(08).
           05  WS-VR-MOEDA     PIC X(03).
       01  WS-CHAVE-VSAM       PIC X(14) VALUE SPACES.
      *
      * TRILHA DE AUDITORIA: MESMO LEIAUTE DA LINHA DO ONLINE01; A
      * MENSAGEM LEVA O DECISOR, O SOLICITANTE E O MOMENTO DO
      * PEDIDO (O MOMENTO DA DECISAO E A DATA/HORA DA PROPRIA
      * LINHA).
       01  WS-FILA-AUDIT       PIC X(04) VALUE 'AUDL'.
       01  WS-LINHA-AUDITORIA.
           05  WS-LA-DATA      PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-HORA      PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-LOTE      PIC X(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-OPERACAO  PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-NUM1      PIC -Z(06)9.99.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-NUM2      PIC -Z(06)9.99.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-RESULTADO PIC -Z(08)9.99.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-MENSAGEM.
               10  WS-LAM-DECISAO PIC X(06).
               10  WS-LAM-DECISOR PIC X(08).
               10  FILLER      PIC X(07)  VALUE ' SOLIC '.
               10  WS-LAM-SOLICITANTE PIC X(08).
               10  FILLER      PIC X(01)  VALUE SPACES.
               10  WS-LAM-DATA-SOLIC PIC 9(08).
               10  FILLER      PIC X(01)  VALUE SPACES.
               10  WS-LAM-HORA-SOLIC PIC 9(08).
               10  FILLER      PIC X(03)  VALUE SPACES.
           05  WS-LA-ORIGEM    PIC X(03)  VALUE SPACES.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-MOEDA     PIC X(03)  VALUE SPACES.
           05  FILLER          PIC X(06)  VALUE SPACES.
           05  WS-LA-SEQ-CADEIA PIC 9(07) VALUE ZEROS.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LA-VALOR-CADEIA PIC 9(18) VALUE ZEROS.
           05  FILLER          PIC X(04)  VALUE SPACES.
      *
      * POSICAO DA CADEIA DA TRILHA (SUB005) NO REGISTRO DE
      * CONTROLE AUDCTL, SOB O ENQ DO RECURSO AUDCADEI - O MESMO
      * REGISTRO E O MESMO RECURSO DO ONLINE01.
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
               VALUE 'ID TRANSACAO   O NUM1        NUM2       '.
           05  FILLER          PIC X(36)
               VALUE ' MOE RESULTADO     SOLICIT. DATA    '.
      *
       01  WS-LINHA-PENDENCIA.
           05  WS-LIN-TRANS-ID PIC X(14).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-OPERACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-NUM1     PIC -Z(06)9.99.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-NUM2     PIC -Z(06)9.99.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MOEDA    PIC X(03).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-RESULTADO PIC -Z(08)9.99.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-SOLICITANTE PIC X(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-DATA     PIC 9(08).
      *
       01  WS-LINHA-DETALHE.
           05  FILLER          PIC X(08)  VALUE 'ALCADA: '.
           05  WS-LIN-ALCADA   PIC Z(08)9.99.
           05  FILLER          PIC X(15)  VALUE '  PEDIDO EM:   '.
           05  WS-LIN-DATA-SOLIC PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-HORA-SOLIC PIC 9(08).
           05  FILLER          PIC X(03)  VALUE SPACES.
           05  WS-LIN-SITUACAO PIC X(01).
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * ENVIA O PROMPT, RECEBE A FUNCAO E O ID E DESVIA PARA A
      * ROTINA DA FUNCAO PEDIDA.
      *=================================*
       0000-MAIN-PRINCIPAL.
           EXEC CICS HANDLE CONDITION
               ERROR    (9000-TRATAR-ERRO)
               MAPFAIL  (9000-TRATAR-ERRO)
               NOTOPEN  (9000-TRATAR-ERRO)
               QIDERR   (9000-TRATAR-ERRO)
               DUPREC   (7900-SEQUENCIA-OCUPADA)
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

           IF WS-ENT-TRANS-ID = SPACES
            AND WS-ENT-FUNCAO NOT = 'L' AND 'l'
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF

           PERFORM 1000-OBTER-OPERADOR
               THRU 1000-OBTER-OPERADOR-EXIT

           EVALUATE WS-ENT-FUNCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3000-LISTAR-PENDENCIAS
                       THRU 3000-LISTAR-PENDENCIAS-EXIT
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-ENT-FUNCAO
                   PERFORM 5000-DECIDIR-PENDENCIA
                       THRU 5000-DECIDIR-PENDENCIA-EXIT
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-ENT-FUNCAO
                   PERFORM 5000-DECIDIR-PENDENCIA
                       THRU 5000-DECIDIR-PENDENCIA-EXIT
               WHEN OTHER
                   PERFORM 9000-TRATAR-ERRO
                       THRU 9000-TRATAR-ERRO-EXIT
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
      *
      *=================================*
      * 1000-OBTER-OPERADOR
      * GUARDA O USUARIO CICS DO OPERADOR E A DATA/HORA CORRENTES,
      * QUE SAO O DECISOR E O MOMENTO DA DECISAO.
      *=================================*
       1000-OBTER-OPERADOR.
           EXEC CICS ASSIGN
               USERID  (WS-OPERADOR)
           END-EXEC

           EXEC CICS ASKTIME
               ABSTIME (WS-DATA-HORA-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-DATA-HORA-ABS)
               YYYYMMDD (WS-DATA-SISTEMA)
               TIME     (WS-HORA-SISTEMA)
           END-EXEC.
       1000-OBTER-OPERADOR-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-LISTAR-PENDENCIAS
      * FOLHEIA AS PENDENCIAS A PARTIR DO ID INFORMADO (BRANCO
      * COMECA DO INICIO) ATE O FIM DO ARQUIVO, ENVIANDO EM PAGINAS
      * AO TERMINAL SO AS QUE AINDA ESTAO EM ABERTO (SITUACAO P).
      * ARQUIVO SEM NENHUM ID A PARTIR DA CHAVE CAI NA CONDICAO
      * NOTFND.
      *=================================*
       3000-LISTAR-PENDENCIAS.
           MOVE WS-ENT-TRANS-ID  TO WS-CHAVE-PENDENTE
           IF WS-CHAVE-PENDENTE = SPACES
               MOVE LOW-VALUES   TO WS-CHAVE-PENDENTE
           END-IF
           SET WS-NAO-FIM-BROWSE TO TRUE
           MOVE ZERO             TO WS-IND-LINHA
           MOVE ZERO             TO WS-QTD-LISTADOS
           MOVE SPACES           TO WS-TELA-PAGINA

           EXEC CICS STARTBR
               FILE    (WS-ARQUIVO-PENDAPR)
               RIDFLD  (WS-CHAVE-PENDENTE)
               GTEQ
           END-EXEC

           PERFORM 3100-LER-PROXIMO
               THRU 3100-LER-PROXIMO-EXIT
               UNTIL WS-FIM-BROWSE

           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-PENDAPR)
           END-EXEC

           PERFORM 3300-ENVIAR-PAGINA-FINAL
               THRU 3300-ENVIAR-PAGINA-FINAL-EXIT.
       3000-LISTAR-PENDENCIAS-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-LER-PROXIMO
      * LE A PROXIMA PENDENCIA DO BROWSE E, SE AINDA EM ABERTO, A
      * ACRESCENTA A PAGINA. O FIM DO ARQUIVO CAI NA CONDICAO
      * ENDFILE. PAGINA CHEIA E ENVIADA ANTES DE SEGUIR ADIANTE.
      *=================================*
       3100-LER-PROXIMO.
           EXEC CICS READNEXT
               FILE    (WS-ARQUIVO-PENDAPR)
               INTO    (WS-REG-PENDENTE)
               RIDFLD  (WS-CHAVE-PENDENTE)
           END-EXEC

           IF NOT WS-PA-PENDENTE
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
           MOVE WS-LINHA-PENDENCIA TO WS-PAG-LINHA (WS-IND-LINHA)

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
      * MONTA A LINHA DA PENDENCIA A PARTIR DO REGISTRO CORRENTE.
      *=================================*
       4100-FORMATAR-LINHA.
           MOVE SPACES             TO WS-LINHA-PENDENCIA
           MOVE WS-PA-TRANS-ID     TO WS-LIN-TRANS-ID
           MOVE WS-PA-OPERACAO     TO WS-LIN-OPERACAO
           MOVE WS-PA-NUM1         TO WS-LIN-NUM1
           MOVE WS-PA-NUM2         TO WS-LIN-NUM2
           MOVE WS-PA-MOEDA        TO WS-LIN-MOEDA
           MOVE WS-PA-RESULTADO    TO WS-LIN-RESULTADO
           MOVE WS-PA-OPER-SOLIC   TO WS-LIN-SOLICITANTE
           MOVE WS-PA-DATA-SOLIC   TO WS-LIN-DATA.
       4100-FORMATAR-LINHA-EXIT.
           EXIT.
      *
      * LE A PENDENCIA INFORMADA SEM BLOQUEIO (NOTFND DESVIA PARA
      * 8000-NAO-ENCONTRADO).
       4200-LER-PENDENCIA.
           MOVE WS-ENT-TRANS-ID TO WS-CHAVE-PENDENTE
           EXEC CICS READ
               FILE    (WS-ARQUIVO-PENDAPR)
               INTO    (WS-REG-PENDENTE)
               RIDFLD  (WS-CHAVE-PENDENTE)
           END-EXEC.
       4200-LER-PENDENCIA-EXIT.
           EXIT.
      *
      * ENVIA AO TERMINAL O TITULO, A LINHA DA PENDENCIA E A LINHA
      * COM A ALCADA E O MOMENTO DO PEDIDO.
       4300-EXIBIR-PENDENCIA.
           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           MOVE WS-PA-ALCADA       TO WS-LIN-ALCADA
           MOVE WS-PA-DATA-SOLIC   TO WS-LIN-DATA-SOLIC
           MOVE WS-PA-HORA-SOLIC   TO WS-LIN-HORA-SOLIC
           MOVE WS-PA-SITUACAO     TO WS-LIN-SITUACAO

           MOVE SPACES             TO WS-TELA-PAGINA
           MOVE WS-LINHA-TITULO    TO WS-PAG-LINHA (1)
           MOVE WS-LINHA-PENDENCIA TO WS-PAG-LINHA (2)
           MOVE WS-LINHA-DETALHE   TO WS-PAG-LINHA (3)

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PAGINA)
               LENGTH  (LENGTH OF WS-TELA-PAGINA)
               ERASE
           END-EXEC.
       4300-EXIBIR-PENDENCIA-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-DECIDIR-PENDENCIA
      * APROVA (FUNCAO A) OU RECUSA (FUNCAO R) A PENDENCIA. RECUSA
      * SE JA DECIDIDA, SE O OPERADOR FOR O PROPRIO SOLICITANTE OU,
      * NA APROVACAO, SE O PEDIDO FOR DE OUTRO DIA. EXIBE A
      * PENDENCIA E PEDE CONFIRMACAO ANTES DE GRAVAR; A SITUACAO E
      * CONFERIDA DE NOVO SOB BLOQUEIO (READ UPDATE), POIS OUTRO
      * OPERADOR PODE TER DECIDIDO NESSE INTERVALO.
      *=================================*
       5000-DECIDIR-PENDENCIA.
           PERFORM 4200-LER-PENDENCIA
               THRU 4200-LER-PENDENCIA-EXIT

           PERFORM 5100-CRITICAR-DECISAO
               THRU 5100-CRITICAR-DECISAO-EXIT
           IF WS-MSG-TEXTO NOT = SPACES
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-DECIDIR-PENDENCIA-EXIT
           END-IF

           PERFORM 4300-EXIBIR-PENDENCIA
               THRU 4300-EXIBIR-PENDENCIA-EXIT

           IF WS-ENT-FUNCAO = 'A'
               MOVE 'APROVACAO' TO WS-CNF-ACAO
           ELSE
               MOVE 'RECUSA'    TO WS-CNF-ACAO
           END-IF
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-CONFIRMA)
               LENGTH  (LENGTH OF WS-TELA-CONFIRMA)
           END-EXEC

           MOVE SPACE TO WS-RESP-TXT
           MOVE LENGTH OF WS-TELA-RESPOSTA TO WS-COMPRIMENTO
           EXEC CICS RECEIVE
               INTO    (WS-TELA-RESPOSTA)
               LENGTH  (WS-COMPRIMENTO)
           END-EXEC

           IF WS-RESP-TXT NOT = 'S' AND 's'
               MOVE 'DECISAO CANCELADA PELO OPERADOR - NADA GRAVADO'
                   TO WS-MSG-TEXTO
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-DECIDIR-PENDENCIA-EXIT
           END-IF

           MOVE WS-ENT-TRANS-ID TO WS-CHAVE-PENDENTE
           EXEC CICS READ
               FILE    (WS-ARQUIVO-PENDAPR)
               INTO    (WS-REG-PENDENTE)
               RIDFLD  (WS-CHAVE-PENDENTE)
               UPDATE
           END-EXEC

           PERFORM 5100-CRITICAR-DECISAO
               THRU 5100-CRITICAR-DECISAO-EXIT
           IF WS-MSG-TEXTO NOT = SPACES
               EXEC CICS UNLOCK
                   FILE    (WS-ARQUIVO-PENDAPR)
               END-EXEC
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-DECIDIR-PENDENCIA-EXIT
           END-IF

           IF WS-ENT-FUNCAO = 'A'
               SET WS-PA-APROVADO TO TRUE
               MOVE 'APROVADO - RESULTADO POSTADO NO VSAMRES'
                   TO WS-MSG-TEXTO
           ELSE
               SET WS-PA-RECUSADO TO TRUE
               MOVE 'RECUSADO - NADA POSTADO NO VSAMRES'
                   TO WS-MSG-TEXTO
           END-IF

      * A LINHA DA DECISAO E CARIMBADA ANTES DE QUALQUER GRAVACAO:
      * SEM O CARIMBO A TAREFA TERMINA SEM TER GRAVADO NADA.
           PERFORM 6100-CARIMBAR-AUDITORIA
               THRU 6100-CARIMBAR-AUDITORIA-EXIT

           IF WS-ENT-FUNCAO = 'A'
               PERFORM 6000-GRAVAR-VSAM
                   THRU 6000-GRAVAR-VSAM-EXIT
           END-IF

           PERFORM 6150-GRAVAR-AUDITORIA
               THRU 6150-GRAVAR-AUDITORIA-EXIT

           MOVE WS-OPERADOR     TO WS-PA-OPER-DECISAO
           MOVE WS-DATA-SISTEMA TO WS-PA-DATA-DECISAO
           MOVE WS-HORA-SISTEMA TO WS-PA-HORA-DECISAO
           EXEC CICS REWRITE
               FILE    (WS-ARQUIVO-PENDAPR)
               FROM    (WS-REG-PENDENTE)
           END-EXEC

           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT.
       5000-DECIDIR-PENDENCIA-EXIT.
           EXIT.
      *
      * CONFERE SE A PENDENCIA CORRENTE PODE RECEBER A DECISAO
      * PEDIDA; DEIXA EM WS-MSG-TEXTO O MOTIVO DO IMPEDIMENTO (OU
      * BRANCO QUANDO PODE).
       5100-CRITICAR-DECISAO.
           MOVE SPACES TO WS-MSG-TEXTO

           IF NOT WS-PA-PENDENTE
               MOVE 'PENDENCIA JA DECIDIDA - NADA GRAVADO'
                   TO WS-MSG-TEXTO
               GO TO 5100-CRITICAR-DECISAO-EXIT
           END-IF

           IF WS-PA-OPER-SOLIC = WS-OPERADOR
               MOVE 'DECISAO EXIGE OPERADOR DIFERENTE DO SOLICITANTE'
                   TO WS-MSG-TEXTO
               GO TO 5100-CRITICAR-DECISAO-EXIT
           END-IF

           IF WS-ENT-FUNCAO = 'A'
            AND WS-PA-TID-DATA NOT = WS-DATA-SISTEMA
               MOVE 'PEDIDO DE DIA ANTERIOR - SO PODE SER RECUSADO'
                   TO WS-MSG-TEXTO
           END-IF.
       5100-CRITICAR-DECISAO-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-GRAVAR-VSAM
      * GRAVA O RESULTADO APROVADO NO VSAMRES SOB O ID RESERVADO NA
      * PENDENCIA. O ID JA OCUPADO (NAO DEVERIA ACONTECER, POIS O
      * ONLINE01 RESERVA A SEQUENCIA OLHANDO OS DOIS ARQUIVOS) CAI
      * NA CONDICAO DUPREC E NADA E GRAVADO.
      *=================================*
       6000-GRAVAR-VSAM.
           MOVE WS-PA-TRANS-ID  TO WS-VR-TRANS-ID
           MOVE WS-PA-NUM1      TO WS-VR-NUM1
           MOVE WS-PA-NUM2      TO WS-VR-NUM2
           MOVE WS-PA-OPERACAO  TO WS-VR-OPERACAO
           MOVE WS-PA-RESULTADO TO WS-VR-RESULTADO
           MOVE WS-PA-MENSAGEM  TO WS-VR-MENSAGEM
           MOVE SPACES          TO WS-VR-LOTE-ID
           MOVE WS-PA-MOEDA     TO WS-VR-MOEDA

           MOVE WS-VR-TRANS-ID  TO WS-CHAVE-VSAM
           EXEC CICS WRITE
               FILE    (WS-ARQUIVO-VSAM)
               FROM    (WS-REG-VSAM)
               RIDFLD  (WS-CHAVE-VSAM)
           END-EXEC.
       6000-GRAVAR-VSAM-EXIT.
           EXIT.
      *
      *=================================*
      * 6100-CARIMBAR-AUDITORIA
      * MONTA A LINHA DE AUDITORIA DA DECISAO, COM A DATA/HORA DA
      * DECISAO, A ORIGEM (ONL NA APROVACAO, REC NA RECUSA) E, NA
      * MENSAGEM, O DECISOR, O SOLICITANTE E A DATA/HORA DO PEDIDO,
      * E A CARIMBA PELO SUB005 A PARTIR DA POSICAO DO AUDCTL, COMO
      * NO ONLINE01 (ENQ AUDCADEI, READ UPDATE). O ENQ E O BLOQUEIO
      * DO AUDCTL FICAM ATE O 6150 GRAVAR A LINHA. SUB005
      * INDISPONIVEL OU COM RETORNO DIFERENTE DE 00 LIBERA OS
      * BLOQUEIOS E ENCERRA A TAREFA NA TELA DE ERRO, SEM GRAVAR.
      *=================================*
       6100-CARIMBAR-AUDITORIA.
           MOVE SPACES             TO WS-LINHA-AUDITORIA
           MOVE WS-DATA-SISTEMA    TO WS-LA-DATA
           MOVE WS-HORA-SISTEMA    TO WS-LA-HORA
           MOVE SPACES             TO WS-LA-LOTE
           MOVE WS-PA-OPERACAO     TO WS-LA-OPERACAO
           MOVE WS-PA-NUM1         TO WS-LA-NUM1
           MOVE WS-PA-NUM2         TO WS-LA-NUM2
           MOVE WS-PA-RESULTADO    TO WS-LA-RESULTADO
           MOVE WS-OPERADOR        TO WS-LAM-DECISOR
           MOVE WS-PA-OPER-SOLIC   TO WS-LAM-SOLICITANTE
           MOVE WS-PA-DATA-SOLIC   TO WS-LAM-DATA-SOLIC
           MOVE WS-PA-HORA-SOLIC   TO WS-LAM-HORA-SOLIC
           MOVE WS-PA-MOEDA        TO WS-LA-MOEDA
           IF WS-ENT-FUNCAO = 'A'
               MOVE 'APROV '       TO WS-LAM-DECISAO
               MOVE 'ONL'          TO WS-LA-ORIGEM
           ELSE
               MOVE 'RECUS '       TO WS-LAM-DECISAO
               MOVE 'REC'          TO WS-LA-ORIGEM
           END-IF

           EXEC CICS ENQ
               RESOURCE (WS-RECURSO-CADEIA)
               LENGTH   (LENGTH OF WS-RECURSO-CADEIA)
           END-EXEC

           PERFORM 6110-LER-CTL-CADEIA
               THRU 6110-LER-CTL-CADEIA-EXIT

           EXEC CICS HANDLE CONDITION
               NOTFND   (8000-NAO-ENCONTRADO)
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
               EXEC CICS UNLOCK
                   FILE    (WS-ARQUIVO-PENDAPR)
               END-EXEC
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF.
       6100-CARIMBAR-AUDITORIA-EXIT.
           EXIT.
      *
      *=================================*
      * 6150-GRAVAR-AUDITORIA
      * GRAVA A LINHA CARIMBADA NA FILA TD APONTADA PARA O AUDITLOG
      * DO DIA, DEVOLVE A POSICAO AO AUDCTL E LIBERA O ENQ.
      *=================================*
       6150-GRAVAR-AUDITORIA.
           EXEC CICS WRITEQ TD
               QUEUE   (WS-FILA-AUDIT)
               FROM    (WS-LINHA-AUDITORIA)
               LENGTH  (LENGTH OF WS-LINHA-AUDITORIA)
           END-EXEC

           PERFORM 6120-GRAVAR-CTL-CADEIA
               THRU 6120-GRAVAR-CTL-CADEIA-EXIT

           EXEC CICS DEQ
               RESOURCE (WS-RECURSO-CADEIA)
               LENGTH   (LENGTH OF WS-RECURSO-CADEIA)
           END-EXEC.
       6150-GRAVAR-AUDITORIA-EXIT.
           EXIT.
      *
      * LE O REGISTRO DE CONTROLE DA CADEIA PARA ATUALIZACAO. O
      * NOTFND DESVIA PARA 6190, QUE MONTA O REGISTRO NOVO; QUEM
      * CHAMOU DEVOLVE O NOTFND AO TRATAMENTO DA PENDENCIA.
       6110-LER-CTL-CADEIA.
           SET WS-CTL-EXISTENTE TO TRUE

           EXEC CICS HANDLE CONDITION
               NOTFND   (6190-CADEIA-SEM-CTL)
           END-EXEC

           EXEC CICS READ
               FILE    (WS-ARQUIVO-AUDCTL)
               INTO    (WS-REG-CTL-CADEIA)
               RIDFLD  (WS-CHAVE-CADEIA)
               UPDATE
           END-EXEC.
       6110-LER-CTL-CADEIA-EXIT.
           EXIT.
      *
      * ACIONADA PELO NOTFND DA LEITURA DO CONTROLE: A CADEIA
      * COMECA DO ZERO NO ARQUIVO DO DIA. O DESVIO VOLTA PELO -EXIT
      * DO PARAGRAFO DE LEITURA PARA QUE O PERFORM...THRU EM CURSO
      * RETORNE NORMALMENTE.
       6190-CADEIA-SEM-CTL.
           SET WS-CTL-NOVO TO TRUE
           MOVE SPACES          TO WS-REG-CTL-CADEIA
           MOVE WS-CHAVE-CADEIA TO WS-AC-CHAVE
           MOVE WS-DATA-SISTEMA TO WS-AC-DATA-ARQUIVO
           MOVE ZEROS           TO WS-AC-SEQUENCIA
           MOVE ZEROS           TO WS-AC-CADEIA
           GO TO 6110-LER-CTL-CADEIA-EXIT.
      *
      * DEVOLVE AO AUDCTL A POSICAO DA LINHA RECEM-GRAVADA NA FILA.
       6120-GRAVAR-CTL-CADEIA.
           MOVE 'ONLINE06'      TO WS-AC-PROGRAMA
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
       6120-GRAVAR-CTL-CADEIA-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-ENVIAR-MENSAGEM
      * ENVIA AO TERMINAL A MENSAGEM DE RESULTADO DA FUNCAO,
      * PRECEDIDA DO ID DA TRANSACAO.
      *=================================*
       7000-ENVIAR-MENSAGEM.
           MOVE WS-ENT-TRANS-ID TO WS-MSG-TRANS-ID
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-MENSAGEM)
               LENGTH  (LENGTH OF WS-TELA-MENSAGEM)
               ERASE
           END-EXEC.
       7000-ENVIAR-MENSAGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 7900-SEQUENCIA-OCUPADA
      * ACIONADA PELA CONDICAO DUPREC NO WRITE DO VSAMRES DA
      * APROVACAO. LIBERA O BLOQUEIO DA PENDENCIA (QUE SEGUE EM
      * ABERTO) E O CONTROLE DA CADEIA TOMADO PELO 6100 (A LINHA
      * CARIMBADA NAO CHEGA A SER GRAVADA), AVISA O OPERADOR E
      * ENCERRA A TAREFA.
      *=================================*
       7900-SEQUENCIA-OCUPADA.
           EXEC CICS UNLOCK
               FILE    (WS-ARQUIVO-PENDAPR)
           END-EXEC
           IF WS-CTL-EXISTENTE
               EXEC CICS UNLOCK
                   FILE    (WS-ARQUIVO-AUDCTL)
               END-EXEC
           END-IF
           EXEC CICS DEQ
               RESOURCE (WS-RECURSO-CADEIA)
               LENGTH   (LENGTH OF WS-RECURSO-CADEIA)
           END-EXEC

           MOVE 'ID JA OCUPADO NO VSAMRES - PENDENCIA MANTIDA'
               TO WS-MSG-TEXTO
           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
       7900-SEQUENCIA-OCUPADA-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-NAO-ENCONTRADO
      * ACIONADA PELA CONDICAO NOTFND NA LEITURA DA PENDENCIA OU NO
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
               FILE    (WS-ARQUIVO-PENDAPR)
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
