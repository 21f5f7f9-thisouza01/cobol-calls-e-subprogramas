       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ONLINE05.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * TRANSACAO ONLINE DE MANUTENCAO DO CADASTRO DE SISTEMAS DE
      * ORIGEM (CICS)
      * O CADASTRO CHAVEADO SISORIG DIZ QUAIS SISTEMAS DE ORIGEM
      * PODEM MANDAR LOTES AO PROGCALL E O QUE SE ESPERA DE CADA
      * UM: OS DIAS DA SEMANA EM QUE TRANSMITEM, A HORA LIMITE DE
      * CHEGADA, A QUANTIDADE MAXIMA DE DETALHES POR LOTE E AS
      * MOEDAS QUE PODEM USAR. O PROGCALL RECUSA NO HEADER O LOTE DE
      * ORIGEM NAO CADASTRADA, SUSPENSA OU ACIMA DO LIMITE DE
      * VOLUME, E O FALTAS01 LISTA NO FIM DA RECEPCAO AS ORIGENS
      * ESPERADAS NO DIA QUE NAO TRANSMITIRAM.
      *
      * O OPERADOR INFORMA A FUNCAO (1) E O SISTEMA (8):
      *   L - LISTA O CADASTRO A PARTIR DO SISTEMA (BRANCO = INICIO)
      *   C - CONSULTA UM SISTEMA
      *   I - INCLUI UM SISTEMA (NASCE ATIVO)
      *   A - ALTERA OS DADOS DE UM SISTEMA
      *   S - SUSPENDE UM SISTEMA (LOTES PASSAM A SER RECUSADOS)
      *   R - REATIVA UM SISTEMA SUSPENSO
      * NA INCLUSAO E NA ALTERACAO UMA SEGUNDA TELA RECEBE OS DIAS
      * ESPERADOS (7 POSICOES S/N, SEGUNDA A DOMINGO), A HORA LIMITE
      * (HHMM), O MAXIMO DE DETALHES (7, ZERO = SEM LIMITE), ATE 5
      * MOEDAS (3 CADA, BRANCO = QUALQUER MOEDA) E A DESCRICAO.
      * AS MOEDAS SAO PASSADAS PARA MAIUSCULAS E CRITICADAS PELO
      * SUB002 CONTRA A TABELA MOEDA-PERMITIDA DO ESPELHO PARMCTL,
      * COMO NO ONLINE07 (TABELA VAZIA ACEITA QUALQUER MOEDA).
      * TODA GRAVACAO LEVA A DATA E O USUARIO CICS DO OPERADOR.
      *
      * TRANSACAO CICS.......: ORIG
      * MAPSET................: NENHUM (EXEC CICS SEND/RECEIVE TEXT)
      * ESTILO................: CONVERSACIONAL (TAREFA UNICA, CURTA)
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     MOEDAS DO SISTEMA PASSADAS PARA MAIUSCULAS
      *                    E RECUSADAS QUANDO FORA DA TABELA
      *                    MOEDA-PERMITIDA DO PARMCTL (SUB002).
      *=================================*
       ENVIRONMENT             DIVISION.
      *
       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.
       01  WS-TELA-PROMPT.
           05  FILLER          PIC X(49)
               VALUE 'FUNCAO (L/C/I/A/S/R) E SISTEMA DE ORIGEM (8): '.
      *
       01  WS-TELA-ENTRADA.
           05  WS-ENT-FUNCAO   PIC X(01) VALUE SPACE.
           05  WS-ENT-SISTEMA  PIC X(08) VALUE SPACES.
      *
       01  WS-TELA-PROMPT-DADOS.
           05  FILLER          PIC X(40)
               VALUE 'DIAS(7 S/N SEG-DOM) HORA(HHMM) MAXDET(7)'.
           05  FILLER          PIC X(36)
               VALUE ' MOEDAS(5 X 3) DESCRICAO(20):       '.
      *
       01  WS-TELA-DADOS.
           05  WS-DAD-DIAS.
               10  WS-DAD-DIA  OCCURS 7 TIMES PIC X(01).
           05  WS-DAD-HORA     PIC X(04).
           05  WS-DAD-HORA-V REDEFINES WS-DAD-HORA.
               10  WS-DAD-HH   PIC 9(02).
               10  WS-DAD-MM   PIC 9(02).
           05  WS-DAD-MAXDET   PIC X(07).
           05  WS-DAD-MAXDET-V REDEFINES WS-DAD-MAXDET
                               PIC 9(07).
           05  WS-DAD-MOEDAS   PIC X(15).
           05  WS-DAD-MOEDAS-TAB REDEFINES WS-DAD-MOEDAS.
               10  WS-DAD-MOEDA OCCURS 5 TIMES PIC X(03).
           05  WS-DAD-DESCRICAO PIC X(20).
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
               VALUE 'SISTEMA DE ORIGEM NAO CADASTRADO        '.
      *
       01  WS-TELA-FIM-REGISTROS.
           05  FILLER          PIC X(30)
               VALUE 'FIM DOS REGISTROS DA CONSULTA.'.
      *
       01  WS-TELA-MENSAGEM.
           05  WS-MSG-SISTEMA  PIC X(08) VALUE SPACES.
           05  FILLER          PIC X(03) VALUE ' - '.
           05  WS-MSG-TEXTO    PIC X(50) VALUE SPACES.
      *
       01  WS-TELA-ERRO.
           05  FILLER          PIC X(40)
               VALUE 'ENTRADA INVALIDA - TENTE NOVAMENTE'.
      *
       01  WS-COMPRIMENTO      PIC S9(04) COMP VALUE ZERO.
      *
      * CADASTRO DE SISTEMAS DE ORIGEM: MESMO LEIAUTE DO REGISTRO
      * LIDO PELO PROGCALL E PELO FALTAS01 (80 BYTES).
       01  WS-ARQUIVO-SISORIG  PIC X(08) VALUE 'SISORIG '.
       01  WS-REG-SIS-ORIGEM.
           05  WS-SO-SISTEMA   PIC X(08).
           05  WS-SO-SITUACAO  PIC X(01).
               88  WS-SO-ATIVO           VALUE 'A'.
               88  WS-SO-SUSPENSO        VALUE 'S'.
           05  WS-SO-DIAS-ESPERADOS.
               10  WS-SO-DIA-ESPERADO OCCURS 7 TIMES PIC X(01).
           05  WS-SO-HORA-LIMITE PIC 9(04).
           05  WS-SO-MAX-DETALHES PIC 9(07).
           05  WS-SO-MOEDAS    PIC X(15).
           05  WS-SO-DESCRICAO PIC X(20).
           05  WS-SO-DATA-ALTERACAO PIC 9(08).
           05  WS-SO-OPERADOR-ALTERACAO PIC X(08).
           05  FILLER          PIC X(02).
       01  WS-CHAVE-SISORIG    PIC X(08) VALUE SPACES.
      *
       01  WS-OPERADOR         PIC X(08) VALUE SPACES.
       01  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HORA-ABS    PIC S9(15) COMP-3 VALUE ZERO.
      *
       01  WS-IND-DIA          PIC S9(04) COMP VALUE ZERO.
       01  WS-IND-MOEDA        PIC S9(04) COMP VALUE ZERO.
       01  WS-DADOS-VALIDOS-SW PIC X(01) VALUE 'S'.
           88  WS-DADOS-VALIDOS          VALUE 'S'.
           88  WS-DADOS-INVALIDOS        VALUE 'N'.
      *
       01  WS-FIM-BROWSE-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-BROWSE             VALUE 'S'.
           88  WS-NAO-FIM-BROWSE         VALUE 'N'.
      *
       01  WS-QTD-LISTADOS     PIC S9(04) COMP VALUE ZERO.
      *
      * CAMPOS DE SINAL + DIGITOS NO FORMATO EXIGIDO PELO SUB002. A
      * CRITICA DA MOEDA DO CADASTRO PASSA UM PAR ZERADO, DE MODO
      * QUE SO A MOEDA PODE SER RECUSADA.
       01  WS-NUM1-SINAL       PIC X(01) VALUE SPACE.
       01  WS-NUM1-DIGS        PIC X(09) VALUE ZEROS.
       01  WS-NUM2-SINAL       PIC X(01) VALUE SPACE.
       01  WS-NUM2-DIGS        PIC X(09) VALUE ZEROS.
       01  WS-MOEDA            PIC X(03) VALUE SPACES.
       01  WS-PAR-VALIDO-SW    PIC X(01) VALUE 'S'.
           88  WS-PAR-VALIDO             VALUE 'S'.
           88  WS-PAR-INVALIDO           VALUE 'N'.
       01  WS-COD-MOTIVO       PIC X(02) VALUE SPACES.
       01  WS-MSG-MOTIVO       PIC X(50) VALUE SPACES.
      *
      * TABELA DE MOEDAS PERMITIDAS LIDA DO ESPELHO PARMCTL
      * (GRAVADO PELO PROGCALL A PARTIR DO PARMFILE), COMO NO
      * ONLINE07.
       01  WS-LIMITE-OPERANDO  PIC 9(07)V99 VALUE ZEROS.
       01  WS-TAB-MOEDAS.
           05  WS-QTD-MOEDAS    PIC 9(02) VALUE ZEROS.
           05  WS-MOEDA-ENTRADA OCCURS 10 TIMES.
               10  WS-MOE-CODIGO PIC X(03).
               10  WS-MOE-LIMITE PIC 9(07)V99.
       01  WS-ARQUIVO-PARMCTL  PIC X(08) VALUE 'PARMCTL '.
       01  WS-REG-PARM-CTL.
           05  WS-PC-CHAVE     PIC X(20).
           05  WS-PC-VALOR     PIC X(20).
       01  WS-PC-VALOR-MOE REDEFINES WS-REG-PARM-CTL.
           05  FILLER          PIC X(20).
           05  WS-PCV-MOE-CODIGO PIC X(03).
           05  WS-PCV-MOE-LIMITE-X PIC X(09).
           05  WS-PCV-MOE-LIMITE-V REDEFINES WS-PCV-MOE-LIMITE-X
                               PIC 9(07)V99.
           05  FILLER          PIC X(08).
       01  WS-CHAVE-PARM-BR    PIC X(20) VALUE LOW-VALUES.
       01  WS-FIM-PARM-SW      PIC X(01) VALUE 'N'.
           88  WS-FIM-PARM               VALUE 'S'.
           88  WS-NAO-FIM-PARM           VALUE 'N'.
      *
       01  WS-IND-LINHA        PIC S9(04) COMP VALUE ZERO.
       01  WS-LINHAS-PAGINA    PIC S9(04) COMP VALUE 8.
      *
       01  WS-TELA-PAGINA.
           05  WS-PAG-LINHA    OCCURS 8 TIMES PIC X(80).
      *
       01  WS-LINHA-TITULO.
           05  FILLER          PIC X(40)
               VALUE 'SISTEMA  S DIAS    HORA  MAXDET MOEDAS  '.
           05  FILLER          PIC X(28)
               VALUE '        DESCRICAO           '.
      *
       01  WS-LINHA-CADASTRO.
           05  WS-LIN-SISTEMA  PIC X(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-SITUACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-DIAS     PIC X(07).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-HORA     PIC 9(04).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MAXDET   PIC Z(06)9.
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MOEDAS   PIC X(15).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-DESCRICAO PIC X(20).
      *
       01  WS-LINHA-ALTERACAO.
           05  FILLER          PIC X(13)  VALUE 'ALTERADO EM: '.
           05  WS-LIN-DATA-ALT PIC 9(08).
           05  FILLER          PIC X(06)  VALUE ' POR: '.
           05  WS-LIN-OPER-ALT PIC X(08).
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * LE AS MOEDAS PERMITIDAS DO ESPELHO, ENVIA O PROMPT, RECEBE
      * A FUNCAO E O SISTEMA E DESVIA PARA A ROTINA DA FUNCAO
      * PEDIDA.
      *=================================*
       0000-MAIN-PRINCIPAL.
           EXEC CICS HANDLE CONDITION
               ERROR    (9000-TRATAR-ERRO)
               MAPFAIL  (9000-TRATAR-ERRO)
           END-EXEC

           PERFORM 0500-LER-PARAMETROS
               THRU 0500-LER-PARAMETROS-EXIT

      * OS HANDLE CONDITION DO BROWSE DO ESPELHO FICAM PARA TRAS.
           EXEC CICS HANDLE CONDITION
               ERROR    (9000-TRATAR-ERRO)
               MAPFAIL  (9000-TRATAR-ERRO)
               NOTOPEN  (9000-TRATAR-ERRO)
               DSIDERR  (9000-TRATAR-ERRO)
               DUPREC   (9000-TRATAR-ERRO)
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

           IF WS-ENT-SISTEMA = SPACES
            AND WS-ENT-FUNCAO NOT = 'L' AND 'l'
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF

           PERFORM 1000-OBTER-OPERADOR
               THRU 1000-OBTER-OPERADOR-EXIT

           EVALUATE WS-ENT-FUNCAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 3000-LISTAR-CADASTRO
                       THRU 3000-LISTAR-CADASTRO-EXIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 4000-CONSULTAR-SISTEMA
                       THRU 4000-CONSULTAR-SISTEMA-EXIT
               WHEN 'I'
               WHEN 'i'
                   PERFORM 5000-INCLUIR-SISTEMA
                       THRU 5000-INCLUIR-SISTEMA-EXIT
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5100-ALTERAR-SISTEMA
                       THRU 5100-ALTERAR-SISTEMA-EXIT
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-ENT-FUNCAO
                   PERFORM 5200-MUDAR-SITUACAO
                       THRU 5200-MUDAR-SITUACAO-EXIT
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-ENT-FUNCAO
                   PERFORM 5200-MUDAR-SITUACAO
                       THRU 5200-MUDAR-SITUACAO-EXIT
               WHEN OTHER
                   PERFORM 9000-TRATAR-ERRO
                       THRU 9000-TRATAR-ERRO-EXIT
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
      *
      *=================================*
      * 0500-LER-PARAMETROS
      * FOLHEIA O ESPELHO CHAVEADO PARMCTL E GUARDA A TABELA DE
      * MOEDAS PERMITIDAS, COMO NO ONLINE07. ESPELHO AUSENTE, VAZIO
      * OU SEM AS CHAVES DEIXA A TABELA VAZIA (QUALQUER MOEDA).
      *=================================*
       0500-LER-PARAMETROS.
           SET WS-NAO-FIM-PARM TO TRUE

           EXEC CICS HANDLE CONDITION
               NOTFND     (0580-SEM-ESPELHO)
               DSIDERR    (0580-SEM-ESPELHO)
               NOTOPEN    (0580-SEM-ESPELHO)
           END-EXEC

           MOVE LOW-VALUES TO WS-CHAVE-PARM-BR
           EXEC CICS STARTBR
               FILE    (WS-ARQUIVO-PARMCTL)
               RIDFLD  (WS-CHAVE-PARM-BR)
               GTEQ
           END-EXEC

           EXEC CICS HANDLE CONDITION
               NOTFND     (0590-FIM-DO-ESPELHO)
               ENDFILE    (0590-FIM-DO-ESPELHO)
           END-EXEC

           PERFORM 0510-LER-UM-PARAMETRO
               THRU 0510-LER-UM-PARAMETRO-EXIT
               UNTIL WS-FIM-PARM

           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-PARMCTL)
           END-EXEC.
       0500-LER-PARAMETROS-EXIT.
           EXIT.
      *
      * ACIONADA QUANDO O ESPELHO NAO EXISTE, NAO ESTA ABERTO OU
      * NAO TEM NENHUMA CHAVE: NAO HA BROWSE ABERTO E A TABELA
      * FICA VAZIA.
       0580-SEM-ESPELHO.
           SET WS-FIM-PARM TO TRUE
           GO TO 0500-LER-PARAMETROS-EXIT.
      *
       0510-LER-UM-PARAMETRO.
           EXEC CICS READNEXT
               FILE    (WS-ARQUIVO-PARMCTL)
               INTO    (WS-REG-PARM-CTL)
               RIDFLD  (WS-CHAVE-PARM-BR)
           END-EXEC

           IF WS-PC-CHAVE (1:16) = 'MOEDA-PERMITIDA-'
               PERFORM 0520-INCLUIR-MOEDA
                   THRU 0520-INCLUIR-MOEDA-EXIT
           END-IF.
       0510-LER-UM-PARAMETRO-EXIT.
           EXIT.
      *
      * INCLUI UMA ENTRADA MOEDA-PERMITIDA-NN DO ESPELHO NA TABELA
      * DE MOEDAS; ENTRADA INVALIDA OU TABELA CHEIA E DESCARTADA EM
      * SILENCIO (O BATCH, DONO DO PARMFILE, E QUEM CRITICA).
       0520-INCLUIR-MOEDA.
           IF WS-PCV-MOE-CODIGO = SPACES
            OR WS-PCV-MOE-LIMITE-X NOT NUMERIC
            OR WS-QTD-MOEDAS NOT < 10
               GO TO 0520-INCLUIR-MOEDA-EXIT
           END-IF

           ADD 1 TO WS-QTD-MOEDAS
           MOVE WS-PCV-MOE-CODIGO TO WS-MOE-CODIGO (WS-QTD-MOEDAS)
           MOVE WS-PCV-MOE-LIMITE-V
               TO WS-MOE-LIMITE (WS-QTD-MOEDAS).
       0520-INCLUIR-MOEDA-EXIT.
           EXIT.
      *
      * ACIONADA PELO ENDFILE (OU NOTFND) DO READNEXT DO BROWSE DO
      * ESPELHO; VOLTA PELO -EXIT DO PARAGRAFO DE LEITURA.
       0590-FIM-DO-ESPELHO.
           SET WS-FIM-PARM TO TRUE
           GO TO 0510-LER-UM-PARAMETRO-EXIT.
      *
      *=================================*
      * 1000-OBTER-OPERADOR
      * GUARDA O USUARIO CICS DO OPERADOR E A DATA CORRENTE, QUE
      * VAO PARA O REGISTRO EM TODA INCLUSAO OU ALTERACAO.
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
      * 3000-LISTAR-CADASTRO
      * FOLHEIA O CADASTRO A PARTIR DO SISTEMA INFORMADO (BRANCO
      * COMECA DO INICIO) ATE O FIM DO ARQUIVO, ENVIANDO UMA LINHA
      * POR SISTEMA EM PAGINAS AO TERMINAL. CADASTRO SEM NENHUM
      * SISTEMA A PARTIR DA CHAVE CAI NA CONDICAO NOTFND.
      *=================================*
       3000-LISTAR-CADASTRO.
           MOVE WS-ENT-SISTEMA   TO WS-CHAVE-SISORIG
           IF WS-CHAVE-SISORIG = SPACES
               MOVE LOW-VALUES   TO WS-CHAVE-SISORIG
           END-IF
           SET WS-NAO-FIM-BROWSE TO TRUE
           MOVE ZERO             TO WS-IND-LINHA
           MOVE ZERO             TO WS-QTD-LISTADOS
           MOVE SPACES           TO WS-TELA-PAGINA

           EXEC CICS STARTBR
               FILE    (WS-ARQUIVO-SISORIG)
               RIDFLD  (WS-CHAVE-SISORIG)
               GTEQ
           END-EXEC

           PERFORM 3100-LER-PROXIMO
               THRU 3100-LER-PROXIMO-EXIT
               UNTIL WS-FIM-BROWSE

           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-SISORIG)
           END-EXEC

           PERFORM 3300-ENVIAR-PAGINA-FINAL
               THRU 3300-ENVIAR-PAGINA-FINAL-EXIT.
       3000-LISTAR-CADASTRO-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-LER-PROXIMO
      * LE O PROXIMO SISTEMA DO BROWSE E O ACRESCENTA A PAGINA. O
      * FIM DO ARQUIVO CAI NA CONDICAO ENDFILE. PAGINA CHEIA E
      * ENVIADA AO TERMINAL ANTES DE SEGUIR ADIANTE.
      *=================================*
       3100-LER-PROXIMO.
           EXEC CICS READNEXT
               FILE    (WS-ARQUIVO-SISORIG)
               INTO    (WS-REG-SIS-ORIGEM)
               RIDFLD  (WS-CHAVE-SISORIG)
           END-EXEC

           IF WS-IND-LINHA = ZERO
               ADD 1 TO WS-IND-LINHA
               MOVE WS-LINHA-TITULO TO WS-PAG-LINHA (WS-IND-LINHA)
           END-IF

           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           ADD 1 TO WS-QTD-LISTADOS
           ADD 1 TO WS-IND-LINHA
           MOVE WS-LINHA-CADASTRO TO WS-PAG-LINHA (WS-IND-LINHA)

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
      * 4000-CONSULTAR-SISTEMA
      * LE O SISTEMA INFORMADO E EXIBE OS DADOS DO CADASTRO COM A
      * DATA E O OPERADOR DA ULTIMA ALTERACAO. SISTEMA INEXISTENTE
      * CAI NA CONDICAO NOTFND.
      *=================================*
       4000-CONSULTAR-SISTEMA.
           PERFORM 4200-LER-SISTEMA
               THRU 4200-LER-SISTEMA-EXIT

           PERFORM 4300-EXIBIR-SISTEMA
               THRU 4300-EXIBIR-SISTEMA-EXIT.
       4000-CONSULTAR-SISTEMA-EXIT.
           EXIT.
      *
      *=================================*
      * 4100-FORMATAR-LINHA
      * MONTA A LINHA DO CADASTRO A PARTIR DO REGISTRO CORRENTE.
      *=================================*
       4100-FORMATAR-LINHA.
           MOVE SPACES                 TO WS-LINHA-CADASTRO
           MOVE WS-SO-SISTEMA          TO WS-LIN-SISTEMA
           MOVE WS-SO-SITUACAO         TO WS-LIN-SITUACAO
           MOVE WS-SO-DIAS-ESPERADOS   TO WS-LIN-DIAS
           MOVE WS-SO-HORA-LIMITE      TO WS-LIN-HORA
           MOVE WS-SO-MAX-DETALHES     TO WS-LIN-MAXDET
           MOVE WS-SO-MOEDAS           TO WS-LIN-MOEDAS
           MOVE WS-SO-DESCRICAO        TO WS-LIN-DESCRICAO.
       4100-FORMATAR-LINHA-EXIT.
           EXIT.
      *
      * LE O SISTEMA INFORMADO SEM BLOQUEIO (NOTFND DESVIA PARA
      * 8000-NAO-ENCONTRADO).
       4200-LER-SISTEMA.
           MOVE WS-ENT-SISTEMA TO WS-CHAVE-SISORIG
           EXEC CICS READ
               FILE    (WS-ARQUIVO-SISORIG)
               INTO    (WS-REG-SIS-ORIGEM)
               RIDFLD  (WS-CHAVE-SISORIG)
           END-EXEC.
       4200-LER-SISTEMA-EXIT.
           EXIT.
      *
      * ENVIA AO TERMINAL O TITULO, A LINHA DO CADASTRO E A LINHA
      * DA ULTIMA ALTERACAO DO SISTEMA CORRENTE.
       4300-EXIBIR-SISTEMA.
           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           MOVE WS-SO-DATA-ALTERACAO     TO WS-LIN-DATA-ALT
           MOVE WS-SO-OPERADOR-ALTERACAO TO WS-LIN-OPER-ALT

           MOVE SPACES             TO WS-TELA-PAGINA
           MOVE WS-LINHA-TITULO    TO WS-PAG-LINHA (1)
           MOVE WS-LINHA-CADASTRO  TO WS-PAG-LINHA (2)
           MOVE WS-LINHA-ALTERACAO TO WS-PAG-LINHA (3)

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PAGINA)
               LENGTH  (LENGTH OF WS-TELA-PAGINA)
               ERASE
           END-EXEC.
       4300-EXIBIR-SISTEMA-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-INCLUIR-SISTEMA
      * CONFERE QUE O SISTEMA AINDA NAO EXISTE (O NOTFND DA LEITURA
      * DESVIA PARA 5010-SISTEMA-LIVRE, DENTRO DESTA MESMA FAIXA DE
      * PERFORM...THRU), RECEBE OS DADOS E GRAVA O SISTEMA COMO
      * ATIVO. SISTEMA JA CADASTRADO E AVISADO E NADA E GRAVADO.
      *=================================*
       5000-INCLUIR-SISTEMA.
           EXEC CICS HANDLE CONDITION
               NOTFND   (5010-SISTEMA-LIVRE)
           END-EXEC

           PERFORM 4200-LER-SISTEMA
               THRU 4200-LER-SISTEMA-EXIT

           MOVE 'SISTEMA JA CADASTRADO - USE A FUNCAO A'
               TO WS-MSG-TEXTO
           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT
           GO TO 5000-INCLUIR-SISTEMA-EXIT.
      *
       5010-SISTEMA-LIVRE.
           EXEC CICS HANDLE CONDITION
               NOTFND   (8000-NAO-ENCONTRADO)
           END-EXEC

           PERFORM 6000-RECEBER-DADOS
               THRU 6000-RECEBER-DADOS-EXIT

           MOVE SPACES          TO WS-REG-SIS-ORIGEM
           MOVE WS-ENT-SISTEMA  TO WS-SO-SISTEMA
           SET WS-SO-ATIVO      TO TRUE
           PERFORM 6200-CARREGAR-DADOS
               THRU 6200-CARREGAR-DADOS-EXIT

           MOVE WS-ENT-SISTEMA  TO WS-CHAVE-SISORIG
           EXEC CICS WRITE
               FILE    (WS-ARQUIVO-SISORIG)
               FROM    (WS-REG-SIS-ORIGEM)
               RIDFLD  (WS-CHAVE-SISORIG)
           END-EXEC

           MOVE 'SISTEMA INCLUIDO (ATIVO)' TO WS-MSG-TEXTO
           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT.
       5000-INCLUIR-SISTEMA-EXIT.
           EXIT.
      *
      *=================================*
      * 5100-ALTERAR-SISTEMA
      * EXIBE OS DADOS ATUAIS DO SISTEMA, RECEBE OS NOVOS DADOS E
      * REGRAVA O REGISTRO SOB BLOQUEIO (READ UPDATE), MANTENDO A
      * SITUACAO. SISTEMA INEXISTENTE CAI NA CONDICAO NOTFND.
      *=================================*
       5100-ALTERAR-SISTEMA.
           PERFORM 4200-LER-SISTEMA
               THRU 4200-LER-SISTEMA-EXIT

           PERFORM 4300-EXIBIR-SISTEMA
               THRU 4300-EXIBIR-SISTEMA-EXIT

           PERFORM 6000-RECEBER-DADOS
               THRU 6000-RECEBER-DADOS-EXIT

           MOVE WS-ENT-SISTEMA TO WS-CHAVE-SISORIG
           EXEC CICS READ
               FILE    (WS-ARQUIVO-SISORIG)
               INTO    (WS-REG-SIS-ORIGEM)
               RIDFLD  (WS-CHAVE-SISORIG)
               UPDATE
           END-EXEC

           PERFORM 6200-CARREGAR-DADOS
               THRU 6200-CARREGAR-DADOS-EXIT

           EXEC CICS REWRITE
               FILE    (WS-ARQUIVO-SISORIG)
               FROM    (WS-REG-SIS-ORIGEM)
           END-EXEC

           MOVE 'SISTEMA ALTERADO' TO WS-MSG-TEXTO
           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT.
       5100-ALTERAR-SISTEMA-EXIT.
           EXIT.
      *
      *=================================*
      * 5200-MUDAR-SITUACAO
      * SUSPENDE (FUNCAO S) OU REATIVA (FUNCAO R) O SISTEMA. UM
      * SISTEMA SUSPENSO CONTINUA NO CADASTRO, MAS O PROGCALL
      * RECUSA OS LOTES DELE E O FALTAS01 DEIXA DE ESPERA-LOS.
      *=================================*
       5200-MUDAR-SITUACAO.
           MOVE WS-ENT-SISTEMA TO WS-CHAVE-SISORIG
           EXEC CICS READ
               FILE    (WS-ARQUIVO-SISORIG)
               INTO    (WS-REG-SIS-ORIGEM)
               RIDFLD  (WS-CHAVE-SISORIG)
               UPDATE
           END-EXEC

           IF WS-ENT-FUNCAO = 'S'
               SET WS-SO-SUSPENSO TO TRUE
               MOVE 'SISTEMA SUSPENSO - LOTES SERAO RECUSADOS'
                   TO WS-MSG-TEXTO
           ELSE
               SET WS-SO-ATIVO    TO TRUE
               MOVE 'SISTEMA REATIVADO' TO WS-MSG-TEXTO
           END-IF
           MOVE WS-DATA-SISTEMA TO WS-SO-DATA-ALTERACAO
           MOVE WS-OPERADOR     TO WS-SO-OPERADOR-ALTERACAO

           EXEC CICS REWRITE
               FILE    (WS-ARQUIVO-SISORIG)
               FROM    (WS-REG-SIS-ORIGEM)
           END-EXEC

           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT.
       5200-MUDAR-SITUACAO-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-RECEBER-DADOS
      * ENVIA O PROMPT DOS DADOS DO SISTEMA, RECEBE A RESPOSTA E
      * CRITICA: DIAS SO COM S OU N, HORA LIMITE HHMM VALIDA,
      * MAXIMO DE DETALHES NUMERICO E MOEDAS (PASSADAS PARA
      * MAIUSCULAS) DA TABELA MOEDA-PERMITIDA. DADO INVALIDO
      * ENCERRA A TAREFA SEM GRAVAR NADA.
      *=================================*
       6000-RECEBER-DADOS.
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PROMPT-DADOS)
               LENGTH  (LENGTH OF WS-TELA-PROMPT-DADOS)
           END-EXEC

           MOVE SPACES TO WS-TELA-DADOS
           MOVE LENGTH OF WS-TELA-DADOS TO WS-COMPRIMENTO
           EXEC CICS RECEIVE
               INTO    (WS-TELA-DADOS)
               LENGTH  (WS-COMPRIMENTO)
           END-EXEC

           SET WS-DADOS-VALIDOS TO TRUE
           PERFORM 6100-CRITICAR-DIA
               THRU 6100-CRITICAR-DIA-EXIT
               VARYING WS-IND-DIA FROM 1 BY 1
               UNTIL WS-IND-DIA > 7

           IF WS-DAD-HORA NOT NUMERIC
               SET WS-DADOS-INVALIDOS TO TRUE
           ELSE
               IF WS-DAD-HH > 23
                OR WS-DAD-MM > 59
                   SET WS-DADOS-INVALIDOS TO TRUE
               END-IF
           END-IF

           IF WS-DAD-MAXDET NOT NUMERIC
               SET WS-DADOS-INVALIDOS TO TRUE
           END-IF

           INSPECT WS-DAD-MOEDAS
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 6150-CRITICAR-MOEDA
               THRU 6150-CRITICAR-MOEDA-EXIT
               VARYING WS-IND-MOEDA FROM 1 BY 1
               UNTIL WS-IND-MOEDA > 5

           IF WS-DADOS-INVALIDOS
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF.
       6000-RECEBER-DADOS-EXIT.
           EXIT.
      *
       6100-CRITICAR-DIA.
           IF WS-DAD-DIA (WS-IND-DIA) = 's'
               MOVE 'S' TO WS-DAD-DIA (WS-IND-DIA)
           END-IF
           IF WS-DAD-DIA (WS-IND-DIA) = 'n'
               MOVE 'N' TO WS-DAD-DIA (WS-IND-DIA)
           END-IF
           IF WS-DAD-DIA (WS-IND-DIA) NOT = 'S' AND 'N'
               SET WS-DADOS-INVALIDOS TO TRUE
           END-IF.
       6100-CRITICAR-DIA-EXIT.
           EXIT.
      *
      * CRITICA UMA DAS MOEDAS INFORMADAS PELO SUB002, COM UM PAR
      * ZERADO; POSICAO EM BRANCO NAO E CRITICADA.
       6150-CRITICAR-MOEDA.
           IF WS-DAD-MOEDA (WS-IND-MOEDA) = SPACES
               GO TO 6150-CRITICAR-MOEDA-EXIT
           END-IF

           MOVE SPACE  TO WS-NUM1-SINAL
           MOVE ZEROS  TO WS-NUM1-DIGS
           MOVE SPACE  TO WS-NUM2-SINAL
           MOVE ZEROS  TO WS-NUM2-DIGS
           MOVE WS-DAD-MOEDA (WS-IND-MOEDA) TO WS-MOEDA

           CALL 'SUB002' USING WS-NUM1-SINAL,
                           WS-NUM1-DIGS,
                           WS-NUM2-SINAL,
                           WS-NUM2-DIGS,
                           WS-PAR-VALIDO-SW,
                           WS-COD-MOTIVO,
                           WS-MSG-MOTIVO,
                           WS-LIMITE-OPERANDO,
                           WS-MOEDA,
                           WS-TAB-MOEDAS

           IF WS-PAR-INVALIDO
               SET WS-DADOS-INVALIDOS TO TRUE
           END-IF.
       6150-CRITICAR-MOEDA-EXIT.
           EXIT.
      *
      * PASSA OS DADOS RECEBIDOS DA TELA PARA O REGISTRO DO
      * CADASTRO, COM A DATA E O OPERADOR DA ALTERACAO.
       6200-CARREGAR-DADOS.
           MOVE WS-DAD-DIAS       TO WS-SO-DIAS-ESPERADOS
           MOVE WS-DAD-HORA       TO WS-SO-HORA-LIMITE
           MOVE WS-DAD-MAXDET-V   TO WS-SO-MAX-DETALHES
           MOVE WS-DAD-MOEDAS     TO WS-SO-MOEDAS
           MOVE WS-DAD-DESCRICAO  TO WS-SO-DESCRICAO
           MOVE WS-DATA-SISTEMA   TO WS-SO-DATA-ALTERACAO
           MOVE WS-OPERADOR       TO WS-SO-OPERADOR-ALTERACAO.
       6200-CARREGAR-DADOS-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-ENVIAR-MENSAGEM
      * ENVIA AO TERMINAL A MENSAGEM DE RESULTADO DA FUNCAO,
      * PRECEDIDA DO SISTEMA.
      *=================================*
       7000-ENVIAR-MENSAGEM.
           MOVE WS-ENT-SISTEMA TO WS-MSG-SISTEMA
           EXEC CICS SEND TEXT
               FROM    (WS-TELA-MENSAGEM)
               LENGTH  (LENGTH OF WS-TELA-MENSAGEM)
               ERASE
           END-EXEC.
       7000-ENVIAR-MENSAGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-NAO-ENCONTRADO
      * ACIONADA PELA CONDICAO NOTFND NA LEITURA DO SISTEMA OU NO
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
               FILE    (WS-ARQUIVO-SISORIG)
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
