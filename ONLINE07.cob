       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ONLINE07.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * TRANSACAO ONLINE DE CORRECAO DE REJEITOS (CICS)
      * SUBSTITUI O ARQUIVO DE CORRECOES MONTADO A MAO (CORRIGE)
      * PELO CADASTRO CHAVEADO DE CORRECOES CORRMAST, COM A MESMA
      * CHAVE DO CADASTRO DE REJEITOS REJMAST (DATA DA REJEICAO +
      * SEQUENCIA DO REJEITO NO ARQUIVO DO DIA). O ANALISTA NAO
      * DIGITA MAIS A SEQUENCIA A MAO: ESCOLHE O REJEITO NA LISTA.
      *
      * O OPERADOR INFORMA A FUNCAO (1) E OS DADOS DELA:
      *   L - LISTA OS REJEITOS EM ABERTO (P PENDENTE E E ESCALADO)
      *       DO REJMAST, FILTRADOS POR STATUS (1), MOTIVO (2) E
      *       LOTE (8) - FILTRO EM BRANCO ACEITA QUALQUER VALOR. A
      *       COLUNA C MARCA O REJEITO QUE JA TEM CORRECAO
      *       AGUARDANDO O RETRABALHO.
      *   C - EXIBE O REJEITO DA CHAVE (14) INFORMADA E RECEBE A
      *       CORRECAO: OPERACAO (1), NUM1 E NUM2 (SINAL + 9
      *       DIGITOS COM 2 DECIMAIS IMPLICITAS) E MOEDA (3).
      *       CAMPO EM BRANCO MANTEM O VALOR DO REJEITO. OPERACAO B
      *       BAIXA O REJEITO (WRITE-OFF) E OPERACAO L LIBERA A
      *       SUSPEITA DE DUPLICIDADE (MOTIVO 11) COMO REPETICAO
      *       LEGITIMA - NAS DUAS OS VALORES SAO IGNORADOS.
      * O PAR CORRIGIDO E CRITICADO NA HORA PELO MESMO SUB002 DO
      * BATCH, COM O LIMITE DE OPERANDO E A TABELA DE MOEDAS DO
      * ESPELHO PARMCTL; PAR INVALIDO E AVISADO COM O MOTIVO E NADA
      * E GRAVADO. A CORRECAO ACEITA E GRAVADA (OU SUBSTITUI A QUE
      * AINDA NAO FOI APLICADA) COM SITUACAO P, O USUARIO CICS DO
      * ANALISTA E A DATA/HORA DA DIGITACAO. O REWORK01 APLICA AS
      * CORRECOES PENDENTES NA RODADA DE RETRABALHO E AS MARCA
      * COMO APLICADAS; O REJAGE01 MOSTRA QUEM DIGITOU O QUE.
      *
      * TRANSACAO CICS.......: CORR
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
               VALUE 'L+STATUS(1)+MOTIVO(2)+LOTE(8) OU C+CHAVE(14):  '.
      *
       01  WS-TELA-ENTRADA.
           05  WS-ENT-FUNCAO   PIC X(01) VALUE SPACE.
           05  WS-ENT-DADOS    PIC X(14) VALUE SPACES.
       01  WS-ENT-FILTROS REDEFINES WS-TELA-ENTRADA.
           05  FILLER          PIC X(01).
           05  WS-ENT-STATUS   PIC X(01).
           05  WS-ENT-MOTIVO   PIC X(02).
           05  WS-ENT-LOTE     PIC X(08).
           05  FILLER          PIC X(03).
      *
       01  WS-TELA-PEDE-CORRECAO.
           05  FILLER          PIC X(40)
               VALUE 'OPER(1) NUM1(S+9) NUM2(S+9) MOEDA(3) - '.
           05  FILLER          PIC X(28)
               VALUE 'B=BAIXA L=LIBERA BRANCO=SAI:'.
      *
       01  WS-TELA-CORRECAO.
           05  WS-TC-OPERACAO  PIC X(01) VALUE SPACE.
           05  WS-TC-NUM1-SINAL PIC X(01) VALUE SPACE.
           05  WS-TC-NUM1-DIGS PIC X(09) VALUE SPACES.
           05  WS-TC-NUM2-SINAL PIC X(01) VALUE SPACE.
           05  WS-TC-NUM2-DIGS PIC X(09) VALUE SPACES.
           05  WS-TC-MOEDA     PIC X(03) VALUE SPACES.
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
               VALUE 'NENHUM REJEITO EM ABERTO ENCONTRADO'.
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
       01  WS-TELA-REJEICAO.
           05  FILLER          PIC X(22)
               VALUE 'CORRECAO NAO ACEITA ('.
           05  WS-REJ-MOTIVO   PIC X(02).
           05  FILLER          PIC X(03)  VALUE '): '.
           05  WS-REJ-MENSAGEM PIC X(50).
      *
       01  WS-TELA-ERRO.
           05  FILLER          PIC X(40)
               VALUE 'ENTRADA INVALIDA - TENTE NOVAMENTE'.
      *
       01  WS-COMPRIMENTO      PIC S9(04) COMP VALUE ZERO.
      *
      * CADASTRO DE REJEITOS (REJMAST): MESMO LEIAUTE DO REJLOAD1,
      * DO REWORK01 E DO REJAGE01.
       01  WS-ARQUIVO-REJMAST  PIC X(08) VALUE 'REJMAST '.
       01  WS-REG-REJ-MASTER.
           05  WS-RM-CHAVE.
               10  WS-RM-DATA  PIC 9(08).
               10  WS-RM-SEQ   PIC 9(06).
           05  WS-RM-STATUS    PIC X(01).
               88  WS-RM-PENDENTE        VALUE 'P'.
               88  WS-RM-CORRIGIDO       VALUE 'C'.
               88  WS-RM-ESCALADO        VALUE 'E'.
               88  WS-RM-BAIXADO         VALUE 'B'.
           05  WS-RM-DATA-STATUS PIC 9(08).
           05  WS-RM-COD-MOTIVO PIC X(02).
           05  WS-RM-CICLO     PIC 9(02).
           05  WS-RM-NUM1-SINAL PIC X(01).
           05  WS-RM-NUM1-DIGS PIC X(09).
           05  WS-RM-NUM2-SINAL PIC X(01).
           05  WS-RM-NUM2-DIGS PIC X(09).
           05  WS-RM-OPERACAO  PIC X(01).
           05  WS-RM-LOTE-ID   PIC X(08).
           05  WS-RM-MSG-MOTIVO PIC X(50).
           05  WS-RM-MOEDA     PIC X(03).
       01  WS-CHAVE-REJEITO    PIC X(14) VALUE SPACES.
      *
      * CADASTRO DE CORRECOES (CORRMAST): MESMO LEIAUTE DO REWORK01
      * E DO REJAGE01 (80 BYTES), CHAVE IGUAL A DO REJMAST.
       01  WS-ARQUIVO-CORRMAST PIC X(08) VALUE 'CORRMAST'.
       01  WS-REG-CORRECAO.
           05  WS-CM-CHAVE.
               10  WS-CM-DATA  PIC 9(08).
               10  WS-CM-SEQ   PIC 9(06).
           05  WS-CM-SITUACAO  PIC X(01).
               88  WS-CM-PENDENTE        VALUE 'P'.
               88  WS-CM-APLICADA        VALUE 'A'.
               88  WS-CM-DESCARTADA      VALUE 'D'.
           05  WS-CM-OPERACAO  PIC X(01).
           05  WS-CM-NUM1-SINAL PIC X(01).
           05  WS-CM-NUM1-DIGS PIC X(09).
           05  WS-CM-NUM2-SINAL PIC X(01).
           05  WS-CM-NUM2-DIGS PIC X(09).
           05  WS-CM-MOEDA     PIC X(03).
           05  WS-CM-OPERADOR  PIC X(08).
           05  WS-CM-DATA-DIGIT PIC 9(08).
           05  WS-CM-HORA-DIGIT PIC 9(08).
           05  WS-CM-DATA-APLIC PIC 9(08).
           05  FILLER          PIC X(09).
       01  WS-CHAVE-CORRECAO   PIC X(14) VALUE SPACES.
       01  WS-CORRECAO-SW      PIC X(01) VALUE 'N'.
           88  WS-TEM-CORRECAO           VALUE 'S'.
           88  WS-SEM-CORRECAO           VALUE 'N'.
      *
      * CAMPOS DE SINAL + DIGITOS NO FORMATO EXIGIDO PELO SUB002.
       01  WS-NUM1-SINAL       PIC X(01) VALUE SPACE.
       01  WS-NUM1-DIGS        PIC X(09) VALUE ZEROS.
       01  WS-NUM2-SINAL       PIC X(01) VALUE SPACE.
       01  WS-NUM2-DIGS        PIC X(09) VALUE ZEROS.
       01  WS-OPERACAO         PIC X(01) VALUE SPACE.
       01  WS-MOEDA            PIC X(03) VALUE SPACES.
       01  WS-PAR-VALIDO-SW    PIC X(01) VALUE 'S'.
           88  WS-PAR-VALIDO             VALUE 'S'.
           88  WS-PAR-INVALIDO           VALUE 'N'.
       01  WS-COD-MOTIVO       PIC X(02) VALUE SPACES.
       01  WS-MSG-MOTIVO       PIC X(50) VALUE SPACES.
      *
      * LIMITE DE OPERANDO, MOEDA-PADRAO E TABELA DE MOEDAS LIDOS
      * DO ESPELHO PARMCTL (GRAVADO PELO PROGCALL A PARTIR DO
      * PARMFILE), COMO NO ONLINE01 - A CRITICA ONLINE E A DO
      * RETRABALHO USAM A MESMA REGRA CONFIGURADA.
       01  WS-LIMITE-OPERANDO  PIC 9(07)V99 VALUE ZEROS.
       01  WS-MOEDA-PADRAO     PIC X(03) VALUE 'BRL'.
       01  WS-TAB-MOEDAS.
           05  WS-QTD-MOEDAS    PIC 9(02) VALUE ZEROS.
           05  WS-MOEDA-ENTRADA OCCURS 10 TIMES.
               10  WS-MOE-CODIGO PIC X(03).
               10  WS-MOE-LIMITE PIC 9(07)V99.
       01  WS-ARQUIVO-PARMCTL  PIC X(08) VALUE 'PARMCTL '.
       01  WS-REG-PARM-CTL.
           05  WS-PC-CHAVE     PIC X(20).
           05  WS-PC-VALOR     PIC X(20).
       01  WS-PC-VALOR-LIM REDEFINES WS-REG-PARM-CTL.
           05  FILLER          PIC X(20).
           05  WS-PCV-LIMITE-X PIC X(09).
           05  WS-PCV-LIMITE-V REDEFINES WS-PCV-LIMITE-X
                               PIC 9(07)V99.
           05  FILLER          PIC X(11).
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
               VALUE 'CHAVE          S MT LOTE     NUM1       '.
           05  FILLER          PIC X(39)
               VALUE 'NUM2       O MOE C MENSAGEM DO MOTIVO'.
      *
       01  WS-LINHA-REJEITO.
           05  WS-LIN-CHAVE    PIC X(14).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-STATUS   PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MOTIVO   PIC X(02).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-LOTE     PIC X(08).
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
           05  WS-LIN-CORRECAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LIN-MENSAGEM PIC X(20).
      *
       01  WS-LINHA-MOTIVO.
           05  FILLER          PIC X(08)  VALUE 'MOTIVO: '.
           05  WS-LMO-MENSAGEM PIC X(50).
           05  FILLER          PIC X(09)  VALUE '  CICLO: '.
           05  WS-LMO-CICLO    PIC 9(02).
      *
       01  WS-LINHA-CORRECAO.
           05  FILLER          PIC X(10)  VALUE 'CORRECAO: '.
           05  WS-LCO-OPERACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LCO-NUM1-SINAL PIC X(01).
           05  WS-LCO-NUM1-DIGS PIC X(09).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LCO-NUM2-SINAL PIC X(01).
           05  WS-LCO-NUM2-DIGS PIC X(09).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LCO-MOEDA    PIC X(03).
           05  FILLER          PIC X(02)  VALUE SPACES.
           05  WS-LCO-SITUACAO PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LCO-OPERADOR PIC X(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LCO-DATA     PIC 9(08).
           05  FILLER          PIC X(01)  VALUE SPACES.
           05  WS-LCO-HORA     PIC 9(08).
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * LE OS PARAMETROS DO ESPELHO, ENVIA O PROMPT, RECEBE A
      * FUNCAO E OS DADOS E DESVIA PARA A ROTINA DA FUNCAO PEDIDA.
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
                   PERFORM 3000-LISTAR-REJEITOS
                       THRU 3000-LISTAR-REJEITOS-EXIT
               WHEN 'C'
               WHEN 'c'
                   IF WS-ENT-DADOS = SPACES
                       PERFORM 9000-TRATAR-ERRO
                           THRU 9000-TRATAR-ERRO-EXIT
                   END-IF
                   PERFORM 5000-CORRIGIR-REJEITO
                       THRU 5000-CORRIGIR-REJEITO-EXIT
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
      * FOLHEIA O ESPELHO CHAVEADO PARMCTL E GUARDA O
      * LIMITE-OPERANDO, A MOEDA-PADRAO E A TABELA DE MOEDAS
      * PERMITIDAS, COMO NO ONLINE01. ESPELHO AUSENTE, VAZIO OU SEM
      * AS CHAVES DEIXA OS PADROES DO SUB002.
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
      * NAO TEM NENHUMA CHAVE: NAO HA BROWSE ABERTO E OS PADROES
      * PERMANECEM.
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

           EVALUATE TRUE
               WHEN WS-PC-CHAVE = 'LIMITE-OPERANDO'
                   IF WS-PCV-LIMITE-X NUMERIC
                    AND WS-PCV-LIMITE-V > ZERO
                       MOVE WS-PCV-LIMITE-V TO WS-LIMITE-OPERANDO
                   END-IF
               WHEN WS-PC-CHAVE = 'MOEDA-PADRAO'
                   IF WS-PC-VALOR (1:3) NOT = SPACES
                       MOVE WS-PC-VALOR (1:3) TO WS-MOEDA-PADRAO
                   END-IF
               WHEN WS-PC-CHAVE (1:16) = 'MOEDA-PERMITIDA-'
                   PERFORM 0520-INCLUIR-MOEDA
                       THRU 0520-INCLUIR-MOEDA-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
      * 3000-LISTAR-REJEITOS
      * FOLHEIA O REJMAST DO INICIO AO FIM E ENVIA EM PAGINAS AO
      * TERMINAL OS REJEITOS EM ABERTO QUE PASSAM NOS FILTROS.
      * CADASTRO VAZIO CAI NA CONDICAO NOTFND DO STARTBR.
      *=================================*
       3000-LISTAR-REJEITOS.
           IF WS-ENT-STATUS = 'p'
               MOVE 'P' TO WS-ENT-STATUS
           END-IF
           IF WS-ENT-STATUS = 'e'
               MOVE 'E' TO WS-ENT-STATUS
           END-IF
           IF WS-ENT-STATUS NOT = SPACE AND 'P' AND 'E'
               PERFORM 9000-TRATAR-ERRO
                   THRU 9000-TRATAR-ERRO-EXIT
           END-IF

           MOVE LOW-VALUES       TO WS-CHAVE-REJEITO
           SET WS-NAO-FIM-BROWSE TO TRUE
           MOVE ZERO             TO WS-IND-LINHA
           MOVE ZERO             TO WS-QTD-LISTADOS
           MOVE SPACES           TO WS-TELA-PAGINA

           EXEC CICS STARTBR
               FILE    (WS-ARQUIVO-REJMAST)
               RIDFLD  (WS-CHAVE-REJEITO)
               GTEQ
           END-EXEC

           PERFORM 3100-LER-PROXIMO
               THRU 3100-LER-PROXIMO-EXIT
               UNTIL WS-FIM-BROWSE

           EXEC CICS ENDBR
               FILE    (WS-ARQUIVO-REJMAST)
           END-EXEC

           PERFORM 3300-ENVIAR-PAGINA-FINAL
               THRU 3300-ENVIAR-PAGINA-FINAL-EXIT.
       3000-LISTAR-REJEITOS-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-LER-PROXIMO
      * LE O PROXIMO REJEITO DO BROWSE E, SE ESTIVER EM ABERTO E
      * PASSAR NOS FILTROS, O ACRESCENTA A PAGINA. O FIM DO ARQUIVO
      * CAI NA CONDICAO ENDFILE. PAGINA CHEIA E ENVIADA ANTES DE
      * SEGUIR ADIANTE.
      *=================================*
       3100-LER-PROXIMO.
           EXEC CICS READNEXT
               FILE    (WS-ARQUIVO-REJMAST)
               INTO    (WS-REG-REJ-MASTER)
               RIDFLD  (WS-CHAVE-REJEITO)
           END-EXEC

           IF NOT WS-RM-PENDENTE AND NOT WS-RM-ESCALADO
               GO TO 3100-LER-PROXIMO-EXIT
           END-IF
           IF WS-ENT-STATUS NOT = SPACE
            AND WS-ENT-STATUS NOT = WS-RM-STATUS
               GO TO 3100-LER-PROXIMO-EXIT
           END-IF
           IF WS-ENT-MOTIVO NOT = SPACES
            AND WS-ENT-MOTIVO NOT = WS-RM-COD-MOTIVO
               GO TO 3100-LER-PROXIMO-EXIT
           END-IF
           IF WS-ENT-LOTE NOT = SPACES
            AND WS-ENT-LOTE NOT = WS-RM-LOTE-ID
               GO TO 3100-LER-PROXIMO-EXIT
           END-IF

           IF WS-IND-LINHA = ZERO
               ADD 1 TO WS-IND-LINHA
               MOVE WS-LINHA-TITULO TO WS-PAG-LINHA (WS-IND-LINHA)
           END-IF

           PERFORM 4200-LER-CORRECAO
               THRU 4200-LER-CORRECAO-EXIT
           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           ADD 1 TO WS-QTD-LISTADOS
           ADD 1 TO WS-IND-LINHA
           MOVE WS-LINHA-REJEITO TO WS-PAG-LINHA (WS-IND-LINHA)

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
      * MONTA A LINHA DO REJEITO CORRENTE. A COLUNA C SAI COM '*'
      * QUANDO HA CORRECAO DIGITADA AGUARDANDO O RETRABALHO.
      *=================================*
       4100-FORMATAR-LINHA.
           MOVE SPACES             TO WS-LINHA-REJEITO
           MOVE WS-RM-CHAVE        TO WS-LIN-CHAVE
           MOVE WS-RM-STATUS       TO WS-LIN-STATUS
           MOVE WS-RM-COD-MOTIVO   TO WS-LIN-MOTIVO
           MOVE WS-RM-LOTE-ID      TO WS-LIN-LOTE
           MOVE WS-RM-NUM1-SINAL   TO WS-LIN-NUM1-SINAL
           MOVE WS-RM-NUM1-DIGS    TO WS-LIN-NUM1-DIGS
           MOVE WS-RM-NUM2-SINAL   TO WS-LIN-NUM2-SINAL
           MOVE WS-RM-NUM2-DIGS    TO WS-LIN-NUM2-DIGS
           MOVE WS-RM-OPERACAO     TO WS-LIN-OPERACAO
           MOVE WS-RM-MOEDA        TO WS-LIN-MOEDA
           MOVE WS-RM-MSG-MOTIVO   TO WS-LIN-MENSAGEM
           IF WS-TEM-CORRECAO
            AND WS-CM-PENDENTE
               MOVE '*'            TO WS-LIN-CORRECAO
           END-IF.
       4100-FORMATAR-LINHA-EXIT.
           EXIT.
      *
      *=================================*
      * 4200-LER-CORRECAO
      * PROCURA NO CORRMAST A CORRECAO DO REJEITO CORRENTE (MESMA
      * CHAVE). NAO ENCONTRADA (OU CADASTRO AINDA NAO CRIADO) DEIXA
      * WS-SEM-CORRECAO; O TRATAMENTO GERAL DAS CONDICOES E
      * RESTAURADO EM SEGUIDA.
      *=================================*
       4200-LER-CORRECAO.
           SET WS-SEM-CORRECAO TO TRUE

           EXEC CICS HANDLE CONDITION
               NOTFND   (4290-SEM-CORRECAO)
               NOTOPEN  (4290-SEM-CORRECAO)
               DSIDERR  (4290-SEM-CORRECAO)
           END-EXEC

           PERFORM 4210-LER-REG-CORRECAO
               THRU 4210-LER-REG-CORRECAO-EXIT

           EXEC CICS HANDLE CONDITION
               NOTOPEN  (9000-TRATAR-ERRO)
               DSIDERR  (9000-TRATAR-ERRO)
               NOTFND   (8000-NAO-ENCONTRADO)
           END-EXEC.
       4200-LER-CORRECAO-EXIT.
           EXIT.
      *
       4210-LER-REG-CORRECAO.
           MOVE WS-RM-CHAVE TO WS-CHAVE-CORRECAO
           EXEC CICS READ
               FILE    (WS-ARQUIVO-CORRMAST)
               INTO    (WS-REG-CORRECAO)
               RIDFLD  (WS-CHAVE-CORRECAO)
           END-EXEC

           SET WS-TEM-CORRECAO TO TRUE.
       4210-LER-REG-CORRECAO-EXIT.
           EXIT.
      *
      * ACIONADA PELO NOTFND, NOTOPEN OU DSIDERR DA LEITURA DA
      * CORRECAO; VOLTA PELO -EXIT DO PARAGRAFO DE LEITURA.
       4290-SEM-CORRECAO.
           SET WS-SEM-CORRECAO TO TRUE
           GO TO 4210-LER-REG-CORRECAO-EXIT.
      *
      *=================================*
      * 4300-EXIBIR-REJEITO
      * ENVIA AO TERMINAL O TITULO, A LINHA DO REJEITO, A MENSAGEM
      * COMPLETA DO MOTIVO COM O CICLO E, SE HOUVER, A CORRECAO JA
      * DIGITADA (SITUACAO, ANALISTA E DATA/HORA).
      *=================================*
       4300-EXIBIR-REJEITO.
           PERFORM 4100-FORMATAR-LINHA
               THRU 4100-FORMATAR-LINHA-EXIT

           MOVE SPACES             TO WS-TELA-PAGINA
           MOVE WS-LINHA-TITULO    TO WS-PAG-LINHA (1)
           MOVE WS-LINHA-REJEITO   TO WS-PAG-LINHA (2)
           MOVE WS-RM-MSG-MOTIVO   TO WS-LMO-MENSAGEM
           MOVE WS-RM-CICLO        TO WS-LMO-CICLO
           MOVE WS-LINHA-MOTIVO    TO WS-PAG-LINHA (3)

           IF WS-TEM-CORRECAO
               MOVE WS-CM-OPERACAO     TO WS-LCO-OPERACAO
               MOVE WS-CM-NUM1-SINAL   TO WS-LCO-NUM1-SINAL
               MOVE WS-CM-NUM1-DIGS    TO WS-LCO-NUM1-DIGS
               MOVE WS-CM-NUM2-SINAL   TO WS-LCO-NUM2-SINAL
               MOVE WS-CM-NUM2-DIGS    TO WS-LCO-NUM2-DIGS
               MOVE WS-CM-MOEDA        TO WS-LCO-MOEDA
               MOVE WS-CM-SITUACAO     TO WS-LCO-SITUACAO
               MOVE WS-CM-OPERADOR     TO WS-LCO-OPERADOR
               MOVE WS-CM-DATA-DIGIT   TO WS-LCO-DATA
               MOVE WS-CM-HORA-DIGIT   TO WS-LCO-HORA
               MOVE WS-LINHA-CORRECAO  TO WS-PAG-LINHA (4)
           END-IF

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PAGINA)
               LENGTH  (LENGTH OF WS-TELA-PAGINA)
               ERASE
           END-EXEC.
       4300-EXIBIR-REJEITO-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-CORRIGIR-REJEITO
      * LE O REJEITO DA CHAVE INFORMADA (NOTFND DESVIA PARA
      * 8000-NAO-ENCONTRADO), EXIBE-O COM A CORRECAO JA DIGITADA,
      * RECEBE A NOVA CORRECAO, CRITICA E GRAVA. REJEITO QUE NAO
      * ESTA EM ABERTO NAO ACEITA CORRECAO.
      *=================================*
       5000-CORRIGIR-REJEITO.
           MOVE WS-ENT-DADOS TO WS-CHAVE-REJEITO
           EXEC CICS READ
               FILE    (WS-ARQUIVO-REJMAST)
               INTO    (WS-REG-REJ-MASTER)
               RIDFLD  (WS-CHAVE-REJEITO)
           END-EXEC

           IF NOT WS-RM-PENDENTE AND NOT WS-RM-ESCALADO
               MOVE 'REJEITO NAO ESTA EM ABERTO - NADA GRAVADO'
                   TO WS-MSG-TEXTO
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-CORRIGIR-REJEITO-EXIT
           END-IF

           PERFORM 4200-LER-CORRECAO
               THRU 4200-LER-CORRECAO-EXIT
           PERFORM 4300-EXIBIR-REJEITO
               THRU 4300-EXIBIR-REJEITO-EXIT

           EXEC CICS SEND TEXT
               FROM    (WS-TELA-PEDE-CORRECAO)
               LENGTH  (LENGTH OF WS-TELA-PEDE-CORRECAO)
           END-EXEC

           MOVE SPACES TO WS-TELA-CORRECAO
           MOVE LENGTH OF WS-TELA-CORRECAO TO WS-COMPRIMENTO
           EXEC CICS RECEIVE
               INTO    (WS-TELA-CORRECAO)
               LENGTH  (WS-COMPRIMENTO)
           END-EXEC

           IF WS-TELA-CORRECAO = SPACES
               MOVE 'CORRECAO CANCELADA PELO ANALISTA - NADA GRAVADO'
                   TO WS-MSG-TEXTO
               PERFORM 7000-ENVIAR-MENSAGEM
                   THRU 7000-ENVIAR-MENSAGEM-EXIT
               GO TO 5000-CORRIGIR-REJEITO-EXIT
           END-IF

           PERFORM 5100-CRITICAR-CORRECAO
               THRU 5100-CRITICAR-CORRECAO-EXIT
           IF WS-PAR-INVALIDO
               MOVE WS-COD-MOTIVO TO WS-REJ-MOTIVO
               MOVE WS-MSG-MOTIVO TO WS-REJ-MENSAGEM
               EXEC CICS SEND TEXT
                   FROM    (WS-TELA-REJEICAO)
                   LENGTH  (LENGTH OF WS-TELA-REJEICAO)
                   ERASE
               END-EXEC
               GO TO 5000-CORRIGIR-REJEITO-EXIT
           END-IF

           PERFORM 6000-GRAVAR-CORRECAO
               THRU 6000-GRAVAR-CORRECAO-EXIT

           PERFORM 7000-ENVIAR-MENSAGEM
               THRU 7000-ENVIAR-MENSAGEM-EXIT.
       5000-CORRIGIR-REJEITO-EXIT.
           EXIT.
      *
      *=================================*
      * 5100-CRITICAR-CORRECAO
      * MONTA O PAR EFETIVO DA CORRECAO (CAMPO EM BRANCO FICA COM O
      * VALOR DO REJEITO; MOEDA EM BRANCO NO REJEITO TAMBEM USA A
      * MOEDA-PADRAO) E O CRITICA PELO SUB002. A OPERACAO TEM DE SER
      * UMA DAS DO SUB001 (A S M D), B OU L, OU FICAR EM BRANCO; A
      * LIBERACAO (L) SO VALE PARA A SUSPEITA DE DUPLICIDADE. BAIXA
      * E LIBERACAO NAO PASSAM PELO SUB002 (O PAR NAO MUDA).
      *=================================*
       5100-CRITICAR-CORRECAO.
           SET WS-PAR-VALIDO TO TRUE
           MOVE SPACES TO WS-COD-MOTIVO
           MOVE SPACES TO WS-MSG-MOTIVO

           MOVE WS-TC-OPERACAO TO WS-OPERACAO
           EVALUATE WS-OPERACAO
               WHEN 'a'
                   MOVE 'A' TO WS-OPERACAO
               WHEN 's'
                   MOVE 'S' TO WS-OPERACAO
               WHEN 'm'
                   MOVE 'M' TO WS-OPERACAO
               WHEN 'd'
                   MOVE 'D' TO WS-OPERACAO
               WHEN 'b'
                   MOVE 'B' TO WS-OPERACAO
               WHEN 'l'
                   MOVE 'L' TO WS-OPERACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-OPERACAO NOT = SPACE AND 'A' AND 'S' AND 'M'
                                   AND 'D' AND 'B' AND 'L'
               SET WS-PAR-INVALIDO TO TRUE
               MOVE '**' TO WS-COD-MOTIVO
               MOVE 'OPERACAO DE CORRECAO NAO RECONHECIDA'
                   TO WS-MSG-MOTIVO
               GO TO 5100-CRITICAR-CORRECAO-EXIT
           END-IF

           IF WS-OPERACAO = 'L'
            AND WS-RM-COD-MOTIVO NOT = '11'
               SET WS-PAR-INVALIDO TO TRUE
               MOVE '**' TO WS-COD-MOTIVO
               MOVE 'LIBERACAO SO VALE PARA SUSPEITA DE DUPLICIDADE'
                   TO WS-MSG-MOTIVO
               GO TO 5100-CRITICAR-CORRECAO-EXIT
           END-IF

           MOVE WS-RM-NUM1-SINAL TO WS-NUM1-SINAL
           MOVE WS-RM-NUM1-DIGS  TO WS-NUM1-DIGS
           MOVE WS-RM-NUM2-SINAL TO WS-NUM2-SINAL
           MOVE WS-RM-NUM2-DIGS  TO WS-NUM2-DIGS
           MOVE WS-RM-MOEDA      TO WS-MOEDA

           IF WS-OPERACAO = 'B' OR 'L'
               GO TO 5100-CRITICAR-CORRECAO-EXIT
           END-IF

           IF WS-TC-NUM1-DIGS NOT = SPACES
               MOVE WS-TC-NUM1-SINAL TO WS-NUM1-SINAL
               MOVE WS-TC-NUM1-DIGS  TO WS-NUM1-DIGS
           END-IF
           IF WS-TC-NUM2-DIGS NOT = SPACES
               MOVE WS-TC-NUM2-SINAL TO WS-NUM2-SINAL
               MOVE WS-TC-NUM2-DIGS  TO WS-NUM2-DIGS
           END-IF
           IF WS-TC-MOEDA NOT = SPACES
               MOVE WS-TC-MOEDA      TO WS-MOEDA
           END-IF
           IF WS-MOEDA = SPACES
               MOVE WS-MOEDA-PADRAO  TO WS-MOEDA
           END-IF

           CALL 'SUB002' USING WS-NUM1-SINAL,
                           WS-NUM1-DIGS,
                           WS-NUM2-SINAL,
                           WS-NUM2-DIGS,
                           WS-PAR-VALIDO-SW,
                           WS-COD-MOTIVO,
                           WS-MSG-MOTIVO,
                           WS-LIMITE-OPERANDO,
                           WS-MOEDA,
                           WS-TAB-MOEDAS.
       5100-CRITICAR-CORRECAO-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-GRAVAR-CORRECAO
      * GRAVA A CORRECAO ACEITA NO CORRMAST COM SITUACAO P, O
      * USUARIO CICS DO ANALISTA E A DATA/HORA DA DIGITACAO. SE O
      * REJEITO JA TEM CORRECAO (PENDENTE OU APLICADA EM RODADA
      * ANTERIOR, COM O PAR REINCIDENTE), ELA E SUBSTITUIDA.
      *=================================*
       6000-GRAVAR-CORRECAO.
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
           END-EXEC

           MOVE WS-RM-CHAVE TO WS-CHAVE-CORRECAO
           IF WS-TEM-CORRECAO
               EXEC CICS READ
                   FILE    (WS-ARQUIVO-CORRMAST)
                   INTO    (WS-REG-CORRECAO)
                   RIDFLD  (WS-CHAVE-CORRECAO)
                   UPDATE
               END-EXEC
           END-IF

           MOVE SPACES             TO WS-REG-CORRECAO
           MOVE WS-RM-CHAVE        TO WS-CM-CHAVE
           SET WS-CM-PENDENTE      TO TRUE
           MOVE WS-OPERACAO        TO WS-CM-OPERACAO
           MOVE WS-NUM1-SINAL      TO WS-CM-NUM1-SINAL
           MOVE WS-NUM1-DIGS       TO WS-CM-NUM1-DIGS
           MOVE WS-NUM2-SINAL      TO WS-CM-NUM2-SINAL
           MOVE WS-NUM2-DIGS       TO WS-CM-NUM2-DIGS
           MOVE WS-MOEDA           TO WS-CM-MOEDA
           MOVE WS-OPERADOR        TO WS-CM-OPERADOR
           MOVE WS-DATA-SISTEMA    TO WS-CM-DATA-DIGIT
           MOVE WS-HORA-SISTEMA    TO WS-CM-HORA-DIGIT
           MOVE ZEROS              TO WS-CM-DATA-APLIC

           IF WS-TEM-CORRECAO
               EXEC CICS REWRITE
                   FILE    (WS-ARQUIVO-CORRMAST)
                   FROM    (WS-REG-CORRECAO)
               END-EXEC
               MOVE 'CORRECAO SUBSTITUIDA - APLICADA NO RETRABALHO'
                   TO WS-MSG-TEXTO
           ELSE
               EXEC CICS WRITE
                   FILE    (WS-ARQUIVO-CORRMAST)
                   FROM    (WS-REG-CORRECAO)
                   RIDFLD  (WS-CHAVE-CORRECAO)
               END-EXEC
               MOVE 'CORRECAO GRAVADA - APLICADA NO RETRABALHO'
                   TO WS-MSG-TEXTO
           END-IF.
       6000-GRAVAR-CORRECAO-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-ENVIAR-MENSAGEM
      * ENVIA AO TERMINAL A MENSAGEM DE RESULTADO DA FUNCAO,
      * PRECEDIDA DA CHAVE DO REJEITO.
      *=================================*
       7000-ENVIAR-MENSAGEM.
           MOVE WS-CHAVE-REJEITO TO WS-MSG-CHAVE
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
      * ACIONADA PELA CONDICAO NOTFND NA LEITURA DO REJEITO OU NO
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
               FILE    (WS-ARQUIVO-REJMAST)
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
