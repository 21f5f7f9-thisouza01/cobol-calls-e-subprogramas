      * DE STATUS DO CADASTRO INTEIRO (PENDENTES, CORRIGIDOS,
      * ESCALADOS E BAIXADOS).
      *
      * A IDADE E CONTADA EM DIAS UTEIS: AS DATAS DE CORTE DAS
      * FAIXAS SAO CALCULADAS PELO SERVICO DE DATAS SUB004, QUE
      * RETROCEDE A DATA DO PROCESSAMENTO PULANDO FINS DE SEMANA E
      * OS FERIADOS DO CALENDARIO (CALENDAR) - UM REJEITO DE SEXTA
      * NAO ENVELHECE NO FIM DE SEMANA. E O MESMO SERVICO USADO
      * PELO RETEN01 E PELO PROGCALL.
      *
      * POR FIM SAI O QUADRO DOS REJEITOS EM ABERTO POR ANALISTA,
      * A PARTIR DO CADASTRO DE CORRECOES (CORRMAST, DIGITADO NA
      * TRANSACAO CORR - ONLINE07): PARA CADA ANALISTA, QUANTOS
      * REJEITOS TEM CORRECAO DIGITADA AGUARDANDO O RETRABALHO,
      * QUANTOS REINCIDIRAM DEPOIS DA CORRECAO APLICADA E O REJEITO
      * MAIS ANTIGO DELE, ALEM DOS REJEITOS SEM CORRECAO DIGITADA.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      *                    (RM-MOEDA NO CADASTRO) E DOS MOTIVOS 09
      *                    (MOEDA NAO RECONHECIDA) E 10 (MOEDAS
      *                    MISTURADAS) NA MATRIZ DE IDADE.
      * 2026-10-15 EDB     A IDADE PASSOU A SER CONTADA EM DIAS
      *                    UTEIS: AS DATAS DE CORTE VEM DO SERVICO
      *                    DE DATAS SUB004 (CALENDARIO DE FERIADOS)
      *                    E O RETROCESSO DIA A DIA LOCAL (1450/1460)
      *                    FOI REMOVIDO. SUB004 INDISPONIVEL ABORTA
      *                    O RELATORIO; CALENDARIO AUSENTE E SO
      *                    AVISADO (VALEM OS FINS DE SEMANA).
      * 2026-10-15 EDB     INCLUIDO O MOTIVO 11 (SUSPEITA DE
      *                    DUPLICIDADE) NA MATRIZ DE IDADE.
      * 2026-10-15 EDB     INCLUIDO O QUADRO DE REJEITOS EM ABERTO
      *                    POR ANALISTA, LIDO DO CADASTRO DE
      *                    CORRECOES CORRMAST PELA CHAVE DO REJMAST.
      *                    CADASTRO AUSENTE E SO AVISADO.
      * 2026-10-15 EDB     INCLUIDO O MOTIVO 12 (DATA EFETIVA INVALIDA
      *                    NO DETALHE AGENDADO) NA MATRIZ DE IDADE.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
                                RECORD KEY    RM-CHAVE
                                FILE STATUS   WK-STATUS-MASTER.

           SELECT ARQ-CORRECOES ASSIGN TO 'CORRMAST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   RANDOM
                                RECORD KEY    COR-CHAVE
                                FILE STATUS   WK-STATUS-CORR.

           SELECT ARQ-RELATORIO ASSIGN TO 'AGEREP'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-RELAT.
           05  RM-LOTE-ID      PIC X(08).
           05  RM-MSG-MOTIVO   PIC X(50).
           05  RM-MOEDA        PIC X(03).
      *
      * CADASTRO DE CORRECOES (CORRMAST): MESMO LEIAUTE DO ONLINE07
      * E DO REWORK01, CHAVE IGUAL A DO REJMAST.
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
       FD  ARQ-RELATORIO
           RECORDING MODE IS F
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-MASTER     PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-CORR       PIC X(02) VALUE SPACES.
       01  WK-CORRMAST-SW       PIC X(01) VALUE 'N'.
           88  WK-COM-CORRMAST            VALUE 'S'.
           88  WK-SEM-CORRMAST            VALUE 'N'.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-CORTE-3-DIAS      PIC 9(08) VALUE ZEROS.
       01  WK-CORTE-7-DIAS      PIC 9(08) VALUE ZEROS.
      *
      * PARAMETROS DE CHAMADA DO SERVICO DE DATAS (SUB004).
       01  WK-DT-FUNCAO         PIC X(01) VALUE 'R'.
       01  WK-DT-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01  WK-DT-QTD-DIAS       PIC 9(05) VALUE ZEROS.
       01  WK-DT-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
       01  WK-DT-DIA-UTIL       PIC X(01) VALUE SPACE.
       01  WK-DT-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01  WK-DT-RETORNO        PIC X(02) VALUE SPACES.
           88  WK-DT-OK                   VALUE '00' '04'.
      *
       01  WK-FIM-ARQUIVO-SW    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                VALUE 'S'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
      * MATRIZ DE REJEITOS EM ABERTO: MOTIVOS 01-12 E UMA ENTRADA
      * PARA MOTIVOS NAO RECONHECIDOS, POR FAIXA DE IDADE.
       01  WK-TABELA-MOTIVOS.
           05  WK-MOT-ENTRADA   OCCURS 13 TIMES.
               10  MOT-CODIGO   PIC X(02).
               10  MOT-DESCRICAO PIC X(30).
               10  MOT-FAIXA    OCCURS 4 TIMES PIC 9(07) COMP.
       01  WK-QTD-ESCALADOS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-BAIXADOS      PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-OUTROS        PIC 9(07) COMP VALUE ZERO.
      *
      * REJEITOS EM ABERTO POR ANALISTA (USUARIO QUE DIGITOU A
      * CORRECAO NO ONLINE07). O CADASTRO DE REJEITOS E LIDO EM
      * ORDEM DE CHAVE, ENTAO O PRIMEIRO REJEITO DE CADA ANALISTA
      * E O MAIS ANTIGO. A ULTIMA ENTRADA ACUMULA OS ANALISTAS QUE
      * NAO COUBEREM NA TABELA.
       01  WK-TABELA-ANALISTAS.
           05  WK-ANA-ENTRADA   OCCURS 50 TIMES.
               10  ANA-OPERADOR PIC X(08).
               10  ANA-AGUARDANDO PIC 9(07) COMP.
               10  ANA-REINCIDENTES PIC 9(07) COMP.
               10  ANA-CHAVE-ANTIGA PIC X(14).
       01  WK-QTD-ANALISTAS     PIC 9(02) COMP VALUE ZERO.
       01  WK-MAX-ANALISTAS     PIC 9(02) COMP VALUE 50.
       01  WK-IND-ANA           PIC 9(02) COMP VALUE ZERO.
       01  WK-ANA-ACHADO        PIC 9(02) COMP VALUE ZERO.
       01  WK-QTD-SEM-CORRECAO  PIC 9(07) COMP VALUE ZERO.
      *
       01  LINHA-AGE-TITULO.
           05  FILLER           PIC X(44)
           05  FILLER           PIC X(12)  VALUE '  BAIXADOS: '.
           05  LAS-BAIXADOS     PIC ZZZZZZ9.
           05  FILLER           PIC X(22)  VALUE SPACES.
      *
       01  LINHA-ANA-TITULO.
           05  FILLER           PIC X(44)
               VALUE 'REJEITOS EM ABERTO POR ANALISTA (CORRECOES D'.
           05  FILLER           PIC X(29)
               VALUE 'IGITADAS NA TRANSACAO CORR)  '.
           05  FILLER           PIC X(27)  VALUE SPACES.
      *
       01  LINHA-ANA-CABECALHO.
           05  FILLER           PIC X(40)
               VALUE 'ANALISTA  AGUARD.   REINCID     TOTAL   '.
           05  FILLER           PIC X(14)  VALUE 'REJEITO ANTIGO'.
           05  FILLER           PIC X(46)  VALUE SPACES.
      *
       01  LINHA-ANA-DETALHE.
           05  LAA-OPERADOR     PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LAA-AGUARDANDO   PIC ZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LAA-REINCIDENTES PIC ZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LAA-TOTAL        PIC ZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LAA-CHAVE-ANTIGA PIC X(14).
           05  FILLER           PIC X(46)  VALUE SPACES.
      *
       01  LINHA-ANA-SEM-CORRECAO.
           05  FILLER           PIC X(23)
               VALUE 'SEM CORRECAO DIGITADA: '.
           05  LAN-SEM-CORRECAO PIC ZZZZZZ9.
           05  FILLER           PIC X(70)  VALUE SPACES.
      *
       01  LINHA-ANA-INDISPONIVEL.
           05  FILLER           PIC X(47)
               VALUE 'CADASTRO DE CORRECOES (CORRMAST) INDISPONIVEL'.
           05  FILLER           PIC X(53)  VALUE SPACES.
      *
       01  LINHA-EM-BRANCO      PIC X(100) VALUE SPACES.
      *
           PERFORM 1400-CALCULAR-CORTES
               THRU 1400-CALCULAR-CORTES-EXIT

           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1500-ABRIR-ARQUIVOS
               THRU 1500-ABRIR-ARQUIVOS-EXIT

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

           PERFORM 1100-ZERAR-MOTIVO
               THRU 1100-ZERAR-MOTIVO-EXIT
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 13

           PERFORM 1200-ZERAR-FAIXA
               THRU 1200-ZERAR-FAIXA-EXIT
               VARYING WK-IND-FAIXA FROM 1 BY 1
               UNTIL WK-IND-FAIXA > 4

           PERFORM 1300-ZERAR-ANALISTA
               THRU 1300-ZERAR-ANALISTA-EXIT
               VARYING WK-IND-ANA FROM 1 BY 1
               UNTIL WK-IND-ANA > WK-MAX-ANALISTAS.
       1000-INICIALIZAR-TABELAS-EXIT.
           EXIT.
      *
           MOVE ZERO TO WK-TOT-FAIXA (WK-IND-FAIXA).
       1200-ZERAR-FAIXA-EXIT.
           EXIT.
      *
       1300-ZERAR-ANALISTA.
           MOVE SPACES TO ANA-OPERADOR     (WK-IND-ANA)
           MOVE ZERO   TO ANA-AGUARDANDO   (WK-IND-ANA)
           MOVE ZERO   TO ANA-REINCIDENTES (WK-IND-ANA)
           MOVE SPACES TO ANA-CHAVE-ANTIGA (WK-IND-ANA).
       1300-ZERAR-ANALISTA-EXIT.
           EXIT.
      *
      *=================================*
      * 1400-CALCULAR-CORTES
      * CALCULA AS DATAS DE CORTE DAS FAIXAS DE IDADE RETROCEDENDO
      * A DATA DO PROCESSAMENTO EM 1, 3 E 7 DIAS UTEIS (SUB004).
      *=================================*
       1400-CALCULAR-CORTES.
           MOVE 1 TO WK-DT-QTD-DIAS
           PERFORM 1450-RETROCEDER-UTEIS
               THRU 1450-RETROCEDER-UTEIS-EXIT
           MOVE WK-DT-DATA-SAIDA TO WK-CORTE-1-DIA

           MOVE 3 TO WK-DT-QTD-DIAS
           PERFORM 1450-RETROCEDER-UTEIS
               THRU 1450-RETROCEDER-UTEIS-EXIT
           MOVE WK-DT-DATA-SAIDA TO WK-CORTE-3-DIAS

           MOVE 7 TO WK-DT-QTD-DIAS
           PERFORM 1450-RETROCEDER-UTEIS
               THRU 1450-RETROCEDER-UTEIS-EXIT
           MOVE WK-DT-DATA-SAIDA TO WK-CORTE-7-DIAS

           IF NOT JOB-ABORTADO
               DISPLAY 'CORTES (DIAS UTEIS): 1 DIA ' WK-CORTE-1-DIA
                       ' 3 DIAS ' WK-CORTE-3-DIAS
                       ' 7 DIAS ' WK-CORTE-7-DIAS
           END-IF.
       1400-CALCULAR-CORTES-EXIT.
           EXIT.
      *
       1450-RETROCEDER-UTEIS.
           IF JOB-ABORTADO
               GO TO 1450-RETROCEDER-UTEIS-EXIT
           END-IF

           MOVE 'R'             TO WK-DT-FUNCAO
           MOVE WK-DATA-SISTEMA TO WK-DT-DATA-ENTRADA
           CALL 'SUB004' USING WK-DT-FUNCAO,
                               WK-DT-DATA-ENTRADA,
                               WK-DT-QTD-DIAS,
                               WK-DT-DATA-SAIDA,
                               WK-DT-DIA-UTIL,
                               WK-DT-DIA-SEMANA,
                               WK-DT-RETORNO
               ON EXCEPTION
                   DISPLAY 'ERRO: SUB004 (SERVICO DE DATAS) '
                           'INDISPONIVEL'
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   GO TO 1450-RETROCEDER-UTEIS-EXIT
           END-CALL

           IF NOT WK-DT-OK
               DISPLAY 'ERRO: SUB004 RETORNOU ' WK-DT-RETORNO
                       ' AO RETROCEDER ' WK-DT-QTD-DIAS
                       ' DIAS UTEIS DE ' WK-DATA-SISTEMA
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
           END-IF.
       1450-RETROCEDER-UTEIS-EXIT.
           EXIT.
      *
      *=================================*
               DISPLAY 'ERRO AO ABRIR ARQ-RELATORIO: '
                       WK-STATUS-RELAT
               MOVE 16 TO RETURN-CODE
               GO TO 1500-ABRIR-ARQUIVOS-EXIT
           END-IF

      * O CADASTRO DE CORRECOES SO ALIMENTA O QUADRO POR ANALISTA;
      * AUSENTE, O RELATORIO SAI SEM ELE, COM AVISO.
           OPEN INPUT ARQ-CORRECOES
           IF WK-STATUS-CORR = '00'
               SET WK-COM-CORRMAST TO TRUE
           ELSE
               SET WK-SEM-CORRMAST TO TRUE
               DISPLAY 'AVISO: CORRMAST INDISPONIVEL (STATUS '
                       WK-STATUS-CORR ') - QUADRO POR ANALISTA '
                       'NAO SERA EMITIDO'
           END-IF.
       1500-ABRIR-ARQUIVOS-EXIT.
           EXIT.
                   MOVE 4 TO WK-IND-FAIXA
           END-EVALUATE

           MOVE 13 TO WK-MOT-ACHADO
           PERFORM 3200-COMPARAR-MOTIVO
               THRU 3200-COMPARAR-MOTIVO-EXIT
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 12
                  OR WK-MOT-ACHADO < 13

           ADD 1 TO MOT-FAIXA (WK-MOT-ACHADO, WK-IND-FAIXA)
           ADD 1 TO WK-TOT-FAIXA (WK-IND-FAIXA)
           ADD 1 TO WK-TOT-ABERTOS

           IF WK-COM-CORRMAST
               PERFORM 3300-APURAR-ANALISTA
                   THRU 3300-APURAR-ANALISTA-EXIT
           END-IF.
       3100-APURAR-ABERTO-EXIT.
           EXIT.
      *
           EXIT.
      *
      *=================================*
      * 3300-APURAR-ANALISTA
      * PROCURA A CORRECAO DO REJEITO EM ABERTO CORRENTE E O CONTA
      * PARA O ANALISTA QUE A DIGITOU: CORRECAO PENDENTE AGUARDA O
      * RETRABALHO; CORRECAO JA APLICADA COM O REJEITO AINDA EM
      * ABERTO E REINCIDENCIA. SEM CORRECAO (OU DESCARTADA) CONTA
      * COMO SEM CORRECAO DIGITADA.
      *=================================*
       3300-APURAR-ANALISTA.
           MOVE RM-CHAVE TO COR-CHAVE
           READ ARQ-CORRECOES
               INVALID KEY
                   ADD 1 TO WK-QTD-SEM-CORRECAO
                   GO TO 3300-APURAR-ANALISTA-EXIT
           END-READ

           IF NOT COR-PENDENTE AND NOT COR-APLICADA
               ADD 1 TO WK-QTD-SEM-CORRECAO
               GO TO 3300-APURAR-ANALISTA-EXIT
           END-IF

           MOVE ZERO TO WK-ANA-ACHADO
           PERFORM 3310-COMPARAR-ANALISTA
               THRU 3310-COMPARAR-ANALISTA-EXIT
               VARYING WK-IND-ANA FROM 1 BY 1
               UNTIL WK-IND-ANA > WK-QTD-ANALISTAS
                  OR WK-ANA-ACHADO > ZERO

           IF WK-ANA-ACHADO = ZERO
               PERFORM 3320-INCLUIR-ANALISTA
                   THRU 3320-INCLUIR-ANALISTA-EXIT
           END-IF

           IF COR-PENDENTE
               ADD 1 TO ANA-AGUARDANDO (WK-ANA-ACHADO)
           ELSE
               ADD 1 TO ANA-REINCIDENTES (WK-ANA-ACHADO)
           END-IF.
       3300-APURAR-ANALISTA-EXIT.
           EXIT.
      *
       3310-COMPARAR-ANALISTA.
           IF ANA-OPERADOR (WK-IND-ANA) = COR-OPERADOR
               MOVE WK-IND-ANA TO WK-ANA-ACHADO
           END-IF.
       3310-COMPARAR-ANALISTA-EXIT.
           EXIT.
      *
      * ANALISTA NOVO OCUPA A PROXIMA ENTRADA LIVRE, COM O REJEITO
      * CORRENTE COMO O MAIS ANTIGO. TABELA CHEIA ACUMULA NA ULTIMA
      * ENTRADA, RENOMEADA OUTROS.
       3320-INCLUIR-ANALISTA.
           IF WK-QTD-ANALISTAS < WK-MAX-ANALISTAS
               ADD 1 TO WK-QTD-ANALISTAS
               MOVE WK-QTD-ANALISTAS TO WK-ANA-ACHADO
               MOVE COR-OPERADOR TO ANA-OPERADOR (WK-ANA-ACHADO)
               MOVE RM-CHAVE     TO ANA-CHAVE-ANTIGA (WK-ANA-ACHADO)
           ELSE
               MOVE WK-MAX-ANALISTAS TO WK-ANA-ACHADO
               IF ANA-OPERADOR (WK-ANA-ACHADO) NOT = 'OUTROS'
                   DISPLAY 'AVISO: TABELA DE ANALISTAS CHEIA - '
                           'EXCEDENTES ACUMULADOS EM OUTROS'
                   MOVE 'OUTROS' TO ANA-OPERADOR (WK-ANA-ACHADO)
               END-IF
           END-IF.
       3320-INCLUIR-ANALISTA-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-RELATORIO
      * EMITE A MATRIZ DE IDADE POR MOTIVO, O TOTAL POR FAIXA E O
      * QUADRO DE STATUS, TANTO NO ARQUIVO QUANTO NO LOG DO JOB.
           PERFORM 7100-EMITIR-MOTIVO
               THRU 7100-EMITIR-MOTIVO-EXIT
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 13

           MOVE WK-TOT-FAIXA (1) TO LTO-FAIXA-1
           MOVE WK-TOT-FAIXA (2) TO LTO-FAIXA-2
           MOVE WK-QTD-BAIXADOS   TO LAS-BAIXADOS
           WRITE REG-RELATORIO FROM LINHA-AGE-STATUS

           PERFORM 7200-EMITIR-ANALISTAS
               THRU 7200-EMITIR-ANALISTAS-EXIT

           DISPLAY 'REJEITOS EM ABERTO......: ' WK-TOT-ABERTOS
           DISPLAY 'PENDENTES...............: ' WK-QTD-PENDENTES
           DISPLAY 'ESCALADOS...............: ' WK-QTD-ESCALADOS
           EXIT.
      *
      *=================================*
      * 7200-EMITIR-ANALISTAS
      * EMITE O QUADRO DE REJEITOS EM ABERTO POR ANALISTA, NA ORDEM
      * EM QUE OS ANALISTAS APARECERAM (DO REJEITO MAIS ANTIGO PARA
      * O MAIS NOVO), E A QUANTIDADE SEM CORRECAO DIGITADA.
      *=================================*
       7200-EMITIR-ANALISTAS.
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO
           WRITE REG-RELATORIO FROM LINHA-ANA-TITULO

           IF WK-SEM-CORRMAST
               WRITE REG-RELATORIO FROM LINHA-ANA-INDISPONIVEL
               GO TO 7200-EMITIR-ANALISTAS-EXIT
           END-IF

           WRITE REG-RELATORIO FROM LINHA-ANA-CABECALHO

           PERFORM 7210-EMITIR-ANALISTA
               THRU 7210-EMITIR-ANALISTA-EXIT
               VARYING WK-IND-ANA FROM 1 BY 1
               UNTIL WK-IND-ANA > WK-QTD-ANALISTAS

           MOVE WK-QTD-SEM-CORRECAO TO LAN-SEM-CORRECAO
           WRITE REG-RELATORIO FROM LINHA-ANA-SEM-CORRECAO

           DISPLAY 'ANALISTAS COM REJEITOS..: ' WK-QTD-ANALISTAS
           DISPLAY 'SEM CORRECAO DIGITADA...: ' WK-QTD-SEM-CORRECAO.
       7200-EMITIR-ANALISTAS-EXIT.
           EXIT.
      *
       7210-EMITIR-ANALISTA.
           MOVE ANA-OPERADOR     (WK-IND-ANA) TO LAA-OPERADOR
           MOVE ANA-AGUARDANDO   (WK-IND-ANA) TO LAA-AGUARDANDO
           MOVE ANA-REINCIDENTES (WK-IND-ANA) TO LAA-REINCIDENTES
           COMPUTE LAA-TOTAL = ANA-AGUARDANDO   (WK-IND-ANA)
                             + ANA-REINCIDENTES (WK-IND-ANA)
           MOVE ANA-CHAVE-ANTIGA (WK-IND-ANA) TO LAA-CHAVE-ANTIGA
           WRITE REG-RELATORIO FROM LINHA-ANA-DETALHE.
       7210-EMITIR-ANALISTA-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-REJ-MASTER
           CLOSE ARQ-RELATORIO
           IF WK-COM-CORRMAST
               CLOSE ARQ-CORRECOES
           END-IF.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
