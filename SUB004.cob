       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUB004.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * SUBPROGRAMA DE SERVICO DE DATAS (CALENDARIO DE DIAS UTEIS)
      * CENTRALIZA A ARITMETICA DE DATAS QUE CADA PROGRAMA FAZIA
      * POR CONTA PROPRIA (RETROCEDER DIA A DIA, MESES, ANOS
      * BISSEXTOS) E A ACRESCENTA O CALENDARIO DE FERIADOS: UM DIA
      * E UTIL QUANDO CAI DE SEGUNDA A SEXTA E NAO E FERIADO, OU
      * QUANDO O CALENDARIO O MARCA EXPRESSAMENTE COMO UTIL (DIA
      * DE COMPENSACAO EM FIM DE SEMANA).
      *
      * FUNCOES (LK-FUNCAO):
      *   V - VERIFICA A DATA DE ENTRADA: DEVOLVE SE E DIA UTIL E
      *       O DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMINGO).
      *   A - AVANCA LK-QTD-DIAS DIAS UTEIS A PARTIR DA DATA DE
      *       ENTRADA. COM QUANTIDADE ZERO DEVOLVE A PROPRIA DATA,
      *       SE FOR UTIL, OU O PRIMEIRO DIA UTIL SEGUINTE.
      *   R - RETROCEDE LK-QTD-DIAS DIAS UTEIS A PARTIR DA DATA DE
      *       ENTRADA. COM QUANTIDADE ZERO DEVOLVE A PROPRIA DATA,
      *       SE FOR UTIL, OU O ULTIMO DIA UTIL ANTERIOR.
      *   C - AVANCA LK-QTD-DIAS DIAS CORRIDOS (SEM OLHAR O
      *       CALENDARIO) A PARTIR DA DATA DE ENTRADA.
      *   D - RETROCEDE LK-QTD-DIAS DIAS CORRIDOS (SEM OLHAR O
      *       CALENDARIO) A PARTIR DA DATA DE ENTRADA.
      * EM TODAS AS FUNCOES LK-DIA-UTIL E LK-DIA-SEMANA SE REFEREM
      * A DATA DE ENTRADA.
      *
      * RETORNO (LK-RETORNO):
      *   00 - OK.
      *   04 - CALENDARIO CALENDAR AUSENTE: SO OS FINS DE SEMANA
      *        SAO CONSIDERADOS NAO UTEIS (O CHAMADOR DECIDE SE
      *        PODE SEGUIR ASSIM). NAO SE APLICA AS FUNCOES C E D.
      *   08 - DATA DE ENTRADA INVALIDA.
      *   12 - FUNCAO DESCONHECIDA OU NENHUM DIA UTIL NA FAIXA DE
      *        UM ANO (CALENDARIO INCONSISTENTE).
      *
      * CALENDARIO (ARQUIVO CALENDAR, MANTIDO PELA OPERACAO):
      *   COLUNAS 1-8   = DATA AAAAMMDD
      *   COLUNA  10    = F (FERIADO) OU U (DIA UTIL EXTRA)
      *   COLUNAS 12-41 = DESCRICAO (SO PARA QUEM LE O ARQUIVO)
      *   LINHAS EM BRANCO OU INICIADAS POR * SAO IGNORADAS.
      * O ARQUIVO E CARREGADO NA PRIMEIRA CHAMADA E MANTIDO NA
      * MEMORIA ATE O FIM DA EXECUCAO.
      *
      * O RETURN-CODE DO CHAMADOR E PRESERVADO (SALVO NA ENTRADA E
      * RESTAURADO ANTES DO GOBACK), COMO NO SUB003: O RESULTADO
      * DO SERVICO VOLTA SO EM LK-RETORNO.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     INCLUIDAS AS FUNCOES C E D (AVANCAR E
      *                    RETROCEDER DIAS CORRIDOS), PARA QUEM SO
      *                    PRECISA DA ARITMETICA DE DATAS.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDAR'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-CALEND.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-CALENDARIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CALENDARIO.
           05  CAL-DATA        PIC X(08).
           05  CAL-DATA-V REDEFINES CAL-DATA
                               PIC 9(08).
           05  FILLER          PIC X(01).
           05  CAL-TIPO        PIC X(01).
               88  CAL-FERIADO            VALUE 'F'.
               88  CAL-DIA-UTIL           VALUE 'U'.
           05  FILLER          PIC X(01).
           05  CAL-DESCRICAO   PIC X(30).
           05  FILLER          PIC X(39).
       01  REG-CALENDARIO-1.
           05  CAL-PRIMEIRO-BYTE PIC X(01).
           05  FILLER          PIC X(79).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-CALEND     PIC X(02) VALUE SPACES.
      *
       01  WK-CARGA-SW          PIC X(01) VALUE 'N'.
           88  WK-CALENDARIO-CARREGADO    VALUE 'S'.
           88  WK-CALENDARIO-PENDENTE     VALUE 'N'.
       01  WK-CALENDARIO-SW     PIC X(01) VALUE 'N'.
           88  WK-CALENDARIO-DISPONIVEL   VALUE 'S'.
           88  WK-CALENDARIO-AUSENTE      VALUE 'N'.
       01  WK-FIM-CALEND-SW     PIC X(01) VALUE 'N'.
           88  FIM-CALENDARIO             VALUE 'S'.
           88  NAO-FIM-CALENDARIO         VALUE 'N'.
      *
      * DATAS ESPECIAIS DO CALENDARIO (FERIADOS E DIAS UTEIS
      * EXTRAS), NA ORDEM DO ARQUIVO.
       01  WK-TABELA-CALENDARIO.
           05  WK-QTD-DATAS     PIC 9(04) COMP VALUE ZERO.
           05  WK-CAL-ENTRADA   OCCURS 1000 TIMES.
               10  TAB-CAL-DATA PIC 9(08).
               10  TAB-CAL-TIPO PIC X(01).
       01  WK-LIMITE-DATAS      PIC 9(04) COMP VALUE 1000.
       01  WK-IND-CAL           PIC 9(04) COMP VALUE ZERO.
       01  WK-CAL-ACHADO        PIC 9(04) COMP VALUE ZERO.
      *
       01  WK-DATA-CALCULO      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-CALC-PARTES REDEFINES WK-DATA-CALCULO.
           05  WK-CALC-ANO      PIC 9(04).
           05  WK-CALC-MES      PIC 9(02).
           05  WK-CALC-DIA      PIC 9(02).
      *
       01  WK-DIAS-DO-MES.
           05  FILLER           PIC X(24)
               VALUE '312831303130313130313031'.
       01  WK-TAB-DIAS-MES REDEFINES WK-DIAS-DO-MES.
           05  WK-DIAS-MES      OCCURS 12 TIMES PIC 9(02).
       01  WK-ULTIMO-DIA-MES    PIC 9(02) VALUE ZERO.
       01  WK-RESTO-BISSEXTO    PIC 9(03) COMP VALUE ZERO.
       01  WK-QUOC-BISSEXTO     PIC 9(04) COMP VALUE ZERO.
      *
      * CAMPOS DO CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER,
      * CALENDARIO GREGORIANO): JANEIRO E FEVEREIRO CONTAM COMO
      * MESES 13 E 14 DO ANO ANTERIOR.
       01  WK-ZEL-ANO           PIC 9(04) COMP VALUE ZERO.
       01  WK-ZEL-MES           PIC 9(02) COMP VALUE ZERO.
       01  WK-ZEL-SECULO        PIC 9(02) COMP VALUE ZERO.
       01  WK-ZEL-ANO-SEC       PIC 9(02) COMP VALUE ZERO.
       01  WK-ZEL-TERMO         PIC 9(04) COMP VALUE ZERO.
       01  WK-ZEL-SOMA          PIC 9(05) COMP VALUE ZERO.
       01  WK-ZEL-QUOC          PIC 9(05) COMP VALUE ZERO.
       01  WK-ZEL-RESTO         PIC 9(01) COMP VALUE ZERO.
       01  WK-DIA-SEMANA        PIC 9(01) VALUE ZERO.
      *
       01  WK-UTIL-SW           PIC X(01) VALUE 'N'.
           88  WK-DATA-UTIL               VALUE 'S'.
           88  WK-DATA-NAO-UTIL           VALUE 'N'.
      *
      * RETURN-CODE DO CHAMADOR, SALVO NA ENTRADA E RESTAURADO NO
      * GOBACK.
       01  WK-RC-CHAMADOR       PIC S9(04) VALUE ZERO.
      *
       01  WK-QTD-CONTADOS      PIC 9(05) COMP VALUE ZERO.
       01  WK-QTD-PASSOS        PIC 9(05) COMP VALUE ZERO.
       01  WK-LIMITE-PASSOS     PIC 9(05) COMP VALUE 366.
      *
       LINKAGE                 SECTION.
       01  LK-FUNCAO            PIC X(01).
           88  LK-FUNCAO-VERIFICAR       VALUE 'V'.
           88  LK-FUNCAO-AVANCAR         VALUE 'A'.
           88  LK-FUNCAO-RETROCEDER      VALUE 'R'.
           88  LK-FUNCAO-AVANCAR-CORR    VALUE 'C'.
           88  LK-FUNCAO-RETROCEDER-CORR VALUE 'D'.
           88  LK-FUNCAO-CORRIDOS        VALUE 'C' 'D'.
       01  LK-DATA-ENTRADA      PIC 9(08).
       01  LK-QTD-DIAS          PIC 9(05).
       01  LK-DATA-SAIDA        PIC 9(08).
       01  LK-DIA-UTIL          PIC X(01).
       01  LK-DIA-SEMANA        PIC 9(01).
       01  LK-RETORNO           PIC X(02).
      *
       PROCEDURE               DIVISION USING LK-FUNCAO,
                                              LK-DATA-ENTRADA,
                                              LK-QTD-DIAS,
                                              LK-DATA-SAIDA,
                                              LK-DIA-UTIL,
                                              LK-DIA-SEMANA,
                                              LK-RETORNO.
       MAIN.
           MOVE RETURN-CODE TO WK-RC-CHAMADOR
           MOVE '00'   TO LK-RETORNO
           MOVE ZEROS  TO LK-DATA-SAIDA
           MOVE 'N'    TO LK-DIA-UTIL
           MOVE ZERO   TO LK-DIA-SEMANA

           IF WK-CALENDARIO-PENDENTE
               PERFORM 1000-CARREGAR-CALENDARIO
                   THRU 1000-CARREGAR-CALENDARIO-EXIT
           END-IF

           PERFORM 1500-VALIDAR-DATA
               THRU 1500-VALIDAR-DATA-EXIT
           IF LK-RETORNO = '08'
               GO TO MAIN-EXIT
           END-IF

           MOVE LK-DATA-ENTRADA TO WK-DATA-CALCULO
           PERFORM 2000-CLASSIFICAR-DATA
               THRU 2000-CLASSIFICAR-DATA-EXIT
           MOVE WK-DIA-SEMANA TO LK-DIA-SEMANA
           IF WK-DATA-UTIL
               MOVE 'S' TO LK-DIA-UTIL
           END-IF

           EVALUATE TRUE
               WHEN LK-FUNCAO-VERIFICAR
                   MOVE LK-DATA-ENTRADA TO LK-DATA-SAIDA
               WHEN LK-FUNCAO-AVANCAR
                   PERFORM 3000-AVANCAR-UTEIS
                       THRU 3000-AVANCAR-UTEIS-EXIT
               WHEN LK-FUNCAO-RETROCEDER
                   PERFORM 4000-RETROCEDER-UTEIS
                       THRU 4000-RETROCEDER-UTEIS-EXIT
               WHEN LK-FUNCAO-CORRIDOS
                   PERFORM 5000-CONTAR-CORRIDOS
                       THRU 5000-CONTAR-CORRIDOS-EXIT
               WHEN OTHER
                   DISPLAY 'AVISO: FUNCAO DESCONHECIDA NO SERVICO '
                           'DE DATAS: ' LK-FUNCAO
                   MOVE '12' TO LK-RETORNO
                   GO TO MAIN-EXIT
           END-EVALUATE

           IF LK-RETORNO = '00'
            AND WK-CALENDARIO-AUSENTE
            AND NOT LK-FUNCAO-CORRIDOS
               MOVE '04' TO LK-RETORNO
           END-IF.
      *
       MAIN-EXIT.
           MOVE WK-RC-CHAMADOR TO RETURN-CODE
           GOBACK.
      *
      *=================================*
      * 1000-CARREGAR-CALENDARIO
      * CARREGA AS DATAS ESPECIAIS DO CALENDARIO NA PRIMEIRA
      * CHAMADA. ARQUIVO AUSENTE E AVISADO UMA VEZ E O SERVICO
      * SEGUE CONSIDERANDO SO OS FINS DE SEMANA. DATA INVALIDA,
      * TIPO DESCONHECIDO OU TABELA CHEIA SAO AVISADOS E A LINHA
      * E IGNORADA.
      *=================================*
       1000-CARREGAR-CALENDARIO.
           SET WK-CALENDARIO-CARREGADO TO TRUE
           MOVE ZERO TO WK-QTD-DATAS

           OPEN INPUT ARQ-CALENDARIO
           IF WK-STATUS-CALEND NOT = '00'
               DISPLAY 'AVISO: CALENDARIO CALENDAR AUSENTE (STATUS '
                       WK-STATUS-CALEND ') - SO FINS DE SEMANA '
                       'SERAO CONSIDERADOS NAO UTEIS'
               SET WK-CALENDARIO-AUSENTE TO TRUE
               GO TO 1000-CARREGAR-CALENDARIO-EXIT
           END-IF

           SET WK-CALENDARIO-DISPONIVEL TO TRUE
           SET NAO-FIM-CALENDARIO TO TRUE
           PERFORM 1100-LER-CALENDARIO
               THRU 1100-LER-CALENDARIO-EXIT
               UNTIL FIM-CALENDARIO

           CLOSE ARQ-CALENDARIO
           DISPLAY 'CALENDARIO CARREGADO - DATAS ESPECIAIS: '
                   WK-QTD-DATAS.
       1000-CARREGAR-CALENDARIO-EXIT.
           EXIT.
      *
       1100-LER-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   SET FIM-CALENDARIO TO TRUE
                   GO TO 1100-LER-CALENDARIO-EXIT
           END-READ

           IF REG-CALENDARIO = SPACES
            OR CAL-PRIMEIRO-BYTE = '*'
               GO TO 1100-LER-CALENDARIO-EXIT
           END-IF

           IF CAL-DATA NOT NUMERIC
            OR NOT (CAL-FERIADO OR CAL-DIA-UTIL)
               DISPLAY 'AVISO: LINHA DO CALENDARIO IGNORADA: '
                       CAL-DATA ' ' CAL-TIPO
               GO TO 1100-LER-CALENDARIO-EXIT
           END-IF

           IF WK-QTD-DATAS NOT < WK-LIMITE-DATAS
               DISPLAY 'AVISO: CALENDARIO COM MAIS DE '
                       WK-LIMITE-DATAS ' DATAS - DATA IGNORADA: '
                       CAL-DATA
               GO TO 1100-LER-CALENDARIO-EXIT
           END-IF

           ADD 1 TO WK-QTD-DATAS
           MOVE CAL-DATA-V TO TAB-CAL-DATA (WK-QTD-DATAS)
           MOVE CAL-TIPO   TO TAB-CAL-TIPO (WK-QTD-DATAS).
       1100-LER-CALENDARIO-EXIT.
           EXIT.
      *
      *=================================*
      * 1500-VALIDAR-DATA
      * CONFERE QUE A DATA DE ENTRADA E UMA DATA AAAAMMDD VALIDA.
      *=================================*
       1500-VALIDAR-DATA.
           IF LK-DATA-ENTRADA NOT NUMERIC
               MOVE '08' TO LK-RETORNO
               GO TO 1500-VALIDAR-DATA-EXIT
           END-IF

           MOVE LK-DATA-ENTRADA TO WK-DATA-CALCULO
           IF WK-CALC-ANO < 1601
            OR WK-CALC-MES < 1
            OR WK-CALC-MES > 12
            OR WK-CALC-DIA < 1
               MOVE '08' TO LK-RETORNO
               GO TO 1500-VALIDAR-DATA-EXIT
           END-IF

           PERFORM 2400-OBTER-ULTIMO-DIA
               THRU 2400-OBTER-ULTIMO-DIA-EXIT
           IF WK-CALC-DIA > WK-ULTIMO-DIA-MES
               MOVE '08' TO LK-RETORNO
           END-IF.
       1500-VALIDAR-DATA-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-CLASSIFICAR-DATA
      * CALCULA O DIA DA SEMANA DE WK-DATA-CALCULO E DECIDE SE E
      * DIA UTIL: O CALENDARIO PREVALECE (F = FERIADO, U = UTIL);
      * FORA DELE, SEGUNDA A SEXTA SAO UTEIS.
      *=================================*
       2000-CLASSIFICAR-DATA.
           PERFORM 2100-CALCULAR-DIA-SEMANA
               THRU 2100-CALCULAR-DIA-SEMANA-EXIT

           IF WK-DIA-SEMANA < 6
               SET WK-DATA-UTIL     TO TRUE
           ELSE
               SET WK-DATA-NAO-UTIL TO TRUE
           END-IF

           MOVE ZERO TO WK-CAL-ACHADO
           PERFORM 2200-PROCURAR-DATA
               THRU 2200-PROCURAR-DATA-EXIT
               VARYING WK-IND-CAL FROM 1 BY 1
               UNTIL WK-IND-CAL > WK-QTD-DATAS
                  OR WK-CAL-ACHADO > ZERO

           IF WK-CAL-ACHADO = ZERO
               GO TO 2000-CLASSIFICAR-DATA-EXIT
           END-IF

           IF TAB-CAL-TIPO (WK-CAL-ACHADO) = 'F'
               SET WK-DATA-NAO-UTIL TO TRUE
           ELSE
               SET WK-DATA-UTIL     TO TRUE
           END-IF.
       2000-CLASSIFICAR-DATA-EXIT.
           EXIT.
      *
      * CONGRUENCIA DE ZELLER: H = (DIA + 13(MES+1)/5 + K + K/4 +
      * J/4 + 5J) MOD 7, COM K = ANO DO SECULO E J = SECULO; H = 0
      * E SABADO. O RESULTADO E CONVERTIDO PARA 1 = SEGUNDA ...
      * 7 = DOMINGO (MESMA NUMERACAO DO ACCEPT FROM DAY-OF-WEEK).
      * AS DIVISOES SAO FEITAS EM CAMPOS INTEIROS PARA TRUNCAR.
       2100-CALCULAR-DIA-SEMANA.
           MOVE WK-CALC-ANO TO WK-ZEL-ANO
           MOVE WK-CALC-MES TO WK-ZEL-MES
           IF WK-ZEL-MES < 3
               ADD 12 TO WK-ZEL-MES
               SUBTRACT 1 FROM WK-ZEL-ANO
           END-IF

           DIVIDE WK-ZEL-ANO BY 100
               GIVING WK-ZEL-SECULO
               REMAINDER WK-ZEL-ANO-SEC

           MOVE WK-CALC-DIA TO WK-ZEL-SOMA

           COMPUTE WK-ZEL-TERMO = 13 * (WK-ZEL-MES + 1)
           DIVIDE WK-ZEL-TERMO BY 5 GIVING WK-ZEL-TERMO
           ADD WK-ZEL-TERMO   TO WK-ZEL-SOMA

           ADD WK-ZEL-ANO-SEC TO WK-ZEL-SOMA
           DIVIDE WK-ZEL-ANO-SEC BY 4 GIVING WK-ZEL-TERMO
           ADD WK-ZEL-TERMO   TO WK-ZEL-SOMA

           DIVIDE WK-ZEL-SECULO BY 4 GIVING WK-ZEL-TERMO
           ADD WK-ZEL-TERMO   TO WK-ZEL-SOMA

           COMPUTE WK-ZEL-TERMO = 5 * WK-ZEL-SECULO
           ADD WK-ZEL-TERMO   TO WK-ZEL-SOMA

      * DE H (0 = SABADO) PARA 1 = SEGUNDA: (H + 5) MOD 7 + 1.
           DIVIDE WK-ZEL-SOMA BY 7
               GIVING WK-ZEL-QUOC
               REMAINDER WK-ZEL-RESTO
           COMPUTE WK-ZEL-SOMA = WK-ZEL-RESTO + 5
           DIVIDE WK-ZEL-SOMA BY 7
               GIVING WK-ZEL-QUOC
               REMAINDER WK-ZEL-RESTO
           COMPUTE WK-DIA-SEMANA = WK-ZEL-RESTO + 1.
       2100-CALCULAR-DIA-SEMANA-EXIT.
           EXIT.
      *
       2200-PROCURAR-DATA.
           IF TAB-CAL-DATA (WK-IND-CAL) = WK-DATA-CALCULO
               MOVE WK-IND-CAL TO WK-CAL-ACHADO
           END-IF.
       2200-PROCURAR-DATA-EXIT.
           EXIT.
      *
      * ULTIMO DIA DO MES DE WK-DATA-CALCULO. A REGRA DOS SECULOS
      * (DIVISIVEL POR 100 SO E BISSEXTO SE DIVISIVEL POR 400) E
      * TRATADA COM AS TRES DIVISOES, COMO NO RETEN01.
       2400-OBTER-ULTIMO-DIA.
           MOVE WK-DIAS-MES (WK-CALC-MES) TO WK-ULTIMO-DIA-MES
           IF WK-CALC-MES NOT = 2
               GO TO 2400-OBTER-ULTIMO-DIA-EXIT
           END-IF

           DIVIDE WK-CALC-ANO BY 4
               GIVING WK-QUOC-BISSEXTO
               REMAINDER WK-RESTO-BISSEXTO
           IF WK-RESTO-BISSEXTO NOT = ZERO
               GO TO 2400-OBTER-ULTIMO-DIA-EXIT
           END-IF

           DIVIDE WK-CALC-ANO BY 100
               GIVING WK-QUOC-BISSEXTO
               REMAINDER WK-RESTO-BISSEXTO
           IF WK-RESTO-BISSEXTO NOT = ZERO
               MOVE 29 TO WK-ULTIMO-DIA-MES
               GO TO 2400-OBTER-ULTIMO-DIA-EXIT
           END-IF

           DIVIDE WK-CALC-ANO BY 400
               GIVING WK-QUOC-BISSEXTO
               REMAINDER WK-RESTO-BISSEXTO
           IF WK-RESTO-BISSEXTO = ZERO
               MOVE 29 TO WK-ULTIMO-DIA-MES
           END-IF.
       2400-OBTER-ULTIMO-DIA-EXIT.
           EXIT.
      *
       2500-AVANCAR-UM-DIA.
           PERFORM 2400-OBTER-ULTIMO-DIA
               THRU 2400-OBTER-ULTIMO-DIA-EXIT
           IF WK-CALC-DIA < WK-ULTIMO-DIA-MES
               ADD 1 TO WK-CALC-DIA
               GO TO 2500-AVANCAR-UM-DIA-EXIT
           END-IF

           MOVE 1 TO WK-CALC-DIA
           IF WK-CALC-MES < 12
               ADD 1 TO WK-CALC-MES
           ELSE
               ADD 1 TO WK-CALC-ANO
               MOVE 1 TO WK-CALC-MES
           END-IF.
       2500-AVANCAR-UM-DIA-EXIT.
           EXIT.
      *
       2600-RETROCEDER-UM-DIA.
           IF WK-CALC-DIA > 1
               SUBTRACT 1 FROM WK-CALC-DIA
               GO TO 2600-RETROCEDER-UM-DIA-EXIT
           END-IF

           IF WK-CALC-MES > 1
               SUBTRACT 1 FROM WK-CALC-MES
           ELSE
               SUBTRACT 1 FROM WK-CALC-ANO
               MOVE 12 TO WK-CALC-MES
           END-IF

           PERFORM 2400-OBTER-ULTIMO-DIA
               THRU 2400-OBTER-ULTIMO-DIA-EXIT
           MOVE WK-ULTIMO-DIA-MES TO WK-CALC-DIA.
       2600-RETROCEDER-UM-DIA-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-AVANCAR-UTEIS
      * AVANCA A DATA DE ENTRADA ATE CONTAR LK-QTD-DIAS DIAS UTEIS
      * (OU, COM ZERO, ATE O PRIMEIRO DIA UTIL A PARTIR DELA). A
      * BUSCA DESISTE DEPOIS DE UM ANO SEM DIA UTIL.
      *=================================*
       3000-AVANCAR-UTEIS.
           MOVE ZERO TO WK-QTD-CONTADOS
           MOVE ZERO TO WK-QTD-PASSOS
           IF LK-QTD-DIAS NOT NUMERIC
               MOVE ZERO TO LK-QTD-DIAS
           END-IF

           IF LK-QTD-DIAS = ZERO
               PERFORM 3100-PASSO-A-FRENTE
                   THRU 3100-PASSO-A-FRENTE-EXIT
                   UNTIL WK-DATA-UTIL
                      OR WK-QTD-PASSOS > WK-LIMITE-PASSOS
           ELSE
               PERFORM 3100-PASSO-A-FRENTE
                   THRU 3100-PASSO-A-FRENTE-EXIT
                   UNTIL WK-QTD-CONTADOS = LK-QTD-DIAS
                      OR WK-QTD-PASSOS > WK-LIMITE-PASSOS
                                       + LK-QTD-DIAS * 7
           END-IF

           IF WK-QTD-PASSOS > WK-LIMITE-PASSOS
            AND WK-DATA-NAO-UTIL
               DISPLAY 'AVISO: NENHUM DIA UTIL ENCONTRADO APOS '
                       LK-DATA-ENTRADA
               MOVE '12' TO LK-RETORNO
               GO TO 3000-AVANCAR-UTEIS-EXIT
           END-IF

           MOVE WK-DATA-CALCULO TO LK-DATA-SAIDA.
       3000-AVANCAR-UTEIS-EXIT.
           EXIT.
      *
      * COM QUANTIDADE ZERO A PROPRIA DATA DE ENTRADA, SE UTIL, JA
      * E A RESPOSTA: O PASSO SO E DADO QUANDO ELA NAO E UTIL.
       3100-PASSO-A-FRENTE.
           IF LK-QTD-DIAS = ZERO
            AND WK-DATA-UTIL
               GO TO 3100-PASSO-A-FRENTE-EXIT
           END-IF

           ADD 1 TO WK-QTD-PASSOS
           PERFORM 2500-AVANCAR-UM-DIA
               THRU 2500-AVANCAR-UM-DIA-EXIT
           PERFORM 2000-CLASSIFICAR-DATA
               THRU 2000-CLASSIFICAR-DATA-EXIT
           IF WK-DATA-UTIL
               ADD 1 TO WK-QTD-CONTADOS
           END-IF.
       3100-PASSO-A-FRENTE-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-RETROCEDER-UTEIS
      * RETROCEDE A DATA DE ENTRADA ATE CONTAR LK-QTD-DIAS DIAS
      * UTEIS (OU, COM ZERO, ATE O ULTIMO DIA UTIL ATE ELA). A
      * BUSCA DESISTE DEPOIS DE UM ANO SEM DIA UTIL.
      *=================================*
       4000-RETROCEDER-UTEIS.
           MOVE ZERO TO WK-QTD-CONTADOS
           MOVE ZERO TO WK-QTD-PASSOS
           IF LK-QTD-DIAS NOT NUMERIC
               MOVE ZERO TO LK-QTD-DIAS
           END-IF

           IF LK-QTD-DIAS = ZERO
               PERFORM 4100-PASSO-ATRAS
                   THRU 4100-PASSO-ATRAS-EXIT
                   UNTIL WK-DATA-UTIL
                      OR WK-QTD-PASSOS > WK-LIMITE-PASSOS
           ELSE
               PERFORM 4100-PASSO-ATRAS
                   THRU 4100-PASSO-ATRAS-EXIT
                   UNTIL WK-QTD-CONTADOS = LK-QTD-DIAS
                      OR WK-QTD-PASSOS > WK-LIMITE-PASSOS
                                       + LK-QTD-DIAS * 7
           END-IF

           IF WK-QTD-PASSOS > WK-LIMITE-PASSOS
            AND WK-DATA-NAO-UTIL
               DISPLAY 'AVISO: NENHUM DIA UTIL ENCONTRADO ANTES DE '
                       LK-DATA-ENTRADA
               MOVE '12' TO LK-RETORNO
               GO TO 4000-RETROCEDER-UTEIS-EXIT
           END-IF

           MOVE WK-DATA-CALCULO TO LK-DATA-SAIDA.
       4000-RETROCEDER-UTEIS-EXIT.
           EXIT.
      *
       4100-PASSO-ATRAS.
           IF LK-QTD-DIAS = ZERO
            AND WK-DATA-UTIL
               GO TO 4100-PASSO-ATRAS-EXIT
           END-IF

           ADD 1 TO WK-QTD-PASSOS
           PERFORM 2600-RETROCEDER-UM-DIA
               THRU 2600-RETROCEDER-UM-DIA-EXIT
           PERFORM 2000-CLASSIFICAR-DATA
               THRU 2000-CLASSIFICAR-DATA-EXIT
           IF WK-DATA-UTIL
               ADD 1 TO WK-QTD-CONTADOS
           END-IF.
       4100-PASSO-ATRAS-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-CONTAR-CORRIDOS
      * AVANCA (C) OU RETROCEDE (D) A DATA DE ENTRADA DIA A DIA,
      * LK-QTD-DIAS VEZES, SEM CONSULTAR O CALENDARIO.
      *=================================*
       5000-CONTAR-CORRIDOS.
           MOVE ZERO TO WK-QTD-PASSOS
           IF LK-QTD-DIAS NOT NUMERIC
               MOVE ZERO TO LK-QTD-DIAS
           END-IF

           PERFORM 5100-PASSO-CORRIDO
               THRU 5100-PASSO-CORRIDO-EXIT
               UNTIL WK-QTD-PASSOS = LK-QTD-DIAS

           MOVE WK-DATA-CALCULO TO LK-DATA-SAIDA.
       5000-CONTAR-CORRIDOS-EXIT.
           EXIT.
      *
       5100-PASSO-CORRIDO.
           ADD 1 TO WK-QTD-PASSOS
           IF LK-FUNCAO-AVANCAR-CORR
               PERFORM 2500-AVANCAR-UM-DIA
                   THRU 2500-AVANCAR-UM-DIA-EXIT
           ELSE
               PERFORM 2600-RETROCEDER-UM-DIA
                   THRU 2600-RETROCEDER-UM-DIA-EXIT
           END-IF.
       5100-PASSO-CORRIDO-EXIT.
           EXIT.
