       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUB005.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * SUBPROGRAMA DE ENCADEAMENTO DA TRILHA DE AUDITORIA
      * CADA LINHA DO AUDITLOG LEVA, NO FIM, UMA SEQUENCIA CORRIDA
      * E UM VALOR DE CADEIA CALCULADO A PARTIR DO VALOR DE CADEIA
      * DA LINHA ANTERIOR E DO CONTEUDO DA PROPRIA LINHA (COLUNAS
      * 1-137: OS DADOS E A SEQUENCIA). ALTERAR, INCLUIR, EXCLUIR
      * OU TROCAR DE LUGAR UMA LINHA QUEBRA A CADEIA DALI EM
      * DIANTE. TODO PROGRAMA QUE GRAVA NA TRILHA (BATCH E CICS)
      * CARIMBA A LINHA POR ESTE MODULO, E O VERIFICADOR (AUDVER01)
      * RECALCULA A CADEIA POR ELE - O CALCULO E UM SO.
      *
      * O MODULO SO CALCULA: NAO LE NEM GRAVA ARQUIVO, ENTAO PODE
      * SER CHAMADO TAMBEM PELAS TRANSACOES CICS (COMO O SUB001 E
      * O SUB002). QUEM CHAMA GUARDA A SEQUENCIA E A CADEIA DA
      * ULTIMA LINHA GRAVADA E AS PASSA EM CADA CHAMADA.
      *
      * FUNCOES (LK-FUNCAO):
      *   C - CARIMBA A LINHA: SOMA 1 A LK-SEQUENCIA, GRAVA A NOVA
      *       SEQUENCIA NA LINHA, CALCULA A CADEIA A PARTIR DE
      *       LK-CADEIA E GRAVA O RESULTADO NA LINHA E EM
      *       LK-CADEIA (QUE PASSAM A SER OS DA LINHA CARIMBADA).
      *   V - VERIFICA: CALCULA A CADEIA DA LINHA COMO ESTA
      *       (COM A SEQUENCIA JA CARIMBADA) A PARTIR DE LK-CADEIA
      *       E DEVOLVE O VALOR CALCULADO EM LK-CADEIA, SEM MEXER
      *       NA LINHA NEM EM LK-SEQUENCIA.
      *
      * CALCULO: DOIS ACUMULADORES POLINOMIAIS INDEPENDENTES, CADA
      * UM COM 9 DIGITOS (MODULO DE UM PRIMO PROXIMO DE 10**9),
      * SEMEADOS PELAS METADES DO VALOR DE CADEIA ANTERIOR E
      * ALIMENTADOS PELO CODIGO DE CADA BYTE DA LINHA; O VALOR DE
      * CADEIA E A JUNCAO DOS DOIS (18 DIGITOS). A PRIMEIRA LINHA
      * DO ARQUIVO PARTE DE CADEIA ZERO. O VALOR NAO E SECRETO -
      * QUEM PODE GRAVAR NO AUDITLOG PODE RECALCULAR A CADEIA
      * INTEIRA; O QUE PROTEGE O PASSADO E O SELO DIARIO GUARDADO
      * PELO AUDVER01 NO ARQUIVO PROTEGIDO AUDSELO.
      *
      * RETORNO (LK-RETORNO):
      *   00 - OK.
      *   08 - SEQUENCIA ESGOTADA (9999999 LINHAS): NADA CARIMBADO.
      *   12 - FUNCAO DESCONHECIDA.
      *
      * O RETURN-CODE DO CHAMADOR E PRESERVADO (SALVO NA ENTRADA E
      * RESTAURADO ANTES DO GOBACK), COMO NO SUB003.
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
      * CODIGO DO BYTE: O CARACTER FICA NO BYTE DE BAIXA ORDEM DE
      * UM BINARIO DE MEIA PALAVRA CUJO BYTE ALTO E ZERO.
       01  WK-BYTE-PAR.
           05  FILLER           PIC X(01) VALUE LOW-VALUE.
           05  WK-BYTE-CHAR     PIC X(01) VALUE LOW-VALUE.
       01  WK-BYTE-VALOR REDEFINES WK-BYTE-PAR
                                PIC 9(04) COMP.
      *
       01  WK-ACUM-1            PIC S9(18) COMP VALUE ZERO.
       01  WK-ACUM-2            PIC S9(18) COMP VALUE ZERO.
       01  WK-PRODUTO           PIC S9(18) COMP VALUE ZERO.
       01  WK-QUOCIENTE         PIC S9(18) COMP VALUE ZERO.
       01  WK-CADEIA-CALC       PIC 9(18) VALUE ZEROS.
      *
       01  WK-BASE-1            PIC S9(05) COMP VALUE 257.
       01  WK-BASE-2            PIC S9(05) COMP VALUE 65599.
       01  WK-PRIMO-1           PIC S9(10) COMP VALUE 999999937.
       01  WK-PRIMO-2           PIC S9(10) COMP VALUE 999999929.
       01  WK-METADE            PIC S9(10) COMP VALUE 1000000000.
      *
      * BYTES DA LINHA QUE ENTRAM NO CALCULO (DADOS + SEQUENCIA).
       01  WK-BYTES-ENCADEADOS  PIC 9(03) COMP VALUE 137.
       01  WK-IND-BYTE          PIC 9(03) COMP VALUE ZERO.
       01  WK-SEQ-LIMITE        PIC 9(07) VALUE 9999999.
      *
      * RETURN-CODE DO CHAMADOR, SALVO NA ENTRADA E RESTAURADO NO
      * GOBACK.
       01  WK-RC-CHAMADOR       PIC S9(04) VALUE ZERO.
      *
       LINKAGE                 SECTION.
       01  LK-FUNCAO            PIC X(01).
           88  LK-FUNCAO-CARIMBAR        VALUE 'C'.
           88  LK-FUNCAO-VERIFICAR       VALUE 'V'.
      * LINHA DO AUDITLOG (160 BYTES): DADOS NAS COLUNAS 1-130,
      * SEQUENCIA NAS 131-137 E VALOR DE CADEIA NAS 139-156.
       01  LK-LINHA-AUDIT.
           05  LK-LA-DADOS      PIC X(130).
           05  LK-LA-SEQUENCIA  PIC 9(07).
           05  FILLER           PIC X(01).
           05  LK-LA-CADEIA     PIC 9(18).
           05  FILLER           PIC X(04).
       01  LK-LINHA-BYTES REDEFINES LK-LINHA-AUDIT.
           05  LK-LA-BYTE       OCCURS 160 TIMES PIC X(01).
       01  LK-SEQUENCIA         PIC 9(07).
       01  LK-CADEIA            PIC 9(18).
       01  LK-RETORNO           PIC X(02).
      *
       PROCEDURE               DIVISION USING LK-FUNCAO,
                                              LK-LINHA-AUDIT,
                                              LK-SEQUENCIA,
                                              LK-CADEIA,
                                              LK-RETORNO.
       MAIN.
           MOVE RETURN-CODE TO WK-RC-CHAMADOR
           MOVE '00' TO LK-RETORNO

           EVALUATE TRUE
               WHEN LK-FUNCAO-CARIMBAR
                   IF LK-SEQUENCIA NOT < WK-SEQ-LIMITE
                       DISPLAY 'AVISO: SEQUENCIA DA TRILHA DE '
                               'AUDITORIA ESGOTADA'
                       MOVE '08' TO LK-RETORNO
                       GO TO MAIN-EXIT
                   END-IF
                   ADD 1 TO LK-SEQUENCIA
                   MOVE LK-SEQUENCIA TO LK-LA-SEQUENCIA
                   PERFORM 1000-CALCULAR-CADEIA
                       THRU 1000-CALCULAR-CADEIA-EXIT
                   MOVE WK-CADEIA-CALC TO LK-LA-CADEIA
                   MOVE WK-CADEIA-CALC TO LK-CADEIA
               WHEN LK-FUNCAO-VERIFICAR
                   PERFORM 1000-CALCULAR-CADEIA
                       THRU 1000-CALCULAR-CADEIA-EXIT
                   MOVE WK-CADEIA-CALC TO LK-CADEIA
               WHEN OTHER
                   DISPLAY 'AVISO: FUNCAO DESCONHECIDA NO '
                           'ENCADEAMENTO DA AUDITORIA: ' LK-FUNCAO
                   MOVE '12' TO LK-RETORNO
           END-EVALUATE.
      *
       MAIN-EXIT.
           MOVE WK-RC-CHAMADOR TO RETURN-CODE
           GOBACK.
      *
      *=================================*
      * 1000-CALCULAR-CADEIA
      * SEMEIA OS ACUMULADORES COM AS METADES DE LK-CADEIA (VALOR
      * DA LINHA ANTERIOR) E PASSA POR CADA BYTE ENCADEADO DA
      * LINHA. O VALOR FICA EM WK-CADEIA-CALC.
      *=================================*
       1000-CALCULAR-CADEIA.
           DIVIDE LK-CADEIA BY WK-METADE
               GIVING WK-ACUM-1
               REMAINDER WK-ACUM-2

           PERFORM 1100-ACUMULAR-BYTE
               THRU 1100-ACUMULAR-BYTE-EXIT
               VARYING WK-IND-BYTE FROM 1 BY 1
               UNTIL WK-IND-BYTE > WK-BYTES-ENCADEADOS

           COMPUTE WK-CADEIA-CALC = WK-ACUM-1 * WK-METADE
                                  + WK-ACUM-2.
       1000-CALCULAR-CADEIA-EXIT.
           EXIT.
      *
       1100-ACUMULAR-BYTE.
           MOVE LK-LA-BYTE (WK-IND-BYTE) TO WK-BYTE-CHAR

           COMPUTE WK-PRODUTO = WK-ACUM-1 * WK-BASE-1
                              + WK-BYTE-VALOR + 1
           DIVIDE WK-PRODUTO BY WK-PRIMO-1
               GIVING WK-QUOCIENTE
               REMAINDER WK-ACUM-1

           COMPUTE WK-PRODUTO = WK-ACUM-2 * WK-BASE-2
                              + WK-BYTE-VALOR + 1
           DIVIDE WK-PRODUTO BY WK-PRIMO-2
               GIVING WK-QUOCIENTE
               REMAINDER WK-ACUM-2.
       1100-ACUMULAR-BYTE-EXIT.
           EXIT.
