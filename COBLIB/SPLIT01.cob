      *                    A OPERACAO) - OS REGISTROS SAO COPIADOS
      *                    INTEIROS PARA AS PARTICOES, ENTAO SO OS
      *                    LEIAUTES FORAM ATUALIZADOS.
      * 2026-10-15 EDB     TRAILER DE CADA PARTICAO PASSA A LEVAR O
      *                    TOTAL DE DETALHES DO LOTE INTEIRO
      *                    (POSICOES 39-45), USADO PELO PROGCALL NA
      *                    CRITICA DO LIMITE DE VOLUME DA ORIGEM
      *                    (CADASTRO SISORIG).
      * 2026-10-15 EDB     ACOMPANHADO O DETALHE TIPO A (AGENDADO) DO
      *                    PROGCALL: E DISTRIBUIDO NO RODIZIO E ENTRA
      *                    NOS HASH-TOTAIS COMO O DETALHE TIPO D (OS
      *                    OPERANDOS ESTAO NAS MESMAS POSICOES).
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
               88  REG-TIPO-TRAILER       VALUE 'T'.
               88  REG-TIPO-DETALHE       VALUE 'D'.
               88  REG-TIPO-REFERENCIA    VALUE 'R'.
               88  REG-TIPO-AGENDADO      VALUE 'A'.
           05  REG-NUM1-SINAL  PIC X(01).
           05  REG-NUM1-DIGS   PIC X(09).
           05  REG-NUM1-DIGS-V REDEFINES REG-NUM1-DIGS
               10  SAI-QTD-REGISTROS PIC 9(07).
               10  SAI-HASH-NUM1 PIC 9(13)V99.
               10  SAI-HASH-NUM2 PIC 9(13)V99.
               10  SAI-QTD-LOTE PIC 9(07).
               10  FILLER      PIC X(35).
       01  WK-SAI-TIPO REDEFINES WK-REGISTRO-SAIDA.
           05  SAI-TIPO        PIC X(01).
           05  FILLER          PIC X(79).
               WHEN REG-TIPO-REFERENCIA
                   PERFORM 3100-DISTRIBUIR-DETALHE
                       THRU 3100-DISTRIBUIR-DETALHE-EXIT
               WHEN REG-TIPO-AGENDADO
                   PERFORM 3100-DISTRIBUIR-DETALHE
                       THRU 3100-DISTRIBUIR-DETALHE-EXIT
               WHEN REG-TIPO-TRAILER
                   PERFORM 3200-VALIDAR-TRAILER
                       THRU 3200-VALIDAR-TRAILER-EXIT
      *=================================*
      * 5000-GRAVAR-TRAILERS
      * GRAVA O TRAILER DE CADA PARTICAO COM A QUANTIDADE E OS
      * HASH-TOTAIS DOS DETALHES DISTRIBUIDOS PARA ELA, MAIS O
      * TOTAL DE DETALHES DO LOTE INTEIRO.
      *=================================*
       5000-GRAVAR-TRAILERS.
           PERFORM 5100-GRAVAR-UM-TRAILER
           MOVE PAR-QTD       (WK-IND-PART) TO SAI-QTD-REGISTROS
           MOVE PAR-HASH-NUM1 (WK-IND-PART) TO SAI-HASH-NUM1
           MOVE PAR-HASH-NUM2 (WK-IND-PART) TO SAI-HASH-NUM2
           MOVE WK-QTD-DETALHES TO SAI-QTD-LOTE
           MOVE WK-IND-PART   TO WK-PART-ATUAL
           PERFORM 4000-GRAVAR-NA-PARTICAO
               THRU 4000-GRAVAR-NA-PARTICAO-EXIT.
