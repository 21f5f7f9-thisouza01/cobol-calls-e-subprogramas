      *   - QUANTIDADE DE REGISTROS VSAM DA DATA DO PROCESSAMENTO
      *     E SOMA DOS RESULTADOS DELES;
      *   - SOMA DOS BLOCOS DE TOTAIS DE CONTROLE DA SAIDA (UM
      *     BLOCO POR JOB QUE GRAVOU NELA: LIBERA01, PROGCALL E
      *     REWORK01).
      * A QUARTA PERNA E O DIARIO CONTABIL (GLJOURN, GRAVADO PELO
      * GLPOST01 ANTES DESTE PASSO): OS TOTAIS DE CONTROLE DO
      * TRAILER TEM QUE BATER COM OS REGISTROS VSAM DA DATA (LOTE E
      * ONLINE) E COM OS ESTORNOS DA AUDITORIA, OS DEBITOS E OS
      * CREDITOS REAPURADOS DAS LINHAS DE DETALHE TEM QUE BATER COM
      * O TRAILER E ENTRE SI. DIARIO AUSENTE, VAZIO (RETIDO) OU DE
      * OUTRA DATA TAMBEM DERRUBA O BALANCO.
      * QUALQUER DIVERGENCIA E APONTADA NO RELATORIO DE BALANCO E
      * O JOB TERMINA COM RETURN-CODE 8, PARA QUE O SCHEDULER
      * SEGURE OS JOBS SEGUINTES. EM BALANCO, RETURN-CODE 0.
      *                    VR-MOEDA. OS DESLOCAMENTOS USADOS NA
      *                    CONFERENCIA NAO MUDARAM (A MOEDA FOI
      *                    ACRESCENTADA NO FIM DAS LINHAS).
      * 2026-10-15 EDB     AS LINHAS DE RECUSA DA APROVACAO ONLINE
      *                    (ORIGEM REC, GRAVADAS PELO ONLINE06) FICAM
      *                    FORA DE TODAS AS VISOES: A RECUSA NAO
      *                    GRAVA REGISTRO NO VSAMRES.
      * 2026-10-15 EDB     INCLUIDO O DIARIO CONTABIL (GLJOURN, DO
      *                    GLPOST01) COMO QUARTA PERNA DO BALANCO:
      *                    TOTAIS DE CONTROLE DO TRAILER CONTRA OS
      *                    REGISTROS VSAM DA DATA E OS ESTORNOS DA
      *                    AUDITORIA, E DEBITOS/CREDITOS DAS LINHAS
      *                    DE DETALHE CONTRA O TRAILER.
      * 2026-10-15 EDB     OS DETALHES AGENDADOS LIBERADOS PELO
      *                    LIBERA01 (ORIGEM AGD NA AUDITORIA, FAIXA
      *                    DE SEQUENCIA 970001-979999 NO VSAMRES, E
      *                    BLOCO DE TOTAIS PROPRIO NA SAIDA) ENTRAM
      *                    NAS VISOES DO LOTE SEM MUDANCA NA
      *                    CONFERENCIA; SO A DESCRICAO FOI REVISTA.
      * 2026-10-15 EDB     A LINHA DA TRILHA DE AUDITORIA PASSOU A
      *                    X(160), COM A SEQUENCIA E O VALOR DE
      *                    CADEIA NAS COLUNAS 131-156 (CONFERIDOS
      *                    PELO AUDVER01); SO O REGISTRO LIDO FOI
      *                    AMPLIADO.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
           SELECT ARQ-BALANCO  ASSIGN TO 'RECONREP'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-BALANCO.

           SELECT ARQ-DIARIO   ASSIGN TO 'GLJOURN'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-DIARIO.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-VSAM-RESULT
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BALANCO         PIC X(80).
      *
       FD  ARQ-DIARIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-DIARIO          PIC X(120).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-SAIDA      PIC X(02) VALUE SPACES.
       01  WK-STATUS-AUDIT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-VSAM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-BALANCO    PIC X(02) VALUE SPACES.
       01  WK-STATUS-DIARIO     PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-QTD-ESTORNO       PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-ESTORNO      PIC S9(11)V99 COMP VALUE ZERO.
      *
      * QUARTA PERNA: DIARIO CONTABIL DO GLPOST01. OS TOTAIS DE
      * CONTROLE VEM DO TRAILER; DEBITOS E CREDITOS SAO
      * REAPURADOS DAS LINHAS DE DETALHE.
       01  WK-DIARIO-SW         PIC X(01) VALUE 'N'.
           88  WK-DIARIO-COMPLETO         VALUE 'S'.
           88  WK-DIARIO-INCOMPLETO       VALUE 'N'.
       01  WK-QTD-DIARIO-RESULT PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-DIARIO-RESULT PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-QTD-DIARIO-EST    PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-DIARIO-EST   PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-QTD-DIARIO-DEB    PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-DIARIO-DEB   PIC S9(15)V99 COMP VALUE ZERO.
       01  WK-QTD-DIARIO-CRED   PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-DIARIO-CRED  PIC S9(15)V99 COMP VALUE ZERO.
       01  WK-QTD-DIARIO-DET    PIC 9(07) COMP VALUE ZERO.
       01  WK-TRL-QTD-DETALHES  PIC 9(07) COMP VALUE ZERO.
       01  WK-TRL-DEBITOS       PIC S9(15)V99 COMP VALUE ZERO.
       01  WK-TRL-CREDITOS      PIC S9(15)V99 COMP VALUE ZERO.
       01  WK-QTD-VSAM-TOTAL    PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-VSAM-TOTAL   PIC S9(13)V99 COMP VALUE ZERO.
      *
      * CAMPO DE DESEDICAO: OS VALORES DAS LINHAS DE SAIDA E DOS
      * BLOCOS DE RESUMO ESTAO EDITADOS COM ZEROS SUPRIMIDOS; O
      * CAMPO ABAIXO RECEBE O VALOR ALINHADO A DIREITA, TROCA OS
               10  LB-VALOR-QTD PIC X(07).
               10  FILLER       PIC X(08).
           05  FILLER           PIC X(68).
      *
      * REGISTRO DO DIARIO CONTABIL (MESMO LEIAUTE DO GLPOST01):
      * CABECALHO H, DETALHE D E TRAILER T.
       01  LINHA-DIARIO-LIDA.
           05  LDL-TIPO         PIC X(01).
           05  LDL-CORPO        PIC X(119).
           05  LDL-CABECALHO REDEFINES LDL-CORPO.
               10  LDL-SISTEMA  PIC X(08).
               10  LDL-DATA-MOVIMENTO PIC X(08).
               10  LDL-DATA-MOV-NUM REDEFINES
                   LDL-DATA-MOVIMENTO PIC 9(08).
               10  FILLER       PIC X(103).
           05  LDL-DETALHE REDEFINES LDL-CORPO.
               10  LDL-DET-DATA PIC 9(08).
               10  LDL-CONTA    PIC X(12).
               10  LDL-MOEDA    PIC X(03).
               10  LDL-NATUREZA PIC X(01).
               10  LDL-VALOR    PIC 9(13)V99.
               10  FILLER       PIC X(80).
           05  LDL-TRAILER REDEFINES LDL-CORPO.
               10  LDL-QTD-DETALHES PIC 9(07).
               10  LDL-TOTAL-DEBITOS PIC 9(15)V99.
               10  LDL-TOTAL-CREDITOS PIC 9(15)V99.
               10  LDL-QTD-RESULTADOS PIC 9(07).
               10  LDL-SOMA-RESULTADOS PIC S9(13)V99
                               SIGN LEADING SEPARATE.
               10  LDL-QTD-ESTORNOS PIC 9(07).
               10  LDL-SOMA-ESTORNOS PIC S9(13)V99
                               SIGN LEADING SEPARATE.
               10  LDL-QTD-EST-DIA PIC 9(07).
               10  LDL-SOMA-EST-DIA PIC S9(13)V99
                               SIGN LEADING SEPARATE.
               10  FILLER       PIC X(09).
      *
       01  WK-ID-VSAM-PARTES.
           05  WK-IDV-DATA      PIC 9(08) VALUE ZEROS.
           PERFORM 4000-APURAR-VSAM
               THRU 4000-APURAR-VSAM-EXIT

           PERFORM 4500-APURAR-DIARIO
               THRU 4500-APURAR-DIARIO-EXIT

           PERFORM 5000-COMPARAR-TOTAIS
               THRU 5000-COMPARAR-TOTAIS-EXIT

                       WHEN 'EST'
                           ADD 1            TO WK-QTD-ESTORNO
                           ADD WK-VALOR-DEC TO WK-SOMA-ESTORNO
                       WHEN 'REC'
                           CONTINUE
                       WHEN OTHER
                           ADD 1            TO WK-QTD-AUDIT
                           ADD WK-VALOR-DEC TO WK-SOMA-AUDIT
           EXIT.
      *
      *=================================*
      * 4500-APURAR-DIARIO
      * PERCORRE O DIARIO CONTABIL: CONFERE A DATA DO CABECALHO,
      * REAPURA OS DEBITOS E CREDITOS DAS LINHAS DE DETALHE E
      * GUARDA OS TOTAIS DE CONTROLE DO TRAILER. DIARIO AUSENTE OU
      * SEM TRAILER (RETIDO PELO GLPOST01) DERRUBA O BALANCO.
      *=================================*
       4500-APURAR-DIARIO.
           OPEN INPUT ARQ-DIARIO
           IF WK-STATUS-DIARIO NOT = '00'
               DISPLAY 'DIARIO CONTABIL (GLJOURN) INDISPONIVEL: '
                       WK-STATUS-DIARIO
               SET WK-FORA-BALANCO TO TRUE
               GO TO 4500-APURAR-DIARIO-EXIT
           END-IF

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 4600-LER-LINHA-DIARIO
               THRU 4600-LER-LINHA-DIARIO-EXIT
           PERFORM 4700-CLASSIFICAR-DIARIO
               THRU 4700-CLASSIFICAR-DIARIO-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE ARQ-DIARIO

           IF WK-DIARIO-INCOMPLETO
               DISPLAY 'DIARIO CONTABIL SEM TRAILER - RETIDO OU '
                       'INCOMPLETO'
               SET WK-FORA-BALANCO TO TRUE
           END-IF.
       4500-APURAR-DIARIO-EXIT.
           EXIT.
      *
       4600-LER-LINHA-DIARIO.
           READ ARQ-DIARIO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       4600-LER-LINHA-DIARIO-EXIT.
           EXIT.
      *
       4700-CLASSIFICAR-DIARIO.
           MOVE REG-DIARIO TO LINHA-DIARIO-LIDA

           EVALUATE LDL-TIPO
               WHEN 'H'
                   IF LDL-DATA-MOVIMENTO NOT NUMERIC
                    OR LDL-DATA-MOV-NUM NOT = WK-DATA-SISTEMA
                       DISPLAY 'DIARIO CONTABIL DE OUTRA DATA: '
                               LDL-DATA-MOVIMENTO
                       SET WK-FORA-BALANCO TO TRUE
                   END-IF
               WHEN 'D'
                   ADD 1 TO WK-QTD-DIARIO-DET
                   IF LDL-NATUREZA = 'D'
                       ADD 1         TO WK-QTD-DIARIO-DEB
                       ADD LDL-VALOR TO WK-SOMA-DIARIO-DEB
                   ELSE
                       ADD 1         TO WK-QTD-DIARIO-CRED
                       ADD LDL-VALOR TO WK-SOMA-DIARIO-CRED
                   END-IF
               WHEN 'T'
                   SET WK-DIARIO-COMPLETO TO TRUE
                   MOVE LDL-QTD-DETALHES    TO WK-TRL-QTD-DETALHES
                   MOVE LDL-TOTAL-DEBITOS   TO WK-TRL-DEBITOS
                   MOVE LDL-TOTAL-CREDITOS  TO WK-TRL-CREDITOS
                   MOVE LDL-QTD-RESULTADOS  TO WK-QTD-DIARIO-RESULT
                   MOVE LDL-SOMA-RESULTADOS TO WK-SOMA-DIARIO-RESULT
                   COMPUTE WK-QTD-DIARIO-EST =
                           LDL-QTD-ESTORNOS + LDL-QTD-EST-DIA
                   COMPUTE WK-SOMA-DIARIO-EST =
                           LDL-SOMA-ESTORNOS + LDL-SOMA-EST-DIA
               WHEN OTHER
                   DISPLAY 'LINHA DO DIARIO NAO RECONHECIDA: '
                           REG-DIARIO
                   SET WK-FORA-BALANCO TO TRUE
           END-EVALUATE

           PERFORM 4600-LER-LINHA-DIARIO
               THRU 4600-LER-LINHA-DIARIO-EXIT.
       4700-CLASSIFICAR-DIARIO-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-COMPARAR-TOTAIS
      * COMPARA AS QUATRO VISOES (SAIDA, AUDITORIA, VSAM E TOTAIS
      * DE CONTROLE) EM QUANTIDADE E SOMA. QUALQUER PAR DIVERGENTE
           IF WK-QTD-AUDIT-ONL  NOT = WK-QTD-VSAM-ONL
            OR WK-SOMA-AUDIT-ONL NOT = WK-SOMA-VSAM-ONL
               SET WK-FORA-BALANCO TO TRUE
           END-IF

      * QUARTA PERNA: O DIARIO CONTABIL COBRE TODOS OS REGISTROS
      * VSAM DA DATA (LOTE E ONLINE) E TODOS OS ESTORNOS DA
      * AUDITORIA; SUAS LINHAS DE DETALHE TEM QUE FECHAR COM O
      * TRAILER E OS DEBITOS COM OS CREDITOS.
           COMPUTE WK-QTD-VSAM-TOTAL  = WK-QTD-VSAM + WK-QTD-VSAM-ONL
           COMPUTE WK-SOMA-VSAM-TOTAL =
                   WK-SOMA-VSAM + WK-SOMA-VSAM-ONL
           IF WK-DIARIO-COMPLETO
               IF WK-QTD-DIARIO-RESULT  NOT = WK-QTD-VSAM-TOTAL
                OR WK-SOMA-DIARIO-RESULT NOT = WK-SOMA-VSAM-TOTAL
                OR WK-QTD-DIARIO-EST     NOT = WK-QTD-ESTORNO
                OR WK-SOMA-DIARIO-EST    NOT = WK-SOMA-ESTORNO
                   SET WK-FORA-BALANCO TO TRUE
               END-IF
               IF WK-QTD-DIARIO-DET     NOT = WK-TRL-QTD-DETALHES
                OR WK-SOMA-DIARIO-DEB    NOT = WK-TRL-DEBITOS
                OR WK-SOMA-DIARIO-CRED   NOT = WK-TRL-CREDITOS
                OR WK-SOMA-DIARIO-DEB    NOT = WK-SOMA-DIARIO-CRED
                   SET WK-FORA-BALANCO TO TRUE
               END-IF
           END-IF.
       5000-COMPARAR-TOTAIS-EXIT.
           EXIT.
           MOVE WK-SOMA-ESTORNO    TO LBD-SOMA
           WRITE REG-BALANCO FROM LINHA-BAL-DETALHE

           MOVE 'DIARIO CONTABIL - RESULTADOS....: '
                                   TO LBD-ROTULO
           MOVE WK-QTD-DIARIO-RESULT  TO LBD-QTD
           MOVE WK-SOMA-DIARIO-RESULT TO LBD-SOMA
           WRITE REG-BALANCO FROM LINHA-BAL-DETALHE

           MOVE 'DIARIO CONTABIL - ESTORNOS......: '
                                   TO LBD-ROTULO
           MOVE WK-QTD-DIARIO-EST  TO LBD-QTD
           MOVE WK-SOMA-DIARIO-EST TO LBD-SOMA
           WRITE REG-BALANCO FROM LINHA-BAL-DETALHE

           MOVE 'DIARIO CONTABIL - DEBITOS.......: '
                                   TO LBD-ROTULO
           MOVE WK-QTD-DIARIO-DEB  TO LBD-QTD
           MOVE WK-SOMA-DIARIO-DEB TO LBD-SOMA
           WRITE REG-BALANCO FROM LINHA-BAL-DETALHE

           MOVE 'DIARIO CONTABIL - CREDITOS......: '
                                   TO LBD-ROTULO
           MOVE WK-QTD-DIARIO-CRED  TO LBD-QTD
           MOVE WK-SOMA-DIARIO-CRED TO LBD-SOMA
           WRITE REG-BALANCO FROM LINHA-BAL-DETALHE

           IF WK-EM-BALANCO
               MOVE 'EM BALANCO      ' TO LBS-SITUACAO
           ELSE
           DISPLAY 'AUD. ONL.: ' WK-QTD-AUDIT-ONL ' / '
                   WK-SOMA-AUDIT-ONL
           DISPLAY 'VSAM ONL.: ' WK-QTD-VSAM-ONL ' / '
                   WK-SOMA-VSAM-ONL
           DISPLAY 'DIARIO...: ' WK-QTD-DIARIO-RESULT ' / '
                   WK-SOMA-DIARIO-RESULT
           DISPLAY 'DIAR.EST.: ' WK-QTD-DIARIO-EST ' / '
                   WK-SOMA-DIARIO-EST
           DISPLAY 'DEB/CRED.: ' WK-SOMA-DIARIO-DEB ' / '
                   WK-SOMA-DIARIO-CRED.
       7000-IMPRIMIR-BALANCO-EXIT.
           EXIT.
      *
