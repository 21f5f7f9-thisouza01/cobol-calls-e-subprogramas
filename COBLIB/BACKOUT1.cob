      *             ESTORNO GRAVADO (MESMA DISCIPLINA DO RETEN01);
      *   PASSO 3 - REMOVE AS ENTRADAS LOTE+PARTICAO DO LOTECTL,
      *             PARA QUE A RETRANSMISSAO CORRIGIDA SEJA ACEITA
      *             PELO PROGCALL;
      *   PASSO 4 - CANCELA NO ARQUIVO DE AGENDAMENTOS (AGENDMST)
      *             OS DETALHES AGENDADOS DO LOTE AINDA PENDENTES,
      *             PARA QUE O LIBERA01 NAO OS POSTE DEPOIS DO
      *             ESTORNO (OS JA LIBERADOS ESTAO NO VSAMRES E SAO
      *             ESTORNADOS NOS PASSOS 1 E 2).
      * AS LINHAS DE ESTORNO NA AUDITORIA SAO IGNORADAS PELA
      * CONFERENCIA (RECON01), QUE SO AS CONTA EM VISAO PROPRIA - O
      * BALANCO DO DIA NAO E DERRUBADO PELO ESTORNO DE UM LOTE DE
      * DIAS ANTERIORES.
      * LOTE SEM NENHUM REGISTRO NO VSAMRES, SEM ENTRADA NO
      * LOTECTL E SEM AGENDADO PENDENTE ENCERRA COM RETURN-CODE 4
      * (PROVAVEL ID ERRADO).
      * A MENSAGEM DA LINHA DE ESTORNO LEVA, EM POSICOES FIXAS, O
      * SISTEMA DE ORIGEM DO LOTE (LIDO DO LOTECTL ANTES DO PASSO
      * 3, QUE O REMOVE) E A DATA DO REGISTRO ESTORNADO (PARTE
      * INICIAL DO ID DE TRANSACAO):
      *   ESTORNO DO LOTE LLLLLLLL ORIGEM SSSSSSSS AAAAMMDD
      * A INTERFACE CONTABIL (GLPOST01) USA A ORIGEM PARA ACHAR AS
      * CONTAS DO ESTORNO E A DATA PARA SABER SE O LANCAMENTO
      * ORIGINAL JA FOI CONTABILIZADO.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      *                    VSAM, MOEDA NA LINHA DE ESTORNO DA
      *                    AUDITORIA E CAMPO MOEDA NA INTERFACE DE
      *                    ESTORNO (MESMO FORMATO DO EXTRACT1).
      * 2026-10-15 EDB     A MENSAGEM DE ESTORNO PASSOU A LEVAR O
      *                    SISTEMA DE ORIGEM DO LOTE (LIDO DO
      *                    LOTECTL ANTES DA REMOCAO DAS ENTRADAS) E
      *                    A DATA DO REGISTRO ESTORNADO, PARA A
      *                    INTERFACE CONTABIL (GLPOST01) - O LOTECTL
      *                    NAO TEM MAIS O LOTE QUANDO O ESTORNO E
      *                    CONTABILIZADO.
      * 2026-10-15 EDB     INCLUIDO O PASSO 4: OS DETALHES AGENDADOS
      *                    PENDENTES DO LOTE (AGENDMST) SAO
      *                    CANCELADOS, PARA NAO SEREM LIBERADOS
      *                    PELO LIBERA01 DEPOIS DO ESTORNO.
      * 2026-10-15 EDB     LINHA DE AUDITORIA AMPLIADA PARA X(160) COM
      *                    SEQUENCIA E VALOR DE CADEIA (SUB005): O
      *                    ESTORNO CONTINUA A CADEIA DA ULTIMA LINHA
      *                    DO ARQUIVO (SUB006) E PUBLICA A POSICAO
      *                    FINAL NO AUDCTL.
      * 2026-10-15 EDB     LINHA DE AUDITORIA COMPLETADA PARA 160
      *                    BYTES (FILLER FINAL X(06)).
      * 2026-10-15 EDB     FALHA DO SUB005/SUB006 (INDISPONIVEL OU
      *                    RETORNO DIFERENTE DE 00) PASSOU A SER FATAL
      *                    (RC 16), SEM GRAVAR A LINHA DE AUDITORIA.
      * 2026-10-15 EDB     ABORTO NOS PASSOS DE EXPURGO, LOTECTL OU
      *                    AGENDADOS ENCERRA O JOB SEM O AVISO DE LOTE
      *                    NAO ENCONTRADO (RC 4 SO COM RC AINDA ZERO).
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
           SELECT ARQ-INTERFACE ASSIGN TO 'BCKINTF'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-INTF.

           SELECT ARQ-AGENDA   ASSIGN TO 'AGENDMST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    AG-CHAVE
                                ALTERNATE RECORD KEY AG-LOTE-ID
                                    WITH DUPLICATES
                                FILE STATUS   WK-STATUS-AGENDA.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-LOTE-CTL
           RECORDING MODE IS F
           05  LOT-LOTE-ID     PIC X(08).
           05  FILLER          PIC X(01).
           05  LOT-PARTICAO    PIC X(01).
           05  FILLER          PIC X(01).
           05  LOT-DATA-NEGOCIO PIC 9(08).
           05  FILLER          PIC X(01).
           05  LOT-SISTEMA-ORIGEM PIC X(08).
           05  FILLER          PIC X(52).
      *
       FD  ARQ-INTERFACE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-INTERFACE       PIC X(130).
      *
      * DETALHE AGENDADO (MESMO LEIAUTE DO PROGCALL E DO LIBERA01).
      * SITUACAO: P PENDENTE, L LIBERADO, C CANCELADO, E ERRO.
       FD  ARQ-AGENDA
           LABEL RECORDS ARE STANDARD.
       01  REG-AGENDA.
           05  AG-CHAVE.
               10  AG-DATA-RECEBIMENTO PIC 9(08).
               10  AG-SEQ      PIC 9(06).
           05  AG-SITUACAO     PIC X(01).
               88  AG-PENDENTE            VALUE 'P'.
               88  AG-LIBERADO            VALUE 'L'.
               88  AG-CANCELADO           VALUE 'C'.
               88  AG-COM-ERRO            VALUE 'E'.
           05  AG-DATA-EFETIVA PIC 9(08).
           05  AG-DATA-INFORMADA PIC 9(08).
           05  AG-LOTE-ID      PIC X(08).
           05  AG-SISTEMA-ORIGEM PIC X(08).
           05  AG-DATA-NEGOCIO PIC 9(08).
           05  AG-NUM1-SINAL   PIC X(01).
           05  AG-NUM1-DIGS    PIC X(09).
           05  AG-NUM2-SINAL   PIC X(01).
           05  AG-NUM2-DIGS    PIC X(09).
           05  AG-OPERACAO     PIC X(01).
           05  AG-MOEDA        PIC X(03).
           05  AG-TRANS-ID     PIC X(14).
           05  AG-DATA-SITUACAO PIC 9(08).
           05  AG-HORA-SITUACAO PIC 9(08).
           05  AG-OPERADOR     PIC X(08).
           05  AG-MENSAGEM     PIC X(50).
           05  FILLER          PIC X(13).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-AUDIT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-LOTECTL    PIC X(02) VALUE SPACES.
       01  WK-STATUS-INTF       PIC X(02) VALUE SPACES.
       01  WK-STATUS-AGENDA     PIC X(02) VALUE SPACES.
      *
       01  WK-LOTE-ESTORNO      PIC X(08) VALUE SPACES.
       01  WK-ORIGEM-ESTORNO    PIC X(08) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-QTD-ESTORNADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-EXPURGADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-AGENDADOS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-MANTIDOS      PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-LOTECTL       PIC 9(03) COMP VALUE ZERO.
       01  WK-HASH-ESTORNO      PIC S9(13)V99 COMP VALUE ZERO.
           05  WK-TMS-HORA      PIC 9(08).
       01  WK-LINHA-INTERFACE   PIC X(130) VALUE SPACES.
      *
      * MENSAGEM DA LINHA DE ESTORNO, EM POSICOES FIXAS PARA A
      * INTERFACE CONTABIL (GLPOST01).
       01  WK-MSG-ESTORNO.
           05  FILLER           PIC X(16)
               VALUE 'ESTORNO DO LOTE '.
           05  MSE-LOTE         PIC X(08) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE ' ORIGEM '.
           05  MSE-ORIGEM       PIC X(08) VALUE SPACES.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  MSE-DATA-ORIGINAL PIC X(08) VALUE SPACES.
           05  FILLER           PIC X(01) VALUE SPACES.
      *
       01  WK-ID-VSAM-PARTES.
           05  WK-IDV-DATA      PIC X(08) VALUE SPACES.
           05  WK-IDV-SEQ       PIC X(06) VALUE SPACES.
      *
       01  LINHA-AUDITORIA.
           05  LA-DATA          PIC 9(08).
           05  LA-ORIGEM        PIC X(03)  VALUE SPACES.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-MOEDA         PIC X(03)  VALUE SPACES.
           05  FILLER           PIC X(06)  VALUE SPACES.
           05  LA-SEQ-CADEIA    PIC 9(07)  VALUE ZEROS.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LA-VALOR-CADEIA  PIC 9(18)  VALUE ZEROS.
           05  FILLER           PIC X(04)  VALUE SPACES.
      *
      * POSICAO DA CADEIA DA TRILHA DE AUDITORIA (SUB005/SUB006):
      * SEQUENCIA E VALOR DE CADEIA DA ULTIMA LINHA GRAVADA.
       01  WK-CAD-FUNCAO        PIC X(01) VALUE SPACE.
       01  WK-CAD-PROGRAMA      PIC X(08) VALUE 'BACKOUT1'.
       01  WK-CAD-SEQUENCIA     PIC 9(07) VALUE ZEROS.
       01  WK-CAD-VALOR         PIC 9(18) VALUE ZEROS.
       01  WK-CAD-RETORNO       PIC X(02) VALUE SPACES.
      *
       PROCEDURE               DIVISION.
      *=================================*

           DISPLAY 'LOTE A ESTORNAR: ' WK-LOTE-ESTORNO

           PERFORM 1500-OBTER-ORIGEM
               THRU 1500-OBTER-ORIGEM-EXIT

           PERFORM 2000-GRAVAR-ESTORNOS
               THRU 2000-GRAVAR-ESTORNOS-EXIT


           PERFORM 3000-EXPURGAR-LOTE
               THRU 3000-EXPURGAR-LOTE-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 4000-REGRAVAR-LOTECTL
               THRU 4000-REGRAVAR-LOTECTL-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 5000-CANCELAR-AGENDADOS
               THRU 5000-CANCELAR-AGENDADOS-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           DISPLAY 'REGISTROS ESTORNADOS....: ' WK-QTD-ESTORNADOS
           DISPLAY 'REGISTROS EXPURGADOS....: ' WK-QTD-EXPURGADOS
           DISPLAY 'REGISTROS MANTIDOS......: ' WK-QTD-MANTIDOS
           DISPLAY 'ENTRADAS LOTECTL REMOV..: ' WK-QTD-LOTECTL
           DISPLAY 'AGENDADOS CANCELADOS....: ' WK-QTD-AGENDADOS

           IF WK-QTD-ESTORNADOS = ZERO
            AND WK-QTD-LOTECTL = ZERO
            AND WK-QTD-AGENDADOS = ZERO
            AND RETURN-CODE = ZERO
               DISPLAY 'AVISO: NENHUM REGISTRO DO LOTE '
                       WK-LOTE-ESTORNO ' FOI ENCONTRADO - '
                       'CONFIRA O ID INFORMADO'
           EXIT.
      *
      *=================================*
      * 1500-OBTER-ORIGEM
      * LOCALIZA NO LOTECTL O SISTEMA DE ORIGEM DO LOTE, QUE VAI NA
      * MENSAGEM DE ESTORNO (O PASSO 3 REMOVE AS ENTRADAS DO LOTE).
      * LOTECTL AUSENTE OU LOTE SEM ENTRADA DEIXA A ORIGEM EM
      * BRANCO, COM AVISO - A INTERFACE CONTABIL USA ENTAO AS
      * CONTAS PADRAO.
      *=================================*
       1500-OBTER-ORIGEM.
           MOVE SPACES TO WK-ORIGEM-ESTORNO
           SET NAO-FIM-ARQUIVO TO TRUE

           OPEN INPUT ARQ-LOTE-CTL
           IF WK-STATUS-LOTECTL NOT = '00'
               DISPLAY 'AVISO: LOTECTL AUSENTE (STATUS '
                       WK-STATUS-LOTECTL ') - ORIGEM DO LOTE NAO '
                       'IDENTIFICADA'
               GO TO 1500-OBTER-ORIGEM-EXIT
           END-IF

           PERFORM 1510-LER-ENTRADA-ORIGEM
               THRU 1510-LER-ENTRADA-ORIGEM-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE ARQ-LOTE-CTL

           IF WK-ORIGEM-ESTORNO = SPACES
               DISPLAY 'AVISO: LOTE ' WK-LOTE-ESTORNO ' SEM '
                       'ENTRADA NO LOTECTL - ORIGEM NAO IDENTIFICADA'
           ELSE
               DISPLAY 'SISTEMA DE ORIGEM DO LOTE: '
                       WK-ORIGEM-ESTORNO
           END-IF.
       1500-OBTER-ORIGEM-EXIT.
           EXIT.
      *
       1510-LER-ENTRADA-ORIGEM.
           READ ARQ-LOTE-CTL
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 1510-LER-ENTRADA-ORIGEM-EXIT
           END-READ

           IF LOT-LOTE-ID = WK-LOTE-ESTORNO
               MOVE LOT-SISTEMA-ORIGEM TO WK-ORIGEM-ESTORNO
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       1510-LER-ENTRADA-ORIGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-GRAVAR-ESTORNOS
      * PASSO 1: VARRE O VSAMRES E GRAVA, PARA CADA REGISTRO DO
      * LOTE, A LINHA DE ESTORNO NA AUDITORIA E NO ARQUIVO DE

      * A AUDITORIA DO DIA E COMPLEMENTADA (EXTEND); SE AINDA NAO
      * EXISTIR (ESTORNO RODANDO ANTES DO LOTE DO DIA), E CRIADA.
      * A CADEIA CONTINUA DA ULTIMA LINHA JA GRAVADA NO ARQUIVO.
           MOVE 'A' TO WK-CAD-FUNCAO
           CALL 'SUB006' USING WK-CAD-FUNCAO,
                           WK-CAD-PROGRAMA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-CAD-RETORNO
           END-CALL
           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: POSICAO DA CADEIA DA AUDITORIA NAO '
                       'OBTIDA (SUB006 RETORNO ' WK-CAD-RETORNO ')'
               SET WK-ERRO-ESTORNO TO TRUE
               CLOSE ARQ-VSAM-RESULT
               GO TO 2000-GRAVAR-ESTORNOS-EXIT
           END-IF

           OPEN EXTEND ARQ-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT ARQ-AUDITORIA
               GO TO 2000-GRAVAR-ESTORNOS-EXIT
           END-IF

           MOVE WK-LOTE-ESTORNO   TO MSE-LOTE
           MOVE WK-ORIGEM-ESTORNO TO MSE-ORIGEM

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 2100-LER-VSAM

           CLOSE ARQ-VSAM-RESULT
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-INTERFACE

           MOVE 'P' TO WK-CAD-FUNCAO
           CALL 'SUB006' USING WK-CAD-FUNCAO,
                           WK-CAD-PROGRAMA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-CAD-RETORNO
           END-CALL
           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: POSICAO DA CADEIA DA AUDITORIA NAO '
                       'PUBLICADA NO AUDCTL (SUB006 RETORNO '
                       WK-CAD-RETORNO ')'
               SET WK-ERRO-ESTORNO TO TRUE
           END-IF.
       2000-GRAVAR-ESTORNOS-EXIT.
           EXIT.
      *
      *=================================*
      * 2200-ESTORNAR-REGISTRO
      * GRAVA A LINHA DE ESTORNO NA AUDITORIA (ORIGEM EST,
      * RESULTADO COM O SINAL INVERTIDO, CARIMBADA PELO SUB005) E
      * NO ARQUIVO DE INTERFACE PARA O REGISTRO CORRENTE, QUANDO
      * ELE PERTENCE AO LOTE.
      *=================================*
       2200-ESTORNAR-REGISTRO.
           IF VR-LOTE-ID NOT = WK-LOTE-ESTORNO
           END-IF

           COMPUTE WK-RESULT-ESTORNO = ZERO - VR-RESULTADO
           MOVE VR-TRANS-ID       TO WK-ID-VSAM-PARTES
           MOVE WK-IDV-DATA       TO MSE-DATA-ORIGINAL

           MOVE SPACES            TO LINHA-AUDITORIA
           MOVE WK-DATA-SISTEMA   TO LA-DATA
           MOVE 'EST'             TO LA-ORIGEM
           MOVE VR-MOEDA          TO LA-MOEDA

           MOVE 'C' TO WK-CAD-FUNCAO
           CALL 'SUB005' USING WK-CAD-FUNCAO,
                           LINHA-AUDITORIA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-CAD-RETORNO
           END-CALL
           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB005 RETORNOU ' WK-CAD-RETORNO
                       ' - LINHA DE AUDITORIA NAO GRAVADA'
               SET WK-ERRO-ESTORNO TO TRUE
               GO TO 2200-ESTORNAR-REGISTRO-EXIT
           END-IF

           WRITE REG-AUDITORIA FROM LINHA-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDITORIA: ' WK-STATUS-AUDIT
           WRITE REG-LOTE-CTL FROM WK-CTL-ENTRADA (WK-IND-CTL).
       4200-GRAVAR-UMA-ENTRADA-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-CANCELAR-AGENDADOS
      * PASSO 4: PERCORRE OS AGENDAMENTOS DO LOTE PELA CHAVE
      * ALTERNADA E CANCELA OS AINDA PENDENTES. ARQUIVO DE
      * AGENDAMENTOS INEXISTENTE EQUIVALE A NENHUM AGENDADO.
      *=================================*
       5000-CANCELAR-AGENDADOS.
           OPEN I-O ARQ-AGENDA
           IF WK-STATUS-AGENDA = '35'
               DISPLAY 'AVISO: AGENDMST INEXISTENTE - NENHUM '
                       'AGENDADO A CANCELAR'
               GO TO 5000-CANCELAR-AGENDADOS-EXIT
           END-IF
           IF WK-STATUS-AGENDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR AGENDMST: ' WK-STATUS-AGENDA
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               GO TO 5000-CANCELAR-AGENDADOS-EXIT
           END-IF

           MOVE WK-LOTE-ESTORNO TO AG-LOTE-ID
           START ARQ-AGENDA
               KEY EQUAL AG-LOTE-ID
               INVALID KEY
                   CLOSE ARQ-AGENDA
                   GO TO 5000-CANCELAR-AGENDADOS-EXIT
           END-START

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 5100-CANCELAR-UM-AGENDADO
               THRU 5100-CANCELAR-UM-AGENDADO-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE ARQ-AGENDA.
       5000-CANCELAR-AGENDADOS-EXIT.
           EXIT.
      *
       5100-CANCELAR-UM-AGENDADO.
           READ ARQ-AGENDA NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 5100-CANCELAR-UM-AGENDADO-EXIT
           END-READ

           IF AG-LOTE-ID NOT = WK-LOTE-ESTORNO
               SET FIM-ARQUIVO TO TRUE
               GO TO 5100-CANCELAR-UM-AGENDADO-EXIT
           END-IF

           IF NOT AG-PENDENTE
               GO TO 5100-CANCELAR-UM-AGENDADO-EXIT
           END-IF

           SET AG-CANCELADO     TO TRUE
           MOVE WK-DATA-SISTEMA TO AG-DATA-SITUACAO
           MOVE WK-HORA-SISTEMA TO AG-HORA-SITUACAO
           MOVE 'BACKOUT1'      TO AG-OPERADOR
           MOVE 'CANCELADO PELO ESTORNO DO LOTE' TO AG-MENSAGEM
           REWRITE REG-AGENDA
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR AGENDADO ' AG-CHAVE
                           ' STATUS: ' WK-STATUS-AGENDA
                   MOVE 8 TO RETURN-CODE
                   GO TO 5100-CANCELAR-UM-AGENDADO-EXIT
           END-REWRITE
           ADD 1 TO WK-QTD-AGENDADOS.
       5100-CANCELAR-UM-AGENDADO-EXIT.
           EXIT.
