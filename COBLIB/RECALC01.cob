       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             RECALC01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * VERIFICACAO DE RECALCULO DO VSAMRES
      * REPASSA OS RESULTADOS GRAVADOS PELO SUB001 QUE ESTIVER NO
      * STEPLIB E CONFERE SE A VERSAO EM USO DA AS MESMAS RESPOSTAS
      * DAS VERSOES QUE GRAVARAM O HISTORICO (VALORES SINALIZADOS,
      * DIVISAO COM ARREDONDAMENTO ETC.) E SE NENHUM RESULTADO SE
      * DESCOLOU DOS SEUS OPERANDOS. RODA EM PARALELO A CADA
      * LIBERACAO DE NOVA VERSAO DO SUB001 (COM O MODULO NOVO NO
      * STEPLIB) E MENSALMENTE COMO CONFERENCIA DE INTEGRIDADE.
      *
      * PARA CADA REGISTRO SELECIONADO DO VSAMRES (E, SE PEDIDO, DO
      * ARQUIVO-MORTO - AS GERACOES DESEJADAS CONCATENADAS NO DD
      * ARCHIVE, COMO NO RESTORE1):
      *   - CHAMA O SUB001 COM VR-NUM1, VR-NUM2 E VR-OPERACAO E
      *     COMPARA O RESULTADO COM VR-RESULTADO (DIVERGENCIA R) -
      *     ERRO DE CALCULO NO SUB001 PARA UM RESULTADO GRAVADO E
      *     DIVERGENCIA E; OPERANDO OU RESULTADO NAO NUMERICO E
      *     DIVERGENCIA N;
      *   - CONFERE SE A SEQUENCIA DO ID DE TRANSACAO ESTA NA FAIXA
      *     DO SEU DONO (DIVERGENCIA F):
      *       000001-969999 LOTE (FLUXO UNICO DO PROGCALL E
      *                     PARTICOES), COM ID DE LOTE;
      *       970001-979999 LIBERACAO DE AGENDADOS (LIBERA01), COM
      *                     ID DE LOTE E MENSAGEM DE AGENDADO;
      *       980001-989999 CALCULOS ONLINE (ONLINE01/ONLINE06), SEM
      *                     ID DE LOTE;
      *       990001-999999 RETRABALHO (REWORK01), COM ID DE LOTE.
      * DEPOIS DA VARREDURA DO VSAMRES, CADA LOTE ENCONTRADO E
      * RELIDO PELA CHAVE ALTERNADA (VR-LOTE-ID): A QUANTIDADE
      * ALCANCADA POR ESSE CAMINHO TEM QUE SER A MESMA DA VARREDURA
      * PELA CHAVE PRIMARIA (DIVERGENCIA A).
      *
      * O RELATORIO RCLREP LISTA CADA DIVERGENCIA COM O VALOR
      * GRAVADO, O RECALCULADO E A DIFERENCA, E RESUME POR OPERACAO
      * E MOEDA.
      *
      * PARAMETROS (ARQUIVO RCLPARM, CHAVE=VALOR, COMO O RSTPARM):
      *   DATA-INICIAL=AAAAMMDD  FAIXA DE DATAS DO ID DE TRANSACAO
      *   DATA-FINAL=AAAAMMDD    (PADRAO: SEM LIMITE);
      *   LOTE-ID=XXXXXXXX       SO OS REGISTROS DO LOTE;
      *   ARQUIVO-MORTO=S/N      INCLUI O ARQUIVO-MORTO (PADRAO N).
      *
      * RETURN-CODE: 0 - TUDO CONFERE; 4 - NADA SELECIONADO OU
      * TABELA DE LOTES CHEIA (CONFERENCIA DA CHAVE ALTERNADA
      * INCOMPLETA); 8 - HA DIVERGENCIA; 16 - ERRO DE PARAMETRO OU
      * DE ARQUIVO; 99 - SUB001 INDISPONIVEL. QUALQUER CODIGO
      * DIFERENTE DE ZERO BLOQUEIA A PROMOCAO DO SUB001.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     LINHAS DE DIVERGENCIA EM 132 POSICOES E
      *                    ENTRADA DE EXCESSO DO RESUMO POR OPERACAO
      *                    ACUMULADA SEM REINICIO.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARM     ASSIGN TO 'RCLPARM'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARM.

           SELECT ARQ-MORTO    ASSIGN TO 'ARCHIVE'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-MORTO.

           SELECT ARQ-VSAM-RESULT ASSIGN TO 'VSAMRES'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    VR-TRANS-ID
                                ALTERNATE RECORD KEY VR-LOTE-ID
                                    WITH DUPLICATES
                                FILE STATUS   WK-STATUS-VSAM.

           SELECT ARQ-RELATORIO ASSIGN TO 'RCLREP'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-RELAT.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM.
           05  PRM-PRIMEIRO-BYTE PIC X(01).
           05  FILLER          PIC X(79).
      *
       FD  ARQ-MORTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-MORTO           PIC X(108).
      *
       FD  ARQ-VSAM-RESULT
           LABEL RECORDS ARE STANDARD.
       01  REG-VSAM-RESULT.
           05  VR-TRANS-ID     PIC X(14).
           05  VR-NUM1         PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  VR-NUM2         PIC S9(07)V99
                               SIGN LEADING SEPARATE.
           05  VR-OPERACAO     PIC X(01).
           05  VR-RESULTADO    PIC S9(09)V99
                               SIGN LEADING SEPARATE.
           05  VR-MENSAGEM     PIC X(50).
           05  VR-LOTE-ID      PIC X(08).
           05  VR-MOEDA        PIC X(03).
      *
       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO       PIC X(132).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-MORTO      PIC X(02) VALUE SPACES.
       01  WK-STATUS-VSAM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-FINAL        PIC 9(08) VALUE 99999999.
       01  WK-LOTE-PEDIDO       PIC X(08) VALUE SPACES.
       01  WK-MORTO-SW          PIC X(01) VALUE 'N'.
           88  WK-COM-MORTO               VALUE 'S'.
           88  WK-SEM-MORTO               VALUE 'N'.
      *
       01  WK-FIM-ARQUIVO-SW    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                VALUE 'S'.
           88  NAO-FIM-ARQUIVO            VALUE 'N'.
       01  WK-FIM-LOTE-SW       PIC X(01) VALUE 'N'.
           88  FIM-LOTE                   VALUE 'S'.
           88  NAO-FIM-LOTE               VALUE 'N'.
      *
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
       01  WK-FIM-PARM-SW       PIC X(01) VALUE 'N'.
           88  FIM-PARM                   VALUE 'S'.
           88  NAO-FIM-PARM               VALUE 'N'.
       01  WK-PARM-CHAVE        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR-8 REDEFINES WK-PARM-VALOR.
           05  VAL-DIGITOS-8    PIC X(08).
           05  FILLER           PIC X(12).
       01  WK-DIGITOS-DATA      PIC X(08) VALUE ZEROS.
       01  WK-DIGITOS-DATA-V REDEFINES WK-DIGITOS-DATA
                                PIC 9(08).
      *
      * REGISTRO EM VERIFICACAO: COPIA DO REGISTRO DO VSAMRES OU DO
      * ARQUIVO-MORTO (MESMO LEIAUTE, 108 BYTES).
       01  WK-REG-VERIF.
           05  VRF-TRANS-ID     PIC X(14).
           05  VRF-ID-PARTES REDEFINES VRF-TRANS-ID.
               10  VRF-ID-DATA  PIC 9(08).
               10  VRF-ID-SEQ   PIC 9(06).
           05  VRF-NUM1         PIC S9(07)V99
                                SIGN LEADING SEPARATE.
           05  VRF-NUM2         PIC S9(07)V99
                                SIGN LEADING SEPARATE.
           05  VRF-OPERACAO     PIC X(01).
           05  VRF-RESULTADO    PIC S9(09)V99
                                SIGN LEADING SEPARATE.
           05  VRF-MENSAGEM     PIC X(50).
           05  VRF-MENSAGEM-AGD REDEFINES VRF-MENSAGEM.
               10  VRF-MARCA-AGD PIC X(11).
               10  FILLER       PIC X(39).
           05  VRF-LOTE-ID      PIC X(08).
           05  VRF-MOEDA        PIC X(03).
       01  WK-ORIGEM-REG        PIC X(03) VALUE SPACES.
      *
      * CAMPOS DA CHAMADA AO SUB001.
       01  WK-NUM1              PIC S9(07)V99 VALUE ZEROS.
       01  WK-NUM2              PIC S9(07)V99 VALUE ZEROS.
       01  WK-OPERACAO          PIC X(01) VALUE SPACE.
       01  WK-RESULTADO         PIC S9(09)V99 VALUE ZEROS.
       01  WK-MENSAGEM          PIC X(50) VALUE SPACES.
       01  WK-RC-SUB001         PIC S9(04) COMP VALUE ZERO.
      *
       01  WK-ARMAZENADO        PIC S9(09)V99 VALUE ZEROS.
       01  WK-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.
       01  WK-TIPO-DIVERGENCIA  PIC X(01) VALUE SPACE.
       01  WK-TEXTO-DIVERGENCIA PIC X(29) VALUE SPACES.
      *
      * LIMITES DAS FAIXAS DE SEQUENCIA POR DONO (MESMOS VALORES DO
      * PROGCALL, LIBERA01, ONLINE01/ONLINE06 E REWORK01).
       01  WK-SEQ-LOTE-FIM      PIC 9(06) VALUE 969999.
       01  WK-SEQ-AGD-INICIO    PIC 9(06) VALUE 970001.
       01  WK-SEQ-AGD-FIM       PIC 9(06) VALUE 979999.
       01  WK-SEQ-ONL-INICIO    PIC 9(06) VALUE 980001.
       01  WK-SEQ-ONL-FIM       PIC 9(06) VALUE 989999.
       01  WK-SEQ-RWK-INICIO    PIC 9(06) VALUE 990001.
      *
       01  WK-CHAVE-INICIAL.
           05  WK-CHI-DATA      PIC 9(08) VALUE ZEROS.
           05  WK-CHI-SEQ       PIC 9(06) VALUE ZEROS.
      *
      * RESUMO POR OPERACAO E MOEDA. A ULTIMA ENTRADA ACUMULA AS
      * COMBINACOES QUE NAO COUBEREM NA TABELA.
       01  WK-TABELA-OPM.
           05  WK-OPM-ENTRADA   OCCURS 60 TIMES.
               10  OPM-OPERACAO PIC X(01).
               10  OPM-MOEDA    PIC X(03).
               10  OPM-QTD      PIC 9(07) COMP.
               10  OPM-QTD-DIV  PIC 9(07) COMP.
               10  OPM-SOMA-ARM PIC S9(13)V99 COMP.
               10  OPM-SOMA-REC PIC S9(13)V99 COMP.
               10  OPM-SOMA-DIF PIC S9(13)V99 COMP.
       01  WK-QTD-OPM           PIC 9(03) COMP VALUE ZERO.
       01  WK-LIMITE-OPM        PIC 9(03) COMP VALUE 59.
       01  WK-IND-OPM           PIC 9(03) COMP VALUE ZERO.
       01  WK-OPM-ACHADA        PIC 9(03) COMP VALUE ZERO.
      *
      * LOTES ENCONTRADOS NA VARREDURA PELA CHAVE PRIMARIA, COM A
      * QUANTIDADE DE REGISTROS, PARA A CONFERENCIA PELA CHAVE
      * ALTERNADA.
       01  WK-TABELA-LOTES.
           05  WK-LOT-ENTRADA   OCCURS 2000 TIMES.
               10  LOT-ID       PIC X(08).
               10  LOT-QTD      PIC 9(07) COMP.
       01  WK-QTD-LOTES         PIC 9(05) COMP VALUE ZERO.
       01  WK-LIMITE-LOTES      PIC 9(05) COMP VALUE 2000.
       01  WK-IND-LOTE          PIC 9(05) COMP VALUE ZERO.
       01  WK-LOTE-ACHADO       PIC 9(05) COMP VALUE ZERO.
       01  WK-QTD-PELA-ALT      PIC 9(07) COMP VALUE ZERO.
       01  WK-LOTES-CHEIA-SW    PIC X(01) VALUE 'N'.
           88  WK-LOTES-CHEIA             VALUE 'S'.
           88  WK-LOTES-COM-VAGA          VALUE 'N'.
      *
       01  WK-QTD-LIDOS-VSAM    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-LIDOS-MORTO   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-FORA-FILTRO   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-VERIFICADOS   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-DIV-RECALC    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-DIV-ERRO      PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-DIV-NUMERICO  PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-DIV-FAIXA     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-DIV-ALT       PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-LOTES-FORA    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-DIVERGENCIAS  PIC 9(07) COMP VALUE ZERO.
      *
       01  LINHA-RCL-TITULO.
           05  FILLER           PIC X(40)
               VALUE 'VERIFICACAO DE RECALCULO DO VSAMRES    '.
           05  FILLER           PIC X(08)  VALUE '- DATA: '.
           05  LRT-DATA         PIC 9(08).
           05  FILLER           PIC X(76)  VALUE SPACES.
      *
       01  LINHA-RCL-FILTRO.
           05  FILLER           PIC X(15)  VALUE 'DATA INICIAL: '.
           05  LRF-DATA-INICIAL PIC 9(08).
           05  FILLER           PIC X(15)  VALUE '  DATA FINAL: '.
           05  LRF-DATA-FINAL   PIC 9(08).
           05  FILLER           PIC X(09)  VALUE '  LOTE: '.
           05  LRF-LOTE         PIC X(08).
           05  FILLER           PIC X(18)  VALUE '  ARQUIVO-MORTO: '.
           05  LRF-MORTO        PIC X(01).
           05  FILLER           PIC X(50)  VALUE SPACES.
      *
       01  LINHA-RCL-SECAO-DIV  PIC X(132)
               VALUE 'DIVERGENCIAS ENCONTRADAS'.
      *
       01  LINHA-RCL-CAB-DIV.
           05  FILLER           PIC X(04)  VALUE 'ORG'.
           05  FILLER           PIC X(15)  VALUE 'ID TRANSACAO'.
           05  FILLER           PIC X(09)  VALUE 'LOTE'.
           05  FILLER           PIC X(02)  VALUE 'O'.
           05  FILLER           PIC X(04)  VALUE 'MOE'.
           05  FILLER           PIC X(12)  VALUE '       NUM1'.
           05  FILLER           PIC X(12)  VALUE '       NUM2'.
           05  FILLER           PIC X(14)  VALUE '      GRAVADO'.
           05  FILLER           PIC X(14)  VALUE '  RECALCULADO'.
           05  FILLER           PIC X(15)  VALUE '     DIFERENCA'.
           05  FILLER           PIC X(02)  VALUE 'T'.
           05  FILLER           PIC X(29)  VALUE 'OBSERVACAO'.
      *
       01  LINHA-RCL-DIVERGENCIA.
           05  LRD-ORIGEM       PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-TRANS-ID     PIC X(14).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-LOTE         PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-OPERACAO     PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-MOEDA        PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-NUM1         PIC -Z(06)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-NUM2         PIC -Z(06)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-GRAVADO      PIC -Z(08)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-RECALCULADO  PIC -Z(08)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-DIFERENCA    PIC -Z(09)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-TIPO         PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRD-TEXTO        PIC X(29).
      *
       01  LINHA-RCL-DIV-LOTE.
           05  FILLER           PIC X(04)  VALUE 'VSM'.
           05  FILLER           PIC X(15)  VALUE SPACES.
           05  LRL-LOTE         PIC X(08).
           05  FILLER           PIC X(10)
               VALUE ' PRIMARIA:'.
           05  LRL-QTD-PRIMARIA PIC ZZZZZZ9.
           05  FILLER           PIC X(12)
               VALUE '  ALTERNADA:'.
           05  LRL-QTD-ALT      PIC ZZZZZZ9.
           05  FILLER           PIC X(38)  VALUE SPACES.
           05  FILLER           PIC X(02)  VALUE 'A '.
           05  FILLER           PIC X(29)
               VALUE 'CHAVE ALTERNADA NAO BATE'.
      *
       01  LINHA-RCL-NENHUMA    PIC X(132)
               VALUE 'NENHUMA DIVERGENCIA ENCONTRADA.'.
      *
       01  LINHA-RCL-SECAO-OPM  PIC X(132)
               VALUE 'RESUMO POR OPERACAO E MOEDA'.
      *
       01  LINHA-RCL-CAB-OPM.
           05  FILLER           PIC X(02)  VALUE 'O'.
           05  FILLER           PIC X(04)  VALUE 'MOE'.
           05  FILLER           PIC X(12)  VALUE ' VERIFICADOS'.
           05  FILLER           PIC X(12)  VALUE ' DIVERGENTES'.
           05  FILLER           PIC X(20)
               VALUE '     GRAVADO (DIVERG'.
           05  FILLER           PIC X(20)
               VALUE '.) RECALCULADO (DIV'.
           05  FILLER           PIC X(20)
               VALUE 'ERG.)       DIFERENC'.
           05  FILLER           PIC X(42)  VALUE 'A'.
      *
       01  LINHA-RCL-OPM.
           05  LRO-OPERACAO     PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRO-MOEDA        PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRO-QTD          PIC Z(10)9.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRO-QTD-DIV      PIC Z(10)9.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRO-SOMA-ARM     PIC -Z(12)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRO-SOMA-REC     PIC -Z(12)9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LRO-SOMA-DIF     PIC -Z(12)9.99.
           05  FILLER           PIC X(47)  VALUE SPACES.
      *
       01  LINHA-RCL-TOTAL.
           05  LRT-ROTULO       PIC X(40).
           05  LRT-QTD          PIC ZZZZZZ9.
           05  FILLER           PIC X(85)  VALUE SPACES.
      *
       01  LINHA-EM-BRANCO      PIC X(132) VALUE SPACES.
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * CONTROLA A LEITURA DOS PARAMETROS, A ABERTURA DOS ARQUIVOS,
      * A VARREDURA DO VSAMRES E DO ARQUIVO-MORTO, A CONFERENCIA DA
      * CHAVE ALTERNADA E A EMISSAO DO RESUMO.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'VERIFICACAO DE RECALCULO INICIADA'
           INITIALIZE WK-TABELA-OPM
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0500-LER-PARAMETROS
               THRU 0500-LER-PARAMETROS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1000-ABRIR-ARQUIVOS
               THRU 1000-ABRIR-ARQUIVOS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1500-INICIAR-RELATORIO
               THRU 1500-INICIAR-RELATORIO-EXIT

           PERFORM 2000-VERIFICAR-VSAM
               THRU 2000-VERIFICAR-VSAM-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           IF WK-COM-MORTO
               PERFORM 4000-VERIFICAR-MORTO
                   THRU 4000-VERIFICAR-MORTO-EXIT
               IF JOB-ABORTADO
                   GO TO 0000-MAIN-ENCERRAR
               END-IF
           END-IF

           PERFORM 5000-CONFERIR-CHAVE-ALT
               THRU 5000-CONFERIR-CHAVE-ALT-EXIT

           PERFORM 7000-EMITIR-RESUMO
               THRU 7000-EMITIR-RESUMO-EXIT.
      *
      *=================================*
      * 0000-MAIN-ENCERRAR
      * O RETURN-CODE DEIXADO PELA ULTIMA CHAMADA AO SUB001 NAO
      * VAZA: ELE E SUBSTITUIDO PELO CODIGO DA VERIFICACAO.
      *=================================*
       0000-MAIN-ENCERRAR.
           PERFORM 8000-ENCERRAR-ARQUIVOS
               THRU 8000-ENCERRAR-ARQUIVOS-EXIT

           IF JOB-ABORTADO
               DISPLAY 'VERIFICACAO ENCERRADA POR ERRO FATAL'
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WK-QTD-DIVERGENCIAS > ZERO
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'VERIFICACAO FINALIZADA COM DIVERGENCIAS'
               WHEN WK-QTD-VERIFICADOS = ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'AVISO: NENHUM REGISTRO SELECIONADO - '
                           'CONFIRA A FAIXA/LOTE INFORMADOS'
               WHEN WK-LOTES-CHEIA
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'AVISO: TABELA DE LOTES CHEIA - CHAVE '
                           'ALTERNADA CONFERIDA SO EM PARTE'
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY 'VERIFICACAO FINALIZADA SEM DIVERGENCIAS'
           END-EVALUATE
           STOP RUN.
      *
      *=================================*
      * 0500-LER-PARAMETROS
      * LE O RCLPARM (CHAVE=VALOR) E ECOA OS FILTROS EM VIGOR.
      * LINHAS EM BRANCO E LINHAS INICIADAS POR * SAO IGNORADAS;
      * PARAMETRO DESCONHECIDO OU VALOR INVALIDO ABORTA O JOB.
      * RCLPARM AUSENTE VERIFICA O VSAMRES INTEIRO.
      *=================================*
       0500-LER-PARAMETROS.
           OPEN INPUT ARQ-PARM
           IF WK-STATUS-PARM NOT = '00'
               DISPLAY 'AVISO: RCLPARM AUSENTE (STATUS '
                       WK-STATUS-PARM ') - SEM FILTRO, O '
                       'VSAMRES INTEIRO SERA VERIFICADO'
               GO TO 0500-LER-PARAMETROS-ECOAR
           END-IF

           PERFORM 0510-LER-UM-PARAMETRO
               THRU 0510-LER-UM-PARAMETRO-EXIT
               UNTIL FIM-PARM
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-PARM

           IF RETURN-CODE NOT = ZERO
               GO TO 0500-LER-PARAMETROS-EXIT
           END-IF

           IF WK-DATA-INICIAL > WK-DATA-FINAL
               DISPLAY 'ERRO: DATA-INICIAL POSTERIOR A DATA-FINAL'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-LER-PARAMETROS-EXIT
           END-IF.
      *
       0500-LER-PARAMETROS-ECOAR.
           DISPLAY 'FILTROS DA VERIFICACAO EM VIGOR:'
           DISPLAY '  DATA-INICIAL......: ' WK-DATA-INICIAL
           DISPLAY '  DATA-FINAL........: ' WK-DATA-FINAL
           DISPLAY '  LOTE-ID...........: ' WK-LOTE-PEDIDO
           DISPLAY '  ARQUIVO-MORTO.....: ' WK-MORTO-SW.
       0500-LER-PARAMETROS-EXIT.
           EXIT.
      *
       0510-LER-UM-PARAMETRO.
           READ ARQ-PARM
               AT END
                   SET FIM-PARM TO TRUE
                   GO TO 0510-LER-UM-PARAMETRO-EXIT
           END-READ

           IF REG-PARM = SPACES
            OR PRM-PRIMEIRO-BYTE = '*'
               GO TO 0510-LER-UM-PARAMETRO-EXIT
           END-IF

           MOVE SPACES TO WK-PARM-CHAVE
           MOVE SPACES TO WK-PARM-VALOR
           UNSTRING REG-PARM DELIMITED BY '='
               INTO WK-PARM-CHAVE, WK-PARM-VALOR
           END-UNSTRING

           EVALUATE WK-PARM-CHAVE
               WHEN 'DATA-INICIAL'
                   MOVE VAL-DIGITOS-8 TO WK-DIGITOS-DATA
                   IF WK-DIGITOS-DATA NUMERIC
                       MOVE WK-DIGITOS-DATA-V TO WK-DATA-INICIAL
                   ELSE
                       DISPLAY 'ERRO: DATA-INICIAL INVALIDA: '
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 'DATA-FINAL'
                   MOVE VAL-DIGITOS-8 TO WK-DIGITOS-DATA
                   IF WK-DIGITOS-DATA NUMERIC
                       MOVE WK-DIGITOS-DATA-V TO WK-DATA-FINAL
                   ELSE
                       DISPLAY 'ERRO: DATA-FINAL INVALIDA: '
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 'LOTE-ID'
                   IF WK-PARM-VALOR NOT = SPACES
                       MOVE WK-PARM-VALOR TO WK-LOTE-PEDIDO
                   ELSE
                       DISPLAY 'ERRO: LOTE-ID VAZIO NO RCLPARM'
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 'ARQUIVO-MORTO'
                   IF WK-PARM-VALOR = 'S' OR 'N'
                       MOVE WK-PARM-VALOR TO WK-MORTO-SW
                   ELSE
                       DISPLAY 'ERRO: ARQUIVO-MORTO DEVE SER S OU N: '
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: PARAMETRO DESCONHECIDO NO '
                           'RCLPARM: ' WK-PARM-CHAVE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       0510-LER-UM-PARAMETRO-EXIT.
           EXIT.
      *
      *=================================*
      * 1000-ABRIR-ARQUIVOS
      * O VSAMRES E SO LIDO. O ARQUIVO-MORTO SO E ABERTO QUANDO
      * PEDIDO; PEDIDO E AUSENTE, E ERRO (A VERIFICACAO SAIRIA
      * INCOMPLETA SEM AVISO NO RETURN-CODE).
      *=================================*
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO
           IF WK-STATUS-RELAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RELATORIO: '
                       WK-STATUS-RELAT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           OPEN INPUT ARQ-VSAM-RESULT
           IF WK-STATUS-VSAM NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VSAM-RESULT: '
                       WK-STATUS-VSAM
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           IF WK-COM-MORTO
               OPEN INPUT ARQ-MORTO
               IF WK-STATUS-MORTO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQ-MORTO: '
                           WK-STATUS-MORTO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       1000-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 1500-INICIAR-RELATORIO
      * GRAVA O TITULO, OS FILTROS E O CABECALHO DAS DIVERGENCIAS.
      *=================================*
       1500-INICIAR-RELATORIO.
           MOVE WK-DATA-SISTEMA  TO LRT-DATA
           WRITE REG-RELATORIO FROM LINHA-RCL-TITULO

           MOVE WK-DATA-INICIAL  TO LRF-DATA-INICIAL
           MOVE WK-DATA-FINAL    TO LRF-DATA-FINAL
           MOVE WK-LOTE-PEDIDO   TO LRF-LOTE
           MOVE WK-MORTO-SW      TO LRF-MORTO
           WRITE REG-RELATORIO FROM LINHA-RCL-FILTRO
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           WRITE REG-RELATORIO FROM LINHA-RCL-SECAO-DIV
           WRITE REG-RELATORIO FROM LINHA-RCL-CAB-DIV.
       1500-INICIAR-RELATORIO-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-VERIFICAR-VSAM
      * VARRE O VSAMRES PELA CHAVE PRIMARIA A PARTIR DA DATA
      * INICIAL ATE PASSAR DA DATA FINAL (SEM DATA INICIAL, DESDE
      * O PRIMEIRO REGISTRO, INCLUSIVE OS DE ID NAO NUMERICO).
      * CLUSTER SEM NENHUM REGISTRO NA FAIXA NAO TEM O QUE
      * VERIFICAR.
      *=================================*
       2000-VERIFICAR-VSAM.
           MOVE WK-DATA-INICIAL TO WK-CHI-DATA
           MOVE ZEROS           TO WK-CHI-SEQ
           MOVE WK-CHAVE-INICIAL TO VR-TRANS-ID
           IF WK-DATA-INICIAL = ZERO
               MOVE LOW-VALUES TO VR-TRANS-ID
           END-IF

           START ARQ-VSAM-RESULT
               KEY NOT LESS VR-TRANS-ID
               INVALID KEY
                   GO TO 2000-VERIFICAR-VSAM-EXIT
           END-START

           MOVE 'VSM' TO WK-ORIGEM-REG
           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 2100-LER-VSAM
               THRU 2100-LER-VSAM-EXIT
           PERFORM 2200-TRATAR-REG-VSAM
               THRU 2200-TRATAR-REG-VSAM-EXIT
               UNTIL FIM-ARQUIVO.
       2000-VERIFICAR-VSAM-EXIT.
           EXIT.
      *
       2100-LER-VSAM.
           READ ARQ-VSAM-RESULT NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LER-VSAM-EXIT
           END-READ

           ADD 1 TO WK-QTD-LIDOS-VSAM
           MOVE REG-VSAM-RESULT TO WK-REG-VERIF.
       2100-LER-VSAM-EXIT.
           EXIT.
      *
      *=================================*
      * 2200-TRATAR-REG-VSAM
      * ID COM DATA ALEM DA DATA FINAL ENCERRA A VARREDURA (O
      * CLUSTER ESTA EM ORDEM DE ID). O REGISTRO SELECIONADO E
      * VERIFICADO E CONTADO NO SEU LOTE PARA A CONFERENCIA DA
      * CHAVE ALTERNADA.
      *=================================*
       2200-TRATAR-REG-VSAM.
           IF VRF-TRANS-ID NUMERIC
            AND VRF-ID-DATA > WK-DATA-FINAL
               SET FIM-ARQUIVO TO TRUE
               GO TO 2200-TRATAR-REG-VSAM-EXIT
           END-IF

           PERFORM 3000-VERIFICAR-REGISTRO
               THRU 3000-VERIFICAR-REGISTRO-EXIT
           IF JOB-ABORTADO
               SET FIM-ARQUIVO TO TRUE
               GO TO 2200-TRATAR-REG-VSAM-EXIT
           END-IF

           PERFORM 2100-LER-VSAM
               THRU 2100-LER-VSAM-EXIT.
       2200-TRATAR-REG-VSAM-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-VERIFICAR-REGISTRO
      * APLICA OS FILTROS AO REGISTRO EM WK-REG-VERIF E, SE
      * SELECIONADO, CONFERE A FAIXA DE SEQUENCIA E O RECALCULO. ID
      * NAO NUMERICO NAO TEM DATA PARA FILTRAR: E SEMPRE APONTADO.
      *=================================*
       3000-VERIFICAR-REGISTRO.
           IF VRF-TRANS-ID NOT NUMERIC
               ADD 1 TO WK-QTD-VERIFICADOS
               MOVE ZERO TO WK-RESULTADO
               MOVE 'F' TO WK-TIPO-DIVERGENCIA
               MOVE 'ID DE TRANSACAO NAO NUMERICO'
                   TO WK-TEXTO-DIVERGENCIA
               ADD 1 TO WK-QTD-DIV-FAIXA
               PERFORM 6000-ESCREVER-DIVERGENCIA
                   THRU 6000-ESCREVER-DIVERGENCIA-EXIT
               GO TO 3000-VERIFICAR-REGISTRO-EXIT
           END-IF

           IF VRF-ID-DATA < WK-DATA-INICIAL
            OR VRF-ID-DATA > WK-DATA-FINAL
               ADD 1 TO WK-QTD-FORA-FILTRO
               GO TO 3000-VERIFICAR-REGISTRO-EXIT
           END-IF

           IF WK-LOTE-PEDIDO NOT = SPACES
            AND VRF-LOTE-ID NOT = WK-LOTE-PEDIDO
               ADD 1 TO WK-QTD-FORA-FILTRO
               GO TO 3000-VERIFICAR-REGISTRO-EXIT
           END-IF

           ADD 1 TO WK-QTD-VERIFICADOS

           IF WK-ORIGEM-REG = 'VSM'
               PERFORM 3400-CONTAR-LOTE
                   THRU 3400-CONTAR-LOTE-EXIT
           END-IF

           PERFORM 3100-CONFERIR-FAIXA
               THRU 3100-CONFERIR-FAIXA-EXIT

           PERFORM 3200-RECALCULAR
               THRU 3200-RECALCULAR-EXIT.
       3000-VERIFICAR-REGISTRO-EXIT.
           EXIT.
      *
      *=================================*
      * 3100-CONFERIR-FAIXA
      * CONFERE SE A SEQUENCIA DO ID ESTA NA FAIXA DE UM DONO E SE O
      * REGISTRO TEM O PERFIL DESSE DONO (ID DE LOTE PREENCHIDO OU
      * NAO, MENSAGEM DE AGENDADO).
      *=================================*
       3100-CONFERIR-FAIXA.
           MOVE SPACES TO WK-TEXTO-DIVERGENCIA
           EVALUATE TRUE
               WHEN VRF-ID-SEQ = ZERO
                   MOVE 'SEQUENCIA ZERO NO ID'
                       TO WK-TEXTO-DIVERGENCIA
               WHEN VRF-ID-SEQ NOT > WK-SEQ-LOTE-FIM
                   IF VRF-LOTE-ID = SPACES
                       MOVE 'FAIXA DE LOTE SEM ID DE LOTE'
                           TO WK-TEXTO-DIVERGENCIA
                   END-IF
               WHEN VRF-ID-SEQ NOT < WK-SEQ-AGD-INICIO
                AND VRF-ID-SEQ NOT > WK-SEQ-AGD-FIM
                   IF VRF-LOTE-ID = SPACES
                    OR VRF-MARCA-AGD NOT = 'AGENDADO - '
                       MOVE 'FAIXA AGENDADO SEM PERFIL AGD'
                           TO WK-TEXTO-DIVERGENCIA
                   END-IF
               WHEN VRF-ID-SEQ NOT < WK-SEQ-ONL-INICIO
                AND VRF-ID-SEQ NOT > WK-SEQ-ONL-FIM
                   IF VRF-LOTE-ID NOT = SPACES
                       MOVE 'FAIXA ONLINE COM ID DE LOTE'
                           TO WK-TEXTO-DIVERGENCIA
                   END-IF
               WHEN VRF-ID-SEQ NOT < WK-SEQ-RWK-INICIO
                   IF VRF-LOTE-ID = SPACES
                       MOVE 'FAIXA RETRABALHO SEM ID LOTE'
                           TO WK-TEXTO-DIVERGENCIA
                   END-IF
               WHEN OTHER
                   MOVE 'SEQUENCIA FORA DAS FAIXAS'
                       TO WK-TEXTO-DIVERGENCIA
           END-EVALUATE

           IF WK-TEXTO-DIVERGENCIA NOT = SPACES
               MOVE 'F' TO WK-TIPO-DIVERGENCIA
               MOVE VRF-RESULTADO TO WK-RESULTADO
               ADD 1 TO WK-QTD-DIV-FAIXA
               PERFORM 6000-ESCREVER-DIVERGENCIA
                   THRU 6000-ESCREVER-DIVERGENCIA-EXIT
           END-IF.
       3100-CONFERIR-FAIXA-EXIT.
           EXIT.
      *
      *=================================*
      * 3200-RECALCULAR
      * REPASSA OS OPERANDOS E A OPERACAO GRAVADOS PELO SUB001 E
      * COMPARA COM O RESULTADO GRAVADO. SUB001 AUSENTE NO STEPLIB
      * E FATAL: NAO HA COMO VERIFICAR NADA.
      *=================================*
       3200-RECALCULAR.
           IF VRF-NUM1 NOT NUMERIC
            OR VRF-NUM2 NOT NUMERIC
            OR VRF-RESULTADO NOT NUMERIC
               MOVE ZERO TO WK-RESULTADO
               MOVE 'N' TO WK-TIPO-DIVERGENCIA
               MOVE 'OPERANDO/RESULT. NAO NUMERICO'
                   TO WK-TEXTO-DIVERGENCIA
               ADD 1 TO WK-QTD-DIV-NUMERICO
               PERFORM 6000-ESCREVER-DIVERGENCIA
                   THRU 6000-ESCREVER-DIVERGENCIA-EXIT
               GO TO 3200-RECALCULAR-EXIT
           END-IF

           MOVE VRF-NUM1      TO WK-NUM1
           MOVE VRF-NUM2      TO WK-NUM2
           MOVE VRF-OPERACAO  TO WK-OPERACAO
           MOVE VRF-RESULTADO TO WK-ARMAZENADO
           MOVE ZERO          TO WK-RESULTADO
           MOVE SPACES        TO WK-MENSAGEM

           CALL 'SUB001' USING WK-NUM1,
                           WK-NUM2,
                           WK-OPERACAO,
                           WK-RESULTADO,
                           WK-MENSAGEM
               ON EXCEPTION
                   DISPLAY 'ERRO FATAL: SUBPROGRAMA SUB001 '
                           'INDISPONIVEL NO STEPLIB'
                   MOVE 99 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   GO TO 3200-RECALCULAR-EXIT
           END-CALL
           MOVE RETURN-CODE TO WK-RC-SUB001

           PERFORM 3300-ACUMULAR-OPERACAO
               THRU 3300-ACUMULAR-OPERACAO-EXIT

           IF WK-RC-SUB001 NOT = ZERO
               MOVE 'E' TO WK-TIPO-DIVERGENCIA
               EVALUATE WK-RC-SUB001
                   WHEN 8
                       MOVE 'SUB001: OPERACAO INVALIDA'
                           TO WK-TEXTO-DIVERGENCIA
                   WHEN 12
                       MOVE 'SUB001: ESTOURO DE CAPACIDADE'
                           TO WK-TEXTO-DIVERGENCIA
                   WHEN OTHER
                       MOVE WK-MENSAGEM TO WK-TEXTO-DIVERGENCIA
               END-EVALUATE
               ADD 1 TO WK-QTD-DIV-ERRO
               PERFORM 6000-ESCREVER-DIVERGENCIA
                   THRU 6000-ESCREVER-DIVERGENCIA-EXIT
               GO TO 3200-RECALCULAR-EXIT
           END-IF

           IF WK-RESULTADO NOT = WK-ARMAZENADO
               MOVE 'R' TO WK-TIPO-DIVERGENCIA
               MOVE 'RESULTADO RECALCULADO DIFERE'
                   TO WK-TEXTO-DIVERGENCIA
               ADD 1 TO WK-QTD-DIV-RECALC
               PERFORM 6000-ESCREVER-DIVERGENCIA
                   THRU 6000-ESCREVER-DIVERGENCIA-EXIT
           END-IF.
       3200-RECALCULAR-EXIT.
           EXIT.
      *
      *=================================*
      * 3300-ACUMULAR-OPERACAO
      * ACUMULA O REGISTRO NA ENTRADA DA SUA OPERACAO E MOEDA. OS
      * VALORES SO SAO SOMADOS QUANDO HA DIVERGENCIA DE RECALCULO
      * OU ERRO NO SUB001 (NO ERRO, O RECALCULADO E ZERO).
      *=================================*
       3300-ACUMULAR-OPERACAO.
           MOVE ZERO TO WK-OPM-ACHADA
           PERFORM 3310-COMPARAR-OPERACAO
               THRU 3310-COMPARAR-OPERACAO-EXIT
               VARYING WK-IND-OPM FROM 1 BY 1
               UNTIL WK-IND-OPM > WK-QTD-OPM
                  OR WK-OPM-ACHADA > ZERO

           IF WK-OPM-ACHADA = ZERO
               IF WK-QTD-OPM < WK-LIMITE-OPM
                   ADD 1 TO WK-QTD-OPM
                   MOVE WK-QTD-OPM TO WK-OPM-ACHADA
                   MOVE VRF-OPERACAO TO OPM-OPERACAO (WK-OPM-ACHADA)
                   MOVE VRF-MOEDA    TO OPM-MOEDA (WK-OPM-ACHADA)
                   MOVE ZERO TO OPM-QTD (WK-OPM-ACHADA)
                   MOVE ZERO TO OPM-QTD-DIV (WK-OPM-ACHADA)
                   MOVE ZERO TO OPM-SOMA-ARM (WK-OPM-ACHADA)
                   MOVE ZERO TO OPM-SOMA-REC (WK-OPM-ACHADA)
                   MOVE ZERO TO OPM-SOMA-DIF (WK-OPM-ACHADA)
               ELSE
                   MOVE 60 TO WK-OPM-ACHADA
                   IF OPM-OPERACAO (WK-OPM-ACHADA) NOT = '*'
                       MOVE '*'   TO OPM-OPERACAO (WK-OPM-ACHADA)
                       MOVE '***' TO OPM-MOEDA (WK-OPM-ACHADA)
                       MOVE ZERO TO OPM-QTD (WK-OPM-ACHADA)
                       MOVE ZERO TO OPM-QTD-DIV (WK-OPM-ACHADA)
                       MOVE ZERO TO OPM-SOMA-ARM (WK-OPM-ACHADA)
                       MOVE ZERO TO OPM-SOMA-REC (WK-OPM-ACHADA)
                       MOVE ZERO TO OPM-SOMA-DIF (WK-OPM-ACHADA)
                   END-IF
               END-IF
           END-IF

           ADD 1 TO OPM-QTD (WK-OPM-ACHADA)
           IF WK-RC-SUB001 NOT = ZERO
               MOVE ZERO TO WK-RESULTADO
           END-IF
           IF WK-RC-SUB001 NOT = ZERO
            OR WK-RESULTADO NOT = WK-ARMAZENADO
               ADD 1 TO OPM-QTD-DIV (WK-OPM-ACHADA)
               ADD WK-ARMAZENADO TO OPM-SOMA-ARM (WK-OPM-ACHADA)
               ADD WK-RESULTADO  TO OPM-SOMA-REC (WK-OPM-ACHADA)
               COMPUTE OPM-SOMA-DIF (WK-OPM-ACHADA) =
                       OPM-SOMA-DIF (WK-OPM-ACHADA)
                     + WK-RESULTADO - WK-ARMAZENADO
           END-IF.
       3300-ACUMULAR-OPERACAO-EXIT.
           EXIT.
      *
       3310-COMPARAR-OPERACAO.
           IF OPM-OPERACAO (WK-IND-OPM) = VRF-OPERACAO
            AND OPM-MOEDA (WK-IND-OPM) = VRF-MOEDA
               MOVE WK-IND-OPM TO WK-OPM-ACHADA
           END-IF.
       3310-COMPARAR-OPERACAO-EXIT.
           EXIT.
      *
      *=================================*
      * 3400-CONTAR-LOTE
      * CONTA O REGISTRO DO VSAMRES NO SEU LOTE (ID DE LOTE EM
      * BRANCO - ONLINE - TAMBEM E UMA ENTRADA). O CLUSTER ESTA EM
      * ORDEM DE ID, ENTAO O LOTE DO REGISTRO ANTERIOR E TESTADO
      * PRIMEIRO. TABELA CHEIA DEIXA O LOTE NOVO SEM CONFERENCIA.
      *=================================*
       3400-CONTAR-LOTE.
           IF WK-LOTE-ACHADO > ZERO
               IF LOT-ID (WK-LOTE-ACHADO) = VRF-LOTE-ID
                   ADD 1 TO LOT-QTD (WK-LOTE-ACHADO)
                   GO TO 3400-CONTAR-LOTE-EXIT
               END-IF
           END-IF

           MOVE ZERO TO WK-LOTE-ACHADO
           PERFORM 3410-COMPARAR-LOTE
               THRU 3410-COMPARAR-LOTE-EXIT
               VARYING WK-IND-LOTE FROM 1 BY 1
               UNTIL WK-IND-LOTE > WK-QTD-LOTES
                  OR WK-LOTE-ACHADO > ZERO

           IF WK-LOTE-ACHADO = ZERO
               IF WK-QTD-LOTES < WK-LIMITE-LOTES
                   ADD 1 TO WK-QTD-LOTES
                   MOVE WK-QTD-LOTES TO WK-LOTE-ACHADO
                   MOVE VRF-LOTE-ID TO LOT-ID (WK-LOTE-ACHADO)
                   MOVE ZERO        TO LOT-QTD (WK-LOTE-ACHADO)
               ELSE
                   IF WK-LOTES-COM-VAGA
                       DISPLAY 'AVISO: TABELA DE LOTES CHEIA ('
                               WK-LIMITE-LOTES ') - LOTES NOVOS '
                               'FICAM SEM CONFERENCIA DA CHAVE '
                               'ALTERNADA'
                   END-IF
                   SET WK-LOTES-CHEIA TO TRUE
                   ADD 1 TO WK-QTD-LOTES-FORA
                   GO TO 3400-CONTAR-LOTE-EXIT
               END-IF
           END-IF

           ADD 1 TO LOT-QTD (WK-LOTE-ACHADO).
       3400-CONTAR-LOTE-EXIT.
           EXIT.
      *
       3410-COMPARAR-LOTE.
           IF LOT-ID (WK-IND-LOTE) = VRF-LOTE-ID
               MOVE WK-IND-LOTE TO WK-LOTE-ACHADO
           END-IF.
       3410-COMPARAR-LOTE-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-VERIFICAR-MORTO
      * VARRE AS GERACOES DO ARQUIVO-MORTO CONCATENADAS NO DD. O
      * ARQUIVO E SEQUENCIAL: NAO TEM CHAVE ALTERNADA A CONFERIR.
      *=================================*
       4000-VERIFICAR-MORTO.
           MOVE 'MRT' TO WK-ORIGEM-REG
           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 4100-LER-MORTO
               THRU 4100-LER-MORTO-EXIT
           PERFORM 4200-TRATAR-REG-MORTO
               THRU 4200-TRATAR-REG-MORTO-EXIT
               UNTIL FIM-ARQUIVO.
       4000-VERIFICAR-MORTO-EXIT.
           EXIT.
      *
       4100-LER-MORTO.
           READ ARQ-MORTO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 4100-LER-MORTO-EXIT
           END-READ

           ADD 1 TO WK-QTD-LIDOS-MORTO
           MOVE REG-MORTO TO WK-REG-VERIF.
       4100-LER-MORTO-EXIT.
           EXIT.
      *
       4200-TRATAR-REG-MORTO.
           PERFORM 3000-VERIFICAR-REGISTRO
               THRU 3000-VERIFICAR-REGISTRO-EXIT
           IF JOB-ABORTADO
               SET FIM-ARQUIVO TO TRUE
               GO TO 4200-TRATAR-REG-MORTO-EXIT
           END-IF

           PERFORM 4100-LER-MORTO
               THRU 4100-LER-MORTO-EXIT.
       4200-TRATAR-REG-MORTO-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-CONFERIR-CHAVE-ALT
      * RELE CADA LOTE DA TABELA PELA CHAVE ALTERNADA (VR-LOTE-ID)
      * E COMPARA A QUANTIDADE DE REGISTROS DA FAIXA DE DATAS
      * ALCANCADOS POR ESSE CAMINHO COM A DA VARREDURA PRIMARIA.
      *=================================*
       5000-CONFERIR-CHAVE-ALT.
           PERFORM 5100-CONFERIR-UM-LOTE
               THRU 5100-CONFERIR-UM-LOTE-EXIT
               VARYING WK-IND-LOTE FROM 1 BY 1
               UNTIL WK-IND-LOTE > WK-QTD-LOTES.
       5000-CONFERIR-CHAVE-ALT-EXIT.
           EXIT.
      *
       5100-CONFERIR-UM-LOTE.
           MOVE ZERO TO WK-QTD-PELA-ALT
           MOVE LOT-ID (WK-IND-LOTE) TO VR-LOTE-ID

           START ARQ-VSAM-RESULT
               KEY EQUAL VR-LOTE-ID
               INVALID KEY
                   GO TO 5100-CONFERIR-UM-LOTE-COMPARA
           END-START

           SET NAO-FIM-LOTE TO TRUE
           PERFORM 5110-LER-PELO-LOTE
               THRU 5110-LER-PELO-LOTE-EXIT
               UNTIL FIM-LOTE.
      *
       5100-CONFERIR-UM-LOTE-COMPARA.
           IF WK-QTD-PELA-ALT NOT = LOT-QTD (WK-IND-LOTE)
               ADD 1 TO WK-QTD-DIV-ALT
               ADD 1 TO WK-QTD-DIVERGENCIAS
               MOVE LOT-ID (WK-IND-LOTE)  TO LRL-LOTE
               MOVE LOT-QTD (WK-IND-LOTE) TO LRL-QTD-PRIMARIA
               MOVE WK-QTD-PELA-ALT       TO LRL-QTD-ALT
               WRITE REG-RELATORIO FROM LINHA-RCL-DIV-LOTE
           END-IF.
       5100-CONFERIR-UM-LOTE-EXIT.
           EXIT.
      *
       5110-LER-PELO-LOTE.
           READ ARQ-VSAM-RESULT NEXT RECORD
               AT END
                   SET FIM-LOTE TO TRUE
                   GO TO 5110-LER-PELO-LOTE-EXIT
           END-READ

           IF VR-LOTE-ID NOT = LOT-ID (WK-IND-LOTE)
               SET FIM-LOTE TO TRUE
               GO TO 5110-LER-PELO-LOTE-EXIT
           END-IF

           MOVE REG-VSAM-RESULT TO WK-REG-VERIF
           IF VRF-TRANS-ID NUMERIC
            AND VRF-ID-DATA NOT < WK-DATA-INICIAL
            AND VRF-ID-DATA NOT > WK-DATA-FINAL
               ADD 1 TO WK-QTD-PELA-ALT
           END-IF.
       5110-LER-PELO-LOTE-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-ESCREVER-DIVERGENCIA
      * GRAVA A LINHA DA DIVERGENCIA DO REGISTRO EM WK-REG-VERIF,
      * COM O VALOR GRAVADO, O RECALCULADO (WK-RESULTADO) E A
      * DIFERENCA (RECALCULADO MENOS GRAVADO).
      *=================================*
       6000-ESCREVER-DIVERGENCIA.
           ADD 1 TO WK-QTD-DIVERGENCIAS

           MOVE SPACES            TO LINHA-RCL-DIVERGENCIA
           MOVE WK-ORIGEM-REG     TO LRD-ORIGEM
           MOVE VRF-TRANS-ID      TO LRD-TRANS-ID
           MOVE VRF-LOTE-ID       TO LRD-LOTE
           MOVE VRF-OPERACAO      TO LRD-OPERACAO
           MOVE VRF-MOEDA         TO LRD-MOEDA
           MOVE WK-TIPO-DIVERGENCIA TO LRD-TIPO
           MOVE WK-TEXTO-DIVERGENCIA TO LRD-TEXTO

           IF WK-TIPO-DIVERGENCIA NOT = 'N'
               MOVE VRF-NUM1      TO LRD-NUM1
               MOVE VRF-NUM2      TO LRD-NUM2
               MOVE VRF-RESULTADO TO LRD-GRAVADO
           END-IF
           IF WK-TIPO-DIVERGENCIA = 'R' OR 'E'
               MOVE WK-RESULTADO  TO LRD-RECALCULADO
               COMPUTE WK-DIFERENCA = WK-RESULTADO - VRF-RESULTADO
               MOVE WK-DIFERENCA  TO LRD-DIFERENCA
           END-IF

           WRITE REG-RELATORIO FROM LINHA-RCL-DIVERGENCIA.
       6000-ESCREVER-DIVERGENCIA-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-RESUMO
      * FECHA A SECAO DE DIVERGENCIAS, EMITE O RESUMO POR OPERACAO
      * E MOEDA E OS TOTAIS, NO RELATORIO E NO LOG.
      *=================================*
       7000-EMITIR-RESUMO.
           IF WK-QTD-DIVERGENCIAS = ZERO
               WRITE REG-RELATORIO FROM LINHA-RCL-NENHUMA
           END-IF
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           WRITE REG-RELATORIO FROM LINHA-RCL-SECAO-OPM
           WRITE REG-RELATORIO FROM LINHA-RCL-CAB-OPM
           PERFORM 7100-EMITIR-OPERACAO
               THRU 7100-EMITIR-OPERACAO-EXIT
               VARYING WK-IND-OPM FROM 1 BY 1
               UNTIL WK-IND-OPM > WK-QTD-OPM
           IF OPM-OPERACAO (60) = '*'
               MOVE 60 TO WK-IND-OPM
               PERFORM 7100-EMITIR-OPERACAO
                   THRU 7100-EMITIR-OPERACAO-EXIT
           END-IF
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           MOVE 'REGISTROS LIDOS DO VSAMRES.............: '
               TO LRT-ROTULO
           MOVE WK-QTD-LIDOS-VSAM TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'REGISTROS LIDOS DO ARQUIVO-MORTO.......: '
               TO LRT-ROTULO
           MOVE WK-QTD-LIDOS-MORTO TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'FORA DO FILTRO.........................: '
               TO LRT-ROTULO
           MOVE WK-QTD-FORA-FILTRO TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'REGISTROS VERIFICADOS..................: '
               TO LRT-ROTULO
           MOVE WK-QTD-VERIFICADOS TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'R - RECALCULO DIFERENTE DO GRAVADO.....: '
               TO LRT-ROTULO
           MOVE WK-QTD-DIV-RECALC TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'E - ERRO DE CALCULO NO RECALCULO.......: '
               TO LRT-ROTULO
           MOVE WK-QTD-DIV-ERRO TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'N - OPERANDO/RESULTADO NAO NUMERICO....: '
               TO LRT-ROTULO
           MOVE WK-QTD-DIV-NUMERICO TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'F - ID FORA DA FAIXA DO DONO...........: '
               TO LRT-ROTULO
           MOVE WK-QTD-DIV-FAIXA TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'LOTES CONFERIDOS PELA CHAVE ALTERNADA..: '
               TO LRT-ROTULO
           MOVE WK-QTD-LOTES TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'A - LOTES COM CHAVE ALTERNADA DIVERGENTE: '
               TO LRT-ROTULO
           MOVE WK-QTD-DIV-ALT TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT
           MOVE 'REGISTROS SEM CONFERENCIA DA CHAVE ALT.: '
               TO LRT-ROTULO
           MOVE WK-QTD-LOTES-FORA TO LRT-QTD
           PERFORM 7200-EMITIR-TOTAL THRU 7200-EMITIR-TOTAL-EXIT.
       7000-EMITIR-RESUMO-EXIT.
           EXIT.
      *
       7100-EMITIR-OPERACAO.
           MOVE OPM-OPERACAO (WK-IND-OPM) TO LRO-OPERACAO
           MOVE OPM-MOEDA (WK-IND-OPM)    TO LRO-MOEDA
           MOVE OPM-QTD (WK-IND-OPM)      TO LRO-QTD
           MOVE OPM-QTD-DIV (WK-IND-OPM)  TO LRO-QTD-DIV
           MOVE OPM-SOMA-ARM (WK-IND-OPM) TO LRO-SOMA-ARM
           MOVE OPM-SOMA-REC (WK-IND-OPM) TO LRO-SOMA-REC
           MOVE OPM-SOMA-DIF (WK-IND-OPM) TO LRO-SOMA-DIF
           WRITE REG-RELATORIO FROM LINHA-RCL-OPM.
       7100-EMITIR-OPERACAO-EXIT.
           EXIT.
      *
       7200-EMITIR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-RCL-TOTAL
           DISPLAY LRT-ROTULO LRT-QTD.
       7200-EMITIR-TOTAL-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-VSAM-RESULT
           IF WK-COM-MORTO
               CLOSE ARQ-MORTO
           END-IF.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
