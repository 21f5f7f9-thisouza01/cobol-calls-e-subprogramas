       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             FALTAS01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * RELATORIO DE TRANSMISSOES ESPERADAS E NAO RECEBIDAS
      * RODA NO FIM DA JANELA DE RECEPCAO, DEPOIS DO ULTIMO
      * PROGCALL DO DIA. CONFRONTA O CADASTRO DE SISTEMAS DE ORIGEM
      * (SISORIG, MANTIDO PELA TRANSACAO ORIG DO ONLINE05) COM O
      * CONTROLE DE LOTES PROCESSADOS (LOTECTL, GRAVADO PELO
      * PROGCALL) E LISTA:
      *   - AS ORIGENS ATIVAS ESPERADAS NO DIA DA SEMANA QUE NAO
      *     TIVERAM NENHUM LOTE DA DATA DE NEGOCIO PROCESSADO
      *     (NAO RECEBIDO);
      *   - AS ORIGENS QUE TRANSMITIRAM, MAS CUJO PRIMEIRO LOTE DA
      *     DATA CHEGOU DEPOIS DA HORA LIMITE DO CADASTRO (RECEBIDO
      *     COM ATRASO).
      * A DATA DE REFERENCIA E A DATA DE NEGOCIO QUE O PROGCALL
      * ACEITA NO HEADER DOS LOTES, PELA MESMA REGRA
      * REGRA-DATA-NEGOCIO DO PARMFILE (AS DEMAIS CHAVES DO PROGCALL
      * SAO IGNORADAS): NA REGRA SISTEMA, A DATA DO PROCESSAMENTO;
      * NAS REGRAS DE DIA UTIL, O DIA UTIL CORRENTE DO SERVICO DE
      * DATAS SUB004 (A RECEPCAO QUE PASSA DA MEIA-NOITE DE SEXTA
      * CONTINUA CONFERINDO A SEXTA). NA UTIL-PROXIMO, O LOTE COM A
      * DATA DO DIA UTIL SEGUINTE TAMBEM CONTA COMO RECEBIDO. O DIA
      * DA SEMANA E O DA DATA DE REFERENCIA, DEVOLVIDO PELO SUB004
      * (1 = SEGUNDA ... 7 = DOMINGO, A MESMA ORDEM DOS DIAS
      * ESPERADOS NO CADASTRO). EM FERIADO DO CALENDARIO NENHUMA
      * ORIGEM E ESPERADA.
      *
      * O RESULTADO E REGISTRADO NO CONTROLE DA CADEIA NOTURNA
      * (RUNCTL, VIA SUB003) PARA A MONITORACAO ONLINE (ONLINE04):
      * LIDOS = ORIGENS ESPERADAS, GRAVADOS = ORIGENS FALTANTES,
      * LOTE = PRIMEIRA ORIGEM FALTANTE. HAVENDO FALTA O
      * RETURN-CODE E 4 (ALERTA PARA A OPERACAO, SEM PARAR A
      * CADEIA). LOTECTL AUSENTE CONTA TODAS AS ORIGENS ESPERADAS
      * COMO FALTANTES; SISORIG OU SUB004 INDISPONIVEL ABORTA COM
      * 16.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     DIA DE SEMANA QUE E FERIADO NO CALENDARIO
      *                    (SUB004) NAO ESPERA NENHUMA ORIGEM. SUB004
      *                    INDISPONIVEL E SO AVISADO.
      * 2026-10-15 EDB     DATA DE REFERENCIA PELA REGRA-DATA-NEGOCIO
      *                    DO PARMFILE (A MESMA DO PROGCALL) E DIA
      *                    DA SEMANA DESSA DATA PELO SUB004, EM VEZ
      *                    DO RELOGIO; SUB004 INDISPONIVEL ABORTA.
      *                    CHEGADA NA VESPERA NAO E MAIS ATRASO.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARM     ASSIGN TO 'PARMFILE'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARM.

           SELECT ARQ-SIS-ORIGEM ASSIGN TO 'SISORIG'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   SEQUENTIAL
                                RECORD KEY    SO-SISTEMA
                                FILE STATUS   WK-STATUS-SISORIG.

           SELECT ARQ-LOTE-CTL ASSIGN TO 'LOTECTL'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-LOTECTL.

           SELECT ARQ-RELATORIO ASSIGN TO 'FALTREP'
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
       FD  ARQ-SIS-ORIGEM
           LABEL RECORDS ARE STANDARD.
       01  REG-SIS-ORIGEM.
           05  SO-SISTEMA      PIC X(08).
           05  SO-SITUACAO     PIC X(01).
               88  SO-ATIVO               VALUE 'A'.
               88  SO-SUSPENSO            VALUE 'S'.
           05  SO-DIAS-ESPERADOS.
               10  SO-DIA-ESPERADO OCCURS 7 TIMES PIC X(01).
           05  SO-HORA-LIMITE  PIC 9(04).
           05  SO-MAX-DETALHES PIC 9(07).
           05  SO-MOEDAS.
               10  SO-MOEDA    OCCURS 5 TIMES PIC X(03).
           05  SO-DESCRICAO    PIC X(20).
           05  SO-DATA-ALTERACAO PIC 9(08).
           05  SO-OPERADOR-ALTERACAO PIC X(08).
           05  FILLER          PIC X(02).
      *
       FD  ARQ-LOTE-CTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LOTE-CTL.
           05  LOT-LOTE-ID     PIC X(08).
           05  FILLER          PIC X(01).
           05  LOT-PARTICAO    PIC X(01).
           05  FILLER          PIC X(01).
           05  LOT-DATA-NEGOCIO PIC 9(08).
           05  FILLER          PIC X(01).
           05  LOT-SISTEMA-ORIGEM PIC X(08).
           05  FILLER          PIC X(01).
           05  LOT-DATA-CHEGADA PIC 9(08).
           05  FILLER          PIC X(01).
           05  LOT-HORA-CHEGADA PIC 9(08).
           05  LOT-HORA-CHEGADA-P REDEFINES LOT-HORA-CHEGADA.
               10  LOT-HHMM-CHEGADA PIC 9(04).
               10  FILLER      PIC 9(04).
           05  FILLER          PIC X(01).
           05  LOT-QTD-DETALHES PIC 9(07).
           05  FILLER          PIC X(26).
      *
       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO       PIC X(100).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-SISORIG    PIC X(02) VALUE SPACES.
       01  WK-STATUS-LOTECTL    PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-REFERENCIA   PIC 9(08) VALUE ZEROS.
       01  WK-DATA-UTIL-PROXIMO PIC 9(08) VALUE ZEROS.
       01  WK-DIA-SEMANA        PIC 9(01) VALUE ZERO.
       01  WK-FERIADO-SW        PIC X(01) VALUE 'N'.
           88  WK-DIA-FERIADO             VALUE 'S'.
           88  WK-DIA-NORMAL              VALUE 'N'.
      *
      * PARAMETROS DE CHAMADA DO SERVICO DE DATAS (SUB004).
       01  WK-DT-FUNCAO         PIC X(01) VALUE 'V'.
       01  WK-DT-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01  WK-DT-QTD-DIAS       PIC 9(05) VALUE ZEROS.
       01  WK-DT-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
       01  WK-DT-DIA-UTIL       PIC X(01) VALUE SPACE.
       01  WK-DT-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01  WK-DT-RETORNO        PIC X(02) VALUE SPACES.
           88  WK-DT-OK                   VALUE '00' '04'.
      *
      * PARAMETROS DE EXECUCAO COMPARTILHADOS COM O PROGCALL
      * (PARMFILE); SO A REGRA DA DATA DE NEGOCIO E RECONHECIDA, AS
      * DEMAIS CHAVES SAO IGNORADAS.
       01  WK-REGRA-DATA-NEGOCIO PIC X(12) VALUE 'SISTEMA'.
           88  WK-REGRA-SISTEMA           VALUE 'SISTEMA'.
           88  WK-REGRA-UTIL-ATUAL        VALUE 'UTIL-ATUAL'.
           88  WK-REGRA-UTIL-PROXIMO      VALUE 'UTIL-PROXIMO'.
       01  WK-FIM-PARM-SW       PIC X(01) VALUE 'N'.
           88  FIM-PARM                   VALUE 'S'.
           88  NAO-FIM-PARM               VALUE 'N'.
       01  WK-PARM-CHAVE        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR        PIC X(20) VALUE SPACES.
      *
       01  WK-FIM-SISORIG-SW    PIC X(01) VALUE 'N'.
           88  FIM-SISORIG                VALUE 'S'.
           88  NAO-FIM-SISORIG            VALUE 'N'.
       01  WK-FIM-LOTECTL-SW    PIC X(01) VALUE 'N'.
           88  FIM-LOTECTL                VALUE 'S'.
           88  NAO-FIM-LOTECTL            VALUE 'N'.
      *
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
      * ORIGENS QUE TIVERAM LOTE DA DATA PROCESSADO, COM A PRIMEIRA
      * CHEGADA DO DIA (UM LOTE PARTICIONADO OU VARIOS LOTES DA
      * MESMA ORIGEM OCUPAM UMA SO ENTRADA).
       01  WK-TABELA-RECEBIDOS.
           05  WK-QTD-RECEBIDOS PIC 9(04) COMP VALUE ZERO.
           05  WK-REC-ENTRADA   OCCURS 500 TIMES.
               10  REC-SISTEMA  PIC X(08).
               10  REC-DATA-CHEGADA PIC 9(08).
               10  REC-HHMM-CHEGADA PIC 9(04).
               10  REC-QTD-LOTES PIC 9(05) COMP.
       01  WK-IND-REC           PIC 9(04) COMP VALUE ZERO.
       01  WK-REC-ACHADO        PIC 9(04) COMP VALUE ZERO.
       01  WK-LIMITE-RECEBIDOS  PIC 9(04) COMP VALUE 500.
      *
       01  WK-QTD-LOTECTL-LIDOS PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-ESPERADAS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-FALTANTES     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-ATRASADAS     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-NO-PRAZO      PIC 9(07) COMP VALUE ZERO.
       01  WK-PRIMEIRA-FALTA    PIC X(08) VALUE SPACES.
      *
       01  LINHA-FAL-TITULO.
           05  FILLER           PIC X(40)
               VALUE 'TRANSMISSOES ESPERADAS E NAO RECEBIDAS  '.
           05  FILLER           PIC X(08)  VALUE '- DATA: '.
           05  LFT-DATA         PIC 9(08).
           05  FILLER           PIC X(16)  VALUE '  DIA DA SEMANA '.
           05  LFT-DIA-SEMANA   PIC 9(01).
           05  FILLER           PIC X(27)  VALUE SPACES.
      *
       01  LINHA-FAL-CABECALHO.
           05  FILLER           PIC X(09)  VALUE 'SISTEMA'.
           05  FILLER           PIC X(21)  VALUE 'DESCRICAO'.
           05  FILLER           PIC X(21)  VALUE 'SITUACAO'.
           05  FILLER           PIC X(08)  VALUE 'LIMITE'.
           05  FILLER           PIC X(09)  VALUE 'CHEGADA'.
           05  FILLER           PIC X(07)  VALUE 'HORA'.
           05  FILLER           PIC X(05)  VALUE 'LOTES'.
           05  FILLER           PIC X(20)  VALUE SPACES.
      *
       01  LINHA-FAL-DETALHE.
           05  LFD-SISTEMA      PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LFD-DESCRICAO    PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LFD-SITUACAO     PIC X(20).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LFD-HORA-LIMITE  PIC X(05).
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LFD-DATA-CHEGADA PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LFD-HORA-CHEGADA PIC X(05).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LFD-QTD-LOTES    PIC ZZZZ9.
           05  FILLER           PIC X(20)  VALUE SPACES.
      *
       01  WK-HORA-EDITADA.
           05  WK-HED-HH        PIC 9(02).
           05  FILLER           PIC X(01)  VALUE ':'.
           05  WK-HED-MM        PIC 9(02).
       01  WK-HHMM-CHEGADA      PIC 9(04) VALUE ZERO.
       01  WK-HHMM-PARTES REDEFINES WK-HHMM-CHEGADA.
           05  WK-HHMM-HH       PIC 9(02).
           05  WK-HHMM-MM       PIC 9(02).
      *
       01  LINHA-FAL-TOTAL.
           05  FILLER           PIC X(20)  VALUE 'ORIGENS ESPERADAS: '.
           05  LTT-ESPERADAS    PIC ZZZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  NAO RECEB.: '.
           05  LTT-FALTANTES    PIC ZZZZZZ9.
           05  FILLER           PIC X(15)  VALUE '  COM ATRASO: '.
           05  LTT-ATRASADAS    PIC ZZZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  NO PRAZO: '.
           05  LTT-NO-PRAZO     PIC ZZZZZZ9.
           05  FILLER           PIC X(09)  VALUE SPACES.
      *
       01  LINHA-FAL-NENHUMA    PIC X(100)
               VALUE 'NENHUMA ORIGEM ESPERADA EM FALTA OU COM ATRASO.'.
      *
       01  LINHA-EM-BRANCO      PIC X(100) VALUE SPACES.
      *
      * CAMPOS DA CHAMADA AO REGISTRADOR DE EXECUCAO DA CADEIA
      * NOTURNA (SUB003 / ARQUIVO RUNCTL).
       01  WK-RUN-ACAO          PIC X(01) VALUE SPACE.
       01  WK-RUN-PROGRAMA      PIC X(08) VALUE 'FALTAS01'.
       01  WK-RUN-PARTICAO      PIC X(01) VALUE '0'.
       01  WK-RUN-LOTE          PIC X(08) VALUE SPACES.
       01  WK-RUN-LIDOS         PIC 9(07) VALUE ZEROS.
       01  WK-RUN-GRAVADOS      PIC 9(07) VALUE ZEROS.
       01  WK-RUN-RC            PIC 9(04) VALUE ZEROS.
       01  WK-RUN-STATUS        PIC X(01) VALUE SPACE.
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * CONTROLA A CARGA DAS CHEGADAS DO DIA, O CONFRONTO COM O
      * CADASTRO DE ORIGENS E A EMISSAO DO RELATORIO.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'RELATORIO DE TRANSMISSOES AUSENTES INICIADO'

           MOVE 'I' TO WK-RUN-ACAO
           CALL 'SUB003' USING WK-RUN-ACAO,
                           WK-RUN-PROGRAMA,
                           WK-RUN-PARTICAO,
                           WK-RUN-LOTE,
                           WK-RUN-LIDOS,
                           WK-RUN-GRAVADOS,
                           WK-RUN-RC,
                           WK-RUN-STATUS
               ON EXCEPTION
                   DISPLAY 'AVISO: SUB003 INDISPONIVEL - '
                           'EXECUCAO NAO REGISTRADA'
           END-CALL

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 0500-LER-PARAMETROS
               THRU 0500-LER-PARAMETROS-EXIT

           PERFORM 1300-DEFINIR-REFERENCIA
               THRU 1300-DEFINIR-REFERENCIA-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1400-VERIFICAR-FERIADO
               THRU 1400-VERIFICAR-FERIADO-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1500-ABRIR-ARQUIVOS
               THRU 1500-ABRIR-ARQUIVOS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 2000-CARREGAR-CHEGADAS
               THRU 2000-CARREGAR-CHEGADAS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           MOVE WK-DATA-REFERENCIA TO LFT-DATA
           MOVE WK-DIA-SEMANA   TO LFT-DIA-SEMANA
           WRITE REG-RELATORIO FROM LINHA-FAL-TITULO
           WRITE REG-RELATORIO FROM LINHA-FAL-CABECALHO

           PERFORM 3100-LER-ORIGEM
               THRU 3100-LER-ORIGEM-EXIT

           PERFORM 3000-CONFERIR-ORIGEM
               THRU 3000-CONFERIR-ORIGEM-EXIT
               UNTIL FIM-SISORIG

           PERFORM 7000-EMITIR-TOTAIS
               THRU 7000-EMITIR-TOTAIS-EXIT.
      *
      *=================================*
      * 0000-MAIN-ENCERRAR
      *=================================*
       0000-MAIN-ENCERRAR.
           PERFORM 8000-ENCERRAR-ARQUIVOS
               THRU 8000-ENCERRAR-ARQUIVOS-EXIT

           IF JOB-ABORTADO
               DISPLAY 'RELATORIO ENCERRADO POR ERRO FATAL'
               MOVE 16 TO RETURN-CODE
               MOVE 'F' TO WK-RUN-STATUS
           ELSE
               IF WK-QTD-FALTANTES > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
               DISPLAY 'RELATORIO FINALIZADO'
               MOVE 'C' TO WK-RUN-STATUS
           END-IF
           MOVE WK-QTD-ESPERADAS TO WK-RUN-LIDOS
           MOVE WK-QTD-FALTANTES TO WK-RUN-GRAVADOS
           MOVE WK-PRIMEIRA-FALTA TO WK-RUN-LOTE
           MOVE RETURN-CODE TO WK-RUN-RC
           MOVE 'F' TO WK-RUN-ACAO
           CALL 'SUB003' USING WK-RUN-ACAO,
                           WK-RUN-PROGRAMA,
                           WK-RUN-PARTICAO,
                           WK-RUN-LOTE,
                           WK-RUN-LIDOS,
                           WK-RUN-GRAVADOS,
                           WK-RUN-RC,
                           WK-RUN-STATUS
               ON EXCEPTION
                   DISPLAY 'AVISO: SUB003 INDISPONIVEL - '
                           'ENCERRAMENTO NAO REGISTRADO'
           END-CALL

           STOP RUN.
      *
      *=================================*
      * 0500-LER-PARAMETROS
      * LE DO PARMFILE A REGRA-DATA-NEGOCIO. CHAVES DO PROGCALL SAO
      * IGNORADAS; ARQUIVO AUSENTE OU VALOR INVALIDO MANTEM A REGRA
      * SISTEMA, COM AVISO (O PROGCALL, DONO DO ARQUIVO, E QUEM
      * ABORTA NESSES CASOS).
      *=================================*
       0500-LER-PARAMETROS.
           OPEN INPUT ARQ-PARM
           IF WK-STATUS-PARM NOT = '00'
               DISPLAY 'AVISO: PARMFILE AUSENTE (STATUS '
                       WK-STATUS-PARM ') - USANDO A REGRA SISTEMA'
               GO TO 0500-LER-PARAMETROS-EXIT
           END-IF

           PERFORM 0510-LER-UM-PARAMETRO
               THRU 0510-LER-UM-PARAMETRO-EXIT
               UNTIL FIM-PARM

           CLOSE ARQ-PARM.
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

           IF WK-PARM-CHAVE = 'REGRA-DATA-NEGOCIO'
               IF WK-PARM-VALOR = 'SISTEMA'
                OR WK-PARM-VALOR = 'UTIL-ATUAL'
                OR WK-PARM-VALOR = 'UTIL-PROXIMO'
                   MOVE WK-PARM-VALOR TO WK-REGRA-DATA-NEGOCIO
               ELSE
                   DISPLAY 'AVISO: REGRA-DATA-NEGOCIO INVALIDA '
                           'NO PARMFILE - MANTIDA A REGRA SISTEMA'
               END-IF
           END-IF.
       0510-LER-UM-PARAMETRO-EXIT.
           EXIT.
      *
      *=================================*
      * 1300-DEFINIR-REFERENCIA
      * DATA DE NEGOCIO DE REFERENCIA PELA MESMA REGRA DO PROGCALL
      * (1270-CONFERIR-DATA-NEGOCIO): NA REGRA SISTEMA, A DATA DO
      * PROCESSAMENTO; NAS DE DIA UTIL, O DIA UTIL CORRENTE (SUB004
      * R COM ZERO DIAS) E, NA UTIL-PROXIMO, TAMBEM O DIA UTIL
      * SEGUINTE (SUB004 A COM UM DIA).
      *=================================*
       1300-DEFINIR-REFERENCIA.
           MOVE WK-DATA-SISTEMA TO WK-DATA-REFERENCIA
           MOVE ZEROS           TO WK-DATA-UTIL-PROXIMO

           IF WK-REGRA-SISTEMA
               GO TO 1300-DEFINIR-REFERENCIA-EXIT
           END-IF

           MOVE 'R'             TO WK-DT-FUNCAO
           MOVE WK-DATA-SISTEMA TO WK-DT-DATA-ENTRADA
           MOVE ZERO            TO WK-DT-QTD-DIAS
           PERFORM 1450-CHAMAR-SUB004
               THRU 1450-CHAMAR-SUB004-EXIT
           IF JOB-ABORTADO
               GO TO 1300-DEFINIR-REFERENCIA-EXIT
           END-IF
           MOVE WK-DT-DATA-SAIDA TO WK-DATA-REFERENCIA

           IF WK-REGRA-UTIL-PROXIMO
               MOVE 'A'                TO WK-DT-FUNCAO
               MOVE WK-DATA-REFERENCIA TO WK-DT-DATA-ENTRADA
               MOVE 1                  TO WK-DT-QTD-DIAS
               PERFORM 1450-CHAMAR-SUB004
                   THRU 1450-CHAMAR-SUB004-EXIT
               IF JOB-ABORTADO
                   GO TO 1300-DEFINIR-REFERENCIA-EXIT
               END-IF
               MOVE WK-DT-DATA-SAIDA TO WK-DATA-UTIL-PROXIMO
           END-IF.
       1300-DEFINIR-REFERENCIA-EXIT.
           EXIT.
      *
      *=================================*
      * 1400-VERIFICAR-FERIADO
      * CONSULTA O CALENDARIO (SUB004) PARA A DATA DE REFERENCIA:
      * DEVOLVE O DIA DA SEMANA DELA E, SE FOR DIA DE SEMANA NAO
      * UTIL, E FERIADO E NENHUMA ORIGEM E ESPERADA. CALENDARIO
      * AUSENTE (RETORNO 04) SO DEIXA DE CONSIDERAR OS FERIADOS.
      *=================================*
       1400-VERIFICAR-FERIADO.
           SET WK-DIA-NORMAL TO TRUE
           MOVE 'V'                TO WK-DT-FUNCAO
           MOVE WK-DATA-REFERENCIA TO WK-DT-DATA-ENTRADA
           MOVE ZERO               TO WK-DT-QTD-DIAS
           PERFORM 1450-CHAMAR-SUB004
               THRU 1450-CHAMAR-SUB004-EXIT
           IF JOB-ABORTADO
               GO TO 1400-VERIFICAR-FERIADO-EXIT
           END-IF
           MOVE WK-DT-DIA-SEMANA TO WK-DIA-SEMANA

           IF WK-DT-RETORNO = '00'
            AND WK-DT-DIA-UTIL = 'N'
            AND WK-DT-DIA-SEMANA < 6
               SET WK-DIA-FERIADO TO TRUE
               DISPLAY 'FERIADO NO CALENDARIO - NENHUMA ORIGEM '
                       'ESPERADA EM ' WK-DATA-REFERENCIA
           END-IF.
       1400-VERIFICAR-FERIADO-EXIT.
           EXIT.
      *
       1450-CHAMAR-SUB004.
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
                   SET JOB-ABORTADO TO TRUE
                   GO TO 1450-CHAMAR-SUB004-EXIT
           END-CALL

           IF NOT WK-DT-OK
               DISPLAY 'ERRO: SUB004 RETORNOU ' WK-DT-RETORNO
                       ' PARA A DATA ' WK-DT-DATA-ENTRADA
               SET JOB-ABORTADO TO TRUE
           END-IF.
       1450-CHAMAR-SUB004-EXIT.
           EXIT.
      *
      *=================================*
      * 1500-ABRIR-ARQUIVOS
      * SEM O CADASTRO DE ORIGENS NAO HA O QUE CONFERIR E O JOB
      * PARA. O LOTECTL AUSENTE (NENHUM LOTE PROCESSADO AINDA) NAO
      * E ERRO: TODAS AS ORIGENS ESPERADAS SAIRAO COMO FALTANTES.
      *=================================*
       1500-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-SIS-ORIGEM
           IF WK-STATUS-SISORIG NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-SIS-ORIGEM (SISORIG): '
                       WK-STATUS-SISORIG
               MOVE 16 TO RETURN-CODE
               GO TO 1500-ABRIR-ARQUIVOS-EXIT
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           IF WK-STATUS-RELAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RELATORIO: '
                       WK-STATUS-RELAT
               MOVE 16 TO RETURN-CODE
           END-IF.
       1500-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-CARREGAR-CHEGADAS
      * LE O LOTECTL INTEIRO E GUARDA, POR ORIGEM, OS LOTES DA DATA
      * DE NEGOCIO DE REFERENCIA E A PRIMEIRA CHEGADA. REGISTROS
      * GRAVADOS ANTES DO CONTROLE PASSAR A GUARDAR A DATA E A
      * ORIGEM (CAMPOS NAO NUMERICOS OU EM BRANCO) SAO IGNORADOS.
      *=================================*
       2000-CARREGAR-CHEGADAS.
           OPEN INPUT ARQ-LOTE-CTL
           IF WK-STATUS-LOTECTL NOT = '00'
               DISPLAY 'AVISO: LOTECTL INDISPONIVEL ('
                       WK-STATUS-LOTECTL
                       ') - NENHUM LOTE CONSIDERADO RECEBIDO'
               GO TO 2000-CARREGAR-CHEGADAS-EXIT
           END-IF

           SET NAO-FIM-LOTECTL TO TRUE
           PERFORM 2100-LER-LOTECTL
               THRU 2100-LER-LOTECTL-EXIT
               UNTIL FIM-LOTECTL
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-LOTE-CTL.
       2000-CARREGAR-CHEGADAS-EXIT.
           EXIT.
      *
       2100-LER-LOTECTL.
           READ ARQ-LOTE-CTL
               AT END
                   SET FIM-LOTECTL TO TRUE
                   GO TO 2100-LER-LOTECTL-EXIT
           END-READ

           ADD 1 TO WK-QTD-LOTECTL-LIDOS

           IF LOT-DATA-NEGOCIO NOT NUMERIC
            OR LOT-SISTEMA-ORIGEM = SPACES
               GO TO 2100-LER-LOTECTL-EXIT
           END-IF

           IF LOT-DATA-NEGOCIO NOT = WK-DATA-REFERENCIA
            AND (NOT WK-REGRA-UTIL-PROXIMO
             OR LOT-DATA-NEGOCIO NOT = WK-DATA-UTIL-PROXIMO)
               GO TO 2100-LER-LOTECTL-EXIT
           END-IF

           IF LOT-DATA-CHEGADA NOT NUMERIC
               MOVE WK-DATA-REFERENCIA TO LOT-DATA-CHEGADA
           END-IF
           IF LOT-HORA-CHEGADA NOT NUMERIC
               MOVE ZEROS TO LOT-HORA-CHEGADA
           END-IF

           MOVE ZERO TO WK-REC-ACHADO
           PERFORM 2200-PROCURAR-RECEBIDO
               THRU 2200-PROCURAR-RECEBIDO-EXIT
               VARYING WK-IND-REC FROM 1 BY 1
               UNTIL WK-IND-REC > WK-QTD-RECEBIDOS
                  OR WK-REC-ACHADO > ZERO

           IF WK-REC-ACHADO > ZERO
               PERFORM 2300-ATUALIZAR-RECEBIDO
                   THRU 2300-ATUALIZAR-RECEBIDO-EXIT
               GO TO 2100-LER-LOTECTL-EXIT
           END-IF

           IF WK-QTD-RECEBIDOS NOT < WK-LIMITE-RECEBIDOS
               DISPLAY 'ERRO: MAIS DE ' WK-LIMITE-RECEBIDOS
                       ' ORIGENS DISTINTAS NO LOTECTL DA DATA'
               MOVE 16 TO RETURN-CODE
               GO TO 2100-LER-LOTECTL-EXIT
           END-IF

           ADD 1 TO WK-QTD-RECEBIDOS
           MOVE LOT-SISTEMA-ORIGEM
               TO REC-SISTEMA      (WK-QTD-RECEBIDOS)
           MOVE LOT-DATA-CHEGADA
               TO REC-DATA-CHEGADA (WK-QTD-RECEBIDOS)
           MOVE LOT-HHMM-CHEGADA
               TO REC-HHMM-CHEGADA (WK-QTD-RECEBIDOS)
           MOVE 1 TO REC-QTD-LOTES (WK-QTD-RECEBIDOS).
       2100-LER-LOTECTL-EXIT.
           EXIT.
      *
       2200-PROCURAR-RECEBIDO.
           IF REC-SISTEMA (WK-IND-REC) = LOT-SISTEMA-ORIGEM
               MOVE WK-IND-REC TO WK-REC-ACHADO
           END-IF.
       2200-PROCURAR-RECEBIDO-EXIT.
           EXIT.
      *
      * MAIS UM LOTE (OU PARTICAO) DA MESMA ORIGEM: CONTA O LOTE E
      * GUARDA A CHEGADA SE FOR ANTERIOR A JA REGISTRADA.
       2300-ATUALIZAR-RECEBIDO.
           ADD 1 TO REC-QTD-LOTES (WK-REC-ACHADO)

           IF LOT-DATA-CHEGADA < REC-DATA-CHEGADA (WK-REC-ACHADO)
            OR (LOT-DATA-CHEGADA = REC-DATA-CHEGADA (WK-REC-ACHADO)
            AND LOT-HHMM-CHEGADA < REC-HHMM-CHEGADA (WK-REC-ACHADO))
               MOVE LOT-DATA-CHEGADA
                   TO REC-DATA-CHEGADA (WK-REC-ACHADO)
               MOVE LOT-HHMM-CHEGADA
                   TO REC-HHMM-CHEGADA (WK-REC-ACHADO)
           END-IF.
       2300-ATUALIZAR-RECEBIDO-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-CONFERIR-ORIGEM
      * PARA CADA ORIGEM ATIVA ESPERADA NO DIA DA SEMANA, PROCURA
      * AS CHEGADAS DA DATA: SEM NENHUM LOTE SAI COMO NAO RECEBIDA;
      * COM A PRIMEIRA CHEGADA EM DATA POSTERIOR A DE REFERENCIA,
      * OU NELA DEPOIS DA HORA LIMITE, SAI COMO RECEBIDA COM ATRASO
      * (CHEGADA NA VESPERA ESTA SEMPRE NO PRAZO).
      * ORIGEM SUSPENSA OU NAO ESPERADA NO DIA NAO E CONFERIDA, E
      * NENHUMA E CONFERIDA EM FERIADO.
      *=================================*
       3000-CONFERIR-ORIGEM.
           IF WK-DIA-FERIADO
               GO TO 3000-CONFERIR-ORIGEM-LER
           END-IF

           IF NOT SO-ATIVO
            OR SO-DIA-ESPERADO (WK-DIA-SEMANA) NOT = 'S'
               GO TO 3000-CONFERIR-ORIGEM-LER
           END-IF

           ADD 1 TO WK-QTD-ESPERADAS

           MOVE ZERO TO WK-REC-ACHADO
           PERFORM 3200-PROCURAR-ORIGEM
               THRU 3200-PROCURAR-ORIGEM-EXIT
               VARYING WK-IND-REC FROM 1 BY 1
               UNTIL WK-IND-REC > WK-QTD-RECEBIDOS
                  OR WK-REC-ACHADO > ZERO

           IF WK-REC-ACHADO = ZERO
               ADD 1 TO WK-QTD-FALTANTES
               IF WK-PRIMEIRA-FALTA = SPACES
                   MOVE SO-SISTEMA TO WK-PRIMEIRA-FALTA
               END-IF
               DISPLAY 'ALERTA: ORIGEM ' SO-SISTEMA
                       ' ESPERADA E NAO RECEBIDA'
               PERFORM 4000-IMPRIMIR-FALTA
                   THRU 4000-IMPRIMIR-FALTA-EXIT
               GO TO 3000-CONFERIR-ORIGEM-LER
           END-IF

           IF SO-HORA-LIMITE NOT NUMERIC
            OR SO-HORA-LIMITE = ZERO
               ADD 1 TO WK-QTD-NO-PRAZO
               GO TO 3000-CONFERIR-ORIGEM-LER
           END-IF

           IF REC-DATA-CHEGADA (WK-REC-ACHADO) > WK-DATA-REFERENCIA
            OR (REC-DATA-CHEGADA (WK-REC-ACHADO) = WK-DATA-REFERENCIA
            AND REC-HHMM-CHEGADA (WK-REC-ACHADO) > SO-HORA-LIMITE)
               ADD 1 TO WK-QTD-ATRASADAS
               DISPLAY 'AVISO: ORIGEM ' SO-SISTEMA
                       ' RECEBIDA COM ATRASO'
               PERFORM 4100-IMPRIMIR-ATRASO
                   THRU 4100-IMPRIMIR-ATRASO-EXIT
           ELSE
               ADD 1 TO WK-QTD-NO-PRAZO
           END-IF.
      *
       3000-CONFERIR-ORIGEM-LER.
           PERFORM 3100-LER-ORIGEM
               THRU 3100-LER-ORIGEM-EXIT.
       3000-CONFERIR-ORIGEM-EXIT.
           EXIT.
      *
       3100-LER-ORIGEM.
           READ ARQ-SIS-ORIGEM NEXT RECORD
               AT END
                   SET FIM-SISORIG TO TRUE
           END-READ.
       3100-LER-ORIGEM-EXIT.
           EXIT.
      *
       3200-PROCURAR-ORIGEM.
           IF REC-SISTEMA (WK-IND-REC) = SO-SISTEMA
               MOVE WK-IND-REC TO WK-REC-ACHADO
           END-IF.
       3200-PROCURAR-ORIGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-IMPRIMIR-FALTA / 4100-IMPRIMIR-ATRASO
      * MONTAM A LINHA DO RELATORIO DA ORIGEM CORRENTE.
      *=================================*
       4000-IMPRIMIR-FALTA.
           MOVE SPACES          TO LINHA-FAL-DETALHE
           MOVE SO-SISTEMA      TO LFD-SISTEMA
           MOVE SO-DESCRICAO    TO LFD-DESCRICAO
           MOVE 'NAO RECEBIDO'  TO LFD-SITUACAO
           PERFORM 4200-EDITAR-LIMITE
               THRU 4200-EDITAR-LIMITE-EXIT
           MOVE ZERO            TO LFD-QTD-LOTES
           WRITE REG-RELATORIO FROM LINHA-FAL-DETALHE.
       4000-IMPRIMIR-FALTA-EXIT.
           EXIT.
      *
       4100-IMPRIMIR-ATRASO.
           MOVE SPACES               TO LINHA-FAL-DETALHE
           MOVE SO-SISTEMA           TO LFD-SISTEMA
           MOVE SO-DESCRICAO         TO LFD-DESCRICAO
           MOVE 'RECEBIDO COM ATRASO' TO LFD-SITUACAO
           PERFORM 4200-EDITAR-LIMITE
               THRU 4200-EDITAR-LIMITE-EXIT
           MOVE REC-DATA-CHEGADA (WK-REC-ACHADO) TO LFD-DATA-CHEGADA
           MOVE REC-HHMM-CHEGADA (WK-REC-ACHADO) TO WK-HHMM-CHEGADA
           MOVE WK-HHMM-HH           TO WK-HED-HH
           MOVE WK-HHMM-MM           TO WK-HED-MM
           MOVE WK-HORA-EDITADA      TO LFD-HORA-CHEGADA
           MOVE REC-QTD-LOTES (WK-REC-ACHADO) TO LFD-QTD-LOTES
           WRITE REG-RELATORIO FROM LINHA-FAL-DETALHE.
       4100-IMPRIMIR-ATRASO-EXIT.
           EXIT.
      *
       4200-EDITAR-LIMITE.
           IF SO-HORA-LIMITE NUMERIC
               MOVE SO-HORA-LIMITE  TO WK-HHMM-CHEGADA
           ELSE
               MOVE ZERO            TO WK-HHMM-CHEGADA
           END-IF
           MOVE WK-HHMM-HH          TO WK-HED-HH
           MOVE WK-HHMM-MM          TO WK-HED-MM
           MOVE WK-HORA-EDITADA     TO LFD-HORA-LIMITE.
       4200-EDITAR-LIMITE-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-TOTAIS
      * EMITE OS TOTAIS DO CONFRONTO, TANTO NO ARQUIVO QUANTO NO
      * LOG DO JOB.
      *=================================*
       7000-EMITIR-TOTAIS.
           IF WK-QTD-FALTANTES = ZERO
            AND WK-QTD-ATRASADAS = ZERO
               WRITE REG-RELATORIO FROM LINHA-FAL-NENHUMA
           END-IF

           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           MOVE WK-QTD-ESPERADAS TO LTT-ESPERADAS
           MOVE WK-QTD-FALTANTES TO LTT-FALTANTES
           MOVE WK-QTD-ATRASADAS TO LTT-ATRASADAS
           MOVE WK-QTD-NO-PRAZO  TO LTT-NO-PRAZO
           WRITE REG-RELATORIO FROM LINHA-FAL-TOTAL

           DISPLAY 'REGRA DA DATA DE NEGOCIO: ' WK-REGRA-DATA-NEGOCIO
           DISPLAY 'DATA DE REFERENCIA......: ' WK-DATA-REFERENCIA
           DISPLAY 'REGISTROS DO LOTECTL....: ' WK-QTD-LOTECTL-LIDOS
           DISPLAY 'ORIGENS COM LOTE NA DATA: ' WK-QTD-RECEBIDOS
           DISPLAY 'ORIGENS ESPERADAS.......: ' WK-QTD-ESPERADAS
           DISPLAY 'NAO RECEBIDAS...........: ' WK-QTD-FALTANTES
           DISPLAY 'RECEBIDAS COM ATRASO....: ' WK-QTD-ATRASADAS
           DISPLAY 'RECEBIDAS NO PRAZO......: ' WK-QTD-NO-PRAZO.
       7000-EMITIR-TOTAIS-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-SIS-ORIGEM
           CLOSE ARQ-RELATORIO.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
