      * UTILITARIO DE RETENCAO DO VSAM DE RESULTADOS
      * O PROGCALL GRAVA UM REGISTRO NO VSAMRES POR PAR CALCULADO
      * E NADA NUNCA OS REMOVE; O CLUSTER SO CRESCE. ESTE
      * UTILITARIO LE O PARAMETRO DE RETENCAO (DIAS UTEIS), CALCULA
      * A DATA DE CORTE A PARTIR DA DATA DO PROCESSAMENTO E:
      *   PASSO 1 - COPIA PARA A GERACAO DE ARQUIVO-MORTO TODOS OS
      *             REGISTROS CUJA DATA (PARTE INICIAL DO ID DE
      *             TRANSACAO) E ANTERIOR A DATA DE CORTE;
      *             SUCESSO, RELE O CLUSTER E EXPURGA (DELETE) OS
      *             MESMOS REGISTROS. QUALQUER FALHA NA GRAVACAO
      *             DO ARQUIVO-MORTO ENCERRA O JOB SEM EXPURGAR
      *             NADA - NENHUM REGISTRO E REMOVIDO SEM COPIA;
      *   PASSO 3 - EXPURGA DO HISTORICO DE IMPRESSOES DIGITAIS DA
      *             DETECCAO DE DUPLICIDADE (DUPHIST) AS ENTRADAS
      *             POSTADAS ANTES DA DATA DE CORTE E TAMBEM FORA DA
      *             JANELA DE DUPLICIDADE DO PROGCALL (SEM COPIA - O
      *             HISTORICO E DERIVADO DO VSAMRES).
      * AO FINAL EMITE O RELATORIO DE RETENCAO COM AS QUANTIDADES
      * MANTIDAS, ARQUIVADAS E EXPURGADAS POR DATA.
      *
      * PARAMETRO (ARQUIVO RETPARM, PRIMEIRO REGISTRO):
      *   COLUNAS 1-3 = DIAS UTEIS DE RETENCAO (EX.: 090).
      * OS DIAS UTEIS SAO CONTADOS PELO SERVICO DE DATAS SUB004
      * SOBRE O CALENDARIO DE FERIADOS (CALENDAR), O MESMO DO
      * PROGCALL E DO REJAGE01.
      * DO PARMFILE DO PROGCALL E LIDA SOMENTE A CHAVE
      * JANELA-DUPLICIDADE (DIAS UTEIS, PADRAO 005), USADA NO
      * PASSO 3.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      *                    NO REGISTRO VSAM (VR-MOEDA): O REGISTRO
      *                    PASSOU A 108 BYTES E O ARQUIVO-MORTO O
      *                    COPIA INTEIRO.
      * 2026-10-15 EDB     A RETENCAO PASSOU A SER CONTADA EM DIAS
      *                    UTEIS: A DATA DE CORTE VEM DO SERVICO DE
      *                    DATAS SUB004 (CALENDARIO DE FERIADOS) E O
      *                    RETROCESSO DIA A DIA LOCAL (1450/1460) FOI
      *                    REMOVIDO. SEM O CALENDARIO (OU SEM O
      *                    SUB004) O JOB ABORTA ANTES DE ARQUIVAR -
      *                    UM CORTE SO COM FINS DE SEMANA EXPURGARIA
      *                    DIAS QUE AINDA DEVEM SER RETIDOS.
      * 2026-10-15 EDB     INCLUIDO O PASSO 3: EXPURGO DO HISTORICO DE
      *                    IMPRESSOES DIGITAIS DA DETECCAO DE
      *                    DUPLICIDADE DO PROGCALL (DUPHIST) PELA
      *                    MESMA DATA DE CORTE.
      * 2026-10-15 EDB     O EXPURGO DO DUPHIST PASSOU A RESPEITAR A
      *                    JANELA-DUPLICIDADE DO PARMFILE: SO SAEM AS
      *                    ENTRADAS ANTERIORES AO CORTE DA RETENCAO E
      *                    AO CORTE DA JANELA, O QUE FOR MAIS ANTIGO.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARM.

           SELECT ARQ-PARM-GERAL ASSIGN TO 'PARMFILE'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARM-GERAL.

           SELECT ARQ-VSAM-RESULT ASSIGN TO 'VSAMRES'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   SEQUENTIAL
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    RT-CHAVE
                                FILE STATUS   WK-STATUS-RETCTL.

           SELECT ARQ-DUP-HIST ASSIGN TO 'DUPHIST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   SEQUENTIAL
                                RECORD KEY    DH-CHAVE
                                FILE STATUS   WK-STATUS-DUPHIST.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       01  REG-PARAMETRO.
           05  PRM-DIAS        PIC X(03).
           05  FILLER          PIC X(77).
      *
      * PARMFILE DO PROGCALL (CHAVE=VALOR).
       FD  ARQ-PARM-GERAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-GERAL.
           05  PRG-PRIMEIRO-BYTE PIC X(01).
           05  FILLER          PIC X(79).
      *
       FD  ARQ-VSAM-RESULT
           LABEL RECORDS ARE STANDARD.
           05  RT-DATA-CORTE   PIC 9(08).
           05  RT-DATA-EXECUCAO PIC 9(08).
           05  RT-DIAS-RETENCAO PIC 9(03).
      *
      * HISTORICO DE IMPRESSOES DIGITAIS DOS DETALHES POSTADOS
      * PELO PROGCALL (DETECCAO DE DUPLICIDADE).
       FD  ARQ-DUP-HIST
           LABEL RECORDS ARE STANDARD.
       01  REG-DUP-HIST.
           05  DH-CHAVE.
               10  DH-SISTEMA  PIC X(08).
               10  DH-DATA-NEGOCIO PIC 9(08).
               10  DH-TIPO     PIC X(01).
               10  DH-OPERANDO-1 PIC X(14).
               10  DH-OPERANDO-2 PIC X(10).
               10  DH-OPERACAO PIC X(01).
               10  DH-MOEDA    PIC X(03).
           05  DH-LOTE-ID      PIC X(08).
           05  DH-TRANS-ID     PIC X(14).
           05  DH-DATA-REGISTRO PIC 9(08).
           05  FILLER          PIC X(05).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-PARM-GERAL PIC X(02) VALUE SPACES.
       01  WK-STATUS-VSAM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-MORTO      PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-RETCTL     PIC X(02) VALUE SPACES.
       01  WK-STATUS-DUPHIST    PIC X(02) VALUE SPACES.
       01  WK-RETCTL-NOVO-SW    PIC X(01) VALUE 'N'.
           88  WK-RETCTL-NOVO             VALUE 'S'.
           88  WK-RETCTL-EXISTENTE        VALUE 'N'.
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-DATA-CORTE        PIC 9(08) VALUE ZEROS.
      *
      * JANELA DE DUPLICIDADE DO PROGCALL (DIAS UTEIS; 000 DESLIGA
      * A DETECCAO) E DATA DE CORTE DO EXPURGO DO DUPHIST.
       01  WK-JANELA-DUPLICIDADE PIC 9(03) VALUE 5.
       01  WK-DIGITOS-JANELA    PIC X(03) VALUE ZEROS.
       01  WK-DIGITOS-JANELA-V REDEFINES WK-DIGITOS-JANELA
                                PIC 9(03).
       01  WK-DATA-CORTE-DUP    PIC 9(08) VALUE ZEROS.
       01  WK-FIM-PARM-SW       PIC X(01) VALUE 'N'.
           88  FIM-PARM                   VALUE 'S'.
           88  NAO-FIM-PARM               VALUE 'N'.
       01  WK-PARM-CHAVE        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR-3 REDEFINES WK-PARM-VALOR.
           05  VAL-DIGITOS-3    PIC X(03).
           05  FILLER           PIC X(17).
      *
      * PARAMETROS DE CHAMADA DO SERVICO DE DATAS (SUB004).
       01  WK-DT-FUNCAO         PIC X(01) VALUE 'R'.
       01  WK-DT-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01  WK-DT-QTD-DIAS       PIC 9(05) VALUE ZEROS.
       01  WK-DT-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
       01  WK-DT-DIA-UTIL       PIC X(01) VALUE SPACE.
       01  WK-DT-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01  WK-DT-RETORNO        PIC X(02) VALUE SPACES.
      *
       01  WK-FIM-ARQUIVO-SW    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                VALUE 'S'.
       01  WK-QTD-MANTIDOS      PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-ARQUIVADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-EXPURGADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-IMPRESSOES    PIC 9(07) COMP VALUE ZERO.
      *
      * TOTAIS POR DATA, EM TABELA COM PESQUISA SEQUENCIAL. O
      * LIMITE DE 400 DATAS DISTINTAS COBRE COM FOLGA UM CLUSTER
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 0500-LER-PARAMETROS
               THRU 0500-LER-PARAMETROS-EXIT

           PERFORM 1400-CALCULAR-DATA-CORTE
               THRU 1400-CALCULAR-DATA-CORTE-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           DISPLAY 'DIAS UTEIS DE RETENCAO: ' WK-DIAS-RETENCAO
                   ' DATA DE CORTE: '   WK-DATA-CORTE

           PERFORM 2000-ARQUIVAR
           PERFORM 3000-EXPURGAR
               THRU 3000-EXPURGAR-EXIT

           IF JOB-NAO-ABORTADO
               PERFORM 3500-EXPURGAR-DUPHIST
                   THRU 3500-EXPURGAR-DUPHIST-EXIT
           END-IF

           PERFORM 6000-GRAVAR-CORTE
               THRU 6000-GRAVAR-CORTE-EXIT

      * 0000-MAIN-ENCERRAR
      *=================================*
      * DIFERENTE DO PROGCALL, AQUI NAO HA CHAMADAS A SUBPROGRAMAS
      * QUE DEIXEM RETURN-CODE RESIDUAL (O SUB004 PRESERVA O DO
      * CHAMADOR): UM CODIGO DIFERENTE DE
      * ZERO NESTE PONTO E SEMPRE DESTE PROGRAMA (POR EXEMPLO, UMA
      * FALHA ISOLADA DE DELETE) E E PRESERVADO PARA O SCHEDULER.
       0000-MAIN-ENCERRAR.
           STOP RUN.
      *
      *=================================*
      * 0500-LER-PARAMETROS
      * LE DO PARMFILE A JANELA-DUPLICIDADE, A UNICA CHAVE QUE SE
      * APLICA A RETENCAO; AS DEMAIS SAO IGNORADAS. ARQUIVO AUSENTE
      * MANTEM O PADRAO, COM AVISO. VALOR INVALIDO E AVISADO E O
      * PADRAO E MANTIDO (O PROGCALL, DONO DO ARQUIVO, E QUEM
      * ABORTA NESSE CASO), COMO NO REWORK01.
      *=================================*
       0500-LER-PARAMETROS.
           OPEN INPUT ARQ-PARM-GERAL
           IF WK-STATUS-PARM-GERAL NOT = '00'
               DISPLAY 'AVISO: PARMFILE AUSENTE (STATUS '
                       WK-STATUS-PARM-GERAL
                       ') - USANDO JANELA-DUPLICIDADE PADRAO'
               GO TO 0500-LER-PARAMETROS-ECOAR
           END-IF

           PERFORM 0510-LER-UM-PARAMETRO
               THRU 0510-LER-UM-PARAMETRO-EXIT
               UNTIL FIM-PARM

           CLOSE ARQ-PARM-GERAL.
      *
       0500-LER-PARAMETROS-ECOAR.
           DISPLAY 'JANELA-DUPLICIDADE EM VIGOR: '
                   WK-JANELA-DUPLICIDADE.
       0500-LER-PARAMETROS-EXIT.
           EXIT.
      *
       0510-LER-UM-PARAMETRO.
           READ ARQ-PARM-GERAL
               AT END
                   SET FIM-PARM TO TRUE
                   GO TO 0510-LER-UM-PARAMETRO-EXIT
           END-READ

           IF REG-PARM-GERAL = SPACES
            OR PRG-PRIMEIRO-BYTE = '*'
               GO TO 0510-LER-UM-PARAMETRO-EXIT
           END-IF

           MOVE SPACES TO WK-PARM-CHAVE
           MOVE SPACES TO WK-PARM-VALOR
           UNSTRING REG-PARM-GERAL DELIMITED BY '='
               INTO WK-PARM-CHAVE, WK-PARM-VALOR
           END-UNSTRING

           EVALUATE WK-PARM-CHAVE
               WHEN 'JANELA-DUPLICIDADE'
                   MOVE VAL-DIGITOS-3 TO WK-DIGITOS-JANELA
                   IF WK-DIGITOS-JANELA NUMERIC
                       MOVE WK-DIGITOS-JANELA-V
                           TO WK-JANELA-DUPLICIDADE
                   ELSE
                       DISPLAY 'AVISO: JANELA-DUPLICIDADE INVALIDA '
                               'NO PARMFILE - MANTIDO O PADRAO'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0510-LER-UM-PARAMETRO-EXIT.
           EXIT.
      *
      *=================================*
      * 1000-LER-PARAMETRO
      * LE E VALIDA O PARAMETRO DE DIAS DE RETENCAO.
      *=================================*
      *=================================*
      * 1400-CALCULAR-DATA-CORTE
      * RETROCEDE A DATA DO PROCESSAMENTO EM WK-DIAS-RETENCAO
      * DIAS UTEIS PELO SERVICO DE DATAS SUB004. REGISTROS COM
      * DATA ANTERIOR A DATA DE CORTE SAO ARQUIVADOS E EXPURGADOS.
      * AQUI O CALENDARIO E OBRIGATORIO: SEM ELE (RETORNO 04) OS
      * FERIADOS CONTARIAM COMO DIAS UTEIS, O CORTE FICARIA MAIS
      * RECENTE DO QUE O DEVIDO E O EXPURGO LEVARIA REGISTROS
      * AINDA DENTRO DA RETENCAO. POR ISSO O JOB ABORTA.
      *=================================*
       1400-CALCULAR-DATA-CORTE.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WK-DATA-SISTEMA  TO WK-DT-DATA-ENTRADA
           MOVE WK-DIAS-RETENCAO TO WK-DT-QTD-DIAS
           MOVE 'R'              TO WK-DT-FUNCAO

           CALL 'SUB004' USING WK-DT-FUNCAO,
                               WK-DT-DATA-ENTRADA,
                               WK-DT-QTD-DIAS,
                               WK-DT-DATA-SAIDA,
                               WK-DT-DIA-UTIL,
                               WK-DT-DIA-SEMANA,
                               WK-DT-RETORNO
               ON EXCEPTION
                   DISPLAY 'ERRO: SUB004 (SERVICO DE DATAS) '
                           'INDISPONIVEL - DATA DE CORTE NAO '
                           'CALCULADA'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1400-CALCULAR-DATA-CORTE-EXIT
           END-CALL

           IF WK-DT-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB004 RETORNOU ' WK-DT-RETORNO
                       ' - CALENDARIO DE FERIADOS OBRIGATORIO '
                       'PARA O CORTE DA RETENCAO'
               MOVE 16 TO RETURN-CODE
               GO TO 1400-CALCULAR-DATA-CORTE-EXIT
           END-IF

           MOVE WK-DT-DATA-SAIDA TO WK-DATA-CORTE.
       1400-CALCULAR-DATA-CORTE-EXIT.
           EXIT.
      *
      *=================================*
           EXIT.
      *
      *=================================*
      * 3500-EXPURGAR-DUPHIST
      * PASSO 3: REMOVE DO HISTORICO DE IMPRESSOES DIGITAIS AS
      * ENTRADAS POSTADAS ANTES DA DATA DE CORTE DO EXPURGO, QUE E
      * A MAIS ANTIGA ENTRE O CORTE DA RETENCAO E O CORTE DA JANELA
      * DE DUPLICIDADE (A DATA DO SISTEMA RECUADA
      * JANELA-DUPLICIDADE DIAS UTEIS, COMO NO PROGCALL) - UMA
      * JANELA MAIOR QUE A RETENCAO NAO PERDE AS ENTRADAS QUE O
      * PROGCALL AINDA CONSULTA. HISTORICO AUSENTE (DETECCAO NUNCA
      * LIGADA) E SO INFORMADO; FALHA DO SUB004, DE ABERTURA OU DE
      * DELETE E AVISADA COM RETURN-CODE 8, SEM DESFAZER A RETENCAO
      * DO VSAMRES.
      *=================================*
       3500-EXPURGAR-DUPHIST.
           MOVE WK-DATA-CORTE TO WK-DATA-CORTE-DUP
           IF WK-JANELA-DUPLICIDADE > ZERO
               PERFORM 3550-CALCULAR-CORTE-JANELA
                   THRU 3550-CALCULAR-CORTE-JANELA-EXIT
               IF WK-DT-RETORNO NOT = '00'
                   GO TO 3500-EXPURGAR-DUPHIST-EXIT
               END-IF
           END-IF
           DISPLAY 'DUPHIST EXPURGADO ANTES DE ' WK-DATA-CORTE-DUP

           OPEN I-O ARQ-DUP-HIST
           IF WK-STATUS-DUPHIST = '35'
               DISPLAY 'DUPHIST INEXISTENTE - NADA A EXPURGAR'
               GO TO 3500-EXPURGAR-DUPHIST-EXIT
           END-IF
           IF WK-STATUS-DUPHIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-DUP-HIST: '
                       WK-STATUS-DUPHIST
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXPURGAR-DUPHIST-EXIT
           END-IF

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 3600-LER-DUPHIST
               THRU 3600-LER-DUPHIST-EXIT
           PERFORM 3700-EXPURGAR-IMPRESSAO
               THRU 3700-EXPURGAR-IMPRESSAO-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE ARQ-DUP-HIST
           DISPLAY 'IMPRESSOES DE DUPLICIDADE EXPURGADAS: '
                   WK-QTD-IMPRESSOES.
       3500-EXPURGAR-DUPHIST-EXIT.
           EXIT.
      *
      * RECUA A DATA DO SISTEMA EM JANELA-DUPLICIDADE DIAS UTEIS E,
      * SE O RESULTADO FOR ANTERIOR AO CORTE DA RETENCAO, O ADOTA
      * COMO CORTE DO EXPURGO DO DUPHIST.
       3550-CALCULAR-CORTE-JANELA.
           MOVE WK-DATA-SISTEMA       TO WK-DT-DATA-ENTRADA
           MOVE WK-JANELA-DUPLICIDADE TO WK-DT-QTD-DIAS
           MOVE 'R'                   TO WK-DT-FUNCAO

           CALL 'SUB004' USING WK-DT-FUNCAO,
                               WK-DT-DATA-ENTRADA,
                               WK-DT-QTD-DIAS,
                               WK-DT-DATA-SAIDA,
                               WK-DT-DIA-UTIL,
                               WK-DT-DIA-SEMANA,
                               WK-DT-RETORNO
               ON EXCEPTION
                   MOVE '99' TO WK-DT-RETORNO
           END-CALL

           IF WK-DT-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB004 RETORNOU ' WK-DT-RETORNO
                       ' NO CORTE DA JANELA DE DUPLICIDADE - '
                       'DUPHIST NAO EXPURGADO'
               MOVE 8 TO RETURN-CODE
               GO TO 3550-CALCULAR-CORTE-JANELA-EXIT
           END-IF

           IF WK-DT-DATA-SAIDA < WK-DATA-CORTE-DUP
               MOVE WK-DT-DATA-SAIDA TO WK-DATA-CORTE-DUP
           END-IF.
       3550-CALCULAR-CORTE-JANELA-EXIT.
           EXIT.
      *
       3600-LER-DUPHIST.
           READ ARQ-DUP-HIST
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       3600-LER-DUPHIST-EXIT.
           EXIT.
      *
       3700-EXPURGAR-IMPRESSAO.
           IF DH-DATA-REGISTRO < WK-DATA-CORTE-DUP
               DELETE ARQ-DUP-HIST
               IF WK-STATUS-DUPHIST NOT = '00'
                   DISPLAY 'ERRO AO EXPURGAR IMPRESSAO DO LOTE '
                           DH-LOTE-ID ' STATUS: ' WK-STATUS-DUPHIST
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WK-QTD-IMPRESSOES
               END-IF
           END-IF

           PERFORM 3600-LER-DUPHIST
               THRU 3600-LER-DUPHIST-EXIT.
       3700-EXPURGAR-IMPRESSAO-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-LOCALIZAR-DATA
      * LOCALIZA (OU INCLUI) A ENTRADA DA TABELA DE TOTAIS POR
      * DATA PARA A DATA DO REGISTRO CORRENTE, DEVOLVENDO O
