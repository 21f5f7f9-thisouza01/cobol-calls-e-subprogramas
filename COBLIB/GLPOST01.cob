       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             GLPOST01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * INTERFACE CONTABIL - DIARIO DE LANCAMENTOS PARA O RAZAO
      * RODA NA CADEIA NOTURNA DEPOIS DO PROGCALL E DO REWORK01 E
      * ANTES DA CONFERENCIA DE TOTAIS (RECON01). GERA O ARQUIVO
      * DE LANCAMENTOS DO DIA PARA O RAZAO GERAL (GLJOURN), QUE
      * SUBSTITUI A DIGITACAO MANUAL DOS TOTAIS DO REPORT01:
      *   - LE OS REGISTROS DO VSAMRES DA DATA DO PROCESSAMENTO
      *     (LOTE, RETRABALHO E ONLINE);
      *   - LE AS LINHAS DE ESTORNO DE LOTE DA TRILHA DE AUDITORIA
      *     (ORIGEM EST, GRAVADAS PELO BACKOUT1, COM O RESULTADO JA
      *     DE SINAL INVERTIDO). O ESTORNO DE REGISTRO DA PROPRIA
      *     DATA NAO E CONTABILIZADO - O REGISTRO ORIGINAL SAIU DO
      *     VSAMRES ANTES DE SER LANCADO, E OS DOIS SE ANULAM; ELE
      *     SO ENTRA NOS TOTAIS DE CONTROLE DO TRAILER;
      *   - IDENTIFICA O SISTEMA DE ORIGEM DE CADA RESULTADO: PELO
      *     LOTECTL PARA OS REGISTROS DE LOTE E DE RETRABALHO, ONLINE
      *     PARA OS REGISTROS SEM LOTE (ONLINE01/ONLINE06) E PELA
      *     MENSAGEM DA LINHA DE ESTORNO PARA OS ESTORNOS;
      *   - BUSCA AS CONTAS DE DEBITO E DE CREDITO NA TABELA DE
      *     CONTAS (GLCONTAS) PELA CHAVE SISTEMA DE ORIGEM +
      *     OPERACAO + MOEDA. SEM ENTRADA PARA O SISTEMA, VALE A
      *     ENTRADA DO SISTEMA PADRAO PARA A MESMA OPERACAO E MOEDA;
      *   - RESULTADO POSITIVO DEBITA A CONTA DE DEBITO E CREDITA A
      *     CONTA DE CREDITO; RESULTADO NEGATIVO (INCLUSIVE O
      *     ESTORNO) FAZ O LANCAMENTO INVERSO PELO VALOR ABSOLUTO;
      *   - RESUME OS LANCAMENTOS POR CONTA, MOEDA E NATUREZA E
      *     CONFERE, MOEDA A MOEDA, SE OS DEBITOS BATEM COM OS
      *     CREDITOS.
      * QUALQUER RESULTADO SEM CONTA, OU QUALQUER MOEDA FORA DE
      * BALANCO, RETEM O DIARIO INTEIRO: O GLJOURN FICA VAZIO
      * (NENHUM LANCAMENTO PARCIAL VAI PARA O RAZAO), O RELATORIO
      * DE EXCECOES (GLEXCEP) LISTA OS PROBLEMAS E O JOB TERMINA
      * COM RETURN-CODE 8, PARA QUE O SCHEDULER SEGURE A
      * TRANSMISSAO. DIARIO LIBERADO, RETURN-CODE 0. ERRO DE
      * ARQUIVO OU TABELA DE CONTAS INVALIDA, RETURN-CODE 16.
      *
      * LEIAUTE DO GLJOURN (120 BYTES, POSICOES FIXAS):
      *   H - CABECALHO: SISTEMA EMISSOR, DATA DO MOVIMENTO, DATA
      *       E HORA DA GERACAO;
      *   D - DETALHE: DATA DO MOVIMENTO, CONTA, MOEDA, NATUREZA
      *       (D/C), VALOR SEM SINAL COM 2 DECIMAIS IMPLICITOS,
      *       QUANTIDADE DE RESULTADOS RESUMIDOS E HISTORICO;
      *   T - TRAILER: QUANTIDADE DE DETALHES, TOTAL DE DEBITOS,
      *       TOTAL DE CREDITOS E OS TOTAIS DE CONTROLE DOS
      *       RESULTADOS DO VSAMRES, DOS ESTORNOS CONTABILIZADOS E
      *       DOS ESTORNOS DA PROPRIA DATA (CONFERIDOS PELO RECON01
      *       CONTRA AS SUAS VISOES DO VSAMRES E DOS ESTORNOS).
      *
      * LEIAUTE DO GLCONTAS (80 BYTES, MANTIDO PELA CONTABILIDADE):
      *   COLUNAS  1- 8 SISTEMA DE ORIGEM (ONLINE PARA OS CALCULOS
      *                 ONLINE, PADRAO PARA A ENTRADA GERAL)
      *   COLUNA     10 OPERACAO (A, S, M OU D)
      *   COLUNAS 12-14 MOEDA
      *   COLUNAS 16-27 CONTA DE DEBITO
      *   COLUNAS 29-40 CONTA DE CREDITO
      * LINHAS EM BRANCO E LINHAS INICIADAS POR * SAO IGNORADAS.
      * CHAVE REPETIDA, OPERACAO INVALIDA OU CONTA EM BRANCO
      * ABORTAM O JOB.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     A LINHA DA TRILHA DE AUDITORIA PASSOU A
      *                    X(160), COM A SEQUENCIA E O VALOR DE
      *                    CADEIA NAS COLUNAS 131-156 (CONFERIDOS
      *                    PELO AUDVER01); SO O REGISTRO LIDO FOI
      *                    AMPLIADO.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAS   ASSIGN TO 'GLCONTAS'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-CONTAS.

           SELECT ARQ-LOTE-CTL ASSIGN TO 'LOTECTL'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-LOTECTL.

           SELECT ARQ-VSAM-RESULT ASSIGN TO 'VSAMRES'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   SEQUENTIAL
                                RECORD KEY    VR-TRANS-ID
                                ALTERNATE RECORD KEY VR-LOTE-ID
                                    WITH DUPLICATES
                                FILE STATUS   WK-STATUS-VSAM.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITLOG'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-AUDIT.

           SELECT ARQ-DIARIO   ASSIGN TO 'GLJOURN'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-DIARIO.

           SELECT ARQ-EXCECOES ASSIGN TO 'GLEXCEP'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-EXCECAO.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ARQ-CONTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTA.
           05  CTA-SISTEMA-ORIGEM PIC X(08).
           05  CTA-PRIMEIRO-BYTE REDEFINES CTA-SISTEMA-ORIGEM.
               10  CTA-BYTE-1  PIC X(01).
               10  FILLER      PIC X(07).
           05  FILLER          PIC X(01).
           05  CTA-OPERACAO    PIC X(01).
           05  FILLER          PIC X(01).
           05  CTA-MOEDA       PIC X(03).
           05  FILLER          PIC X(01).
           05  CTA-CONTA-DEBITO PIC X(12).
           05  FILLER          PIC X(01).
           05  CTA-CONTA-CREDITO PIC X(12).
           05  FILLER          PIC X(40).
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
           05  FILLER          PIC X(52).
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
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-DIARIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-DIARIO          PIC X(120).
      *
       FD  ARQ-EXCECOES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCECAO         PIC X(100).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-CONTAS     PIC X(02) VALUE SPACES.
       01  WK-STATUS-LOTECTL    PIC X(02) VALUE SPACES.
       01  WK-STATUS-VSAM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-AUDIT      PIC X(02) VALUE SPACES.
       01  WK-STATUS-DIARIO     PIC X(02) VALUE SPACES.
       01  WK-STATUS-EXCECAO    PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-FIM-ARQUIVO-SW    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                VALUE 'S'.
           88  NAO-FIM-ARQUIVO            VALUE 'N'.
      *
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
      *
       01  WK-DIARIO-SW         PIC X(01) VALUE 'L'.
           88  DIARIO-LIBERADO            VALUE 'L'.
           88  DIARIO-RETIDO              VALUE 'R'.
      *
       01  WK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  ARQUIVOS-ABERTOS           VALUE 'S'.
           88  ARQUIVOS-FECHADOS          VALUE 'N'.
      *
      * SISTEMA DE ORIGEM DOS CALCULOS ONLINE (REGISTROS SEM LOTE)
      * E SISTEMA DA ENTRADA GERAL DA TABELA DE CONTAS.
       01  WK-SISTEMA-ONLINE    PIC X(08) VALUE 'ONLINE'.
       01  WK-SISTEMA-PADRAO    PIC X(08) VALUE 'PADRAO'.
      *
      * TABELA DE CONTAS CARREGADA DO GLCONTAS.
       01  WK-QTD-CONTAS        PIC 9(03) COMP VALUE ZERO.
       01  WK-LIMITE-CONTAS     PIC 9(03) COMP VALUE 200.
       01  WK-IND-CTA           PIC 9(03) COMP VALUE ZERO.
       01  WK-LINHA-CONTAS      PIC 9(05) COMP VALUE ZERO.
       01  WK-TABELA-CONTAS.
           05  WK-CTA-ENTRADA   OCCURS 200 TIMES.
               10  TCT-SISTEMA  PIC X(08).
               10  TCT-OPERACAO PIC X(01).
               10  TCT-MOEDA    PIC X(03).
               10  TCT-DEBITO   PIC X(12).
               10  TCT-CREDITO  PIC X(12).
      *
      * LOTES DO LOTECTL COM O SISTEMA DE ORIGEM (UMA ENTRADA POR
      * LOTE, AS PARTICOES SAO DO MESMO SISTEMA). 500 ENTRADAS
      * COBREM COM FOLGA O CONTROLE DE LOTES DE UM CICLO DE
      * RETENCAO INTEIRO, COMO NO BACKOUT1.
       01  WK-QTD-LOTES         PIC 9(03) COMP VALUE ZERO.
       01  WK-LIMITE-LOTES      PIC 9(03) COMP VALUE 500.
       01  WK-IND-LOT           PIC 9(03) COMP VALUE ZERO.
       01  WK-TABELA-LOTES.
           05  WK-LOT-ENTRADA   OCCURS 500 TIMES.
               10  TLO-LOTE     PIC X(08).
               10  TLO-SISTEMA  PIC X(08).
      *
      * PARTIDAS RESUMIDAS POR CONTA, MOEDA E NATUREZA.
       01  WK-QTD-PARTIDAS      PIC 9(03) COMP VALUE ZERO.
       01  WK-LIMITE-PARTIDAS   PIC 9(03) COMP VALUE 300.
       01  WK-IND-PAR           PIC 9(03) COMP VALUE ZERO.
       01  WK-TABELA-PARTIDAS.
           05  WK-PAR-ENTRADA   OCCURS 300 TIMES.
               10  PAR-CONTA    PIC X(12).
               10  PAR-MOEDA    PIC X(03).
               10  PAR-NATUREZA PIC X(01).
               10  PAR-VALOR    PIC S9(13)V99 COMP.
               10  PAR-QTD      PIC 9(07) COMP.
      *
      * DEBITOS E CREDITOS POR MOEDA, APURADOS DAS PARTIDAS.
       01  WK-QTD-MOEDAS        PIC 9(03) COMP VALUE ZERO.
       01  WK-LIMITE-MOEDAS     PIC 9(03) COMP VALUE 20.
       01  WK-IND-MOE           PIC 9(03) COMP VALUE ZERO.
       01  WK-TABELA-MOEDAS.
           05  WK-MOE-ENTRADA   OCCURS 20 TIMES.
               10  MOB-MOEDA    PIC X(03).
               10  MOB-DEBITOS  PIC S9(13)V99 COMP.
               10  MOB-CREDITOS PIC S9(13)V99 COMP.
      *
      * RESULTADO CORRENTE A CONTABILIZAR.
       01  WK-LAN-SISTEMA       PIC X(08) VALUE SPACES.
       01  WK-SISTEMA-PROPRIO   PIC X(08) VALUE SPACES.
       01  WK-LAN-OPERACAO      PIC X(01) VALUE SPACES.
       01  WK-LAN-MOEDA         PIC X(03) VALUE SPACES.
       01  WK-LAN-VALOR         PIC S9(11)V99 VALUE ZERO.
       01  WK-LAN-ABSOLUTO      PIC S9(11)V99 VALUE ZERO.
       01  WK-LAN-TIPO          PIC X(08) VALUE SPACES.
       01  WK-LAN-ID            PIC X(14) VALUE SPACES.
       01  WK-CONTA-DEBITO      PIC X(12) VALUE SPACES.
       01  WK-CONTA-CREDITO     PIC X(12) VALUE SPACES.
       01  WK-PAR-CONTA         PIC X(12) VALUE SPACES.
       01  WK-PAR-NATUREZA      PIC X(01) VALUE SPACES.
      *
       01  WK-ACHOU-SW          PIC X(01) VALUE 'N'.
           88  WK-ACHOU                   VALUE 'S'.
           88  WK-NAO-ACHOU               VALUE 'N'.
      *
       01  WK-ID-VSAM-PARTES.
           05  WK-IDV-DATA      PIC 9(08) VALUE ZEROS.
           05  WK-IDV-SEQ       PIC 9(06) VALUE ZEROS.
      *
      * CONTADORES E TOTAIS DE CONTROLE.
       01  WK-QTD-VSAM-LIDOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-RESULTADOS    PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-RESULTADOS   PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-QTD-AUDIT-LIDAS   PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-ESTORNOS      PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-ESTORNOS     PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-QTD-EST-DIA       PIC 9(07) COMP VALUE ZERO.
       01  WK-SOMA-EST-DIA      PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-QTD-SEM-CONTA     PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-MOEDAS-DIVERG PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-DETALHES      PIC 9(07) COMP VALUE ZERO.
       01  WK-TOTAL-DEBITOS     PIC S9(15)V99 COMP VALUE ZERO.
       01  WK-TOTAL-CREDITOS    PIC S9(15)V99 COMP VALUE ZERO.
      *
      * CAMPO DE DESEDICAO DO RESULTADO DA LINHA DE AUDITORIA
      * (MESMA TECNICA DO RECON01): O VALOR EDITADO -Z...9.99 TEM O
      * SINAL CONTADO E TROCADO POR ESPACO, AS PARTES INTEIRA E
      * DECIMAL SAO SEPARADAS PELO PONTO E DESEDITADAS, E O SINAL
      * E REAPLICADO NO FIM.
       01  WK-CAMPO-EDITADO     PIC X(11) JUSTIFIED RIGHT.
       01  WK-CAMPO-NUMERICO REDEFINES WK-CAMPO-EDITADO
                                PIC 9(11).
       01  WK-VALOR-LIDO        PIC 9(11) COMP VALUE ZERO.
       01  WK-VALOR-VALIDO-SW   PIC X(01) VALUE 'S'.
           88  WK-VALOR-VALIDO            VALUE 'S'.
           88  WK-VALOR-INVALIDO          VALUE 'N'.
       01  WK-CAMPO-EDIT-DEC    PIC X(15) JUSTIFIED RIGHT.
       01  WK-PARTE-INTEIRA     PIC X(11) JUSTIFIED RIGHT.
       01  WK-PARTE-DECIMAL     PIC X(02) VALUE ZEROS.
       01  WK-PARTE-DEC-NUM REDEFINES WK-PARTE-DECIMAL
                                PIC 9(02).
       01  WK-QTD-SINAIS        PIC 9(02) COMP VALUE ZERO.
       01  WK-VALOR-DEC         PIC S9(11)V99 COMP VALUE ZERO.
      *
      * LINHA DA TRILHA DE AUDITORIA. A MENSAGEM DA LINHA DE
      * ESTORNO TEM POSICOES FIXAS (BACKOUT1):
      *   ESTORNO DO LOTE LLLLLLLL ORIGEM SSSSSSSS AAAAMMDD
      * LINHA DE ESTORNO SEM O ROTULO ORIGEM (GRAVADA ANTES DESSE
      * FORMATO) FICA SEM SISTEMA E COM O ORIGINAL TIDO COMO DE
      * DATA ANTERIOR, JA CONTABILIZADO.
       01  LINHA-AUDIT-LIDA.
           05  LA-DATA          PIC X(08).
           05  FILLER           PIC X(01).
           05  LA-HORA          PIC X(08).
           05  FILLER           PIC X(01).
           05  LA-LOTE          PIC X(08).
           05  FILLER           PIC X(01).
           05  LA-OPERACAO      PIC X(01).
           05  FILLER           PIC X(01).
           05  LA-NUM1          PIC X(11).
           05  FILLER           PIC X(01).
           05  LA-NUM2          PIC X(11).
           05  FILLER           PIC X(01).
           05  LA-RESULTADO     PIC X(13).
           05  FILLER           PIC X(01).
           05  LA-MENSAGEM.
               10  FILLER       PIC X(24).
               10  LA-MSG-ROTULO-ORIGEM PIC X(08).
               10  LA-MSG-ORIGEM PIC X(08).
               10  FILLER       PIC X(01).
               10  LA-MSG-DATA-ORIGINAL PIC X(08).
               10  LA-MSG-DATA-ORIG-NUM REDEFINES
                   LA-MSG-DATA-ORIGINAL PIC 9(08).
               10  FILLER       PIC X(01).
           05  LA-ORIGEM        PIC X(03).
           05  FILLER           PIC X(01).
           05  LA-MOEDA         PIC X(03).
           05  FILLER           PIC X(03).
      *
      * REGISTROS DO DIARIO CONTABIL (GLJOURN).
       01  LINHA-DIA-CABECALHO.
           05  DH-TIPO          PIC X(01)  VALUE 'H'.
           05  DH-SISTEMA       PIC X(08)  VALUE 'CALCULOS'.
           05  DH-DATA-MOVIMENTO PIC 9(08).
           05  DH-DATA-GERACAO  PIC 9(08).
           05  DH-HORA-GERACAO  PIC 9(08).
           05  FILLER           PIC X(87)  VALUE SPACES.
      *
       01  LINHA-DIA-DETALHE.
           05  DD-TIPO          PIC X(01)  VALUE 'D'.
           05  DD-DATA-MOVIMENTO PIC 9(08).
           05  DD-CONTA         PIC X(12).
           05  DD-MOEDA         PIC X(03).
           05  DD-NATUREZA      PIC X(01).
           05  DD-VALOR         PIC 9(13)V99.
           05  DD-QTD-LANCAMENTOS PIC 9(07).
           05  DD-HISTORICO.
               10  FILLER       PIC X(22)
                   VALUE 'RESULTADOS DE CALCULO '.
               10  DD-HIS-DATA  PIC 9(08).
           05  FILLER           PIC X(43)  VALUE SPACES.
      *
       01  LINHA-DIA-TRAILER.
           05  DT-TIPO          PIC X(01)  VALUE 'T'.
           05  DT-QTD-DETALHES  PIC 9(07).
           05  DT-TOTAL-DEBITOS PIC 9(15)V99.
           05  DT-TOTAL-CREDITOS PIC 9(15)V99.
           05  DT-QTD-RESULTADOS PIC 9(07).
           05  DT-SOMA-RESULTADOS PIC S9(13)V99
                               SIGN LEADING SEPARATE.
           05  DT-QTD-ESTORNOS  PIC 9(07).
           05  DT-SOMA-ESTORNOS PIC S9(13)V99
                               SIGN LEADING SEPARATE.
           05  DT-QTD-EST-DIA   PIC 9(07).
           05  DT-SOMA-EST-DIA  PIC S9(13)V99
                               SIGN LEADING SEPARATE.
           05  FILLER           PIC X(09)  VALUE SPACES.
      *
      * LINHAS DO RELATORIO DE EXCECOES (GLEXCEP).
       01  LINHA-EXC-TITULO.
           05  FILLER           PIC X(40)
               VALUE 'INTERFACE CONTABIL - EXCECOES DO DIARIO '.
           05  FILLER           PIC X(08)  VALUE '- DATA: '.
           05  LET-DATA         PIC 9(08).
           05  FILLER           PIC X(44)  VALUE SPACES.
      *
       01  LINHA-EXC-CABECALHO.
           05  FILLER           PIC X(09)  VALUE 'TIPO'.
           05  FILLER           PIC X(15)  VALUE 'ID / LOTE'.
           05  FILLER           PIC X(09)  VALUE 'ORIGEM'.
           05  FILLER           PIC X(02)  VALUE 'O'.
           05  FILLER           PIC X(04)  VALUE 'MOE'.
           05  FILLER           PIC X(16)  VALUE '      RESULTADO'.
           05  FILLER           PIC X(45)  VALUE 'MOTIVO'.
      *
       01  LINHA-EXC-DETALHE.
           05  LED-TIPO         PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LED-ID           PIC X(14).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LED-ORIGEM       PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LED-OPERACAO     PIC X(01).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LED-MOEDA        PIC X(03).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LED-RESULTADO    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LED-MOTIVO       PIC X(30).
           05  FILLER           PIC X(15)  VALUE SPACES.
      *
       01  LINHA-EXC-MOEDA.
           05  FILLER           PIC X(06)  VALUE 'MOEDA '.
           05  LEM-MOEDA        PIC X(03).
           05  FILLER           PIC X(10)  VALUE '  DEBITOS '.
           05  LEM-DEBITOS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(11)  VALUE '  CREDITOS '.
           05  LEM-CREDITOS     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LEM-SITUACAO     PIC X(15).
           05  FILLER           PIC X(17)  VALUE SPACES.
      *
       01  LINHA-EXC-TOTAL.
           05  FILLER           PIC X(19)  VALUE 'RESULTADOS LIDOS: '.
           05  LXT-RESULTADOS   PIC ZZZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  ESTORNOS: '.
           05  LXT-ESTORNOS     PIC ZZZZZZ9.
           05  FILLER           PIC X(13)  VALUE '  SEM CONTA: '.
           05  LXT-SEM-CONTA    PIC ZZZZZZ9.
           05  FILLER           PIC X(12)  VALUE '  DETALHES: '.
           05  LXT-DETALHES     PIC ZZZZZZ9.
           05  FILLER           PIC X(16)  VALUE SPACES.
      *
       01  LINHA-EXC-SITUACAO.
           05  FILLER           PIC X(11)  VALUE 'SITUACAO..:'.
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LES-SITUACAO     PIC X(50).
           05  FILLER           PIC X(38)  VALUE SPACES.
      *
       01  LINHA-EXC-NENHUMA    PIC X(100)
               VALUE 'NENHUM RESULTADO SEM CONTA.'.
      *
       01  LINHA-EM-BRANCO      PIC X(100) VALUE SPACES.
      *
      * CAMPOS DA CHAMADA AO REGISTRADOR DE EXECUCAO DA CADEIA
      * NOTURNA (SUB003 / ARQUIVO RUNCTL).
       01  WK-RUN-ACAO          PIC X(01) VALUE SPACE.
       01  WK-RUN-PROGRAMA      PIC X(08) VALUE 'GLPOST01'.
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
      * CONTROLA A CARGA DAS TABELAS, A CONTABILIZACAO DOS
      * RESULTADOS E DOS ESTORNOS, A CONFERENCIA DO BALANCO POR
      * MOEDA E A GRAVACAO (OU RETENCAO) DO DIARIO.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'INTERFACE CONTABIL INICIADA'
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SISTEMA FROM TIME

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

           PERFORM 1000-ABRIR-ARQUIVOS
               THRU 1000-ABRIR-ARQUIVOS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1300-CARREGAR-CONTAS
               THRU 1300-CARREGAR-CONTAS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1500-CARREGAR-LOTES
               THRU 1500-CARREGAR-LOTES-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           MOVE WK-DATA-SISTEMA TO LET-DATA
           WRITE REG-EXCECAO FROM LINHA-EXC-TITULO
           WRITE REG-EXCECAO FROM LINHA-EXC-CABECALHO

           PERFORM 2000-APURAR-VSAM
               THRU 2000-APURAR-VSAM-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 3000-APURAR-ESTORNOS
               THRU 3000-APURAR-ESTORNOS-EXIT

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           IF WK-QTD-SEM-CONTA = ZERO
               WRITE REG-EXCECAO FROM LINHA-EXC-NENHUMA
           ELSE
               SET DIARIO-RETIDO TO TRUE
           END-IF

           PERFORM 5000-CONFERIR-BALANCO
               THRU 5000-CONFERIR-BALANCO-EXIT

           IF DIARIO-LIBERADO
               PERFORM 6000-GRAVAR-DIARIO
                   THRU 6000-GRAVAR-DIARIO-EXIT
           END-IF

           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 7000-EMITIR-TOTAIS
               THRU 7000-EMITIR-TOTAIS-EXIT.
      *
      *=================================*
      * 0000-MAIN-ENCERRAR
      * DIARIO RETIDO TERMINA COM RETURN-CODE 8, PARA QUE O
      * SCHEDULER SEGURE A TRANSMISSAO AO RAZAO; LIBERADO, 0.
      *=================================*
       0000-MAIN-ENCERRAR.
           PERFORM 8000-ENCERRAR-ARQUIVOS
               THRU 8000-ENCERRAR-ARQUIVOS-EXIT

           IF JOB-ABORTADO
               DISPLAY 'INTERFACE CONTABIL ENCERRADA POR ERRO FATAL'
               DISPLAY 'DIARIO NAO GERADO - NENHUM LANCAMENTO '
                       'ENVIADO AO RAZAO'
           ELSE
               IF DIARIO-RETIDO
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'INTERFACE CONTABIL FINALIZADA - DIARIO '
                           'RETIDO (VER GLEXCEP)'
               ELSE
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY 'INTERFACE CONTABIL FINALIZADA - DIARIO '
                           'LIBERADO'
               END-IF
           END-IF
           COMPUTE WK-RUN-LIDOS =
                   WK-QTD-RESULTADOS + WK-QTD-ESTORNOS
                 + WK-QTD-EST-DIA
           IF JOB-NAO-ABORTADO AND DIARIO-LIBERADO
               MOVE WK-QTD-DETALHES TO WK-RUN-GRAVADOS
           END-IF
           IF JOB-ABORTADO OR DIARIO-RETIDO
               MOVE 'F' TO WK-RUN-STATUS
           ELSE
               MOVE 'C' TO WK-RUN-STATUS
           END-IF
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
      * 1000-ABRIR-ARQUIVOS
      * O DIARIO E ABERTO (E ASSIM ESVAZIADO) JA NO INICIO: ELE SO
      * RECEBE REGISTROS NO FIM, COM O DIARIO LIBERADO - UM JOB
      * ABORTADO OU RETIDO NUNCA DEIXA O DIARIO DA VESPERA NEM UM
      * DIARIO PARCIAL PARA A TRANSMISSAO.
      *=================================*
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-DIARIO
           IF WK-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-DIARIO: ' WK-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           OPEN OUTPUT ARQ-EXCECOES
           IF WK-STATUS-EXCECAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-EXCECOES: '
                       WK-STATUS-EXCECAO
               MOVE 16 TO RETURN-CODE
               CLOSE ARQ-DIARIO
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           SET ARQUIVOS-ABERTOS TO TRUE.
       1000-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 1100-DESEDITAR-VALOR
      * CONVERTE O CONTEUDO DE WK-CAMPO-EDITADO (VALOR COM ZEROS
      * SUPRIMIDOS, ALINHADO A DIREITA) PARA WK-VALOR-LIDO.
      *=================================*
       1100-DESEDITAR-VALOR.
           SET WK-VALOR-VALIDO TO TRUE
           MOVE ZERO TO WK-VALOR-LIDO
           INSPECT WK-CAMPO-EDITADO
               REPLACING LEADING SPACE BY ZERO
           IF WK-CAMPO-NUMERICO NUMERIC
               MOVE WK-CAMPO-NUMERICO TO WK-VALOR-LIDO
           ELSE
               SET WK-VALOR-INVALIDO TO TRUE
           END-IF.
       1100-DESEDITAR-VALOR-EXIT.
           EXIT.
      *
      *=================================*
      * 1200-DESEDITAR-DECIMAL
      * CONVERTE O CONTEUDO DE WK-CAMPO-EDIT-DEC (VALOR MONETARIO
      * EDITADO COM SINAL FLUTUANTE E PONTO DECIMAL) PARA
      * WK-VALOR-DEC.
      *=================================*
       1200-DESEDITAR-DECIMAL.
           SET WK-VALOR-VALIDO TO TRUE
           MOVE ZERO TO WK-VALOR-DEC
           MOVE ZERO TO WK-QTD-SINAIS

           INSPECT WK-CAMPO-EDIT-DEC
               TALLYING WK-QTD-SINAIS FOR ALL '-'
           INSPECT WK-CAMPO-EDIT-DEC
               REPLACING ALL '-' BY SPACE

           MOVE SPACES TO WK-PARTE-INTEIRA
           MOVE ZEROS  TO WK-PARTE-DECIMAL
           UNSTRING WK-CAMPO-EDIT-DEC DELIMITED BY '.'
               INTO WK-PARTE-INTEIRA, WK-PARTE-DECIMAL
           END-UNSTRING

           MOVE WK-PARTE-INTEIRA TO WK-CAMPO-EDITADO
           PERFORM 1100-DESEDITAR-VALOR
               THRU 1100-DESEDITAR-VALOR-EXIT

           IF WK-PARTE-DECIMAL = SPACES
               MOVE ZEROS TO WK-PARTE-DECIMAL
           END-IF

           IF WK-VALOR-VALIDO
            AND WK-PARTE-DEC-NUM NUMERIC
               COMPUTE WK-VALOR-DEC =
                       WK-VALOR-LIDO + (WK-PARTE-DEC-NUM / 100)
               IF WK-QTD-SINAIS > ZERO
                   COMPUTE WK-VALOR-DEC = ZERO - WK-VALOR-DEC
               END-IF
           ELSE
               SET WK-VALOR-INVALIDO TO TRUE
           END-IF.
       1200-DESEDITAR-DECIMAL-EXIT.
           EXIT.
      *
      *=================================*
      * 1300-CARREGAR-CONTAS
      * CARREGA E VALIDA A TABELA DE CONTAS. SEM ELA NADA PODE SER
      * CONTABILIZADO: ARQUIVO AUSENTE, LINHA INVALIDA, CHAVE
      * REPETIDA OU TABELA CHEIA ABORTAM O JOB.
      *=================================*
       1300-CARREGAR-CONTAS.
           OPEN INPUT ARQ-CONTAS
           IF WK-STATUS-CONTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-CONTAS (GLCONTAS): '
                       WK-STATUS-CONTAS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-CARREGAR-CONTAS-EXIT
           END-IF

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 1310-LER-CONTA
               THRU 1310-LER-CONTA-EXIT
               UNTIL FIM-ARQUIVO
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-CONTAS

           IF RETURN-CODE NOT = ZERO
               GO TO 1300-CARREGAR-CONTAS-EXIT
           END-IF

           DISPLAY 'ENTRADAS NA TABELA DE CONTAS: ' WK-QTD-CONTAS.
       1300-CARREGAR-CONTAS-EXIT.
           EXIT.
      *
       1310-LER-CONTA.
           READ ARQ-CONTAS
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 1310-LER-CONTA-EXIT
           END-READ

           ADD 1 TO WK-LINHA-CONTAS

           IF REG-CONTA = SPACES
            OR CTA-BYTE-1 = '*'
               GO TO 1310-LER-CONTA-EXIT
           END-IF

           IF CTA-SISTEMA-ORIGEM = SPACES
            OR CTA-MOEDA = SPACES
            OR CTA-CONTA-DEBITO = SPACES
            OR CTA-CONTA-CREDITO = SPACES
               DISPLAY 'ERRO: GLCONTAS LINHA ' WK-LINHA-CONTAS
                       ' COM CAMPO EM BRANCO'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-LER-CONTA-EXIT
           END-IF

           IF CTA-OPERACAO NOT = 'A'
            AND CTA-OPERACAO NOT = 'S'
            AND CTA-OPERACAO NOT = 'M'
            AND CTA-OPERACAO NOT = 'D'
               DISPLAY 'ERRO: GLCONTAS LINHA ' WK-LINHA-CONTAS
                       ' COM OPERACAO INVALIDA: ' CTA-OPERACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1310-LER-CONTA-EXIT
           END-IF

           IF CTA-CONTA-DEBITO = CTA-CONTA-CREDITO
               DISPLAY 'ERRO: GLCONTAS LINHA ' WK-LINHA-CONTAS
                       ' COM DEBITO E CREDITO NA MESMA CONTA'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-LER-CONTA-EXIT
           END-IF

           MOVE CTA-SISTEMA-ORIGEM TO WK-LAN-SISTEMA
           MOVE CTA-OPERACAO       TO WK-LAN-OPERACAO
           MOVE CTA-MOEDA          TO WK-LAN-MOEDA
           PERFORM 4000-LOCALIZAR-CONTA
               THRU 4000-LOCALIZAR-CONTA-EXIT
           IF WK-ACHOU
               DISPLAY 'ERRO: GLCONTAS LINHA ' WK-LINHA-CONTAS
                       ' REPETE A CHAVE ' CTA-SISTEMA-ORIGEM
                       ' ' CTA-OPERACAO ' ' CTA-MOEDA
               MOVE 16 TO RETURN-CODE
               GO TO 1310-LER-CONTA-EXIT
           END-IF

           IF WK-QTD-CONTAS NOT < WK-LIMITE-CONTAS
               DISPLAY 'ERRO: GLCONTAS EXCEDE A TABELA DE CONTAS ('
                       WK-LIMITE-CONTAS ' ENTRADAS)'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-LER-CONTA-EXIT
           END-IF

           ADD 1 TO WK-QTD-CONTAS
           MOVE CTA-SISTEMA-ORIGEM TO TCT-SISTEMA (WK-QTD-CONTAS)
           MOVE CTA-OPERACAO       TO TCT-OPERACAO (WK-QTD-CONTAS)
           MOVE CTA-MOEDA          TO TCT-MOEDA (WK-QTD-CONTAS)
           MOVE CTA-CONTA-DEBITO   TO TCT-DEBITO (WK-QTD-CONTAS)
           MOVE CTA-CONTA-CREDITO  TO TCT-CREDITO (WK-QTD-CONTAS).
       1310-LER-CONTA-EXIT.
           EXIT.
      *
      *=================================*
      * 1500-CARREGAR-LOTES
      * GUARDA, POR LOTE, O SISTEMA DE ORIGEM REGISTRADO NO
      * LOTECTL. LOTECTL AUSENTE E SO AVISADO: OS RESULTADOS DE
      * LOTE FICAM SEM SISTEMA E SO A ENTRADA PADRAO OS ATENDE.
      * TABELA CHEIA ABORTA - UM LOTE NAO PODE SER CONTABILIZADO
      * NAS CONTAS ERRADAS POR FALTA DE ESPACO.
      *=================================*
       1500-CARREGAR-LOTES.
           OPEN INPUT ARQ-LOTE-CTL
           IF WK-STATUS-LOTECTL NOT = '00'
               DISPLAY 'AVISO: LOTECTL INDISPONIVEL (STATUS '
                       WK-STATUS-LOTECTL ') - LOTES SEM SISTEMA DE '
                       'ORIGEM'
               GO TO 1500-CARREGAR-LOTES-EXIT
           END-IF

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 1510-LER-LOTECTL
               THRU 1510-LER-LOTECTL-EXIT
               UNTIL FIM-ARQUIVO
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-LOTE-CTL.
       1500-CARREGAR-LOTES-EXIT.
           EXIT.
      *
       1510-LER-LOTECTL.
           READ ARQ-LOTE-CTL
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 1510-LER-LOTECTL-EXIT
           END-READ

           SET WK-NAO-ACHOU TO TRUE
           PERFORM 1520-PROCURAR-LOTE
               THRU 1520-PROCURAR-LOTE-EXIT
               VARYING WK-IND-LOT FROM 1 BY 1
               UNTIL WK-IND-LOT > WK-QTD-LOTES
                  OR WK-ACHOU
           IF WK-ACHOU
               GO TO 1510-LER-LOTECTL-EXIT
           END-IF

           IF WK-QTD-LOTES NOT < WK-LIMITE-LOTES
               DISPLAY 'ERRO: LOTECTL EXCEDE A TABELA DE LOTES ('
                       WK-LIMITE-LOTES ' ENTRADAS)'
               MOVE 16 TO RETURN-CODE
               GO TO 1510-LER-LOTECTL-EXIT
           END-IF

           ADD 1 TO WK-QTD-LOTES
           MOVE LOT-LOTE-ID        TO TLO-LOTE (WK-QTD-LOTES)
           MOVE LOT-SISTEMA-ORIGEM TO TLO-SISTEMA (WK-QTD-LOTES).
       1510-LER-LOTECTL-EXIT.
           EXIT.
      *
       1520-PROCURAR-LOTE.
           IF TLO-LOTE (WK-IND-LOT) = LOT-LOTE-ID
               SET WK-ACHOU TO TRUE
           END-IF.
       1520-PROCURAR-LOTE-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-APURAR-VSAM
      * PERCORRE O VSAM DE RESULTADOS E CONTABILIZA OS REGISTROS
      * DA DATA DO PROCESSAMENTO. REGISTROS DE OUTRAS DATAS (JA
      * CONTABILIZADOS NO SEU DIA, OU AINDA NAO EXPURGADOS) SAO
      * IGNORADOS.
      *=================================*
       2000-APURAR-VSAM.
           OPEN INPUT ARQ-VSAM-RESULT
           IF WK-STATUS-VSAM NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-VSAM-RESULT: '
                       WK-STATUS-VSAM
               MOVE 16 TO RETURN-CODE
               GO TO 2000-APURAR-VSAM-EXIT
           END-IF

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 2100-LER-VSAM
               THRU 2100-LER-VSAM-EXIT
           PERFORM 2200-LANCAR-RESULTADO
               THRU 2200-LANCAR-RESULTADO-EXIT
               UNTIL FIM-ARQUIVO
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-VSAM-RESULT.
       2000-APURAR-VSAM-EXIT.
           EXIT.
      *
       2100-LER-VSAM.
           READ ARQ-VSAM-RESULT
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LER-VSAM-EXIT
           END-READ
           ADD 1 TO WK-QTD-VSAM-LIDOS.
       2100-LER-VSAM-EXIT.
           EXIT.
      *
      *=================================*
      * 2200-LANCAR-RESULTADO
      * IDENTIFICA O SISTEMA DE ORIGEM DO REGISTRO CORRENTE (SEM
      * LOTE = ONLINE; COM LOTE = SISTEMA DO LOTE NO LOTECTL) E O
      * CONTABILIZA.
      *=================================*
       2200-LANCAR-RESULTADO.
           MOVE VR-TRANS-ID TO WK-ID-VSAM-PARTES
           IF WK-IDV-DATA NOT = WK-DATA-SISTEMA
               GO TO 2200-LANCAR-RESULTADO-CONTINUA
           END-IF

           ADD 1            TO WK-QTD-RESULTADOS
           ADD VR-RESULTADO TO WK-SOMA-RESULTADOS

           IF VR-LOTE-ID = SPACES
               MOVE WK-SISTEMA-ONLINE TO WK-LAN-SISTEMA
           ELSE
               MOVE SPACES TO WK-LAN-SISTEMA
               SET WK-NAO-ACHOU TO TRUE
               PERFORM 2300-PROCURAR-SISTEMA
                   THRU 2300-PROCURAR-SISTEMA-EXIT
                   VARYING WK-IND-LOT FROM 1 BY 1
                   UNTIL WK-IND-LOT > WK-QTD-LOTES
                      OR WK-ACHOU
           END-IF

           MOVE 'RESULT. '   TO WK-LAN-TIPO
           MOVE VR-TRANS-ID  TO WK-LAN-ID
           MOVE VR-OPERACAO  TO WK-LAN-OPERACAO
           MOVE VR-MOEDA     TO WK-LAN-MOEDA
           MOVE VR-RESULTADO TO WK-LAN-VALOR
           PERFORM 4500-CONTABILIZAR
               THRU 4500-CONTABILIZAR-EXIT.
      *
       2200-LANCAR-RESULTADO-CONTINUA.
           PERFORM 2100-LER-VSAM
               THRU 2100-LER-VSAM-EXIT.
       2200-LANCAR-RESULTADO-EXIT.
           EXIT.
      *
       2300-PROCURAR-SISTEMA.
           IF TLO-LOTE (WK-IND-LOT) = VR-LOTE-ID
               MOVE TLO-SISTEMA (WK-IND-LOT) TO WK-LAN-SISTEMA
               SET WK-ACHOU TO TRUE
           END-IF.
       2300-PROCURAR-SISTEMA-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-APURAR-ESTORNOS
      * PERCORRE A TRILHA DE AUDITORIA E CONTABILIZA AS LINHAS DE
      * ESTORNO DE LOTE (ORIGEM EST). O ESTORNO DE REGISTRO DA
      * PROPRIA DATA SO ENTRA NOS TOTAIS DE CONTROLE.
      *=================================*
       3000-APURAR-ESTORNOS.
           OPEN INPUT ARQ-AUDITORIA
           IF WK-STATUS-AUDIT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA: '
                       WK-STATUS-AUDIT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-APURAR-ESTORNOS-EXIT
           END-IF

           SET NAO-FIM-ARQUIVO TO TRUE
           PERFORM 3100-LER-AUDIT
               THRU 3100-LER-AUDIT-EXIT
           PERFORM 3200-LANCAR-ESTORNO
               THRU 3200-LANCAR-ESTORNO-EXIT
               UNTIL FIM-ARQUIVO
                  OR RETURN-CODE NOT = ZERO

           CLOSE ARQ-AUDITORIA.
       3000-APURAR-ESTORNOS-EXIT.
           EXIT.
      *
       3100-LER-AUDIT.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 3100-LER-AUDIT-EXIT
           END-READ
           ADD 1 TO WK-QTD-AUDIT-LIDAS.
       3100-LER-AUDIT-EXIT.
           EXIT.
      *
      *=================================*
      * 3200-LANCAR-ESTORNO
      * LINHA DE ESTORNO COM RESULTADO ILEGIVEL NAO PODE SER
      * CONTABILIZADA NEM DESCARTADA: ELA VAI PARA AS EXCECOES E
      * RETEM O DIARIO.
      *=================================*
       3200-LANCAR-ESTORNO.
           MOVE REG-AUDITORIA TO LINHA-AUDIT-LIDA
           IF LA-ORIGEM NOT = 'EST'
               GO TO 3200-LANCAR-ESTORNO-CONTINUA
           END-IF

           MOVE LA-RESULTADO TO WK-CAMPO-EDIT-DEC
           PERFORM 1200-DESEDITAR-DECIMAL
               THRU 1200-DESEDITAR-DECIMAL-EXIT

           MOVE 'ESTORNO '   TO WK-LAN-TIPO
           MOVE LA-LOTE      TO WK-LAN-ID
           MOVE LA-OPERACAO  TO WK-LAN-OPERACAO
           MOVE LA-MOEDA     TO WK-LAN-MOEDA
           MOVE WK-VALOR-DEC TO WK-LAN-VALOR
           IF LA-MSG-ROTULO-ORIGEM = ' ORIGEM '
               MOVE LA-MSG-ORIGEM TO WK-LAN-SISTEMA
           ELSE
               MOVE SPACES        TO WK-LAN-SISTEMA
           END-IF

           IF WK-VALOR-INVALIDO
               MOVE ZERO TO WK-LAN-VALOR
               MOVE 'RESULTADO ILEGIVEL NA AUDITORIA'
                                  TO LED-MOTIVO
               PERFORM 4600-REGISTRAR-EXCECAO
                   THRU 4600-REGISTRAR-EXCECAO-EXIT
               GO TO 3200-LANCAR-ESTORNO-CONTINUA
           END-IF

           IF LA-MSG-ROTULO-ORIGEM = ' ORIGEM '
            AND LA-MSG-DATA-ORIG-NUM NUMERIC
            AND LA-MSG-DATA-ORIG-NUM NOT < WK-DATA-SISTEMA
               ADD 1            TO WK-QTD-EST-DIA
               ADD WK-VALOR-DEC TO WK-SOMA-EST-DIA
               GO TO 3200-LANCAR-ESTORNO-CONTINUA
           END-IF

           ADD 1            TO WK-QTD-ESTORNOS
           ADD WK-VALOR-DEC TO WK-SOMA-ESTORNOS
           PERFORM 4500-CONTABILIZAR
               THRU 4500-CONTABILIZAR-EXIT.
      *
       3200-LANCAR-ESTORNO-CONTINUA.
           PERFORM 3100-LER-AUDIT
               THRU 3100-LER-AUDIT-EXIT.
       3200-LANCAR-ESTORNO-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-LOCALIZAR-CONTA
      * PROCURA NA TABELA DE CONTAS A CHAVE WK-LAN-SISTEMA +
      * WK-LAN-OPERACAO + WK-LAN-MOEDA E DEVOLVE AS CONTAS DE
      * DEBITO E DE CREDITO.
      *=================================*
       4000-LOCALIZAR-CONTA.
           SET WK-NAO-ACHOU TO TRUE
           MOVE SPACES TO WK-CONTA-DEBITO
           MOVE SPACES TO WK-CONTA-CREDITO
           PERFORM 4010-COMPARAR-CONTA
               THRU 4010-COMPARAR-CONTA-EXIT
               VARYING WK-IND-CTA FROM 1 BY 1
               UNTIL WK-IND-CTA > WK-QTD-CONTAS
                  OR WK-ACHOU.
       4000-LOCALIZAR-CONTA-EXIT.
           EXIT.
      *
       4010-COMPARAR-CONTA.
           IF TCT-SISTEMA (WK-IND-CTA)  = WK-LAN-SISTEMA
            AND TCT-OPERACAO (WK-IND-CTA) = WK-LAN-OPERACAO
            AND TCT-MOEDA (WK-IND-CTA)   = WK-LAN-MOEDA
               MOVE TCT-DEBITO (WK-IND-CTA)  TO WK-CONTA-DEBITO
               MOVE TCT-CREDITO (WK-IND-CTA) TO WK-CONTA-CREDITO
               SET WK-ACHOU TO TRUE
           END-IF.
       4010-COMPARAR-CONTA-EXIT.
           EXIT.
      *
      *=================================*
      * 4500-CONTABILIZAR
      * BUSCA AS CONTAS DO RESULTADO CORRENTE (SISTEMA PROPRIO E,
      * NA FALTA DELE, O SISTEMA PADRAO) E ACUMULA AS DUAS
      * PARTIDAS. RESULTADO NEGATIVO INVERTE AS CONTAS E E LANCADO
      * PELO VALOR ABSOLUTO. RESULTADO SEM CONTA VAI PARA AS
      * EXCECOES. RESULTADO ZERO NAO GERA PARTIDA.
      *=================================*
       4500-CONTABILIZAR.
           IF WK-LAN-SISTEMA NOT = SPACES
               PERFORM 4000-LOCALIZAR-CONTA
                   THRU 4000-LOCALIZAR-CONTA-EXIT
           ELSE
               SET WK-NAO-ACHOU TO TRUE
           END-IF

           IF WK-NAO-ACHOU
               MOVE WK-LAN-SISTEMA     TO WK-SISTEMA-PROPRIO
               MOVE WK-SISTEMA-PADRAO  TO WK-LAN-SISTEMA
               PERFORM 4000-LOCALIZAR-CONTA
                   THRU 4000-LOCALIZAR-CONTA-EXIT
               MOVE WK-SISTEMA-PROPRIO TO WK-LAN-SISTEMA
           END-IF

           IF WK-NAO-ACHOU
               MOVE 'SEM CONTA NA TABELA GLCONTAS'
                                   TO LED-MOTIVO
               PERFORM 4600-REGISTRAR-EXCECAO
                   THRU 4600-REGISTRAR-EXCECAO-EXIT
               GO TO 4500-CONTABILIZAR-EXIT
           END-IF

           IF WK-LAN-VALOR = ZERO
               GO TO 4500-CONTABILIZAR-EXIT
           END-IF

           IF WK-LAN-VALOR > ZERO
               MOVE WK-LAN-VALOR TO WK-LAN-ABSOLUTO
               MOVE WK-CONTA-DEBITO  TO WK-PAR-CONTA
               MOVE 'D'              TO WK-PAR-NATUREZA
               PERFORM 4700-ACUMULAR-PARTIDA
                   THRU 4700-ACUMULAR-PARTIDA-EXIT
               MOVE WK-CONTA-CREDITO TO WK-PAR-CONTA
               MOVE 'C'              TO WK-PAR-NATUREZA
               PERFORM 4700-ACUMULAR-PARTIDA
                   THRU 4700-ACUMULAR-PARTIDA-EXIT
           ELSE
               COMPUTE WK-LAN-ABSOLUTO = ZERO - WK-LAN-VALOR
               MOVE WK-CONTA-CREDITO TO WK-PAR-CONTA
               MOVE 'D'              TO WK-PAR-NATUREZA
               PERFORM 4700-ACUMULAR-PARTIDA
                   THRU 4700-ACUMULAR-PARTIDA-EXIT
               MOVE WK-CONTA-DEBITO  TO WK-PAR-CONTA
               MOVE 'C'              TO WK-PAR-NATUREZA
               PERFORM 4700-ACUMULAR-PARTIDA
                   THRU 4700-ACUMULAR-PARTIDA-EXIT
           END-IF.
       4500-CONTABILIZAR-EXIT.
           EXIT.
      *
      *=================================*
      * 4600-REGISTRAR-EXCECAO
      * LISTA NO RELATORIO DE EXCECOES O RESULTADO CORRENTE, COM O
      * MOTIVO JA MOVIDO PARA LED-MOTIVO, E CONTA A EXCECAO -
      * QUALQUER EXCECAO RETEM O DIARIO.
      *=================================*
       4600-REGISTRAR-EXCECAO.
           ADD 1 TO WK-QTD-SEM-CONTA
           MOVE WK-LAN-TIPO     TO LED-TIPO
           MOVE WK-LAN-ID       TO LED-ID
           MOVE WK-LAN-SISTEMA  TO LED-ORIGEM
           MOVE WK-LAN-OPERACAO TO LED-OPERACAO
           MOVE WK-LAN-MOEDA    TO LED-MOEDA
           MOVE WK-LAN-VALOR    TO LED-RESULTADO
           WRITE REG-EXCECAO FROM LINHA-EXC-DETALHE
           DISPLAY 'EXCECAO: ' WK-LAN-TIPO WK-LAN-ID ' '
                   WK-LAN-SISTEMA ' ' WK-LAN-OPERACAO ' '
                   WK-LAN-MOEDA ' - ' LED-MOTIVO.
       4600-REGISTRAR-EXCECAO-EXIT.
           EXIT.
      *
      *=================================*
      * 4700-ACUMULAR-PARTIDA
      * SOMA WK-LAN-ABSOLUTO NA PARTIDA WK-PAR-CONTA + MOEDA +
      * WK-PAR-NATUREZA, CRIANDO A PARTIDA NA PRIMEIRA VEZ. TABELA
      * CHEIA ABORTA (NENHUM DIARIO PARCIAL).
      *=================================*
       4700-ACUMULAR-PARTIDA.
           SET WK-NAO-ACHOU TO TRUE
           PERFORM 4710-PROCURAR-PARTIDA
               THRU 4710-PROCURAR-PARTIDA-EXIT
               VARYING WK-IND-PAR FROM 1 BY 1
               UNTIL WK-IND-PAR > WK-QTD-PARTIDAS
                  OR WK-ACHOU

           IF WK-ACHOU
               SUBTRACT 1 FROM WK-IND-PAR
           ELSE
               IF WK-QTD-PARTIDAS NOT < WK-LIMITE-PARTIDAS
                   DISPLAY 'ERRO: DIARIO EXCEDE A TABELA DE '
                           'PARTIDAS (' WK-LIMITE-PARTIDAS
                           ' ENTRADAS)'
                   MOVE 16 TO RETURN-CODE
                   GO TO 4700-ACUMULAR-PARTIDA-EXIT
               END-IF
               ADD 1 TO WK-QTD-PARTIDAS
               MOVE WK-QTD-PARTIDAS TO WK-IND-PAR
               MOVE WK-PAR-CONTA    TO PAR-CONTA (WK-IND-PAR)
               MOVE WK-LAN-MOEDA    TO PAR-MOEDA (WK-IND-PAR)
               MOVE WK-PAR-NATUREZA TO PAR-NATUREZA (WK-IND-PAR)
               MOVE ZERO            TO PAR-VALOR (WK-IND-PAR)
               MOVE ZERO            TO PAR-QTD (WK-IND-PAR)
           END-IF

           ADD WK-LAN-ABSOLUTO TO PAR-VALOR (WK-IND-PAR)
           ADD 1               TO PAR-QTD (WK-IND-PAR).
       4700-ACUMULAR-PARTIDA-EXIT.
           EXIT.
      *
       4710-PROCURAR-PARTIDA.
           IF PAR-CONTA (WK-IND-PAR)    = WK-PAR-CONTA
            AND PAR-MOEDA (WK-IND-PAR)    = WK-LAN-MOEDA
            AND PAR-NATUREZA (WK-IND-PAR) = WK-PAR-NATUREZA
               SET WK-ACHOU TO TRUE
           END-IF.
       4710-PROCURAR-PARTIDA-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-CONFERIR-BALANCO
      * REAPURA, A PARTIR DAS PARTIDAS QUE IRIAM PARA O DIARIO, OS
      * DEBITOS E CREDITOS DE CADA MOEDA E OS TOTAIS DO TRAILER, E
      * LISTA O BALANCO DE CADA MOEDA. MOEDA COM DEBITOS DIFERENTES
      * DOS CREDITOS RETEM O DIARIO.
      *=================================*
       5000-CONFERIR-BALANCO.
           PERFORM 5100-SOMAR-PARTIDA
               THRU 5100-SOMAR-PARTIDA-EXIT
               VARYING WK-IND-PAR FROM 1 BY 1
               UNTIL WK-IND-PAR > WK-QTD-PARTIDAS
                  OR RETURN-CODE NOT = ZERO

           IF RETURN-CODE NOT = ZERO
               GO TO 5000-CONFERIR-BALANCO-EXIT
           END-IF

           WRITE REG-EXCECAO FROM LINHA-EM-BRANCO
           PERFORM 5200-CONFERIR-MOEDA
               THRU 5200-CONFERIR-MOEDA-EXIT
               VARYING WK-IND-MOE FROM 1 BY 1
               UNTIL WK-IND-MOE > WK-QTD-MOEDAS

           IF WK-QTD-MOEDAS-DIVERG > ZERO
               SET DIARIO-RETIDO TO TRUE
           END-IF.
       5000-CONFERIR-BALANCO-EXIT.
           EXIT.
      *
       5100-SOMAR-PARTIDA.
           SET WK-NAO-ACHOU TO TRUE
           PERFORM 5110-PROCURAR-MOEDA
               THRU 5110-PROCURAR-MOEDA-EXIT
               VARYING WK-IND-MOE FROM 1 BY 1
               UNTIL WK-IND-MOE > WK-QTD-MOEDAS
                  OR WK-ACHOU

           IF WK-ACHOU
               SUBTRACT 1 FROM WK-IND-MOE
           ELSE
               IF WK-QTD-MOEDAS NOT < WK-LIMITE-MOEDAS
                   DISPLAY 'ERRO: DIARIO EXCEDE A TABELA DE MOEDAS ('
                           WK-LIMITE-MOEDAS ' ENTRADAS)'
                   MOVE 16 TO RETURN-CODE
                   GO TO 5100-SOMAR-PARTIDA-EXIT
               END-IF
               ADD 1 TO WK-QTD-MOEDAS
               MOVE WK-QTD-MOEDAS TO WK-IND-MOE
               MOVE PAR-MOEDA (WK-IND-PAR) TO MOB-MOEDA (WK-IND-MOE)
               MOVE ZERO TO MOB-DEBITOS (WK-IND-MOE)
               MOVE ZERO TO MOB-CREDITOS (WK-IND-MOE)
           END-IF

           ADD 1 TO WK-QTD-DETALHES
           IF PAR-NATUREZA (WK-IND-PAR) = 'D'
               ADD PAR-VALOR (WK-IND-PAR) TO MOB-DEBITOS (WK-IND-MOE)
               ADD PAR-VALOR (WK-IND-PAR) TO WK-TOTAL-DEBITOS
           ELSE
               ADD PAR-VALOR (WK-IND-PAR)
                                         TO MOB-CREDITOS (WK-IND-MOE)
               ADD PAR-VALOR (WK-IND-PAR) TO WK-TOTAL-CREDITOS
           END-IF.
       5100-SOMAR-PARTIDA-EXIT.
           EXIT.
      *
       5110-PROCURAR-MOEDA.
           IF MOB-MOEDA (WK-IND-MOE) = PAR-MOEDA (WK-IND-PAR)
               SET WK-ACHOU TO TRUE
           END-IF.
       5110-PROCURAR-MOEDA-EXIT.
           EXIT.
      *
       5200-CONFERIR-MOEDA.
           MOVE MOB-MOEDA (WK-IND-MOE)    TO LEM-MOEDA
           MOVE MOB-DEBITOS (WK-IND-MOE)  TO LEM-DEBITOS
           MOVE MOB-CREDITOS (WK-IND-MOE) TO LEM-CREDITOS
           IF MOB-DEBITOS (WK-IND-MOE) = MOB-CREDITOS (WK-IND-MOE)
               MOVE 'EM BALANCO'      TO LEM-SITUACAO
           ELSE
               MOVE 'FORA DE BALANCO' TO LEM-SITUACAO
               ADD 1 TO WK-QTD-MOEDAS-DIVERG
               DISPLAY 'EXCECAO: MOEDA ' MOB-MOEDA (WK-IND-MOE)
                       ' COM DEBITOS DIFERENTES DOS CREDITOS'
           END-IF
           WRITE REG-EXCECAO FROM LINHA-EXC-MOEDA.
       5200-CONFERIR-MOEDA-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-GRAVAR-DIARIO
      * GRAVA O DIARIO LIBERADO: CABECALHO, UMA LINHA POR PARTIDA
      * E O TRAILER COM OS TOTAIS DE CONTROLE.
      *=================================*
       6000-GRAVAR-DIARIO.
           MOVE WK-DATA-SISTEMA TO DH-DATA-MOVIMENTO
           MOVE WK-DATA-SISTEMA TO DH-DATA-GERACAO
           MOVE WK-HORA-SISTEMA TO DH-HORA-GERACAO
           WRITE REG-DIARIO FROM LINHA-DIA-CABECALHO
           IF WK-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-DIARIO: '
                       WK-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GO TO 6000-GRAVAR-DIARIO-EXIT
           END-IF

           PERFORM 6100-GRAVAR-DETALHE
               THRU 6100-GRAVAR-DETALHE-EXIT
               VARYING WK-IND-PAR FROM 1 BY 1
               UNTIL WK-IND-PAR > WK-QTD-PARTIDAS
                  OR RETURN-CODE NOT = ZERO

           IF RETURN-CODE NOT = ZERO
               GO TO 6000-GRAVAR-DIARIO-EXIT
           END-IF

           MOVE WK-QTD-DETALHES    TO DT-QTD-DETALHES
           MOVE WK-TOTAL-DEBITOS   TO DT-TOTAL-DEBITOS
           MOVE WK-TOTAL-CREDITOS  TO DT-TOTAL-CREDITOS
           MOVE WK-QTD-RESULTADOS  TO DT-QTD-RESULTADOS
           MOVE WK-SOMA-RESULTADOS TO DT-SOMA-RESULTADOS
           MOVE WK-QTD-ESTORNOS    TO DT-QTD-ESTORNOS
           MOVE WK-SOMA-ESTORNOS   TO DT-SOMA-ESTORNOS
           MOVE WK-QTD-EST-DIA     TO DT-QTD-EST-DIA
           MOVE WK-SOMA-EST-DIA    TO DT-SOMA-EST-DIA
           WRITE REG-DIARIO FROM LINHA-DIA-TRAILER
           IF WK-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TRAILER DO DIARIO: '
                       WK-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
           END-IF.
       6000-GRAVAR-DIARIO-EXIT.
           EXIT.
      *
       6100-GRAVAR-DETALHE.
           MOVE WK-DATA-SISTEMA           TO DD-DATA-MOVIMENTO
           MOVE PAR-CONTA (WK-IND-PAR)    TO DD-CONTA
           MOVE PAR-MOEDA (WK-IND-PAR)    TO DD-MOEDA
           MOVE PAR-NATUREZA (WK-IND-PAR) TO DD-NATUREZA
           MOVE PAR-VALOR (WK-IND-PAR)    TO DD-VALOR
           MOVE PAR-QTD (WK-IND-PAR)      TO DD-QTD-LANCAMENTOS
           MOVE WK-DATA-SISTEMA           TO DD-HIS-DATA
           WRITE REG-DIARIO FROM LINHA-DIA-DETALHE
           IF WK-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-DIARIO: '
                       WK-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
           END-IF.
       6100-GRAVAR-DETALHE-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-TOTAIS
      * EMITE OS TOTAIS E A SITUACAO DO DIARIO, TANTO NO RELATORIO
      * DE EXCECOES QUANTO NO LOG DO JOB.
      *=================================*
       7000-EMITIR-TOTAIS.
           WRITE REG-EXCECAO FROM LINHA-EM-BRANCO

           MOVE WK-QTD-RESULTADOS TO LXT-RESULTADOS
           COMPUTE LXT-ESTORNOS = WK-QTD-ESTORNOS + WK-QTD-EST-DIA
           MOVE WK-QTD-SEM-CONTA  TO LXT-SEM-CONTA
           MOVE WK-QTD-DETALHES   TO LXT-DETALHES
           WRITE REG-EXCECAO FROM LINHA-EXC-TOTAL

           IF DIARIO-LIBERADO
               MOVE 'DIARIO LIBERADO PARA O RAZAO' TO LES-SITUACAO
           ELSE
               MOVE 'DIARIO RETIDO - NENHUM LANCAMENTO ENVIADO'
                                                   TO LES-SITUACAO
           END-IF
           WRITE REG-EXCECAO FROM LINHA-EXC-SITUACAO

           DISPLAY 'DATA DO MOVIMENTO.......: ' WK-DATA-SISTEMA
           DISPLAY 'REGISTROS VSAM LIDOS....: ' WK-QTD-VSAM-LIDOS
           DISPLAY 'RESULTADOS DA DATA......: ' WK-QTD-RESULTADOS
           DISPLAY 'ESTORNOS CONTABILIZADOS.: ' WK-QTD-ESTORNOS
           DISPLAY 'ESTORNOS DA PROPRIA DATA: ' WK-QTD-EST-DIA
           DISPLAY 'RESULTADOS SEM CONTA....: ' WK-QTD-SEM-CONTA
           DISPLAY 'MOEDAS FORA DE BALANCO..: ' WK-QTD-MOEDAS-DIVERG
           DISPLAY 'PARTIDAS NO DIARIO......: ' WK-QTD-DETALHES.
       7000-EMITIR-TOTAIS-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           IF ARQUIVOS-ABERTOS
               CLOSE ARQ-DIARIO
               CLOSE ARQ-EXCECOES
           END-IF.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
