       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             JANELA01.
       AUTHOR.                 EQUIPE DE DESENVOLVIMENTO BATCH.
       DATE-WRITTEN.           2026-10-15.
       DATE-COMPILED.
      *=================================*
      * TENDENCIA DA JANELA BATCH E SLA DA CADEIA NOTURNA
      * LE O HISTORICO DE EXECUCOES RUNCTL (GRAVADO PELO SUB003 EM
      * CADA PASSO DA CADEIA) NUMA FAIXA DE NOITES E EMITE O
      * RELATORIO JANREP:
      *   QUADRO 1 - POR NOITE: INICIO E FIM DA CADEIA (DO PRIMEIRO
      *              PASSO AO ULTIMO), DURACAO, SITUACAO FRENTE AO
      *              PRAZO DO SLA (NO PRAZO / ESTOURO / INCOMPLETA),
      *              PASSOS, EXECUCOES, FALHAS, REEXECUCOES, NUMERO
      *              DE INSTANCIAS DO PROGCALL E REGISTROS LIDOS
      *              POR ELAS, E PASSOS ACIMA DA BASE;
      *   QUADRO 2 - POR PROGRAMA E PARTICAO, NOITE A NOITE:
      *              EXECUCOES, FALHAS, REEXECUCOES, RETURN-CODE,
      *              HORARIOS, DURACAO, REGISTROS POR MINUTO E A
      *              COMPARACAO COM A BASE MOVEL;
      *   QUADRO 3 - TOTAIS DO PERIODO.
      * RODA SEMANALMENTE E NO FECHAMENTO DO MES, FORA DA CADEIA
      * NOTURNA (COMO O RECALC01, NAO SE REGISTRA NO RUNCTL).
      *
      * NOITE: A CADEIA ATRAVESSA A MEIA-NOITE, ENTAO UM PASSO
      * INICIADO ANTES DA HORA DE CORTE PERTENCE A NOITE DO DIA
      * ANTERIOR (O DIA ANTERIOR VEM DO SERVICO DE DATAS SUB004).
      * OS HORARIOS DA NOITE SAO CONTADOS A PARTIR DA MEIA-NOITE
      * QUE A ABRE; OS DA MADRUGADA APARECEM COM +1.
      *
      * EXECUCOES DE UM PASSO NA NOITE: CADA REGISTRO DO RUNCTL DO
      * PROGRAMA E PARTICAO. STATUS F, OU E SEM ENCERRAMENTO
      * (ABEND), CONTA COMO FALHA; AS EXECUCOES ALEM DA PRIMEIRA
      * SAO REEXECUCOES. A DURACAO E OS REGISTROS LIDOS SAO OS DA
      * ULTIMA EXECUCAO CONCLUIDA. UMA NOITE CUJO ULTIMO REGISTRO
      * DE ALGUM PASSO NAO ESTA CONCLUIDO E INCOMPLETA.
      *
      * BASE MOVEL: MEDIA DA DURACAO DO MESMO PROGRAMA E PARTICAO
      * NAS ULTIMAS NOITES ANTERIORES EM QUE ELE CONCLUIU (AS
      * NOITES ANTERIORES AO PERIODO TAMBEM SAO LIDAS DO RUNCTL SO
      * PARA ISSO). COM MENOS DE TRES NOITES NA BASE, OU BASE ABAIXO
      * DE UM MINUTO, NAO HA COMPARACAO. PASSO COM DURACAO ACIMA DA
      * BASE EM MAIS DO QUE O PERCENTUAL LIMITE E SINALIZADO.
      *
      * HISTORICO: CADA NOITE DO PERIODO GRAVA (OU REGRAVA) UM
      * REGISTRO RESUMO NO CADASTRO JANHIST (KSDS, CHAVE = NOITE),
      * QUE NAO E EXPURGADO - A TENDENCIA SOBREVIVE A LIMPEZA DO
      * RUNCTL E SERVE AO PLANEJAMENTO DE CAPACIDADE (NUMERO DE
      * PARTICOES DO PROGCALL).
      *
      * PARAMETROS (ARQUIVO JANPARM, CHAVE=VALOR, OPCIONAL):
      *   DATA-INICIAL=AAAAMMDD  PRIMEIRA NOITE (PADRAO: SEIS DIAS
      *                          ANTES DA ULTIMA);
      *   DATA-FINAL=AAAAMMDD    ULTIMA NOITE (PADRAO: A NOITE
      *                          ANTERIOR A DATA DO SISTEMA);
      *   PERIODO=SEMANA/MES     MES: A PRIMEIRA NOITE E O DIA 1 DO
      *                          MES DA ULTIMA (FECHAMENTO DO MES);
      *   HORA-CORTE=HHMM        VIRADA DA NOITE (PADRAO 1200);
      *   PRAZO-SLA=HHMM         HORA LIMITE DO FIM DA CADEIA
      *                          (PADRAO 0600; ANTES DO CORTE E NA
      *                          MADRUGADA SEGUINTE);
      *   NOITES-BASE=NN         NOITES DA BASE MOVEL (PADRAO 10,
      *                          DE 3 A 30);
      *   LIMITE-PERCENTUAL=NNN  PERCENTUAL ACIMA DA BASE QUE
      *                          SINALIZA O PASSO (PADRAO 050).
      *
      * RETURN-CODE: 0 - SEM OCORRENCIAS; 4 - NOITE FORA DO PRAZO
      * OU INCOMPLETA, PASSO ACIMA DA BASE, NENHUMA NOITE NO
      * PERIODO OU TABELA CHEIA; 16 - ERRO DE PARAMETRO OU DE
      * ARQUIVO.
      *=================================*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------- ------- -------------------------------------
      * 2026-10-15 EDB     VERSAO ORIGINAL.
      * 2026-10-15 EDB     LEITURA E GRAVACAO DO JANHIST COM INVALID
      *                    KEY / NOT INVALID KEY.
      * 2026-10-15 EDB     SITUACAO DO SLA COM A FOLGA COMPLETA.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARM     ASSIGN TO 'JANPARM'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARM.

           SELECT ARQ-RUN-CTL  ASSIGN TO 'RUNCTL'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    RC-CHAVE
                                FILE STATUS   WK-STATUS-RUNCTL.

           SELECT ARQ-HISTORICO ASSIGN TO 'JANHIST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   RANDOM
                                RECORD KEY    JH-NOITE
                                FILE STATUS   WK-STATUS-HIST.

           SELECT ARQ-RELATORIO ASSIGN TO 'JANREP'
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
      * REGISTRO DE EXECUCAO (MESMO LEIAUTE DO SUB003).
       FD  ARQ-RUN-CTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUN-CTL.
           05  RC-CHAVE.
               10  RC-DATA     PIC 9(08).
               10  RC-PROGRAMA PIC X(08).
               10  RC-HORA-INICIO PIC 9(08).
           05  RC-PARTICAO     PIC X(01).
           05  RC-STATUS       PIC X(01).
               88  RC-EM-EXECUCAO         VALUE 'E'.
               88  RC-CONCLUIDO           VALUE 'C'.
               88  RC-FALHA               VALUE 'F'.
           05  RC-LOTE-ID      PIC X(08).
           05  RC-QTD-LIDOS    PIC 9(07).
           05  RC-QTD-GRAVADOS PIC 9(07).
           05  RC-RETURN-CODE  PIC 9(04).
           05  RC-HORA-FIM     PIC 9(08).
      *
      * RESUMO DA NOITE (120 BYTES), CHAVEADO PELA DATA DA NOITE.
      * HORARIOS EM SEGUNDOS A PARTIR DA MEIA-NOITE QUE ABRE A
      * NOITE (ACIMA DE 86400 = MADRUGADA SEGUINTE).
       FD  ARQ-HISTORICO
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           05  JH-NOITE         PIC 9(08).
           05  JH-INICIO-SEG    PIC 9(06).
           05  JH-FIM-SEG       PIC 9(06).
           05  JH-DURACAO-SEG   PIC 9(06).
           05  JH-PRAZO-SEG     PIC 9(06).
           05  JH-SITUACAO-SLA  PIC X(01).
               88  JH-NO-PRAZO            VALUE 'P'.
               88  JH-ESTOURO             VALUE 'E'.
               88  JH-INCOMPLETA          VALUE 'I'.
           05  JH-QTD-PASSOS    PIC 9(03).
           05  JH-QTD-EXECUCOES PIC 9(03).
           05  JH-QTD-FALHAS    PIC 9(03).
           05  JH-QTD-REEXEC    PIC 9(03).
           05  JH-QTD-ALERTAS   PIC 9(03).
           05  JH-QTD-INST-PGC  PIC 9(01).
           05  JH-PGC-LIDOS     PIC 9(09).
           05  JH-PGC-MAIOR-SEG PIC 9(06).
           05  JH-PGC-SOMA-SEG  PIC 9(07).
           05  JH-MERGE-SEG     PIC 9(06).
           05  JH-DATA-GRAVACAO PIC 9(08).
           05  JH-HORA-GRAVACAO PIC 9(08).
           05  FILLER           PIC X(27).
      *
       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO       PIC X(132).
      *
       WORKING-STORAGE         SECTION.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-RUNCTL     PIC X(02) VALUE SPACES.
       01  WK-STATUS-HIST       PIC X(02) VALUE SPACES.
       01  WK-STATUS-RELAT      PIC X(02) VALUE SPACES.
      *
       01  WK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
      *
      * PARAMETROS E SEUS PADROES.
       01  WK-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-FINAL        PIC 9(08) VALUE ZEROS.
       01  WK-PERIODO           PIC X(06) VALUE 'SEMANA'.
           88  WK-PERIODO-SEMANA          VALUE 'SEMANA'.
           88  WK-PERIODO-MES             VALUE 'MES'.
       01  WK-HORA-CORTE        PIC 9(04) VALUE 1200.
       01  WK-PRAZO-SLA         PIC 9(04) VALUE 0600.
       01  WK-NOITES-BASE       PIC 9(02) VALUE 10.
       01  WK-LIMITE-PCT        PIC 9(03) VALUE 050.
      *
       01  WK-FIM-PARM-SW       PIC X(01) VALUE 'N'.
           88  FIM-PARM                   VALUE 'S'.
           88  NAO-FIM-PARM               VALUE 'N'.
       01  WK-PARM-CHAVE        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR        PIC X(20) VALUE SPACES.
       01  WK-PARM-VALOR-8 REDEFINES WK-PARM-VALOR.
           05  VAL-DIGITOS-8    PIC X(08).
           05  FILLER           PIC X(12).
       01  WK-PARM-VALOR-HORA REDEFINES WK-PARM-VALOR.
           05  VAL-HORA-X       PIC X(04).
           05  VAL-HORA REDEFINES VAL-HORA-X.
               10  VAL-HORA-HH  PIC 9(02).
               10  VAL-HORA-MM  PIC 9(02).
           05  VAL-HORA-RESTO   PIC X(16).
       01  WK-PARM-VALOR-NUM REDEFINES WK-PARM-VALOR.
           05  VAL-DIGITOS-2    PIC X(02).
           05  VAL-DIGITOS-2-V REDEFINES VAL-DIGITOS-2
                                PIC 9(02).
           05  VAL-RESTO-2      PIC X(18).
       01  WK-PARM-VALOR-PCT REDEFINES WK-PARM-VALOR.
           05  VAL-DIGITOS-3    PIC X(03).
           05  VAL-DIGITOS-3-V REDEFINES VAL-DIGITOS-3
                                PIC 9(03).
           05  VAL-RESTO-3      PIC X(17).
       01  WK-DIGITOS-DATA      PIC X(08) VALUE ZEROS.
       01  WK-DIGITOS-DATA-V REDEFINES WK-DIGITOS-DATA
                                PIC 9(08).
      *
      * FAIXA DE LEITURA DO RUNCTL: DESDE AS NOITES DA BASE ATE A
      * MADRUGADA SEGUINTE A ULTIMA NOITE DO PERIODO.
       01  WK-DATA-LEITURA      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       01  WK-DIAS-LEITURA      PIC 9(05) VALUE ZEROS.
      *
      * HORAS EM SEGUNDOS. O PRAZO ANTES DO CORTE CAI NA MADRUGADA
      * SEGUINTE (SOMA UM DIA).
       01  WK-SEG-DIA           PIC 9(06) COMP VALUE 86400.
       01  WK-SEG-CORTE         PIC 9(06) COMP VALUE ZERO.
       01  WK-SEG-PRAZO         PIC 9(06) COMP VALUE ZERO.
       01  WK-HORA-CORTE-PARTES.
           05  WK-HCO-HH        PIC 9(02) VALUE ZERO.
           05  WK-HCO-MM        PIC 9(02) VALUE ZERO.
       01  WK-HORA-CORTE-V REDEFINES WK-HORA-CORTE-PARTES
                                PIC 9(04).
      *
      * PARAMETROS DE CHAMADA DO SERVICO DE DATAS (SUB004).
       01  WK-DT-FUNCAO         PIC X(01) VALUE 'D'.
       01  WK-DT-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01  WK-DT-QTD-DIAS       PIC 9(05) VALUE ZEROS.
       01  WK-DT-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
       01  WK-DT-DIA-UTIL       PIC X(01) VALUE SPACE.
       01  WK-DT-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01  WK-DT-RETORNO        PIC X(02) VALUE SPACES.
           88  WK-DT-OK                   VALUE '00' '04'.
      *
      * ULTIMA DATA DO RUNCTL CONVERTIDA PARA A NOITE ANTERIOR
      * (EVITA CHAMAR O SUB004 A CADA REGISTRO).
       01  WK-CACHE-DATA        PIC 9(08) VALUE ZEROS.
       01  WK-CACHE-ANTERIOR    PIC 9(08) VALUE ZEROS.
      *
       01  WK-FIM-RUNCTL-SW     PIC X(01) VALUE 'N'.
           88  FIM-RUNCTL                 VALUE 'S'.
           88  NAO-FIM-RUNCTL             VALUE 'N'.
       01  WK-JOB-ABORTADO-SW   PIC X(01) VALUE 'N'.
           88  JOB-ABORTADO               VALUE 'S'.
           88  JOB-NAO-ABORTADO           VALUE 'N'.
       01  WK-RUNCTL-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  RUNCTL-ABERTO              VALUE 'S'.
           88  RUNCTL-FECHADO             VALUE 'N'.
       01  WK-HIST-ABERTO-SW    PIC X(01) VALUE 'N'.
           88  HIST-ABERTO                VALUE 'S'.
           88  HIST-FECHADO               VALUE 'N'.
       01  WK-NOITE-HIST-SW     PIC X(01) VALUE 'N'.
           88  NOITE-NO-HISTORICO         VALUE 'S'.
           88  NOITE-NOVA                 VALUE 'N'.
       01  WK-AVISO-NOITES-SW   PIC X(01) VALUE 'N'.
           88  WK-NOITES-CHEIA            VALUE 'S'.
       01  WK-AVISO-PASSOS-SW   PIC X(01) VALUE 'N'.
           88  WK-PASSOS-CHEIA            VALUE 'S'.
      *
      * HORA HHMMSSCC DO RUNCTL E SUA CONVERSAO EM SEGUNDOS.
       01  WK-HORA-TRAB         PIC 9(08) VALUE ZEROS.
       01  WK-HORA-TRAB-PARTES REDEFINES WK-HORA-TRAB.
           05  WK-HT-HH         PIC 9(02).
           05  WK-HT-MM         PIC 9(02).
           05  WK-HT-SS         PIC 9(02).
           05  WK-HT-CC         PIC 9(02).
       01  WK-SEG-TRAB          PIC 9(06) COMP VALUE ZERO.
       01  WK-HHMM-PASSO        PIC 9(04) VALUE ZERO.
      *
      * PASSO CORRENTE DO RUNCTL JA SITUADO NA SUA NOITE.
       01  WK-NOITE-PASSO       PIC 9(08) VALUE ZEROS.
       01  WK-DESLOC-PASSO      PIC 9(06) COMP VALUE ZERO.
       01  WK-INICIO-REL        PIC 9(06) COMP VALUE ZERO.
       01  WK-FIM-REL           PIC 9(06) COMP VALUE ZERO.
      *
      * NOITES LIDAS, EM ORDEM DE DATA, COM UMA CELULA POR PASSO
      * (PROGRAMA + PARTICAO) DA TABELA DE PASSOS.
       01  WK-LIMITE-NOITES     PIC 9(03) COMP VALUE 100.
       01  WK-LIMITE-PASSOS     PIC 9(02) COMP VALUE 24.
       01  WK-TAB-NOITES.
           05  WK-QTD-NOITES    PIC 9(03) COMP VALUE ZERO.
           05  WK-NOITE         OCCURS 100 TIMES.
               10  NT-DATA          PIC 9(08).
               10  NT-INICIO        PIC 9(06) COMP.
               10  NT-FIM           PIC 9(06) COMP.
               10  NT-SITUACAO      PIC X(01).
               10  NT-QTD-PASSOS    PIC 9(03) COMP.
               10  NT-QTD-EXECUCOES PIC 9(03) COMP.
               10  NT-QTD-FALHAS    PIC 9(03) COMP.
               10  NT-QTD-REEXEC    PIC 9(03) COMP.
               10  NT-QTD-ALERTAS   PIC 9(03) COMP.
               10  NT-QTD-INST-PGC  PIC 9(01) COMP.
               10  NT-PGC-LIDOS     PIC 9(09) COMP.
               10  NT-PGC-MAIOR     PIC 9(06) COMP.
               10  NT-PGC-SOMA      PIC 9(07) COMP.
               10  NT-MERGE         PIC 9(06) COMP.
               10  NT-CELULA        OCCURS 24 TIMES.
                   15  CEL-EXECUCOES PIC 9(03) COMP.
                   15  CEL-FALHAS    PIC 9(03) COMP.
                   15  CEL-ULT-STATUS PIC X(01).
                   15  CEL-SUCESSO   PIC X(01).
                   15  CEL-DURACAO   PIC 9(06) COMP.
                   15  CEL-LIDOS     PIC 9(07) COMP.
                   15  CEL-RC        PIC 9(04) COMP.
                   15  CEL-INICIO    PIC 9(06) COMP.
                   15  CEL-FIM       PIC 9(06) COMP.
                   15  CEL-BASE      PIC 9(06) COMP.
                   15  CEL-VARIACAO  PIC S9(05) COMP.
                   15  CEL-ALERTA    PIC X(01).
      *
       01  WK-TAB-PASSOS.
           05  WK-QTD-PASSOS    PIC 9(02) COMP VALUE ZERO.
           05  WK-PASSO         OCCURS 24 TIMES.
               10  PS-CHAVE.
                   15  PS-PROGRAMA  PIC X(08).
                   15  PS-PARTICAO  PIC X(01).
      * ORDEM DE IMPRESSAO DOS PASSOS (PROGRAMA + PARTICAO).
       01  WK-TAB-ORDEM.
           05  WK-ORD-PASSO     OCCURS 24 TIMES PIC 9(02) COMP.
       01  WK-ORD-A             PIC 9(02) COMP VALUE ZERO.
       01  WK-ORD-B             PIC 9(02) COMP VALUE ZERO.
      *
       01  WK-IND-N             PIC S9(04) COMP VALUE ZERO.
       01  WK-IND-K             PIC S9(04) COMP VALUE ZERO.
       01  WK-IND-P             PIC 9(02) COMP VALUE ZERO.
       01  WK-IND-O             PIC 9(02) COMP VALUE ZERO.
       01  WK-IND-J             PIC 9(02) COMP VALUE ZERO.
       01  WK-POS-NOITE         PIC 9(03) COMP VALUE ZERO.
       01  WK-POS-PASSO         PIC 9(02) COMP VALUE ZERO.
      *
      * BASE MOVEL DA CELULA CORRENTE.
       01  WK-BASE-SOMA         PIC 9(09) COMP VALUE ZERO.
       01  WK-BASE-QTD          PIC 9(02) COMP VALUE ZERO.
       01  WK-MINIMO-BASE       PIC 9(02) COMP VALUE 3.
       01  WK-BASE-MINIMA       PIC 9(06) COMP VALUE 60.
      *
       01  WK-QTD-LIDOS-RUNCTL  PIC 9(07) COMP VALUE ZERO.
       01  WK-QTD-NOITES-PER    PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-NO-PRAZO      PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-ESTOURO       PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-INCOMPLETAS   PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-ALERTAS       PIC 9(05) COMP VALUE ZERO.
       01  WK-QTD-FALHAS        PIC 9(05) COMP VALUE ZERO.
       01  WK-QTD-REEXEC        PIC 9(05) COMP VALUE ZERO.
       01  WK-QTD-AVISOS        PIC 9(03) COMP VALUE ZERO.
       01  WK-QTD-HIST-GRAVADOS PIC 9(03) COMP VALUE ZERO.
      *
      * TOTAIS DO PASSO NO PERIODO (QUADRO 2).
       01  WK-PS-NOITES         PIC 9(03) COMP VALUE ZERO.
       01  WK-PS-CONCLUIDAS     PIC 9(03) COMP VALUE ZERO.
       01  WK-PS-SOMA-DURACAO   PIC 9(09) COMP VALUE ZERO.
       01  WK-PS-MAIOR-DURACAO  PIC 9(06) COMP VALUE ZERO.
       01  WK-PS-FALHAS         PIC 9(05) COMP VALUE ZERO.
       01  WK-PS-REEXEC         PIC 9(05) COMP VALUE ZERO.
       01  WK-PS-ALERTAS        PIC 9(05) COMP VALUE ZERO.
      *
      * FORMATACAO DE HORARIOS (HH:MM, +1 NA MADRUGADA SEGUINTE) E
      * DURACOES (HH:MM:SS).
       01  WK-FMT-SEGUNDOS      PIC 9(06) COMP VALUE ZERO.
       01  WK-FMT-DIAS          PIC 9(02) COMP VALUE ZERO.
       01  WK-FMT-RESTO         PIC 9(06) COMP VALUE ZERO.
       01  WK-FMT-HH            PIC 9(02) VALUE ZERO.
       01  WK-FMT-MM            PIC 9(02) VALUE ZERO.
       01  WK-FMT-SS            PIC 9(02) VALUE ZERO.
       01  WK-FMT-HORA          PIC X(08) VALUE SPACES.
       01  WK-FMT-DURACAO       PIC X(08) VALUE SPACES.
       01  WK-FMT-HORAS         PIC 9(06) COMP VALUE ZERO.
      *
       01  WK-REG-MINUTO        PIC 9(07) VALUE ZERO.
       01  WK-VAR-EDITADA       PIC +ZZZ9.
       01  WK-EXCESSO           PIC 9(06) COMP VALUE ZERO.
      *
       01  LINHA-JAN-TITULO.
           05  FILLER           PIC X(44)
               VALUE 'RELATORIO DE TENDENCIA DA JANELA BATCH E SLA'.
           05  FILLER           PIC X(13)  VALUE ' - NOITES DE '.
           05  LJT-DATA-INICIAL PIC 9(08).
           05  FILLER           PIC X(03)  VALUE ' A '.
           05  LJT-DATA-FINAL   PIC 9(08).
           05  FILLER           PIC X(12)  VALUE ' - EMISSAO: '.
           05  LJT-DATA-EMISSAO PIC 9(08).
           05  FILLER           PIC X(36)  VALUE SPACES.
      *
       01  LINHA-JAN-PARAMETROS.
           05  FILLER           PIC X(16)  VALUE 'CORTE DA NOITE: '.
           05  LJP-CORTE        PIC X(05).
           05  FILLER           PIC X(17)
               VALUE '   PRAZO DO SLA: '.
           05  LJP-PRAZO        PIC X(08).
           05  FILLER           PIC X(17)
               VALUE '   BASE: ULTIMAS '.
           05  LJP-NOITES-BASE  PIC Z9.
           05  FILLER           PIC X(30)
               VALUE ' NOITES COM SUCESSO (MINIMO 3)'.
           05  FILLER           PIC X(12)  VALUE '   LIMITE: +'.
           05  LJP-LIMITE       PIC ZZ9.
           05  FILLER           PIC X(01)  VALUE '%'.
           05  FILLER           PIC X(21)  VALUE SPACES.
      *
       01  LINHA-JAN-QUADRO.
           05  LJQ-TITULO       PIC X(60).
           05  FILLER           PIC X(72)  VALUE SPACES.
      *
       01  LINHA-JAN-CAB-NOITE.
           05  FILLER           PIC X(10)  VALUE 'NOITE'.
           05  FILLER           PIC X(10)  VALUE 'INICIO'.
           05  FILLER           PIC X(10)  VALUE 'FIM'.
           05  FILLER           PIC X(10)  VALUE 'DURACAO'.
           05  FILLER           PIC X(26)  VALUE 'SITUACAO NO SLA'.
           05  FILLER           PIC X(07)  VALUE 'PASSOS'.
           05  FILLER           PIC X(07)  VALUE 'EXEC'.
           05  FILLER           PIC X(07)  VALUE 'FALHAS'.
           05  FILLER           PIC X(07)  VALUE 'REEXEC'.
           05  FILLER           PIC X(09)  VALUE 'INST.PGC'.
           05  FILLER           PIC X(15)  VALUE 'LIDOS PROGCALL'.
           05  FILLER           PIC X(07)  VALUE 'ALERTAS'.
           05  FILLER           PIC X(07)  VALUE SPACES.
      *
       01  LINHA-JAN-NOITE.
           05  LJN-NOITE        PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJN-INICIO       PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJN-FIM          PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJN-DURACAO      PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJN-SITUACAO     PIC X(25).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  LJN-PASSOS       PIC ZZ9.
           05  FILLER           PIC X(04)  VALUE SPACES.
           05  LJN-EXECUCOES    PIC ZZ9.
           05  FILLER           PIC X(04)  VALUE SPACES.
           05  LJN-FALHAS       PIC ZZ9.
           05  FILLER           PIC X(04)  VALUE SPACES.
           05  LJN-REEXEC       PIC ZZ9.
           05  FILLER           PIC X(04)  VALUE SPACES.
           05  LJN-INST-PGC     PIC ZZ9.
           05  FILLER           PIC X(06)  VALUE SPACES.
           05  LJN-PGC-LIDOS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(06)  VALUE SPACES.
           05  LJN-ALERTAS      PIC ZZ9.
           05  FILLER           PIC X(11)  VALUE SPACES.
      *
       01  LINHA-JAN-PASSO.
           05  FILLER           PIC X(07)  VALUE 'PASSO: '.
           05  LJS-PROGRAMA     PIC X(08).
           05  FILLER           PIC X(12)  VALUE '  PARTICAO: '.
           05  LJS-PARTICAO     PIC X(01).
           05  FILLER           PIC X(104) VALUE SPACES.
      *
       01  LINHA-JAN-CAB-PASSO.
           05  FILLER           PIC X(10)  VALUE 'NOITE'.
           05  FILLER           PIC X(06)  VALUE 'EXEC'.
           05  FILLER           PIC X(06)  VALUE 'FALHA'.
           05  FILLER           PIC X(06)  VALUE 'REEX'.
           05  FILLER           PIC X(06)  VALUE 'RC'.
           05  FILLER           PIC X(10)  VALUE 'INICIO'.
           05  FILLER           PIC X(10)  VALUE 'FIM'.
           05  FILLER           PIC X(10)  VALUE 'DURACAO'.
           05  FILLER           PIC X(10)  VALUE 'LIDOS'.
           05  FILLER           PIC X(10)  VALUE 'REG/MIN'.
           05  FILLER           PIC X(10)  VALUE 'BASE'.
           05  FILLER           PIC X(10)  VALUE 'VARIACAO'.
           05  FILLER           PIC X(20)  VALUE 'OCORRENCIA'.
           05  FILLER           PIC X(08)  VALUE SPACES.
      *
       01  LINHA-JAN-DETALHE.
           05  LJD-NOITE        PIC 9(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJD-EXECUCOES    PIC ZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LJD-FALHAS       PIC ZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LJD-REEXEC       PIC ZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LJD-RC           PIC ZZZ9.
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJD-INICIO       PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJD-FIM          PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJD-DURACAO      PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJD-LIDOS        PIC ZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LJD-REG-MINUTO   PIC ZZZZZZ9.
           05  FILLER           PIC X(03)  VALUE SPACES.
           05  LJD-BASE         PIC X(08).
           05  FILLER           PIC X(02)  VALUE SPACES.
           05  LJD-VARIACAO     PIC X(06).
           05  FILLER           PIC X(04)  VALUE SPACES.
           05  LJD-OCORRENCIA   PIC X(20).
           05  FILLER           PIC X(08)  VALUE SPACES.
      *
       01  LINHA-JAN-TOTAL-PASSO.
           05  FILLER           PIC X(27)
               VALUE 'TOTAL DO PERIODO - NOITES: '.
           05  LJU-NOITES       PIC ZZ9.
           05  FILLER           PIC X(17)
               VALUE '  DURACAO MEDIA: '.
           05  LJU-MEDIA        PIC X(08).
           05  FILLER           PIC X(09)  VALUE '  MAIOR: '.
           05  LJU-MAIOR        PIC X(08).
           05  FILLER           PIC X(10)  VALUE '  FALHAS: '.
           05  LJU-FALHAS       PIC ZZ9.
           05  FILLER           PIC X(15)
               VALUE '  REEXECUCOES: '.
           05  LJU-REEXEC       PIC ZZ9.
           05  FILLER           PIC X(11)  VALUE '  ALERTAS: '.
           05  LJU-ALERTAS      PIC ZZ9.
           05  FILLER           PIC X(15)  VALUE SPACES.
      *
       01  LINHA-JAN-TOTAL.
           05  LJR-ROTULO       PIC X(40).
           05  LJR-VALOR        PIC ZZZZZZ9.
           05  FILLER           PIC X(85)  VALUE SPACES.
      *
       01  LINHA-EM-BRANCO      PIC X(132) VALUE SPACES.
      *
       PROCEDURE               DIVISION.
      *=================================*
      * 0000-MAIN-PRINCIPAL
      * CONTROLA OS PARAMETROS, A CARGA DAS NOITES A PARTIR DO
      * RUNCTL, O CALCULO DA BASE MOVEL E DOS RESUMOS, O RELATORIO
      * E O HISTORICO.
      *=================================*
       0000-MAIN-PRINCIPAL.
           DISPLAY 'RELATORIO DE TENDENCIA DA JANELA BATCH INICIADO'

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SISTEMA FROM TIME

           PERFORM 0500-LER-PARAMETROS
               THRU 0500-LER-PARAMETROS-EXIT
           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 0600-DEFINIR-PERIODO
               THRU 0600-DEFINIR-PERIODO-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 1000-ABRIR-ARQUIVOS
               THRU 1000-ABRIR-ARQUIVOS-EXIT
           IF RETURN-CODE NOT = ZERO
               SET JOB-ABORTADO TO TRUE
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 2000-CARREGAR-RUNCTL
               THRU 2000-CARREGAR-RUNCTL-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 3000-ORDENAR-PASSOS
               THRU 3000-ORDENAR-PASSOS-EXIT

           PERFORM 4000-CALCULAR-NOITE
               THRU 4000-CALCULAR-NOITE-EXIT
               VARYING WK-IND-N FROM 1 BY 1
               UNTIL WK-IND-N > WK-QTD-NOITES

           PERFORM 5000-EMITIR-QUADRO-NOITES
               THRU 5000-EMITIR-QUADRO-NOITES-EXIT
           IF JOB-ABORTADO
               GO TO 0000-MAIN-ENCERRAR
           END-IF

           PERFORM 6000-EMITIR-QUADRO-PASSOS
               THRU 6000-EMITIR-QUADRO-PASSOS-EXIT

           PERFORM 7000-EMITIR-RESUMO
               THRU 7000-EMITIR-RESUMO-EXIT.
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
           ELSE
               IF WK-QTD-ESTOURO     > ZERO
                OR WK-QTD-INCOMPLETAS > ZERO
                OR WK-QTD-ALERTAS     > ZERO
                OR WK-QTD-AVISOS      > ZERO
                OR WK-QTD-NOITES-PER  = ZERO
                   DISPLAY 'RELATORIO FINALIZADO COM OCORRENCIAS'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'RELATORIO FINALIZADO SEM OCORRENCIAS'
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
      *
      *=================================*
      * 0500-LER-PARAMETROS
      * LE O JANPARM (CHAVE=VALOR). LINHAS EM BRANCO E LINHAS
      * INICIADAS POR * SAO IGNORADAS; PARAMETRO DESCONHECIDO OU
      * VALOR INVALIDO ABORTA O JOB. JANPARM AUSENTE VALE OS
      * PADROES (A ULTIMA SEMANA).
      *=================================*
       0500-LER-PARAMETROS.
           OPEN INPUT ARQ-PARM
           IF WK-STATUS-PARM NOT = '00'
               DISPLAY 'JANPARM AUSENTE (STATUS ' WK-STATUS-PARM
                       ') - VALEM OS PADROES'
               GO TO 0500-LER-PARAMETROS-EXIT
           END-IF

           PERFORM 0510-LER-UM-PARAMETRO
               THRU 0510-LER-UM-PARAMETRO-EXIT
               UNTIL FIM-PARM
                  OR RETURN-CODE NOT = ZERO

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

           EVALUATE WK-PARM-CHAVE
               WHEN 'DATA-INICIAL'
                   MOVE VAL-DIGITOS-8 TO WK-DIGITOS-DATA
                   IF WK-DIGITOS-DATA NUMERIC
                    AND WK-DIGITOS-DATA-V > ZERO
                       MOVE WK-DIGITOS-DATA-V TO WK-DATA-INICIAL
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN 'DATA-FINAL'
                   MOVE VAL-DIGITOS-8 TO WK-DIGITOS-DATA
                   IF WK-DIGITOS-DATA NUMERIC
                    AND WK-DIGITOS-DATA-V > ZERO
                       MOVE WK-DIGITOS-DATA-V TO WK-DATA-FINAL
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN 'PERIODO'
                   IF WK-PARM-VALOR = 'SEMANA' OR 'MES'
                       MOVE WK-PARM-VALOR TO WK-PERIODO
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN 'HORA-CORTE'
                   IF VAL-HORA-X NUMERIC
                    AND VAL-HORA-RESTO = SPACES
                    AND VAL-HORA-HH < 24
                    AND VAL-HORA-MM < 60
                       MOVE VAL-HORA TO WK-HORA-CORTE
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN 'PRAZO-SLA'
                   IF VAL-HORA-X NUMERIC
                    AND VAL-HORA-RESTO = SPACES
                    AND VAL-HORA-HH < 24
                    AND VAL-HORA-MM < 60
                       MOVE VAL-HORA TO WK-PRAZO-SLA
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN 'NOITES-BASE'
                   IF VAL-DIGITOS-2 NUMERIC
                    AND VAL-RESTO-2 = SPACES
                    AND VAL-DIGITOS-2-V NOT < 3
                    AND VAL-DIGITOS-2-V NOT > 30
                       MOVE VAL-DIGITOS-2-V TO WK-NOITES-BASE
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN 'LIMITE-PERCENTUAL'
                   IF VAL-DIGITOS-3 NUMERIC
                    AND VAL-RESTO-3 = SPACES
                    AND VAL-DIGITOS-3-V > ZERO
                       MOVE VAL-DIGITOS-3-V TO WK-LIMITE-PCT
                   ELSE
                       PERFORM 0590-VALOR-INVALIDO
                           THRU 0590-VALOR-INVALIDO-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: PARAMETRO DESCONHECIDO NO '
                           'JANPARM: ' WK-PARM-CHAVE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       0510-LER-UM-PARAMETRO-EXIT.
           EXIT.
      *
       0590-VALOR-INVALIDO.
           DISPLAY 'ERRO: VALOR INVALIDO NO JANPARM: '
                   WK-PARM-CHAVE ' = ' WK-PARM-VALOR
           MOVE 16 TO RETURN-CODE.
       0590-VALOR-INVALIDO-EXIT.
           EXIT.
      *
      *=================================*
      * 0600-DEFINIR-PERIODO
      * COMPLETA AS DATAS PADRAO (ULTIMA NOITE = VESPERA DA DATA DO
      * SISTEMA; PRIMEIRA = SEIS DIAS ANTES, OU O DIA 1 DO MES COM
      * PERIODO=MES), A FAIXA DE LEITURA DO RUNCTL (DUAS VEZES AS
      * NOITES DA BASE ANTES DO PERIODO, PARA COBRIR AS NOITES SEM
      * CADEIA) E AS HORAS DE CORTE E DE PRAZO EM SEGUNDOS.
      *=================================*
       0600-DEFINIR-PERIODO.
           IF WK-DATA-FINAL = ZERO
               MOVE 'D'             TO WK-DT-FUNCAO
               MOVE WK-DATA-SISTEMA TO WK-DT-DATA-ENTRADA
               MOVE 1               TO WK-DT-QTD-DIAS
               PERFORM 0650-CHAMAR-SUB004
                   THRU 0650-CHAMAR-SUB004-EXIT
               IF JOB-ABORTADO
                   GO TO 0600-DEFINIR-PERIODO-EXIT
               END-IF
               MOVE WK-DT-DATA-SAIDA TO WK-DATA-FINAL
           END-IF

           IF WK-DATA-INICIAL = ZERO
               IF WK-PERIODO-MES
                   MOVE WK-DATA-FINAL TO WK-DATA-INICIAL
                   MOVE '01' TO WK-DATA-INICIAL (7:2)
               ELSE
                   MOVE 'D'           TO WK-DT-FUNCAO
                   MOVE WK-DATA-FINAL TO WK-DT-DATA-ENTRADA
                   MOVE 6             TO WK-DT-QTD-DIAS
                   PERFORM 0650-CHAMAR-SUB004
                       THRU 0650-CHAMAR-SUB004-EXIT
                   IF JOB-ABORTADO
                       GO TO 0600-DEFINIR-PERIODO-EXIT
                   END-IF
                   MOVE WK-DT-DATA-SAIDA TO WK-DATA-INICIAL
               END-IF
           END-IF

           IF WK-DATA-INICIAL > WK-DATA-FINAL
               DISPLAY 'ERRO: DATA-INICIAL ' WK-DATA-INICIAL
                       ' POSTERIOR A DATA-FINAL ' WK-DATA-FINAL
               SET JOB-ABORTADO TO TRUE
               GO TO 0600-DEFINIR-PERIODO-EXIT
           END-IF

           MOVE 'D'             TO WK-DT-FUNCAO
           MOVE WK-DATA-INICIAL TO WK-DT-DATA-ENTRADA
           COMPUTE WK-DIAS-LEITURA = WK-NOITES-BASE * 2
           MOVE WK-DIAS-LEITURA TO WK-DT-QTD-DIAS
           PERFORM 0650-CHAMAR-SUB004
               THRU 0650-CHAMAR-SUB004-EXIT
           IF JOB-ABORTADO
               GO TO 0600-DEFINIR-PERIODO-EXIT
           END-IF
           MOVE WK-DT-DATA-SAIDA TO WK-DATA-LEITURA

           MOVE 'C'             TO WK-DT-FUNCAO
           MOVE WK-DATA-FINAL   TO WK-DT-DATA-ENTRADA
           MOVE 1               TO WK-DT-QTD-DIAS
           PERFORM 0650-CHAMAR-SUB004
               THRU 0650-CHAMAR-SUB004-EXIT
           IF JOB-ABORTADO
               GO TO 0600-DEFINIR-PERIODO-EXIT
           END-IF
           MOVE WK-DT-DATA-SAIDA TO WK-DATA-LIMITE

           MOVE WK-HORA-CORTE TO WK-HORA-CORTE-V
           COMPUTE WK-SEG-CORTE = WK-HCO-HH * 3600 + WK-HCO-MM * 60
           MOVE WK-PRAZO-SLA  TO WK-HORA-CORTE-V
           COMPUTE WK-SEG-PRAZO = WK-HCO-HH * 3600 + WK-HCO-MM * 60
           IF WK-PRAZO-SLA < WK-HORA-CORTE
               ADD WK-SEG-DIA TO WK-SEG-PRAZO
           END-IF

           DISPLAY 'NOITES DO PERIODO.......: ' WK-DATA-INICIAL
                   ' A ' WK-DATA-FINAL
           DISPLAY 'RUNCTL LIDO DE..........: ' WK-DATA-LEITURA
                   ' A ' WK-DATA-LIMITE.
       0600-DEFINIR-PERIODO-EXIT.
           EXIT.
      *
       0650-CHAMAR-SUB004.
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
                   GO TO 0650-CHAMAR-SUB004-EXIT
           END-CALL

           IF NOT WK-DT-OK
               DISPLAY 'ERRO: SUB004 RETORNOU ' WK-DT-RETORNO
                       ' PARA A DATA ' WK-DT-DATA-ENTRADA
               SET JOB-ABORTADO TO TRUE
           END-IF.
       0650-CHAMAR-SUB004-EXIT.
           EXIT.
      *
      *=================================*
      * 1000-ABRIR-ARQUIVOS
      * O JANHIST INEXISTENTE (STATUS 35, PRIMEIRA EXECUCAO) E
      * CRIADO.
      *=================================*
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO
           IF WK-STATUS-RELAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RELATORIO: '
                       WK-STATUS-RELAT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF

           OPEN INPUT ARQ-RUN-CTL
           IF WK-STATUS-RUNCTL NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RUN-CTL: '
                       WK-STATUS-RUNCTL
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF
           SET RUNCTL-ABERTO TO TRUE

           OPEN I-O ARQ-HISTORICO
           IF WK-STATUS-HIST = '35'
               OPEN OUTPUT ARQ-HISTORICO
               CLOSE ARQ-HISTORICO
               OPEN I-O ARQ-HISTORICO
           END-IF
           IF WK-STATUS-HIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-HISTORICO (JANHIST): '
                       WK-STATUS-HIST
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ARQUIVOS-EXIT
           END-IF
           SET HIST-ABERTO TO TRUE.
       1000-ABRIR-ARQUIVOS-EXIT.
           EXIT.
      *
      *=================================*
      * 2000-CARREGAR-RUNCTL
      * POSICIONA O RUNCTL NA PRIMEIRA DATA DA LEITURA E PERCORRE
      * A CHAVE ATE PASSAR DA MADRUGADA SEGUINTE A ULTIMA NOITE.
      *=================================*
       2000-CARREGAR-RUNCTL.
           MOVE WK-DATA-LEITURA TO RC-DATA
           MOVE LOW-VALUES      TO RC-PROGRAMA
           MOVE ZEROS           TO RC-HORA-INICIO

           START ARQ-RUN-CTL
               KEY NOT LESS RC-CHAVE
               INVALID KEY
                   GO TO 2000-CARREGAR-RUNCTL-EXIT
           END-START

           SET NAO-FIM-RUNCTL TO TRUE
           PERFORM 2100-LER-RUNCTL
               THRU 2100-LER-RUNCTL-EXIT
           PERFORM 2200-TRATAR-EXECUCAO
               THRU 2200-TRATAR-EXECUCAO-EXIT
               UNTIL FIM-RUNCTL
                  OR JOB-ABORTADO.
       2000-CARREGAR-RUNCTL-EXIT.
           EXIT.
      *
       2100-LER-RUNCTL.
           READ ARQ-RUN-CTL NEXT RECORD
               AT END
                   SET FIM-RUNCTL TO TRUE
                   GO TO 2100-LER-RUNCTL-EXIT
           END-READ

           IF WK-STATUS-RUNCTL NOT = '00'
               DISPLAY 'ERRO AO LER ARQ-RUN-CTL: ' WK-STATUS-RUNCTL
               SET JOB-ABORTADO TO TRUE
               GO TO 2100-LER-RUNCTL-EXIT
           END-IF

           IF RC-DATA > WK-DATA-LIMITE
               SET FIM-RUNCTL TO TRUE
           END-IF.
       2100-LER-RUNCTL-EXIT.
           EXIT.
      *
      *=================================*
      * 2200-TRATAR-EXECUCAO
      * SITUA O REGISTRO NA SUA NOITE (ANTES DO CORTE, NOITE DO DIA
      * ANTERIOR, COM OS HORARIOS DESLOCADOS DE UM DIA) E O SOMA NA
      * CELULA DO PROGRAMA E PARTICAO. REGISTROS DE NOITES FORA DA
      * LEITURA SAO DESPREZADOS.
      *=================================*
       2200-TRATAR-EXECUCAO.
           ADD 1 TO WK-QTD-LIDOS-RUNCTL

           IF RC-HORA-INICIO NOT NUMERIC
               GO TO 2200-TRATAR-EXECUCAO-LER
           END-IF

           MOVE RC-HORA-INICIO TO WK-HORA-TRAB
           MOVE WK-HORA-TRAB (1:4) TO WK-HHMM-PASSO
           IF WK-HHMM-PASSO < WK-HORA-CORTE
               IF RC-DATA NOT = WK-CACHE-DATA
                   MOVE 'D'     TO WK-DT-FUNCAO
                   MOVE RC-DATA TO WK-DT-DATA-ENTRADA
                   MOVE 1       TO WK-DT-QTD-DIAS
                   PERFORM 0650-CHAMAR-SUB004
                       THRU 0650-CHAMAR-SUB004-EXIT
                   IF JOB-ABORTADO
                       GO TO 2200-TRATAR-EXECUCAO-EXIT
                   END-IF
                   MOVE RC-DATA          TO WK-CACHE-DATA
                   MOVE WK-DT-DATA-SAIDA TO WK-CACHE-ANTERIOR
               END-IF
               MOVE WK-CACHE-ANTERIOR TO WK-NOITE-PASSO
               MOVE WK-SEG-DIA        TO WK-DESLOC-PASSO
           ELSE
               MOVE RC-DATA           TO WK-NOITE-PASSO
               MOVE ZERO              TO WK-DESLOC-PASSO
           END-IF

           IF WK-NOITE-PASSO < WK-DATA-LEITURA
            OR WK-NOITE-PASSO > WK-DATA-FINAL
               GO TO 2200-TRATAR-EXECUCAO-LER
           END-IF

           PERFORM 2300-LOCALIZAR-NOITE
               THRU 2300-LOCALIZAR-NOITE-EXIT
           IF WK-POS-NOITE = ZERO
               GO TO 2200-TRATAR-EXECUCAO-LER
           END-IF

           PERFORM 2400-LOCALIZAR-PASSO
               THRU 2400-LOCALIZAR-PASSO-EXIT
           IF WK-POS-PASSO = ZERO
               GO TO 2200-TRATAR-EXECUCAO-LER
           END-IF

           PERFORM 2500-SOMAR-EXECUCAO
               THRU 2500-SOMAR-EXECUCAO-EXIT.
      *
       2200-TRATAR-EXECUCAO-LER.
           PERFORM 2100-LER-RUNCTL
               THRU 2100-LER-RUNCTL-EXIT.
       2200-TRATAR-EXECUCAO-EXIT.
           EXIT.
      *
      *=================================*
      * 2300-LOCALIZAR-NOITE
      * PROCURA A NOITE NA TABELA (EM ORDEM DE DATA) E, SE NAO
      * EXISTIR, A INSERE NA SUA POSICAO. TABELA CHEIA E AVISADA
      * UMA VEZ E A NOITE E DESPREZADA (WK-POS-NOITE = ZERO).
      *=================================*
       2300-LOCALIZAR-NOITE.
           MOVE ZERO TO WK-POS-NOITE
           PERFORM 2310-COMPARAR-NOITE
               THRU 2310-COMPARAR-NOITE-EXIT
               VARYING WK-IND-N FROM 1 BY 1
               UNTIL WK-IND-N > WK-QTD-NOITES
                  OR WK-POS-NOITE > ZERO

           IF WK-POS-NOITE > ZERO
               IF NT-DATA (WK-POS-NOITE) = WK-NOITE-PASSO
                   GO TO 2300-LOCALIZAR-NOITE-EXIT
               END-IF
           ELSE
               COMPUTE WK-POS-NOITE = WK-QTD-NOITES + 1
           END-IF

           IF WK-QTD-NOITES NOT < WK-LIMITE-NOITES
               IF NOT WK-NOITES-CHEIA
                   DISPLAY 'AVISO: MAIS DE ' WK-LIMITE-NOITES
                           ' NOITES - NOITES EXCEDENTES DESPREZADAS'
                   SET WK-NOITES-CHEIA TO TRUE
                   ADD 1 TO WK-QTD-AVISOS
               END-IF
               MOVE ZERO TO WK-POS-NOITE
               GO TO 2300-LOCALIZAR-NOITE-EXIT
           END-IF

           PERFORM 2320-DESLOCAR-NOITE
               THRU 2320-DESLOCAR-NOITE-EXIT
               VARYING WK-IND-N FROM WK-QTD-NOITES BY -1
               UNTIL WK-IND-N < WK-POS-NOITE

           ADD 1 TO WK-QTD-NOITES
           INITIALIZE WK-NOITE (WK-POS-NOITE)
           MOVE WK-NOITE-PASSO TO NT-DATA (WK-POS-NOITE).
       2300-LOCALIZAR-NOITE-EXIT.
           EXIT.
      *
       2310-COMPARAR-NOITE.
           IF NT-DATA (WK-IND-N) NOT < WK-NOITE-PASSO
               MOVE WK-IND-N TO WK-POS-NOITE
           END-IF.
       2310-COMPARAR-NOITE-EXIT.
           EXIT.
      *
       2320-DESLOCAR-NOITE.
           MOVE WK-NOITE (WK-IND-N) TO WK-NOITE (WK-IND-N + 1).
       2320-DESLOCAR-NOITE-EXIT.
           EXIT.
      *
      *=================================*
      * 2400-LOCALIZAR-PASSO
      * PROCURA O PROGRAMA + PARTICAO NA TABELA DE PASSOS E, SE NAO
      * EXISTIR, O ACRESCENTA. TABELA CHEIA E AVISADA UMA VEZ E O
      * PASSO E DESPREZADO (WK-POS-PASSO = ZERO).
      *=================================*
       2400-LOCALIZAR-PASSO.
           MOVE ZERO TO WK-POS-PASSO
           PERFORM 2410-COMPARAR-PASSO
               THRU 2410-COMPARAR-PASSO-EXIT
               VARYING WK-IND-P FROM 1 BY 1
               UNTIL WK-IND-P > WK-QTD-PASSOS
                  OR WK-POS-PASSO > ZERO
           IF WK-POS-PASSO > ZERO
               GO TO 2400-LOCALIZAR-PASSO-EXIT
           END-IF

           IF WK-QTD-PASSOS NOT < WK-LIMITE-PASSOS
               IF NOT WK-PASSOS-CHEIA
                   DISPLAY 'AVISO: MAIS DE ' WK-LIMITE-PASSOS
                           ' PASSOS - PASSOS EXCEDENTES DESPREZADOS'
                   SET WK-PASSOS-CHEIA TO TRUE
                   ADD 1 TO WK-QTD-AVISOS
               END-IF
               GO TO 2400-LOCALIZAR-PASSO-EXIT
           END-IF

           ADD 1 TO WK-QTD-PASSOS
           MOVE WK-QTD-PASSOS TO WK-POS-PASSO
           MOVE RC-PROGRAMA   TO PS-PROGRAMA (WK-POS-PASSO)
           MOVE RC-PARTICAO   TO PS-PARTICAO (WK-POS-PASSO).
       2400-LOCALIZAR-PASSO-EXIT.
           EXIT.
      *
       2410-COMPARAR-PASSO.
           IF PS-PROGRAMA (WK-IND-P) = RC-PROGRAMA
            AND PS-PARTICAO (WK-IND-P) = RC-PARTICAO
               MOVE WK-IND-P TO WK-POS-PASSO
           END-IF.
       2410-COMPARAR-PASSO-EXIT.
           EXIT.
      *
      *=================================*
      * 2500-SOMAR-EXECUCAO
      * SOMA A EXECUCAO NA CELULA. OS REGISTROS DE UMA CELULA CHEGAM
      * EM ORDEM CRONOLOGICA (CHAVE DATA + PROGRAMA + HORA), ENTAO O
      * ULTIMO LIDO E A ULTIMA EXECUCAO. UM TERMINO ANTERIOR AO
      * INICIO E NO DIA SEGUINTE AO INICIO.
      *=================================*
       2500-SOMAR-EXECUCAO.
           PERFORM 6800-CONVERTER-HORA
               THRU 6800-CONVERTER-HORA-EXIT
           COMPUTE WK-INICIO-REL = WK-DESLOC-PASSO + WK-SEG-TRAB

           ADD 1 TO CEL-EXECUCOES (WK-POS-NOITE, WK-POS-PASSO)
           IF CEL-EXECUCOES (WK-POS-NOITE, WK-POS-PASSO) = 1
               MOVE WK-INICIO-REL
                   TO CEL-INICIO (WK-POS-NOITE, WK-POS-PASSO)
           END-IF
           MOVE RC-STATUS
               TO CEL-ULT-STATUS (WK-POS-NOITE, WK-POS-PASSO)

           IF NOT RC-CONCLUIDO
               ADD 1 TO CEL-FALHAS (WK-POS-NOITE, WK-POS-PASSO)
           END-IF

           IF RC-EM-EXECUCAO
            OR RC-HORA-FIM NOT NUMERIC
               GO TO 2500-SOMAR-EXECUCAO-EXIT
           END-IF

           MOVE RC-HORA-FIM TO WK-HORA-TRAB
           PERFORM 6800-CONVERTER-HORA
               THRU 6800-CONVERTER-HORA-EXIT
           COMPUTE WK-FIM-REL = WK-DESLOC-PASSO + WK-SEG-TRAB
           IF RC-HORA-FIM < RC-HORA-INICIO
               ADD WK-SEG-DIA TO WK-FIM-REL
           END-IF
           IF WK-FIM-REL > CEL-FIM (WK-POS-NOITE, WK-POS-PASSO)
               MOVE WK-FIM-REL
                   TO CEL-FIM (WK-POS-NOITE, WK-POS-PASSO)
           END-IF

           IF RC-CONCLUIDO
               MOVE 'S' TO CEL-SUCESSO (WK-POS-NOITE, WK-POS-PASSO)
               COMPUTE CEL-DURACAO (WK-POS-NOITE, WK-POS-PASSO)
                     = WK-FIM-REL - WK-INICIO-REL
               MOVE RC-QTD-LIDOS
                   TO CEL-LIDOS (WK-POS-NOITE, WK-POS-PASSO)
               MOVE RC-RETURN-CODE
                   TO CEL-RC (WK-POS-NOITE, WK-POS-PASSO)
           END-IF.
       2500-SOMAR-EXECUCAO-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-ORDENAR-PASSOS
      * ORDENA A IMPRESSAO DOS PASSOS POR PROGRAMA E PARTICAO
      * (TROCA SIMPLES - SAO POUCOS PASSOS).
      *=================================*
       3000-ORDENAR-PASSOS.
           PERFORM 3010-INICIAR-ORDEM
               THRU 3010-INICIAR-ORDEM-EXIT
               VARYING WK-IND-O FROM 1 BY 1
               UNTIL WK-IND-O > WK-QTD-PASSOS

           PERFORM 3100-PASSADA-ORDEM
               THRU 3100-PASSADA-ORDEM-EXIT
               VARYING WK-IND-O FROM 1 BY 1
               UNTIL WK-IND-O NOT < WK-QTD-PASSOS.
       3000-ORDENAR-PASSOS-EXIT.
           EXIT.
      *
       3010-INICIAR-ORDEM.
           MOVE WK-IND-O TO WK-ORD-PASSO (WK-IND-O).
       3010-INICIAR-ORDEM-EXIT.
           EXIT.
      *
       3100-PASSADA-ORDEM.
           PERFORM 3110-COMPARAR-ORDEM
               THRU 3110-COMPARAR-ORDEM-EXIT
               VARYING WK-IND-J FROM 1 BY 1
               UNTIL WK-IND-J + WK-IND-O > WK-QTD-PASSOS.
       3100-PASSADA-ORDEM-EXIT.
           EXIT.
      *
       3110-COMPARAR-ORDEM.
           MOVE WK-ORD-PASSO (WK-IND-J)     TO WK-ORD-A
           MOVE WK-ORD-PASSO (WK-IND-J + 1) TO WK-ORD-B
           IF PS-CHAVE (WK-ORD-A) > PS-CHAVE (WK-ORD-B)
               MOVE WK-ORD-B TO WK-ORD-PASSO (WK-IND-J)
               MOVE WK-ORD-A TO WK-ORD-PASSO (WK-IND-J + 1)
           END-IF.
       3110-COMPARAR-ORDEM-EXIT.
           EXIT.
      *
      *=================================*
      * 4000-CALCULAR-NOITE
      * PARA A NOITE WK-IND-N: COMPARA CADA PASSO COM A SUA BASE
      * MOVEL E, SE A NOITE ESTIVER NO PERIODO, MONTA O RESUMO DA
      * NOITE (JANELA, SLA, CONTAGENS, PROGCALL E MERGE01).
      *=================================*
       4000-CALCULAR-NOITE.
           MOVE 'P' TO NT-SITUACAO (WK-IND-N)
           PERFORM 4100-CALCULAR-CELULA
               THRU 4100-CALCULAR-CELULA-EXIT
               VARYING WK-IND-P FROM 1 BY 1
               UNTIL WK-IND-P > WK-QTD-PASSOS

           IF NT-DATA (WK-IND-N) < WK-DATA-INICIAL
               GO TO 4000-CALCULAR-NOITE-EXIT
           END-IF

           IF NT-SITUACAO (WK-IND-N) = 'P'
            AND NT-FIM (WK-IND-N) > WK-SEG-PRAZO
               MOVE 'E' TO NT-SITUACAO (WK-IND-N)
           END-IF

           ADD 1 TO WK-QTD-NOITES-PER
           EVALUATE NT-SITUACAO (WK-IND-N)
               WHEN 'P'
                   ADD 1 TO WK-QTD-NO-PRAZO
               WHEN 'E'
                   ADD 1 TO WK-QTD-ESTOURO
               WHEN OTHER
                   ADD 1 TO WK-QTD-INCOMPLETAS
           END-EVALUATE
           ADD NT-QTD-ALERTAS (WK-IND-N) TO WK-QTD-ALERTAS
           ADD NT-QTD-FALHAS  (WK-IND-N) TO WK-QTD-FALHAS
           ADD NT-QTD-REEXEC  (WK-IND-N) TO WK-QTD-REEXEC.
       4000-CALCULAR-NOITE-EXIT.
           EXIT.
      *
       4100-CALCULAR-CELULA.
           IF CEL-EXECUCOES (WK-IND-N, WK-IND-P) = ZERO
               GO TO 4100-CALCULAR-CELULA-EXIT
           END-IF

           IF CEL-SUCESSO (WK-IND-N, WK-IND-P) = 'S'
               MOVE ZERO TO WK-BASE-SOMA
               MOVE ZERO TO WK-BASE-QTD
               PERFORM 4110-SOMAR-BASE
                   THRU 4110-SOMAR-BASE-EXIT
                   VARYING WK-IND-K FROM WK-IND-N BY -1
                   UNTIL WK-IND-K < 2
                      OR WK-BASE-QTD NOT < WK-NOITES-BASE
               IF WK-BASE-QTD NOT < WK-MINIMO-BASE
                   COMPUTE CEL-BASE (WK-IND-N, WK-IND-P) ROUNDED
                         = WK-BASE-SOMA / WK-BASE-QTD
               END-IF
           END-IF

           IF CEL-BASE (WK-IND-N, WK-IND-P) NOT < WK-BASE-MINIMA
               COMPUTE CEL-VARIACAO (WK-IND-N, WK-IND-P) ROUNDED
                     = (CEL-DURACAO (WK-IND-N, WK-IND-P)
                      - CEL-BASE (WK-IND-N, WK-IND-P)) * 100
                     / CEL-BASE (WK-IND-N, WK-IND-P)
                   ON SIZE ERROR
                       MOVE 9999
                           TO CEL-VARIACAO (WK-IND-N, WK-IND-P)
               END-COMPUTE
               IF CEL-VARIACAO (WK-IND-N, WK-IND-P) > WK-LIMITE-PCT
                   MOVE 'S' TO CEL-ALERTA (WK-IND-N, WK-IND-P)
               END-IF
           END-IF

           IF NT-DATA (WK-IND-N) < WK-DATA-INICIAL
               GO TO 4100-CALCULAR-CELULA-EXIT
           END-IF

           ADD 1 TO NT-QTD-PASSOS (WK-IND-N)
           ADD CEL-EXECUCOES (WK-IND-N, WK-IND-P)
               TO NT-QTD-EXECUCOES (WK-IND-N)
           ADD CEL-FALHAS (WK-IND-N, WK-IND-P)
               TO NT-QTD-FALHAS (WK-IND-N)
           COMPUTE NT-QTD-REEXEC (WK-IND-N)
                 = NT-QTD-REEXEC (WK-IND-N)
                 + CEL-EXECUCOES (WK-IND-N, WK-IND-P) - 1
           IF CEL-ALERTA (WK-IND-N, WK-IND-P) = 'S'
               ADD 1 TO NT-QTD-ALERTAS (WK-IND-N)
           END-IF
           IF CEL-ULT-STATUS (WK-IND-N, WK-IND-P) NOT = 'C'
               MOVE 'I' TO NT-SITUACAO (WK-IND-N)
           END-IF

           IF NT-QTD-PASSOS (WK-IND-N) = 1
            OR CEL-INICIO (WK-IND-N, WK-IND-P) < NT-INICIO (WK-IND-N)
               MOVE CEL-INICIO (WK-IND-N, WK-IND-P)
                   TO NT-INICIO (WK-IND-N)
           END-IF
           IF CEL-FIM (WK-IND-N, WK-IND-P) > NT-FIM (WK-IND-N)
               MOVE CEL-FIM (WK-IND-N, WK-IND-P) TO NT-FIM (WK-IND-N)
           END-IF

           EVALUATE PS-PROGRAMA (WK-IND-P)
               WHEN 'PROGCALL'
                   ADD 1 TO NT-QTD-INST-PGC (WK-IND-N)
                   ADD CEL-LIDOS (WK-IND-N, WK-IND-P)
                       TO NT-PGC-LIDOS (WK-IND-N)
                   ADD CEL-DURACAO (WK-IND-N, WK-IND-P)
                       TO NT-PGC-SOMA (WK-IND-N)
                   IF CEL-DURACAO (WK-IND-N, WK-IND-P)
                        > NT-PGC-MAIOR (WK-IND-N)
                       MOVE CEL-DURACAO (WK-IND-N, WK-IND-P)
                           TO NT-PGC-MAIOR (WK-IND-N)
                   END-IF
               WHEN 'MERGE01'
                   MOVE CEL-DURACAO (WK-IND-N, WK-IND-P)
                       TO NT-MERGE (WK-IND-N)
           END-EVALUATE.
       4100-CALCULAR-CELULA-EXIT.
           EXIT.
      *
      * SOMA NA BASE A NOITE ANTERIOR A WK-IND-K, SE O PASSO
      * CONCLUIU NELA.
       4110-SOMAR-BASE.
           IF CEL-SUCESSO (WK-IND-K - 1, WK-IND-P) = 'S'
               ADD CEL-DURACAO (WK-IND-K - 1, WK-IND-P)
                   TO WK-BASE-SOMA
               ADD 1 TO WK-BASE-QTD
           END-IF.
       4110-SOMAR-BASE-EXIT.
           EXIT.
      *
      *=================================*
      * 5000-EMITIR-QUADRO-NOITES
      * CABECALHO DO RELATORIO, QUADRO 1 E GRAVACAO DO RESUMO DE
      * CADA NOITE DO PERIODO NO JANHIST.
      *=================================*
       5000-EMITIR-QUADRO-NOITES.
           MOVE WK-DATA-INICIAL TO LJT-DATA-INICIAL
           MOVE WK-DATA-FINAL   TO LJT-DATA-FINAL
           MOVE WK-DATA-SISTEMA TO LJT-DATA-EMISSAO
           WRITE REG-RELATORIO FROM LINHA-JAN-TITULO

           MOVE WK-SEG-CORTE TO WK-FMT-SEGUNDOS
           PERFORM 6900-FORMATAR-HORA
               THRU 6900-FORMATAR-HORA-EXIT
           MOVE WK-FMT-HORA    TO LJP-CORTE
           MOVE WK-SEG-PRAZO   TO WK-FMT-SEGUNDOS
           PERFORM 6900-FORMATAR-HORA
               THRU 6900-FORMATAR-HORA-EXIT
           MOVE WK-FMT-HORA    TO LJP-PRAZO
           MOVE WK-NOITES-BASE TO LJP-NOITES-BASE
           MOVE WK-LIMITE-PCT  TO LJP-LIMITE
           WRITE REG-RELATORIO FROM LINHA-JAN-PARAMETROS
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO

           MOVE 'QUADRO 1 - JANELA DA CADEIA POR NOITE' TO LJQ-TITULO
           WRITE REG-RELATORIO FROM LINHA-JAN-QUADRO
           WRITE REG-RELATORIO FROM LINHA-JAN-CAB-NOITE

           PERFORM 5100-EMITIR-NOITE
               THRU 5100-EMITIR-NOITE-EXIT
               VARYING WK-IND-N FROM 1 BY 1
               UNTIL WK-IND-N > WK-QTD-NOITES
                  OR JOB-ABORTADO.
       5000-EMITIR-QUADRO-NOITES-EXIT.
           EXIT.
      *
       5100-EMITIR-NOITE.
           IF NT-DATA (WK-IND-N) < WK-DATA-INICIAL
               GO TO 5100-EMITIR-NOITE-EXIT
           END-IF

           MOVE SPACES               TO LINHA-JAN-NOITE
           MOVE NT-DATA (WK-IND-N)   TO LJN-NOITE
           MOVE NT-INICIO (WK-IND-N) TO WK-FMT-SEGUNDOS
           PERFORM 6900-FORMATAR-HORA
               THRU 6900-FORMATAR-HORA-EXIT
           MOVE WK-FMT-HORA          TO LJN-INICIO
           MOVE NT-FIM (WK-IND-N)    TO WK-FMT-SEGUNDOS
           PERFORM 6900-FORMATAR-HORA
               THRU 6900-FORMATAR-HORA-EXIT
           MOVE WK-FMT-HORA          TO LJN-FIM
           MOVE ZERO TO WK-FMT-SEGUNDOS
           IF NT-FIM (WK-IND-N) > NT-INICIO (WK-IND-N)
               COMPUTE WK-FMT-SEGUNDOS = NT-FIM (WK-IND-N)
                                       - NT-INICIO (WK-IND-N)
           END-IF
           PERFORM 6910-FORMATAR-DURACAO
               THRU 6910-FORMATAR-DURACAO-EXIT
           MOVE WK-FMT-DURACAO       TO LJN-DURACAO

           EVALUATE NT-SITUACAO (WK-IND-N)
               WHEN 'P'
                   COMPUTE WK-FMT-SEGUNDOS = WK-SEG-PRAZO
                                           - NT-FIM (WK-IND-N)
                   PERFORM 6910-FORMATAR-DURACAO
                       THRU 6910-FORMATAR-DURACAO-EXIT
                   STRING 'NO PRAZO - FOLGA ' DELIMITED BY SIZE
                          WK-FMT-DURACAO      DELIMITED BY SIZE
                       INTO LJN-SITUACAO
                   END-STRING
               WHEN 'E'
                   COMPUTE WK-FMT-SEGUNDOS = NT-FIM (WK-IND-N)
                                           - WK-SEG-PRAZO
                   PERFORM 6910-FORMATAR-DURACAO
                       THRU 6910-FORMATAR-DURACAO-EXIT
                   STRING 'ESTOURO DE '       DELIMITED BY SIZE
                          WK-FMT-DURACAO      DELIMITED BY SIZE
                       INTO LJN-SITUACAO
                   END-STRING
               WHEN OTHER
                   MOVE 'INCOMPLETA' TO LJN-SITUACAO
           END-EVALUATE

           MOVE NT-QTD-PASSOS (WK-IND-N)    TO LJN-PASSOS
           MOVE NT-QTD-EXECUCOES (WK-IND-N) TO LJN-EXECUCOES
           MOVE NT-QTD-FALHAS (WK-IND-N)    TO LJN-FALHAS
           MOVE NT-QTD-REEXEC (WK-IND-N)    TO LJN-REEXEC
           MOVE NT-QTD-INST-PGC (WK-IND-N)  TO LJN-INST-PGC
           MOVE NT-PGC-LIDOS (WK-IND-N)     TO LJN-PGC-LIDOS
           MOVE NT-QTD-ALERTAS (WK-IND-N)   TO LJN-ALERTAS
           WRITE REG-RELATORIO FROM LINHA-JAN-NOITE

           PERFORM 5200-GRAVAR-HISTORICO
               THRU 5200-GRAVAR-HISTORICO-EXIT.
       5100-EMITIR-NOITE-EXIT.
           EXIT.
      *
      *=================================*
      * 5200-GRAVAR-HISTORICO
      * GRAVA O RESUMO DA NOITE NO JANHIST, OU O REGRAVA SE A NOITE
      * JA FOI RESUMIDA (RELATORIO REPETIDO OU PERIODOS QUE SE
      * SOBREPOEM - VALE O RESUMO MAIS RECENTE).
      *=================================*
       5200-GRAVAR-HISTORICO.
           MOVE NT-DATA (WK-IND-N) TO JH-NOITE
           SET NOITE-NOVA TO TRUE
           READ ARQ-HISTORICO
               INVALID KEY
                   IF WK-STATUS-HIST NOT = '23'
                       DISPLAY 'ERRO AO LER ARQ-HISTORICO: '
                               WK-STATUS-HIST
                       SET JOB-ABORTADO TO TRUE
                       GO TO 5200-GRAVAR-HISTORICO-EXIT
                   END-IF
               NOT INVALID KEY
                   SET NOITE-NO-HISTORICO TO TRUE
           END-READ
           IF WK-STATUS-HIST NOT = '00'
            AND WK-STATUS-HIST NOT = '23'
               DISPLAY 'ERRO AO LER ARQ-HISTORICO: ' WK-STATUS-HIST
               SET JOB-ABORTADO TO TRUE
               GO TO 5200-GRAVAR-HISTORICO-EXIT
           END-IF

           MOVE SPACES                      TO REG-HISTORICO
           MOVE NT-DATA (WK-IND-N)          TO JH-NOITE
           MOVE NT-INICIO (WK-IND-N)        TO JH-INICIO-SEG
           MOVE NT-FIM (WK-IND-N)           TO JH-FIM-SEG
           MOVE ZERO                        TO JH-DURACAO-SEG
           IF NT-FIM (WK-IND-N) > NT-INICIO (WK-IND-N)
               COMPUTE JH-DURACAO-SEG = NT-FIM (WK-IND-N)
                                      - NT-INICIO (WK-IND-N)
           END-IF
           MOVE WK-SEG-PRAZO                TO JH-PRAZO-SEG
           MOVE NT-SITUACAO (WK-IND-N)      TO JH-SITUACAO-SLA
           MOVE NT-QTD-PASSOS (WK-IND-N)    TO JH-QTD-PASSOS
           MOVE NT-QTD-EXECUCOES (WK-IND-N) TO JH-QTD-EXECUCOES
           MOVE NT-QTD-FALHAS (WK-IND-N)    TO JH-QTD-FALHAS
           MOVE NT-QTD-REEXEC (WK-IND-N)    TO JH-QTD-REEXEC
           MOVE NT-QTD-ALERTAS (WK-IND-N)   TO JH-QTD-ALERTAS
           MOVE NT-QTD-INST-PGC (WK-IND-N)  TO JH-QTD-INST-PGC
           MOVE NT-PGC-LIDOS (WK-IND-N)     TO JH-PGC-LIDOS
           MOVE NT-PGC-MAIOR (WK-IND-N)     TO JH-PGC-MAIOR-SEG
           MOVE NT-PGC-SOMA (WK-IND-N)      TO JH-PGC-SOMA-SEG
           MOVE NT-MERGE (WK-IND-N)         TO JH-MERGE-SEG
           MOVE WK-DATA-SISTEMA             TO JH-DATA-GRAVACAO
           MOVE WK-HORA-SISTEMA             TO JH-HORA-GRAVACAO

           IF NOITE-NO-HISTORICO
               REWRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ARQ-HISTORICO: '
                               WK-STATUS-HIST ' NOITE ' JH-NOITE
                       SET JOB-ABORTADO TO TRUE
                       GO TO 5200-GRAVAR-HISTORICO-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-HIST-GRAVADOS
               END-REWRITE
           ELSE
               WRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ARQ-HISTORICO: '
                               WK-STATUS-HIST ' NOITE ' JH-NOITE
                       SET JOB-ABORTADO TO TRUE
                       GO TO 5200-GRAVAR-HISTORICO-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-HIST-GRAVADOS
               END-WRITE
           END-IF
      * ERRO DE GRAVACAO QUE NAO E DE CHAVE (NENHUM DOS DOIS RAMOS
      * ACIMA E EXECUTADO) TAMBEM E FATAL.
           IF WK-STATUS-HIST NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-HISTORICO: '
                       WK-STATUS-HIST ' NOITE ' JH-NOITE
               SET JOB-ABORTADO TO TRUE
           END-IF.
       5200-GRAVAR-HISTORICO-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-EMITIR-QUADRO-PASSOS
      * QUADRO 2: PARA CADA PROGRAMA E PARTICAO, AS NOITES DO
      * PERIODO EM QUE ELE RODOU E O TOTAL DO PERIODO.
      *=================================*
       6000-EMITIR-QUADRO-PASSOS.
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO
           MOVE 'QUADRO 2 - TENDENCIA POR PROGRAMA E PARTICAO'
               TO LJQ-TITULO
           WRITE REG-RELATORIO FROM LINHA-JAN-QUADRO

           PERFORM 6100-EMITIR-PASSO
               THRU 6100-EMITIR-PASSO-EXIT
               VARYING WK-IND-O FROM 1 BY 1
               UNTIL WK-IND-O > WK-QTD-PASSOS.
       6000-EMITIR-QUADRO-PASSOS-EXIT.
           EXIT.
      *
       6100-EMITIR-PASSO.
           MOVE WK-ORD-PASSO (WK-IND-O) TO WK-IND-P
           MOVE ZERO TO WK-PS-NOITES
           MOVE ZERO TO WK-PS-CONCLUIDAS
           MOVE ZERO TO WK-PS-SOMA-DURACAO
           MOVE ZERO TO WK-PS-MAIOR-DURACAO
           MOVE ZERO TO WK-PS-FALHAS
           MOVE ZERO TO WK-PS-REEXEC
           MOVE ZERO TO WK-PS-ALERTAS

           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO
           MOVE PS-PROGRAMA (WK-IND-P) TO LJS-PROGRAMA
           MOVE PS-PARTICAO (WK-IND-P) TO LJS-PARTICAO
           WRITE REG-RELATORIO FROM LINHA-JAN-PASSO
           WRITE REG-RELATORIO FROM LINHA-JAN-CAB-PASSO

           PERFORM 6200-EMITIR-CELULA
               THRU 6200-EMITIR-CELULA-EXIT
               VARYING WK-IND-N FROM 1 BY 1
               UNTIL WK-IND-N > WK-QTD-NOITES

           MOVE WK-PS-NOITES TO LJU-NOITES
           MOVE ZERO TO WK-FMT-SEGUNDOS
           IF WK-PS-CONCLUIDAS > ZERO
               COMPUTE WK-FMT-SEGUNDOS ROUNDED
                     = WK-PS-SOMA-DURACAO / WK-PS-CONCLUIDAS
           END-IF
           PERFORM 6910-FORMATAR-DURACAO
               THRU 6910-FORMATAR-DURACAO-EXIT
           MOVE WK-FMT-DURACAO TO LJU-MEDIA
           MOVE WK-PS-MAIOR-DURACAO TO WK-FMT-SEGUNDOS
           PERFORM 6910-FORMATAR-DURACAO
               THRU 6910-FORMATAR-DURACAO-EXIT
           MOVE WK-FMT-DURACAO TO LJU-MAIOR
           MOVE WK-PS-FALHAS   TO LJU-FALHAS
           MOVE WK-PS-REEXEC   TO LJU-REEXEC
           MOVE WK-PS-ALERTAS  TO LJU-ALERTAS
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL-PASSO.
       6100-EMITIR-PASSO-EXIT.
           EXIT.
      *
       6200-EMITIR-CELULA.
           IF NT-DATA (WK-IND-N) < WK-DATA-INICIAL
            OR CEL-EXECUCOES (WK-IND-N, WK-IND-P) = ZERO
               GO TO 6200-EMITIR-CELULA-EXIT
           END-IF

           ADD 1 TO WK-PS-NOITES
           ADD CEL-FALHAS (WK-IND-N, WK-IND-P) TO WK-PS-FALHAS
           COMPUTE WK-PS-REEXEC = WK-PS-REEXEC
                 + CEL-EXECUCOES (WK-IND-N, WK-IND-P) - 1

           MOVE SPACES TO LINHA-JAN-DETALHE
           MOVE NT-DATA (WK-IND-N)              TO LJD-NOITE
           MOVE CEL-EXECUCOES (WK-IND-N, WK-IND-P) TO LJD-EXECUCOES
           MOVE CEL-FALHAS (WK-IND-N, WK-IND-P) TO LJD-FALHAS
           COMPUTE LJD-REEXEC = CEL-EXECUCOES (WK-IND-N, WK-IND-P) - 1
           MOVE CEL-INICIO (WK-IND-N, WK-IND-P) TO WK-FMT-SEGUNDOS
           PERFORM 6900-FORMATAR-HORA
               THRU 6900-FORMATAR-HORA-EXIT
           MOVE WK-FMT-HORA TO LJD-INICIO

           IF CEL-SUCESSO (WK-IND-N, WK-IND-P) NOT = 'S'
               MOVE 'NAO CONCLUIU' TO LJD-OCORRENCIA
               WRITE REG-RELATORIO FROM LINHA-JAN-DETALHE
               GO TO 6200-EMITIR-CELULA-EXIT
           END-IF

           ADD 1 TO WK-PS-CONCLUIDAS
           ADD CEL-DURACAO (WK-IND-N, WK-IND-P) TO WK-PS-SOMA-DURACAO
           IF CEL-DURACAO (WK-IND-N, WK-IND-P) > WK-PS-MAIOR-DURACAO
               MOVE CEL-DURACAO (WK-IND-N, WK-IND-P)
                   TO WK-PS-MAIOR-DURACAO
           END-IF

           MOVE CEL-RC (WK-IND-N, WK-IND-P)    TO LJD-RC
           MOVE CEL-FIM (WK-IND-N, WK-IND-P)   TO WK-FMT-SEGUNDOS
           PERFORM 6900-FORMATAR-HORA
               THRU 6900-FORMATAR-HORA-EXIT
           MOVE WK-FMT-HORA TO LJD-FIM
           MOVE CEL-DURACAO (WK-IND-N, WK-IND-P) TO WK-FMT-SEGUNDOS
           PERFORM 6910-FORMATAR-DURACAO
               THRU 6910-FORMATAR-DURACAO-EXIT
           MOVE WK-FMT-DURACAO TO LJD-DURACAO
           MOVE CEL-LIDOS (WK-IND-N, WK-IND-P) TO LJD-LIDOS

           MOVE ZERO TO WK-REG-MINUTO
           IF CEL-DURACAO (WK-IND-N, WK-IND-P) > ZERO
               COMPUTE WK-REG-MINUTO ROUNDED
                     = CEL-LIDOS (WK-IND-N, WK-IND-P) * 60
                     / CEL-DURACAO (WK-IND-N, WK-IND-P)
                   ON SIZE ERROR
                       MOVE 9999999 TO WK-REG-MINUTO
               END-COMPUTE
           END-IF
           MOVE WK-REG-MINUTO TO LJD-REG-MINUTO

           IF CEL-BASE (WK-IND-N, WK-IND-P) = ZERO
               MOVE 'SEM BASE' TO LJD-OCORRENCIA
               WRITE REG-RELATORIO FROM LINHA-JAN-DETALHE
               GO TO 6200-EMITIR-CELULA-EXIT
           END-IF

           MOVE CEL-BASE (WK-IND-N, WK-IND-P) TO WK-FMT-SEGUNDOS
           PERFORM 6910-FORMATAR-DURACAO
               THRU 6910-FORMATAR-DURACAO-EXIT
           MOVE WK-FMT-DURACAO TO LJD-BASE
           IF CEL-BASE (WK-IND-N, WK-IND-P) NOT < WK-BASE-MINIMA
               MOVE CEL-VARIACAO (WK-IND-N, WK-IND-P)
                   TO WK-VAR-EDITADA
               STRING WK-VAR-EDITADA DELIMITED BY SIZE
                      '%'            DELIMITED BY SIZE
                   INTO LJD-VARIACAO
               END-STRING
           END-IF
           IF CEL-ALERTA (WK-IND-N, WK-IND-P) = 'S'
               MOVE '*** ACIMA DO LIMITE' TO LJD-OCORRENCIA
               ADD 1 TO WK-PS-ALERTAS
           END-IF
           WRITE REG-RELATORIO FROM LINHA-JAN-DETALHE.
       6200-EMITIR-CELULA-EXIT.
           EXIT.
      *
      *=================================*
      * 6800-CONVERTER-HORA
      * CONVERTE WK-HORA-TRAB (HHMMSSCC) EM SEGUNDOS NO DIA.
      *=================================*
       6800-CONVERTER-HORA.
           COMPUTE WK-SEG-TRAB = WK-HT-HH * 3600
                               + WK-HT-MM * 60
                               + WK-HT-SS.
       6800-CONVERTER-HORA-EXIT.
           EXIT.
      *
      *=================================*
      * 6900-FORMATAR-HORA
      * WK-FMT-SEGUNDOS (A PARTIR DA MEIA-NOITE QUE ABRE A NOITE)
      * EM HH:MM, COM +1 QUANDO CAI NA MADRUGADA SEGUINTE.
      *=================================*
       6900-FORMATAR-HORA.
           MOVE SPACES TO WK-FMT-HORA
           DIVIDE WK-FMT-SEGUNDOS BY WK-SEG-DIA
               GIVING WK-FMT-DIAS
               REMAINDER WK-FMT-RESTO
           DIVIDE WK-FMT-RESTO BY 3600
               GIVING WK-FMT-HH
               REMAINDER WK-FMT-RESTO
           DIVIDE WK-FMT-RESTO BY 60
               GIVING WK-FMT-MM
               REMAINDER WK-FMT-RESTO

           IF WK-FMT-DIAS > ZERO
               STRING WK-FMT-HH DELIMITED BY SIZE
                      ':'       DELIMITED BY SIZE
                      WK-FMT-MM DELIMITED BY SIZE
                      '+1'      DELIMITED BY SIZE
                   INTO WK-FMT-HORA
               END-STRING
           ELSE
               STRING WK-FMT-HH DELIMITED BY SIZE
                      ':'       DELIMITED BY SIZE
                      WK-FMT-MM DELIMITED BY SIZE
                   INTO WK-FMT-HORA
               END-STRING
           END-IF.
       6900-FORMATAR-HORA-EXIT.
           EXIT.
      *
      *=================================*
      * 6910-FORMATAR-DURACAO
      * WK-FMT-SEGUNDOS EM HH:MM:SS (ATE 99 HORAS).
      *=================================*
       6910-FORMATAR-DURACAO.
           MOVE SPACES TO WK-FMT-DURACAO
           DIVIDE WK-FMT-SEGUNDOS BY 3600
               GIVING WK-FMT-HORAS
               REMAINDER WK-FMT-RESTO
           IF WK-FMT-HORAS > 99
               MOVE 99 TO WK-FMT-HORAS
           END-IF
           MOVE WK-FMT-HORAS TO WK-FMT-HH
           DIVIDE WK-FMT-RESTO BY 60
               GIVING WK-FMT-MM
               REMAINDER WK-FMT-SS

           STRING WK-FMT-HH DELIMITED BY SIZE
                  ':'       DELIMITED BY SIZE
                  WK-FMT-MM DELIMITED BY SIZE
                  ':'       DELIMITED BY SIZE
                  WK-FMT-SS DELIMITED BY SIZE
               INTO WK-FMT-DURACAO
           END-STRING.
       6910-FORMATAR-DURACAO-EXIT.
           EXIT.
      *
      *=================================*
      * 7000-EMITIR-RESUMO
      * QUADRO 3 (TOTAIS DO PERIODO) NO RELATORIO E NO LOG DO JOB.
      *=================================*
       7000-EMITIR-RESUMO.
           WRITE REG-RELATORIO FROM LINHA-EM-BRANCO
           MOVE 'QUADRO 3 - TOTAIS DO PERIODO' TO LJQ-TITULO
           WRITE REG-RELATORIO FROM LINHA-JAN-QUADRO

           MOVE 'NOITES NO PERIODO.......................'
               TO LJR-ROTULO
           MOVE WK-QTD-NOITES-PER TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'NOITES NO PRAZO DO SLA..................'
               TO LJR-ROTULO
           MOVE WK-QTD-NO-PRAZO TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'NOITES COM ESTOURO DO SLA...............'
               TO LJR-ROTULO
           MOVE WK-QTD-ESTOURO TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'NOITES INCOMPLETAS......................'
               TO LJR-ROTULO
           MOVE WK-QTD-INCOMPLETAS TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'PASSOS ACIMA DO LIMITE DA BASE..........'
               TO LJR-ROTULO
           MOVE WK-QTD-ALERTAS TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'EXECUCOES COM FALHA.....................'
               TO LJR-ROTULO
           MOVE WK-QTD-FALHAS TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'REEXECUCOES.............................'
               TO LJR-ROTULO
           MOVE WK-QTD-REEXEC TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'NOITES GRAVADAS NO JANHIST..............'
               TO LJR-ROTULO
           MOVE WK-QTD-HIST-GRAVADOS TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL
           MOVE 'REGISTROS LIDOS DO RUNCTL...............'
               TO LJR-ROTULO
           MOVE WK-QTD-LIDOS-RUNCTL TO LJR-VALOR
           WRITE REG-RELATORIO FROM LINHA-JAN-TOTAL

           DISPLAY 'NOITES NO PERIODO.......: ' WK-QTD-NOITES-PER
           DISPLAY 'NOITES NO PRAZO.........: ' WK-QTD-NO-PRAZO
           DISPLAY 'NOITES COM ESTOURO......: ' WK-QTD-ESTOURO
           DISPLAY 'NOITES INCOMPLETAS......: ' WK-QTD-INCOMPLETAS
           DISPLAY 'PASSOS ACIMA DA BASE....: ' WK-QTD-ALERTAS
           DISPLAY 'NOITES NO JANHIST.......: ' WK-QTD-HIST-GRAVADOS.
       7000-EMITIR-RESUMO-EXIT.
           EXIT.
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           IF RUNCTL-ABERTO
               CLOSE ARQ-RUN-CTL
           END-IF
           IF HIST-ABERTO
               CLOSE ARQ-HISTORICO
           END-IF
           CLOSE ARQ-RELATORIO.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
