      *                    REMOVIDAS DO ESPELHO. FALHA NO ESPELHO E
      *                    SO AVISADA - O LOTE NAO PARA POR CAUSA DA
      *                    CONSULTA ONLINE.
      * 2026-10-15 EDB     INCLUIDO O CADASTRO DE SISTEMAS DE ORIGEM
      *                    (SISORIG, MANTIDO PELA TRANSACAO ORIG DO
      *                    ONLINE05): O LOTE DE ORIGEM NAO CADASTRADA
      *                    OU SUSPENSA E RECUSADO NO HEADER (NAK), E
      *                    TAMBEM O LOTE COM MAIS DETALHES QUE O
      *                    LIMITE DA ORIGEM - A CONTAGEM E FEITA POR
      *                    UMA LEITURA ANTECIPADA DO PROPRIO ARQUIVO
      *                    DE ENTRADA ATE O TRAILER, ANTES DE
      *                    QUALQUER GRAVACAO (NA PARTICAO VALE O
      *                    TOTAL DO LOTE QUE O SPLIT01 GRAVA NO
      *                    TRAILER). DETALHE EM MOEDA FORA DA LISTA
      *                    DE MOEDAS DA ORIGEM E REJEITADO COM O
      *                    MOTIVO 09. O LOTECTL PASSOU A GUARDAR A
      *                    DATA DE NEGOCIO, A ORIGEM, A DATA E HORA
      *                    DE CHEGADA DO HEADER E A QUANTIDADE DE
      *                    DETALHES DO LOTE, PARA O RELATORIO DE
      *                    TRANSMISSOES AUSENTES (FALTAS01).
      * 2026-10-15 EDB     INCLUIDO O PARAMETRO REGRA-DATA-NEGOCIO:
      *                    SISTEMA (PADRAO, SO A DATA DO SISTEMA),
      *                    UTIL-ATUAL (DIA UTIL CORRENTE, QUE ACEITA
      *                    O ARQUIVO DE SEXTA PROCESSADO NO SABADO)
      *                    OU UTIL-PROXIMO (DIA UTIL CORRENTE OU O
      *                    SEGUINTE). OS DIAS UTEIS VEM DO SERVICO
      *                    DE DATAS SUB004 SOBRE O CALENDARIO DE
      *                    FERIADOS (CALENDAR).
      * 2026-10-15 EDB     INCLUIDA A DETECCAO DE DUPLICIDADE DE
      *                    CONTEUDO: CADA DETALHE D/R VALIDADO GERA
      *                    UMA IMPRESSAO DIGITAL (ORIGEM, DATA DE
      *                    NEGOCIO, NUM1 OU ID REFERENCIADO, NUM2,
      *                    OPERACAO E MOEDA) CONFERIDA CONTRA O
      *                    HISTORICO CHAVEADO DUPHIST DAS POSTAGENS
      *                    DA JANELA JANELA-DUPLICIDADE (DIAS UTEIS,
      *                    PADRAO 005, 000 DESLIGA). IMPRESSAO JA
      *                    POSTADA POR OUTRO LOTE VAI PARA OS
      *                    REJEITOS COM O MOTIVO NOVO 11 (SUSPEITA DE
      *                    DUPLICIDADE), LIBERAVEL NO REWORK01. O
      *                    ACUSE GANHOU A CONTAGEM DE SUSPEITAS NO
      *                    FIM DA LINHA (REG-ACK X(180)) E O
      *                    CHECKPOINT O CONTADOR CORRESPONDENTE.
      * 2026-10-15 EDB     INCLUIDO O PARAMETRO MOEDA-APROVACAO=
      *                    XXX:NNNNNNNNNNN (ALCADA POR MOEDA, 9 INTEIROS
      *                    E 2 DECIMAIS): CALCULO DO ONLINE01 COM
      *                    RESULTADO ACIMA DA ALCADA FICA PENDENTE DE
      *                    APROVACAO POR UM SEGUNDO OPERADOR. A TABELA
      *                    E ESPELHADA NO PARMCTL (MOEDA-APROVACAO-NN,
      *                    AO LADO DAS MOEDA-PERMITIDA-NN).
      * 2026-10-15 EDB     INCLUIDO O DETALHE TIPO A (AGENDADO), COM
      *                    A DATA EFETIVA NAS POSICOES 26-33: E
      *                    VALIDADO NO RECEBIMENTO (SUB002, MOEDA DA
      *                    ORIGEM, DUPLICIDADE), ENTRA NOS HASH-
      *                    TOTAIS E NA CONTAGEM DO TRAILER, MAS NAO E
      *                    CALCULADO: VAI PARA O ARQUIVO CHAVEADO DE
      *                    AGENDAMENTOS AGENDMST, DE ONDE O LIBERA01
      *                    O POSTA NA DATA EFETIVA (AJUSTADA PARA DIA
      *                    UTIL PELO SUB004). DATA EFETIVA INVALIDA
      *                    OU NAO POSTERIOR A DATA DE NEGOCIO VAI
      *                    PARA OS REJEITOS COM O MOTIVO NOVO 12. O
      *                    ACUSE GANHOU A CONTAGEM DE AGENDADOS NO
      *                    FIM DA LINHA (REG-ACK X(186)). O FLUXO
      *                    UNICO PASSOU A PARAR EM 969999 (A FAIXA
      *                    970001-979999 E DA LIBERACAO) E A SAIDA E
      *                    A AUDITORIA DO FLUXO UNICO PASSARAM A SER
      *                    ABERTAS EM ACRESCIMO, POIS O LIBERA01
      *                    INICIA OS ARQUIVOS DO DIA.
      * 2026-10-15 EDB     LINHA DE AUDITORIA AMPLIADA PARA X(160) COM
      *                    SEQUENCIA E VALOR DE CADEIA (SUB005). A
      *                    ABERTURA EM ACRESCIMO RETOMA A POSICAO DA
      *                    ULTIMA LINHA DO ARQUIVO (SUB006); O FLUXO
      *                    UNICO PUBLICA A POSICAO FINAL NO AUDCTL.
      * 2026-10-15 EDB     LINHA DE AUDITORIA COMPLETADA PARA 160
      *                    BYTES (FILLER FINAL X(06)).
      * 2026-10-15 EDB     FALHA DO SUB005/SUB006 (INDISPONIVEL OU
      *                    RETORNO DIFERENTE DE 00) PASSOU A SER FATAL
      *                    (RC 16), SEM GRAVAR A LINHA DE AUDITORIA.
      * 2026-10-15 EDB     DETALHE AGENDADO SO E CONTADO DEPOIS DA
      *                    GRAVACAO NO AGENDMST; CHAVE INVALIDA QUE NAO
      *                    SEJA A DUPLICATA DA RETOMADA E FATAL.
      *=================================*
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PARES.

      * SEGUNDA LEITURA DO MESMO ARQUIVO DE ENTRADA, SO PARA A
      * CONTAGEM ANTECIPADA DOS DETALHES DE CADA LOTE (LIMITE DE
      * VOLUME DA ORIGEM) - A LEITURA PRINCIPAL NAO E DESLOCADA.
           SELECT ARQ-PARES-PREVIA ASSIGN TO 'NUMPARES'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-PREVIA.

           SELECT ARQ-SAIDA    ASSIGN TO 'NUMSAIDA'
                                ORGANIZATION  LINE SEQUENTIAL
                                FILE STATUS   WK-STATUS-SAIDA.
                                RECORD KEY    PC-CHAVE
                                FILE STATUS   WK-STATUS-PARMCTL.

           SELECT ARQ-SIS-ORIGEM ASSIGN TO 'SISORIG'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    SO-SISTEMA
                                FILE STATUS   WK-STATUS-SISORIG.

      * HISTORICO DE IMPRESSOES DIGITAIS DOS DETALHES POSTADOS, PARA
      * A DETECCAO DE DUPLICIDADE DE CONTEUDO ENTRE LOTES E DIAS.
           SELECT ARQ-DUP-HIST ASSIGN TO 'DUPHIST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    DH-CHAVE
                                FILE STATUS   WK-STATUS-DUPHIST.

      * DETALHES AGENDADOS (TIPO A) GUARDADOS ATE A DATA EFETIVA,
      * QUANDO O LIBERA01 OS CALCULA E POSTA.
           SELECT ARQ-AGENDA   ASSIGN TO 'AGENDMST'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
                                RECORD KEY    AG-CHAVE
                                ALTERNATE RECORD KEY AG-LOTE-ID
                                    WITH DUPLICATES
                                FILE STATUS   WK-STATUS-AGENDA.

           SELECT ARQ-VSAM-RESULT ASSIGN TO 'VSAMRES'
                                ORGANIZATION  INDEXED
                                ACCESS MODE   DYNAMIC
               88  REG-TIPO-TRAILER       VALUE 'T'.
               88  REG-TIPO-DETALHE       VALUE 'D'.
               88  REG-TIPO-REFERENCIA    VALUE 'R'.
               88  REG-TIPO-AGENDADO      VALUE 'A'.
           05  REG-NUM1-SINAL  PIC X(01).
           05  REG-NUM1-DIGS   PIC X(09).
           05  REG-NUM1-DIGS-V REDEFINES REG-NUM1-DIGS
           05  REF-OPERACAO    PIC X(01).
           05  REF-MOEDA       PIC X(03).
           05  FILLER          PIC X(51).
      * DETALHE TIPO A (AGENDADO): MESMO LEIAUTE DO TIPO D, COM A
      * DATA EFETIVA (AAAAMMDD) LOGO APOS A MOEDA.
       01  REG-PARES-AGENDADO.
           05  FILLER          PIC X(25).
           05  AGD-DATA-EFETIVA PIC X(08).
           05  AGD-DATA-EFETIVA-V REDEFINES AGD-DATA-EFETIVA
                               PIC 9(08).
           05  FILLER          PIC X(47).
       01  REG-PARES-HEADER.
           05  FILLER          PIC X(01).
           05  HDR-LOTE-ID     PIC X(08).
           05  TRL-HASH-NUM2   PIC 9(15).
           05  TRL-HASH-NUM2-V REDEFINES TRL-HASH-NUM2
                               PIC 9(13)V99.
      * TOTAL DE DETALHES DO LOTE INTEIRO, GRAVADO PELO SPLIT01 NO
      * TRAILER DE CADA PARTICAO (BRANCO NO LOTE NAO PARTICIONADO).
           05  TRL-QTD-LOTE    PIC 9(07).
           05  FILLER          PIC X(35).
      *
       FD  ARQ-PARES-PREVIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PARES-PREVIA.
           05  PRV-TIPO        PIC X(01).
               88  PRV-TIPO-HEADER        VALUE 'H'.
               88  PRV-TIPO-TRAILER       VALUE 'T'.
               88  PRV-TIPO-DETALHE       VALUE 'D'.
               88  PRV-TIPO-REFERENCIA    VALUE 'R'.
               88  PRV-TIPO-AGENDADO      VALUE 'A'.
           05  FILLER          PIC X(37).
           05  PRV-QTD-LOTE    PIC X(07).
           05  PRV-QTD-LOTE-V REDEFINES PRV-QTD-LOTE
                               PIC 9(07).
           05  FILLER          PIC X(35).
      *
       FD  ARQ-SAIDA
           RECORDING MODE IS F
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA       PIC X(160).
      *
       FD  ARQ-REJEITOS
           RECORDING MODE IS F
      * - A CONTAGEM DE DETALHES PROCESSADOS NAO BASTA QUANDO HA
      * VARIOS LOTES E LOTES RECUSADOS NO ARQUIVO.
           05  CKP-POSICAO-ENTRADA  PIC 9(07).
      * SUSPEITAS DE DUPLICIDADE DO LOTE EM CURSO (MOTIVO 11), QUE
      * O ACUSE PUBLICA EM CAMPO PROPRIO.
           05  CKP-DUPLICADOS-LOTE  PIC 9(05).
      * DETALHES AGENDADOS (TIPO A) DO LOTE EM CURSO.
           05  CKP-AGENDADOS-LOTE   PIC 9(05).
      *
       FD  ARQ-PARM
           RECORDING MODE IS F
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
           05  FILLER          PIC X(01).
           05  LOT-QTD-DETALHES PIC 9(07).
           05  FILLER          PIC X(26).
      *
       FD  ARQ-ACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ACK             PIC X(186).
      *
      * ESPELHO CHAVEADO DOS PARAMETROS COMPARTILHADOS COM O
      * ONLINE (LIDO POR BROWSE PELO ONLINE01).
       01  REG-PARM-CTL.
           05  PC-CHAVE        PIC X(20).
           05  PC-VALOR        PIC X(20).
      *
      * CADASTRO DE SISTEMAS DE ORIGEM AUTORIZADOS (MANTIDO PELA
      * TRANSACAO ORIG DO ONLINE05).
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
      * IMPRESSAO DIGITAL DE UM DETALHE POSTADO: ORIGEM, DATA DE
      * NEGOCIO, TIPO (D/R), PRIMEIRO OPERANDO (SINAL + DIGITOS DE
      * NUM1 OU, NO TIPO R, O ID REFERENCIADO), SEGUNDO OPERANDO,
      * OPERACAO E MOEDA. OS DADOS GUARDAM O LOTE E O ID DE
      * TRANSACAO QUE POSTARAM O DETALHE E A DATA DA POSTAGEM, QUE
      * DECIDE SE A ENTRADA AINDA ESTA DENTRO DA JANELA.
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
      * DETALHE AGENDADO, CHAVEADO PELA DATA DE RECEBIMENTO E PELA
      * SEQUENCIA DO DETALHE NO FLUXO (MESMA REGRA DO ID DE
      * TRANSACAO). SITUACAO: P PENDENTE, L LIBERADO (POSTADO NO
      * VSAMRES SOB AG-TRANS-ID), C CANCELADO (ONLINE08 OU
      * BACKOUT1), E ERRO NO CALCULO DA LIBERACAO. OS OPERANDOS
      * FICAM COMO VIERAM (SINAL + DIGITOS); OPERACAO E MOEDA JA
      * COM OS PADROES APLICADOS.
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
       FD  ARQ-VSAM-RESULT
           LABEL RECORDS ARE STANDARD.
           88  WK-REF-MOEDA-IGUAL         VALUE 'N'.
       01  WK-REF-ID            PIC X(14) VALUE SPACES.
       01  WK-RESULT-ANTERIOR   PIC S9(09)V99 VALUE ZEROS.
      *
      * CONTROLES DO DETALHE TIPO A (AGENDADO): INDICADOR DE
      * DETALHE AGENDADO, DATA EFETIVA INFORMADA, DATA EFETIVA
      * AJUSTADA PARA DIA UTIL E SITUACAO DO AGENDAMENTO.
       01  WK-PAR-AGENDA-SW     PIC X(01) VALUE 'N'.
           88  WK-PAR-AGENDADO            VALUE 'S'.
           88  WK-PAR-IMEDIATO            VALUE 'N'.
       01  WK-DATA-INFORMADA    PIC X(08) VALUE ZEROS.
       01  WK-DATA-INFORMADA-V REDEFINES WK-DATA-INFORMADA
                                PIC 9(08).
       01  WK-DATA-EFETIVA      PIC 9(08) VALUE ZEROS.
       01  WK-DATA-EFETIVA-SW   PIC X(01) VALUE 'S'.
           88  WK-DATA-EFETIVA-VALIDA     VALUE 'S'.
           88  WK-DATA-EFETIVA-INVALIDA   VALUE 'N'.
       01  WK-AGENDA-SW         PIC X(01) VALUE 'N'.
           88  WK-AGENDA-ABERTA           VALUE 'S'.
           88  WK-AGENDA-FECHADA          VALUE 'N'.
       01  WK-CONT-AGENDADOS    PIC 9(07) COMP VALUE ZERO.
      *
       01  WK-LOTE-ID           PIC X(08) VALUE SPACES.
       01  WK-PARTICAO          PIC 9(01) VALUE ZERO.
       01  WK-SEQ-BASE          PIC 9(06) COMP VALUE ZERO.
      * LIMITES DA FAIXA DE SEQUENCIA DOS IDS DE TRANSACAO: CADA
      * PARTICAO TEM 99999 SEQUENCIAS (AS BASES DISTAM 100000) E O
      * FLUXO UNICO PARA ANTES DA FAIXA 970001-979999 DA LIBERACAO
      * DOS AGENDADOS (LIBERA01), DA FAIXA 980001-989999 RESERVADA
      * AOS CALCULOS ONLINE (ONLINE01) E DA FAIXA 990001+ DO
      * RETRABALHO.
       01  WK-LIMITE-SEQ-PART   PIC 9(07) COMP VALUE 99999.
       01  WK-LIMITE-SEQ-UNICO  PIC 9(07) COMP VALUE 969999.
      *
      * PARAMETROS DE EXECUCAO (PARMFILE), COM OS VALORES PADRAO
      * USADOS QUANDO O ARQUIVO NAO E FORNECIDO.
       01  WK-LIMITE-MOEDA-TXT  PIC X(09) VALUE ZEROS.
       01  WK-LIMITE-MOEDA-V REDEFINES WK-LIMITE-MOEDA-TXT
                                PIC 9(07)V99.
      * ALCADAS DE APROVACAO DO ONLINE (MOEDA-APROVACAO=XXX:ALCADA
      * NO PARMFILE): O PROGCALL SO AS VALIDA E ESPELHA NO PARMCTL;
      * QUEM AS APLICA E O ONLINE01.
       01  WK-TAB-ALCADAS.
           05  WK-QTD-ALCADAS   PIC 9(02) VALUE ZEROS.
           05  WK-ALCADA-ENTRADA OCCURS 10 TIMES.
               10  WK-ALC-MOEDA  PIC X(03).
               10  WK-ALC-LIMITE PIC 9(09)V99.
       01  WK-ALCADA-TXT        PIC X(11) VALUE ZEROS.
       01  WK-ALCADA-V REDEFINES WK-ALCADA-TXT
                                PIC 9(09)V99.
      *
      * MONTAGEM DOS REGISTROS DO ESPELHO PARMCTL: CHAVE E VALOR
      * SAO PREPARADOS NESTES CAMPOS E GRAVADOS POR 0650.
           05  WK-PCV-MOE-CODIGO PIC X(03).
           05  WK-PCV-MOE-LIMITE PIC 9(07)V99.
           05  FILLER           PIC X(08).
       01  WK-PC-VALOR-ALC REDEFINES WK-PC-VALOR.
           05  WK-PCV-ALC-MOEDA  PIC X(03).
           05  WK-PCV-ALC-LIMITE PIC 9(09)V99.
           05  FILLER           PIC X(06).
       01  WK-IND-PC            PIC 9(02) COMP VALUE ZERO.
       01  WK-PARMCTL-NOVO-SW   PIC X(01) VALUE 'N'.
           88  WK-PARMCTL-NOVO            VALUE 'S'.
           88  WK-MODO-NORMAL             VALUE 'NORMAL'.
           88  WK-MODO-VALIDAR            VALUE 'VALIDAR'.
           88  WK-MODO-SEM-VSAM           VALUE 'SEM-VSAM'.
      *
      * REGRA DE ACEITACAO DA DATA DE NEGOCIO DO HEADER:
      *   SISTEMA     - SO A DATA DO SISTEMA (PADRAO).
      *   UTIL-ATUAL  - O DIA UTIL CORRENTE (A DATA DO SISTEMA, OU O
      *                 ULTIMO DIA UTIL SE HOJE NAO FOR UTIL).
      *   UTIL-PROXIMO- O DIA UTIL CORRENTE OU O DIA UTIL SEGUINTE.
      * AS DUAS REGRAS DE DIA UTIL USAM O CALENDARIO DO SUB004.
       01  WK-REGRA-DATA-NEGOCIO PIC X(12) VALUE 'SISTEMA'.
           88  WK-REGRA-SISTEMA           VALUE 'SISTEMA'.
           88  WK-REGRA-UTIL-ATUAL        VALUE 'UTIL-ATUAL'.
           88  WK-REGRA-UTIL-PROXIMO      VALUE 'UTIL-PROXIMO'.
       01  WK-DATA-UTIL-ATUAL   PIC 9(08) VALUE ZEROS.
       01  WK-DATA-UTIL-PROXIMO PIC 9(08) VALUE ZEROS.
       01  WK-DATA-NEGOCIO-SW   PIC X(01) VALUE 'S'.
           88  WK-DATA-NEGOCIO-ACEITA     VALUE 'S'.
           88  WK-DATA-NEGOCIO-DIVERGENTE VALUE 'N'.
      *
      * PARAMETROS DE CHAMADA DO SERVICO DE DATAS (SUB004).
       01  WK-DT-FUNCAO         PIC X(01) VALUE SPACE.
       01  WK-DT-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01  WK-DT-QTD-DIAS       PIC 9(05) VALUE ZEROS.
       01  WK-DT-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
       01  WK-DT-DIA-UTIL       PIC X(01) VALUE SPACE.
       01  WK-DT-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01  WK-DT-RETORNO        PIC X(02) VALUE SPACES.
           88  WK-DT-OK                   VALUE '00' '04'.
      *
      * DETECCAO DE DUPLICIDADE DE CONTEUDO: JANELA EM DIAS UTEIS
      * (JANELA-DUPLICIDADE=NNN NO PARMFILE, 000 DESLIGA A
      * CRITICA), DATA DE CORTE APURADA PELO SUB004 NA ABERTURA
      * DAS SAIDAS, IMPRESSAO DIGITAL DO DETALHE CORRENTE (MESMO
      * LEIAUTE DE DH-CHAVE) E RESULTADO DA BUSCA NO DUPHIST:
      *   N - IMPRESSAO INEDITA;
      *   V - ENTRADA VENCIDA (POSTADA ANTES DO CORTE);
      *   L - POSTADA PELO PROPRIO LOTE (REINICIO OU PARTICAO);
      *   S - SUSPEITA DE DUPLICIDADE.
       01  WK-JANELA-DUPLICIDADE PIC 9(03) VALUE 5.
       01  WK-DIGITOS-JANELA    PIC X(03) VALUE ZEROS.
       01  WK-DIGITOS-JANELA-V REDEFINES WK-DIGITOS-JANELA
                                PIC 9(03).
       01  WK-DATA-CORTE-DUP    PIC 9(08) VALUE ZEROS.
       01  WK-CHAVE-DUP.
           05  WK-CD-SISTEMA    PIC X(08).
           05  WK-CD-DATA-NEGOCIO PIC 9(08).
           05  WK-CD-TIPO       PIC X(01).
           05  WK-CD-OPERANDO-1 PIC X(14).
           05  WK-CD-OPERANDO-1-D REDEFINES WK-CD-OPERANDO-1.
               10  WK-CD-OP1-SINAL PIC X(01).
               10  WK-CD-OP1-DIGS  PIC X(09).
               10  FILLER       PIC X(04).
           05  WK-CD-OPERANDO-2.
               10  WK-CD-OP2-SINAL PIC X(01).
               10  WK-CD-OP2-DIGS  PIC X(09).
           05  WK-CD-OPERACAO   PIC X(01).
           05  WK-CD-MOEDA      PIC X(03).
       01  WK-DUP-SW            PIC X(01) VALUE 'N'.
           88  WK-DUP-INEDITO             VALUE 'N'.
           88  WK-DUP-VENCIDO             VALUE 'V'.
           88  WK-DUP-MESMO-LOTE          VALUE 'L'.
           88  WK-DUP-SUSPEITO            VALUE 'S'.
       01  WK-DUPHIST-SW        PIC X(01) VALUE 'N'.
           88  WK-DUPHIST-ABERTO          VALUE 'S'.
           88  WK-DUPHIST-FECHADO         VALUE 'N'.
      *
       01  WK-FIM-PARM-SW       PIC X(01) VALUE 'N'.
           88  FIM-PARM                   VALUE 'S'.
      * ACUSE DE RECEBIMENTO POR LOTE: IDENTIFICACAO DO HEADER
      * GUARDADA A PARTE (O BUFFER DO HEADER E SOBREPOSTO PELAS
      * LEITURAS SEGUINTES), CONTADORES DO LOTE (ACEITOS,
      * REJEITADOS, REJEITADOS POR MOTIVO 01-10 MAIS UMA ENTRADA
      * PARA MOTIVOS NAO RECONHECIDOS, SUSPEITAS DE DUPLICIDADE,
      * MOTIVO 11, E DETALHES AGENDADOS) E MOTIVO DA RECUSA DO NAK.
       01  WK-SISTEMA-ORIGEM    PIC X(08) VALUE SPACES.
       01  WK-DATA-NEGOCIO      PIC 9(08) VALUE ZEROS.
       01  WK-ACK-SITUACAO      PIC X(03) VALUE SPACES.
           05  WK-REJEITADOS-LOTE PIC 9(07) VALUE ZEROS.
           05  WK-REJ-MOTIVOS-LOTE.
               10  WK-REJ-MOT-LOTE OCCURS 11 TIMES PIC 9(05).
           05  WK-DUPLICADOS-LOTE PIC 9(05) VALUE ZEROS.
           05  WK-AGENDADOS-LOTE PIC 9(05) VALUE ZEROS.
       01  WK-IDX-MOTIVO        PIC 9(02) COMP VALUE ZERO.
       01  WK-MOT-DIGITOS       PIC X(02) VALUE ZEROS.
       01  WK-MOT-DIGITOS-V REDEFINES WK-MOT-DIGITOS
           05  WK-SALVO-ACEITOS PIC 9(07) VALUE ZEROS.
           05  WK-SALVO-REJEITADOS PIC 9(07) VALUE ZEROS.
           05  WK-SALVO-REJ-MOTIVOS PIC X(55) VALUE ZEROS.
           05  WK-SALVO-DUPLICADOS PIC 9(05) VALUE ZEROS.
           05  WK-SALVO-AGENDADOS PIC 9(05) VALUE ZEROS.
      * EDICAO DOS HASH-TOTAIS (13 INTEIROS + 2 DECIMAIS) COMO
      * DIGITOS PARA A LINHA DO ACUSE.
       01  WK-HASH-DIGITOS      PIC X(15) VALUE ZEROS.
       01  WK-FIM-LOTECTL-SW    PIC X(01) VALUE 'N'.
           88  FIM-LOTECTL                VALUE 'S'.
           88  NAO-FIM-LOTECTL            VALUE 'N'.
      *
      * CADASTRO DE SISTEMAS DE ORIGEM: SITUACAO DA ORIGEM DO LOTE
      * CORRENTE, MOEDAS AUTORIZADAS PARA ELA (LISTA VAZIA ACEITA
      * QUALQUER MOEDA PERMITIDA NO PARMFILE), CONTAGEM ANTECIPADA
      * DOS DETALHES DO LOTE PARA O LIMITE DE VOLUME E DATA/HORA DE
      * CHEGADA DO HEADER, LEVADA AO LOTECTL.
       01  WK-ORIGEM-SW         PIC X(01) VALUE 'N'.
           88  WK-ORIGEM-CADASTRADA       VALUE 'S'.
           88  WK-ORIGEM-DESCONHECIDA     VALUE 'N'.
       01  WK-MOEDAS-ORIGEM.
           05  WK-MOEDA-ORIGEM  OCCURS 5 TIMES PIC X(03).
       01  WK-IND-MOE-ORIGEM    PIC 9(02) COMP VALUE ZERO.
       01  WK-MOEDA-ORIGEM-SW   PIC X(01) VALUE 'S'.
           88  WK-MOEDA-AUTORIZADA        VALUE 'S'.
           88  WK-MOEDA-NAO-AUTORIZADA    VALUE 'N'.
       01  WK-QTD-PREVIA        PIC 9(07) COMP VALUE ZERO.
       01  WK-POSICAO-PREVIA    PIC 9(07) COMP VALUE ZERO.
       01  WK-FIM-PREVIA-SW     PIC X(01) VALUE 'N'.
           88  FIM-PREVIA                 VALUE 'S'.
           88  NAO-FIM-PREVIA             VALUE 'N'.
       01  WK-FIM-LOTE-PREVIA-SW PIC X(01) VALUE 'N'.
           88  FIM-LOTE-PREVIA            VALUE 'S'.
           88  NAO-FIM-LOTE-PREVIA        VALUE 'N'.
       01  WK-DATA-CHEGADA      PIC 9(08) VALUE ZEROS.
       01  WK-HORA-CHEGADA      PIC 9(08) VALUE ZEROS.
      *
       01  WK-STATUS-ACK        PIC X(02) VALUE SPACES.
       01  WK-STATUS-PARMCTL    PIC X(02) VALUE SPACES.
       01  WK-STATUS-PARM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-LOTECTL    PIC X(02) VALUE SPACES.
       01  WK-STATUS-VSAM       PIC X(02) VALUE SPACES.
       01  WK-STATUS-SISORIG    PIC X(02) VALUE SPACES.
       01  WK-STATUS-PREVIA     PIC X(02) VALUE SPACES.
       01  WK-STATUS-DUPHIST    PIC X(02) VALUE SPACES.
       01  WK-STATUS-AGENDA     PIC X(02) VALUE SPACES.
       01  WK-TRANS-ID          PIC X(14) VALUE SPACES.
       01  WK-TRANS-ID-PARTES.
           05  WK-TRANS-ID-DATA PIC 9(08) VALUE ZEROS.
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
       01  WK-CAD-SEQUENCIA     PIC 9(07) VALUE ZEROS.
       01  WK-CAD-VALOR         PIC 9(18) VALUE ZEROS.
       01  WK-CAD-RETORNO       PIC X(02) VALUE SPACES.
      *
       01  LINHA-REJEITO.
           05  LJ-NUM1-SINAL    PIC X(01).
      * LINHA DO ACUSE DE RECEBIMENTO (LEIAUTE FIXO PUBLICADO AOS
      * SISTEMAS DE ORIGEM): IDENTIFICACAO DO LOTE, SITUACAO
      * (ACK/NAK), ACEITOS, REJEITADOS NO TOTAL E POR MOTIVO 01-10
      * (MAIS OUTROS), HASH-TOTAIS REAPURADOS, NO NAK O MOTIVO DA
      * RECUSA E, AO FINAL DA LINHA, AS SUSPEITAS DE DUPLICIDADE
      * (MOTIVO 11, JA INCLUIDAS NOS REJEITADOS) E OS DETALHES
      * AGENDADOS (TIPO A, JA INCLUIDOS NOS ACEITOS) - AS POSICOES
      * ANTERIORES DO LEIAUTE PUBLICADO NAO MUDARAM.
       01  LINHA-ACK.
           05  AK-LOTE-ID      PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  AK-HASH-NUM2    PIC X(15).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  AK-MOTIVO-RECUSA PIC X(30).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  AK-DUPLICADOS   PIC 9(05).
           05  FILLER           PIC X(01)  VALUE SPACES.
           05  AK-AGENDADOS    PIC 9(05).
      *
      *
      * CAMPOS DA CHAMADA AO REGISTRADOR DE EXECUCAO DA CADEIA
           DISPLAY '  INTERVALO-CHKPT...: ' WK-INTERVALO-CHKPT
           DISPLAY '  OPERACAO-PADRAO...: ' WK-OPERACAO-PADRAO
           DISPLAY '  MODO-PROCESSAMENTO: ' WK-MODO-PROCESSAMENTO
           DISPLAY '  REGRA-DATA-NEGOCIO: ' WK-REGRA-DATA-NEGOCIO
           DISPLAY '  JANELA-DUPLICIDADE: ' WK-JANELA-DUPLICIDADE
           DISPLAY '  MOEDA-PADRAO......: ' WK-MOEDA-PADRAO
           DISPLAY '  MOEDAS PERMITIDAS.: ' WK-QTD-MOEDAS
           DISPLAY '  ALCADAS ONLINE....: ' WK-QTD-ALCADAS
           IF WK-INTERVALO-CHKPT > 1
               DISPLAY 'AVISO: INTERVALO DE CHECKPOINT MAIOR QUE 1 '
                       'PODE DUPLICAR REGISTROS EM UM REINICIO'
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 'REGRA-DATA-NEGOCIO'
                   IF WK-PARM-VALOR = 'SISTEMA'
                    OR WK-PARM-VALOR = 'UTIL-ATUAL'
                    OR WK-PARM-VALOR = 'UTIL-PROXIMO'
                       MOVE WK-PARM-VALOR
                           TO WK-REGRA-DATA-NEGOCIO
                   ELSE
                       DISPLAY 'ERRO: REGRA-DATA-NEGOCIO INVALIDA: '
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 'JANELA-DUPLICIDADE'
                   MOVE VAL-DIGITOS-3 TO WK-DIGITOS-JANELA
                   IF WK-DIGITOS-JANELA NUMERIC
                       MOVE WK-DIGITOS-JANELA-V
                           TO WK-JANELA-DUPLICIDADE
                   ELSE
                       DISPLAY 'ERRO: JANELA-DUPLICIDADE INVALIDA: '
                               WK-PARM-VALOR
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 'MOEDA-PADRAO'
                   IF WK-PARM-VALOR (1:3) NOT = SPACES
                       MOVE WK-PARM-VALOR (1:3) TO WK-MOEDA-PADRAO
               WHEN 'MOEDA-PERMITIDA'
                   PERFORM 0520-INCLUIR-MOEDA
                       THRU 0520-INCLUIR-MOEDA-EXIT
               WHEN 'MOEDA-APROVACAO'
                   PERFORM 0530-INCLUIR-ALCADA
                       THRU 0530-INCLUIR-ALCADA-EXIT
               WHEN OTHER
                   DISPLAY 'ERRO: PARAMETRO DESCONHECIDO NO '
                           'PARMFILE: ' WK-PARM-CHAVE
           EXIT.
      *
      *=================================*
      * 0530-INCLUIR-ALCADA
      * INCLUI UMA ENTRADA MOEDA-APROVACAO=XXX:ALCADA NA TABELA DE
      * ALCADAS DO ONLINE (ALCADA COM 11 DIGITOS, 2 DECIMAIS;
      * ZERO DESLIGA A DUPLA APROVACAO NA MOEDA). CODIGO VAZIO,
      * ALCADA NAO NUMERICA, MOEDA REPETIDA OU TABELA CHEIA
      * ABORTAM O JOB.
      *=================================*
       0530-INCLUIR-ALCADA.
           MOVE SPACES TO WK-MOEDA-PARM
           MOVE SPACES TO WK-ALCADA-TXT
           UNSTRING WK-PARM-VALOR DELIMITED BY ':'
               INTO WK-MOEDA-PARM, WK-ALCADA-TXT
           END-UNSTRING

           IF WK-MOEDA-PARM = SPACES
            OR WK-ALCADA-TXT NOT NUMERIC
               DISPLAY 'ERRO: MOEDA-APROVACAO INVALIDA: '
                       WK-PARM-VALOR
               MOVE 16 TO RETURN-CODE
               GO TO 0530-INCLUIR-ALCADA-EXIT
           END-IF

           PERFORM 0540-CONFERIR-ALCADA
               THRU 0540-CONFERIR-ALCADA-EXIT
               VARYING WK-IND-PC FROM 1 BY 1
               UNTIL WK-IND-PC > WK-QTD-ALCADAS
                  OR RETURN-CODE NOT = ZERO
           IF RETURN-CODE NOT = ZERO
               GO TO 0530-INCLUIR-ALCADA-EXIT
           END-IF

           IF WK-QTD-ALCADAS NOT < 10
               DISPLAY 'ERRO: TABELA DE ALCADAS DE APROVACAO CHEIA '
                       '(MAXIMO 10)'
               MOVE 16 TO RETURN-CODE
               GO TO 0530-INCLUIR-ALCADA-EXIT
           END-IF

           ADD 1 TO WK-QTD-ALCADAS
           MOVE WK-MOEDA-PARM TO WK-ALC-MOEDA  (WK-QTD-ALCADAS)
           MOVE WK-ALCADA-V   TO WK-ALC-LIMITE (WK-QTD-ALCADAS).
       0530-INCLUIR-ALCADA-EXIT.
           EXIT.
      *
       0540-CONFERIR-ALCADA.
           IF WK-ALC-MOEDA (WK-IND-PC) = WK-MOEDA-PARM
               DISPLAY 'ERRO: MOEDA-APROVACAO REPETIDA PARA A '
                       'MOEDA ' WK-MOEDA-PARM
               MOVE 16 TO RETURN-CODE
           END-IF.
       0540-CONFERIR-ALCADA-EXIT.
           EXIT.
      *
      *=================================*
      * 0600-GRAVAR-PARM-CTL
      * ESPELHA NO ARQUIVO CHAVEADO PARMCTL OS PARAMETROS QUE O
      * ONLINE COMPARTILHA COM O LOTE (LIMITE-OPERANDO,
      * MOEDA-PADRAO, QUANTIDADE E TABELA DE MOEDAS PERMITIDAS E
      * AS ALCADAS DE APROVACAO DO ONLINE POR MOEDA),
      * PARA QUE O ONLINE01 OS LEIA POR BROWSE A QUALQUER MOMENTO.
      * ENTRADAS DE MOEDA E DE ALCADA ALEM DA QUANTIDADE CORRENTE
      * SAO REMOVIDAS. QUALQUER FALHA AQUI E SO AVISADA: O LOTE NAO
      * PARA POR CAUSA DA CONSULTA ONLINE, QUE SEGUE COM OS VALORES
      * DO ULTIMO ESPELHO (OU COM OS PADROES).
      *=================================*
               VARYING WK-IND-PC FROM 1 BY 1
               UNTIL WK-IND-PC > 10

           PERFORM 0670-GRAVAR-UMA-ALCADA
               THRU 0670-GRAVAR-UMA-ALCADA-EXIT
               VARYING WK-IND-PC FROM 1 BY 1
               UNTIL WK-IND-PC > 10

           CLOSE ARQ-PARM-CTL.
       0600-GRAVAR-PARM-CTL-EXIT.
           EXIT.
               INVALID KEY
                   GO TO 0660-GRAVAR-UMA-MOEDA-EXIT
           END-READ
           PERFORM 0680-REMOVER-ESTAGNADA
               THRU 0680-REMOVER-ESTAGNADA-EXIT.
       0660-GRAVAR-UMA-MOEDA-EXIT.
           EXIT.
      *
      * GRAVA A ENTRADA MOEDA-APROVACAO-NN DENTRO DA QUANTIDADE
      * CORRENTE DE ALCADAS; ALEM DELA, REMOVE A ENTRADA ESTAGNADA.
       0670-GRAVAR-UMA-ALCADA.
           MOVE 'MOEDA-APROVACAO-  ' TO WK-PC-CHAVE
           MOVE WK-IND-PC            TO WK-PCC-SUFIXO

           IF WK-IND-PC NOT > WK-QTD-ALCADAS
               MOVE SPACES TO WK-PC-VALOR
               MOVE WK-ALC-MOEDA (WK-IND-PC)
                   TO WK-PCV-ALC-MOEDA
               MOVE WK-ALC-LIMITE (WK-IND-PC)
                   TO WK-PCV-ALC-LIMITE
               PERFORM 0650-GRAVAR-UMA-CHAVE
                   THRU 0650-GRAVAR-UMA-CHAVE-EXIT
               GO TO 0670-GRAVAR-UMA-ALCADA-EXIT
           END-IF

           IF WK-PARMCTL-NOVO
               GO TO 0670-GRAVAR-UMA-ALCADA-EXIT
           END-IF

           PERFORM 0680-REMOVER-ESTAGNADA
               THRU 0680-REMOVER-ESTAGNADA-EXIT.
       0670-GRAVAR-UMA-ALCADA-EXIT.
           EXIT.
      *
      * REMOVE DO ESPELHO A ENTRADA ESTAGNADA DE CHAVE WK-PC-CHAVE,
      * SE EXISTIR.
       0680-REMOVER-ESTAGNADA.
           MOVE WK-PC-CHAVE TO PC-CHAVE
           READ ARQ-PARM-CTL
               INVALID KEY
                   GO TO 0680-REMOVER-ESTAGNADA-EXIT
           END-READ
           DELETE ARQ-PARM-CTL
               INVALID KEY
                   DISPLAY 'AVISO: FALHA AO REMOVER ENTRADA '
                           'ESTAGNADA DO PARMCTL: ' WK-PC-CHAVE
           END-DELETE.
       0680-REMOVER-ESTAGNADA-EXIT.
           EXIT.
      *
      *=================================*
      * DE LOTE JA PROCESSADO, OU UM LOTE COM DATA DE NEGOCIO
      * ERRADA, TEM QUE SER RECUSADA SEM TRUNCAR A SAIDA, A
      * AUDITORIA, OS REJEITOS E O VSAM DO LOTE JA PROCESSADO.
      * O CADASTRO DE SISTEMAS DE ORIGEM E A SEGUNDA LEITURA DA
      * ENTRADA (CONTAGEM ANTECIPADA) TAMBEM SAO ABERTOS AQUI; SEM
      * O CADASTRO NENHUM HEADER PODE SER CONFERIDO E O JOB PARA.
      *=================================*
       1000-ABRIR-ENTRADA.
           PERFORM 1100-VERIFICAR-CHECKPOINT
           IF WK-STATUS-PARES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PARES: ' WK-STATUS-PARES
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ENTRADA-EXIT
           END-IF

           OPEN INPUT  ARQ-PARES-PREVIA
           IF WK-STATUS-PREVIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PARES-PREVIA: '
                       WK-STATUS-PREVIA
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ABRIR-ENTRADA-EXIT
           END-IF

           OPEN INPUT  ARQ-SIS-ORIGEM
           IF WK-STATUS-SISORIG NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-SIS-ORIGEM (SISORIG): '
                       WK-STATUS-SISORIG
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-ABRIR-ENTRADA-EXIT.
           EXIT.
           ELSE
               MOVE ZEROS TO WK-CKP-ACK-SALVOS
           END-IF
      * IDEM PARA O CONTADOR DE SUSPEITAS DE DUPLICIDADE.
           IF CKP-DUPLICADOS-LOTE NUMERIC
               MOVE CKP-DUPLICADOS-LOTE TO WK-SALVO-DUPLICADOS
           ELSE
               MOVE ZEROS TO WK-SALVO-DUPLICADOS
           END-IF
      * IDEM PARA O CONTADOR DE DETALHES AGENDADOS.
           IF CKP-AGENDADOS-LOTE NUMERIC
               MOVE CKP-AGENDADOS-LOTE TO WK-SALVO-AGENDADOS
           ELSE
               MOVE ZEROS TO WK-SALVO-AGENDADOS
           END-IF
           CLOSE ARQ-CHECKPOINT

           IF WK-ULTIMO-CHECKPOINT > ZERO
      * LE O HEADER DO PROXIMO LOTE DO ARQUIVO DE ENTRADA (OU USA O
      * HEADER JA LIDO PELO LOOKAHEAD, QUANDO O LOTE ANTERIOR
      * TERMINOU ENCOSTADO NO SEGUINTE) E RECUSA O LOTE QUANDO A
      * DATA DE NEGOCIO NAO E ACEITA PELA REGRA REGRA-DATA-NEGOCIO
      * (DATA DO SISTEMA OU DIA UTIL PELO CALENDARIO), QUANDO A
      * PARTICAO E INVALIDA, QUANDO A ORIGEM NAO ESTA CADASTRADA,
      * ESTA SUSPENSA OU TEVE O LIMITE DE VOLUME ESTOURADO, OU
      * QUANDO O LOTE+PARTICAO JA CONSTA NO
      * ARQUIVO DE CONTROLE DE LOTES PROCESSADOS. A RECUSA NAO
      * DERRUBA O JOB: O LOTE RECUSADO E PULADO ATE O PROXIMO
      * HEADER E OS LOTES SEGUINTES PROSSEGUEM.
           MOVE HDR-LOTE-ID        TO WK-LOTE-ID
           MOVE HDR-SISTEMA-ORIGEM TO WK-SISTEMA-ORIGEM
           MOVE HDR-DATA-NEGOCIO   TO WK-DATA-NEGOCIO
           ACCEPT WK-DATA-CHEGADA FROM DATE YYYYMMDD
           ACCEPT WK-HORA-CHEGADA FROM TIME
           DISPLAY 'LOTE: ' HDR-LOTE-ID
                   ' DATA NEGOCIO: ' HDR-DATA-NEGOCIO
                   ' ORIGEM: ' HDR-SISTEMA-ORIGEM
                       HDR-QTD-PARTICOES
           END-IF

           PERFORM 1270-CONFERIR-DATA-NEGOCIO
               THRU 1270-CONFERIR-DATA-NEGOCIO-EXIT

           IF JOB-ABORTADO
               GO TO 1200-VALIDAR-HEADER-EXIT
           END-IF

           IF WK-DATA-NEGOCIO-DIVERGENTE
               MOVE 'DATA DE NEGOCIO DIVERGENTE'
                   TO WK-MOTIVO-RECUSA
               SET WK-LOTE-RECUSADO TO TRUE
               GO TO 1200-VALIDAR-HEADER-EXIT
           END-IF

           PERFORM 1220-VERIFICAR-ORIGEM
               THRU 1220-VERIFICAR-ORIGEM-EXIT

           IF WK-LOTE-RECUSADO
               GO TO 1200-VALIDAR-HEADER-EXIT
           END-IF

           PERFORM 1300-VERIFICAR-LOTE
               THRU 1300-VERIFICAR-LOTE-EXIT

           EXIT.
      *
      *=================================*
      * 1210-LER-ORIGEM
      * LE NO CADASTRO SISORIG O SISTEMA DE ORIGEM DO LOTE CORRENTE
      * E GUARDA A LISTA DE MOEDAS AUTORIZADAS PARA ELE. ORIGEM NAO
      * CADASTRADA DEIXA A LISTA VAZIA.
      *=================================*
       1210-LER-ORIGEM.
           SET WK-ORIGEM-DESCONHECIDA TO TRUE
           MOVE SPACES TO WK-MOEDAS-ORIGEM

           MOVE WK-SISTEMA-ORIGEM TO SO-SISTEMA
           READ ARQ-SIS-ORIGEM
               INVALID KEY
                   GO TO 1210-LER-ORIGEM-EXIT
           END-READ

           SET WK-ORIGEM-CADASTRADA TO TRUE
           MOVE SO-MOEDAS TO WK-MOEDAS-ORIGEM.
       1210-LER-ORIGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 1220-VERIFICAR-ORIGEM
      * RECUSA O LOTE CUJA ORIGEM NAO CONSTA NO CADASTRO SISORIG,
      * ESTA SUSPENSA, OU CUJA QUANTIDADE DE DETALHES PASSA DO
      * LIMITE DE VOLUME DA ORIGEM (LIMITE ZERADO NAO CONFERE). A
      * QUANTIDADE VEM DA CONTAGEM ANTECIPADA DE 1230, FEITA ANTES
      * DE QUALQUER DETALHE SER CALCULADO OU GRAVADO.
      *=================================*
       1220-VERIFICAR-ORIGEM.
           PERFORM 1210-LER-ORIGEM
               THRU 1210-LER-ORIGEM-EXIT

           IF WK-ORIGEM-DESCONHECIDA
               DISPLAY 'ERRO: SISTEMA DE ORIGEM ' WK-SISTEMA-ORIGEM
                       ' NAO CADASTRADO NO SISORIG'
               MOVE 'ORIGEM NAO CADASTRADA'
                   TO WK-MOTIVO-RECUSA
               SET WK-LOTE-RECUSADO TO TRUE
               GO TO 1220-VERIFICAR-ORIGEM-EXIT
           END-IF

           IF NOT SO-ATIVO
               DISPLAY 'ERRO: SISTEMA DE ORIGEM ' WK-SISTEMA-ORIGEM
                       ' SUSPENSO NO SISORIG (SITUACAO '
                       SO-SITUACAO ')'
               MOVE 'ORIGEM SUSPENSA'
                   TO WK-MOTIVO-RECUSA
               SET WK-LOTE-RECUSADO TO TRUE
               GO TO 1220-VERIFICAR-ORIGEM-EXIT
           END-IF

           IF SO-MAX-DETALHES NOT NUMERIC
            OR SO-MAX-DETALHES = ZERO
               GO TO 1220-VERIFICAR-ORIGEM-EXIT
           END-IF

           PERFORM 1230-CONTAR-DETALHES-LOTE
               THRU 1230-CONTAR-DETALHES-LOTE-EXIT

           IF WK-QTD-PREVIA > SO-MAX-DETALHES
               DISPLAY 'ERRO: LOTE ' WK-LOTE-ID ' COM '
                       WK-QTD-PREVIA ' DETALHES - LIMITE DA '
                       'ORIGEM ' WK-SISTEMA-ORIGEM ' E '
                       SO-MAX-DETALHES
               MOVE 'VOLUME ACIMA DO LIMITE DA ORIGEM'
                   TO WK-MOTIVO-RECUSA
               SET WK-LOTE-RECUSADO TO TRUE
           END-IF.
       1220-VERIFICAR-ORIGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 1230-CONTAR-DETALHES-LOTE
      * CONTA OS DETALHES DO LOTE CORRENTE NA SEGUNDA LEITURA DO
      * ARQUIVO DE ENTRADA: AVANCA ATE A POSICAO DO HEADER JA LIDO
      * PELA LEITURA PRINCIPAL E CONTA OS DETALHES (D E R) ATE O
      * TRAILER, O PROXIMO HEADER OU O FIM DO ARQUIVO. NO TRAILER
      * DE PARTICAO VALE O TOTAL DO LOTE INTEIRO GRAVADO PELO
      * SPLIT01, POIS O LIMITE E DO LOTE E NAO DA PARTICAO. A
      * SEGUNDA LEITURA SO ANDA PARA A FRENTE (OS LOTES SAO
      * CONFERIDOS NA ORDEM DO ARQUIVO).
      *=================================*
       1230-CONTAR-DETALHES-LOTE.
           MOVE ZERO TO WK-QTD-PREVIA
           SET NAO-FIM-LOTE-PREVIA TO TRUE

           PERFORM 1240-LER-PREVIA
               THRU 1240-LER-PREVIA-EXIT
               UNTIL FIM-LOTE-PREVIA
                  OR FIM-PREVIA.
       1230-CONTAR-DETALHES-LOTE-EXIT.
           EXIT.
      *
       1240-LER-PREVIA.
           READ ARQ-PARES-PREVIA
               AT END
                   SET FIM-PREVIA TO TRUE
                   GO TO 1240-LER-PREVIA-EXIT
           END-READ

           ADD 1 TO WK-POSICAO-PREVIA
           IF WK-POSICAO-PREVIA NOT > WK-POSICAO-ENTRADA
               GO TO 1240-LER-PREVIA-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PRV-TIPO-DETALHE
               WHEN PRV-TIPO-REFERENCIA
               WHEN PRV-TIPO-AGENDADO
                   ADD 1 TO WK-QTD-PREVIA
               WHEN PRV-TIPO-TRAILER
                   IF PRV-QTD-LOTE NUMERIC
                    AND PRV-QTD-LOTE-V > ZERO
                       MOVE PRV-QTD-LOTE-V TO WK-QTD-PREVIA
                   END-IF
                   SET FIM-LOTE-PREVIA TO TRUE
               WHEN OTHER
                   SET FIM-LOTE-PREVIA TO TRUE
           END-EVALUATE.
       1240-LER-PREVIA-EXIT.
           EXIT.
      *
      *=================================*
      * 1250-PULAR-LOTE
      * DESCARTA OS REGISTROS DO LOTE RECUSADO NO HEADER ATE
      * ENCONTRAR O HEADER DO PROXIMO LOTE (QUE FICA PENDENTE PARA
           EXIT.
      *
      *=================================*
      * 1270-CONFERIR-DATA-NEGOCIO
      * CONFERE A DATA DE NEGOCIO DO HEADER PELA REGRA EM VIGOR.
      * NA REGRA SISTEMA SO A DATA DO SISTEMA E ACEITA. NAS REGRAS
      * DE DIA UTIL O SUB004 DEVOLVE O DIA UTIL CORRENTE (A DATA DO
      * SISTEMA OU, EM FIM DE SEMANA/FERIADO, O ULTIMO DIA UTIL -
      * O ARQUIVO DE SEXTA QUE CHEGA DEPOIS DA MEIA-NOITE) E, NA
      * UTIL-PROXIMO, TAMBEM O DIA UTIL SEGUINTE. CALENDARIO
      * AUSENTE E SO AVISADO PELO SUB004 (VALEM OS FINS DE
      * SEMANA); SUB004 INDISPONIVEL OU COM ERRO ABORTA O JOB.
      *=================================*
       1270-CONFERIR-DATA-NEGOCIO.
           SET WK-DATA-NEGOCIO-ACEITA TO TRUE

           IF WK-REGRA-SISTEMA
               IF HDR-DATA-NEGOCIO NOT = WK-DATA-SISTEMA
                   DISPLAY 'ERRO: DATA DE NEGOCIO DO HEADER ('
                           HDR-DATA-NEGOCIO ') DIFERE DA DATA DO '
                           'PROCESSAMENTO (' WK-DATA-SISTEMA ')'
                   SET WK-DATA-NEGOCIO-DIVERGENTE TO TRUE
               END-IF
               GO TO 1270-CONFERIR-DATA-NEGOCIO-EXIT
           END-IF

           MOVE 'R'             TO WK-DT-FUNCAO
           MOVE WK-DATA-SISTEMA TO WK-DT-DATA-ENTRADA
           MOVE ZERO            TO WK-DT-QTD-DIAS
           PERFORM 1280-CHAMAR-SUB004
               THRU 1280-CHAMAR-SUB004-EXIT
           IF JOB-ABORTADO
               GO TO 1270-CONFERIR-DATA-NEGOCIO-EXIT
           END-IF
           MOVE WK-DT-DATA-SAIDA TO WK-DATA-UTIL-ATUAL
           MOVE ZEROS            TO WK-DATA-UTIL-PROXIMO

           IF WK-REGRA-UTIL-PROXIMO
               MOVE 'A'                TO WK-DT-FUNCAO
               MOVE WK-DATA-UTIL-ATUAL TO WK-DT-DATA-ENTRADA
               MOVE 1                  TO WK-DT-QTD-DIAS
               PERFORM 1280-CHAMAR-SUB004
                   THRU 1280-CHAMAR-SUB004-EXIT
               IF JOB-ABORTADO
                   GO TO 1270-CONFERIR-DATA-NEGOCIO-EXIT
               END-IF
               MOVE WK-DT-DATA-SAIDA TO WK-DATA-UTIL-PROXIMO
           END-IF

           IF HDR-DATA-NEGOCIO = WK-DATA-UTIL-ATUAL
               GO TO 1270-CONFERIR-DATA-NEGOCIO-EXIT
           END-IF

           IF WK-REGRA-UTIL-PROXIMO
            AND HDR-DATA-NEGOCIO = WK-DATA-UTIL-PROXIMO
               DISPLAY 'LOTE COM DATA DE NEGOCIO DO PROXIMO DIA '
                       'UTIL: ' HDR-DATA-NEGOCIO
               GO TO 1270-CONFERIR-DATA-NEGOCIO-EXIT
           END-IF

           DISPLAY 'ERRO: DATA DE NEGOCIO DO HEADER ('
                   HDR-DATA-NEGOCIO ') FORA DA REGRA '
                   WK-REGRA-DATA-NEGOCIO ' - DIA UTIL CORRENTE '
                   WK-DATA-UTIL-ATUAL ', PROXIMO ' WK-DATA-UTIL-PROXIMO
           SET WK-DATA-NEGOCIO-DIVERGENTE TO TRUE.
       1270-CONFERIR-DATA-NEGOCIO-EXIT.
           EXIT.
      *
       1280-CHAMAR-SUB004.
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
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   SET FIM-ARQUIVO  TO TRUE
                   GO TO 1280-CHAMAR-SUB004-EXIT
           END-CALL

           IF NOT WK-DT-OK
               DISPLAY 'ERRO: SUB004 RETORNOU ' WK-DT-RETORNO
                       ' PARA A DATA ' WK-DT-DATA-ENTRADA
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               SET FIM-ARQUIVO  TO TRUE
           END-IF.
       1280-CHAMAR-SUB004-EXIT.
           EXIT.
      *
      *=================================*
      * 1300-VERIFICAR-LOTE
      * PROCURA O PAR LOTE+PARTICAO CORRENTE NO ARQUIVO DE
      * CONTROLE DE LOTES JA PROCESSADOS. NO MODO PARTICIONADO
      * ENSAIO NAO GRAVA NADA (OS REJEITOS DO ENSAIO SAEM NO LOG
      * DO JOB); NO MODO SEM-VSAM O VSAM DE RESULTADOS NAO E
      * ABERTO NEM GRAVADO.
      * TODA AUDITORIA ABERTA EM ACRESCIMO CONTINUA A CADEIA DA
      * ULTIMA LINHA JA GRAVADA NELA (SUB006, FUNCAO A); A DA
      * PARTICAO CRIADA AGORA PARTE DO ZERO.
      *=================================*
       1400-ABRIR-SAIDAS.
           IF WK-MODO-VALIDAR
               GO TO 1400-ABRIR-SAIDAS-EXIT
           END-IF

           MOVE ZEROS TO WK-CAD-SEQUENCIA
           MOVE ZEROS TO WK-CAD-VALOR
           IF WK-EXISTE-RESTART
            OR WK-PARTICAO = ZERO
               MOVE 'A' TO WK-CAD-FUNCAO
               CALL 'SUB006' USING WK-CAD-FUNCAO,
                               WK-RUN-PROGRAMA,
                               WK-CAD-SEQUENCIA,
                               WK-CAD-VALOR,
                               WK-CAD-RETORNO
                   ON EXCEPTION
                       DISPLAY 'ERRO: SUB006 (POSICAO DA CADEIA DA '
                               'AUDITORIA) INDISPONIVEL'
                       MOVE 16 TO RETURN-CODE
                       GO TO 1400-ABRIR-SAIDAS-EXIT
               END-CALL
               IF WK-CAD-RETORNO NOT = '00'
                   DISPLAY 'ERRO: SUB006 RETORNOU ' WK-CAD-RETORNO
                           ' NA RETOMADA DA CADEIA DA AUDITORIA'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1400-ABRIR-SAIDAS-EXIT
               END-IF
           END-IF

           IF WK-EXISTE-RESTART
               OPEN EXTEND ARQ-SAIDA
               IF WK-STATUS-SAIDA NOT = '00'
                   OPEN OUTPUT ARQ-REJEITOS
               END-IF
           ELSE
      * NO FLUXO UNICO A SAIDA E A AUDITORIA DO DIA JA FORAM
      * INICIADAS PELO LIBERA01 (PRIMEIRO PASSO DA CADEIA, QUE
      * GRAVA OS AGENDADOS LIBERADOS) E SAO ABERTAS EM ACRESCIMO;
      * AS PARTICOES GRAVAM ARQUIVOS PROPRIOS, JUNTADOS DEPOIS
      * PELO MERGE01.
               IF WK-PARTICAO = ZERO
                   OPEN EXTEND ARQ-SAIDA
                   IF WK-STATUS-SAIDA NOT = '00'
                       OPEN OUTPUT ARQ-SAIDA
                   END-IF
                   OPEN EXTEND ARQ-AUDITORIA
                   IF WK-STATUS-AUDIT NOT = '00'
                       OPEN OUTPUT ARQ-AUDITORIA
                   END-IF
               ELSE
                   OPEN OUTPUT ARQ-SAIDA
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               OPEN OUTPUT ARQ-REJEITOS
           END-IF

                   DISPLAY 'ERRO AO ABRIR ARQ-VSAM-RESULT: '
                           WK-STATUS-VSAM
                   MOVE 16 TO RETURN-CODE
                   GO TO 1400-ABRIR-SAIDAS-EXIT
               END-IF
           END-IF

           IF WK-MODO-NORMAL
            AND WK-JANELA-DUPLICIDADE > ZERO
               PERFORM 1450-ABRIR-DUPHIST
                   THRU 1450-ABRIR-DUPHIST-EXIT
               IF RETURN-CODE NOT = ZERO
                   GO TO 1400-ABRIR-SAIDAS-EXIT
               END-IF
           END-IF

      * O ARQUIVO DE AGENDAMENTOS E ABERTO EM I-O (OS AGENDADOS
      * DE DIAS ANTERIORES CONTINUAM LA ATE A LIBERACAO); SO O
      * ARQUIVO INEXISTENTE (STATUS 35) E CRIADO.
           IF WK-MODO-NORMAL
               OPEN I-O ARQ-AGENDA
               IF WK-STATUS-AGENDA = '35'
                   OPEN OUTPUT ARQ-AGENDA
                   CLOSE ARQ-AGENDA
                   OPEN I-O ARQ-AGENDA
               END-IF
               IF WK-STATUS-AGENDA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQ-AGENDA: '
                           WK-STATUS-AGENDA
                   MOVE 16 TO RETURN-CODE
                   GO TO 1400-ABRIR-SAIDAS-EXIT
               END-IF
               SET WK-AGENDA-ABERTA TO TRUE
           END-IF.
       1400-ABRIR-SAIDAS-EXIT.
           EXIT.
      *
      *=================================*
      * 1450-ABRIR-DUPHIST
      * APURA A DATA DE CORTE DA JANELA DE DUPLICIDADE (A DATA DO
      * SISTEMA RECUADA JANELA-DUPLICIDADE DIAS UTEIS PELO SUB004)
      * E ABRE O HISTORICO DE IMPRESSOES DIGITAIS EM I-O. HISTORICO
      * INEXISTENTE (STATUS 35, PRIMEIRA EXECUCAO) E CRIADO VAZIO E
      * REABERTO EM I-O, PARA QUE OS LOTES SEGUINTES DA MESMA
      * EXECUCAO JA SEJAM CONFERIDOS CONTRA OS ANTERIORES. FALHA NA
      * ABERTURA E FATAL, COMO NOS DEMAIS ARQUIVOS DE SAIDA - SEM
      * O HISTORICO UMA RETRANSMISSAO SERIA POSTADA DE NOVO.
      *=================================*
       1450-ABRIR-DUPHIST.
           MOVE 'R'                   TO WK-DT-FUNCAO
           MOVE WK-DATA-SISTEMA       TO WK-DT-DATA-ENTRADA
           MOVE WK-JANELA-DUPLICIDADE TO WK-DT-QTD-DIAS
           PERFORM 1280-CHAMAR-SUB004
               THRU 1280-CHAMAR-SUB004-EXIT
           IF JOB-ABORTADO
               GO TO 1450-ABRIR-DUPHIST-EXIT
           END-IF
           MOVE WK-DT-DATA-SAIDA TO WK-DATA-CORTE-DUP
           DISPLAY 'DUPLICIDADE CONFERIDA CONTRA POSTAGENS DESDE '
                   WK-DATA-CORTE-DUP

           OPEN I-O ARQ-DUP-HIST
           IF WK-STATUS-DUPHIST = '35'
               OPEN OUTPUT ARQ-DUP-HIST
               CLOSE ARQ-DUP-HIST
               OPEN I-O ARQ-DUP-HIST
           END-IF
           IF WK-STATUS-DUPHIST NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-DUP-HIST: '
                       WK-STATUS-DUPHIST
               MOVE 16 TO RETURN-CODE
               GO TO 1450-ABRIR-DUPHIST-EXIT
           END-IF
           SET WK-DUPHIST-ABERTO TO TRUE.
       1450-ABRIR-DUPHIST-EXIT.
           EXIT.
      *
      *=================================*
      * 1500-PULAR-PROCESSADOS
      * SE HOUVER CHECKPOINT, PULA OS REGISTROS JA PROCESSADOS NA
      * EXECUCAO ANTERIOR SEM CHAMAR O SUB001 NOVAMENTE. O
                   MOVE HDR-LOTE-ID TO WK-LOTE-ID
                   MOVE HDR-SISTEMA-ORIGEM TO WK-SISTEMA-ORIGEM
                   MOVE HDR-DATA-NEGOCIO   TO WK-DATA-NEGOCIO
                   ACCEPT WK-DATA-CHEGADA FROM DATE YYYYMMDD
                   ACCEPT WK-HORA-CHEGADA FROM TIME
                   PERFORM 1210-LER-ORIGEM
                       THRU 1210-LER-ORIGEM-EXIT
                   MOVE ZERO TO WK-PARTICAO
                   MOVE ZERO TO WK-SEQ-BASE
                   IF HDR-PARTICAO NUMERIC
                   PERFORM 1700-ACUMULAR-HASH
                       THRU 1700-ACUMULAR-HASH-EXIT
                   ADD 1 TO WK-DETALHES-LOTE
               WHEN REG-TIPO-AGENDADO
                   PERFORM 1700-ACUMULAR-HASH
                       THRU 1700-ACUMULAR-HASH-EXIT
                   ADD 1 TO WK-DETALHES-LOTE
               WHEN REG-TIPO-TRAILER
                   SET WK-SEM-LOTE-EM-CURSO TO TRUE
           END-EVALUATE.
      * O DETALHE TIPO R NAO CONTRIBUI PARA O HASH DE NUM1 (O
      * SISTEMA DE ORIGEM NAO CONHECE O RESULTADO REFERENCIADO) E O
      * NUM2 DELE ESTA NO DESLOCAMENTO PROPRIO DO LEIAUTE TIPO R.
      * O DETALHE TIPO A (AGENDADO) TEM OS OPERANDOS NAS MESMAS
      * POSICOES DO TIPO D E ENTRA NO HASH NO DIA DO RECEBIMENTO.
      *=================================*
       1700-ACUMULAR-HASH.
           IF REG-TIPO-REFERENCIA

           EVALUATE TRUE
               WHEN REG-TIPO-DETALHE
               WHEN REG-TIPO-AGENDADO
                   PERFORM 1700-ACUMULAR-HASH
                       THRU 1700-ACUMULAR-HASH-EXIT
                   SET WK-PAR-DIRETO   TO TRUE
                   SET WK-PAR-IMEDIATO TO TRUE
                   IF REG-TIPO-AGENDADO
                       SET WK-PAR-AGENDADO TO TRUE
                       MOVE AGD-DATA-EFETIVA TO WK-DATA-INFORMADA
                   END-IF
                   MOVE REG-NUM1-SINAL TO WK-NUM1-SINAL
                   MOVE REG-NUM1-DIGS  TO WK-NUM1-DIGS
                   MOVE REG-NUM2-SINAL TO WK-NUM2-SINAL
                   PERFORM 1700-ACUMULAR-HASH
                       THRU 1700-ACUMULAR-HASH-EXIT
                   SET WK-PAR-ENCADEADO TO TRUE
                   SET WK-PAR-IMEDIATO  TO TRUE
                   MOVE REF-TRANS-ID   TO WK-REF-ID
                   MOVE REF-NUM2-SINAL TO WK-NUM2-SINAL
                   MOVE REF-NUM2-DIGS  TO WK-NUM2-DIGS
           EXIT.
      *
      *=================================*
      * 2550-CONFERIR-MOEDA-ORIGEM
      * CONFERE A MOEDA DO PAR CONTRA A LISTA DE MOEDAS DA ORIGEM
      * NO CADASTRO SISORIG. LISTA VAZIA AUTORIZA QUALQUER MOEDA.
      *=================================*
       2550-CONFERIR-MOEDA-ORIGEM.
           SET WK-MOEDA-AUTORIZADA TO TRUE
           IF WK-MOEDAS-ORIGEM = SPACES
               GO TO 2550-CONFERIR-MOEDA-ORIGEM-EXIT
           END-IF

           SET WK-MOEDA-NAO-AUTORIZADA TO TRUE
           PERFORM 2560-COMPARAR-MOEDA-ORIGEM
               THRU 2560-COMPARAR-MOEDA-ORIGEM-EXIT
               VARYING WK-IND-MOE-ORIGEM FROM 1 BY 1
               UNTIL WK-IND-MOE-ORIGEM > 5
                  OR WK-MOEDA-AUTORIZADA.
       2550-CONFERIR-MOEDA-ORIGEM-EXIT.
           EXIT.
      *
       2560-COMPARAR-MOEDA-ORIGEM.
           IF WK-MOEDA-ORIGEM (WK-IND-MOE-ORIGEM) = WK-MOEDA
               SET WK-MOEDA-AUTORIZADA TO TRUE
           END-IF.
       2560-COMPARAR-MOEDA-ORIGEM-EXIT.
           EXIT.
      *
      *=================================*
      * 2600-GRAVAR-REJEITO
      * GRAVA O CONTEUDO DO REGISTRO REJEITADO, JUNTO COM O
      * MOTIVO, NO ARQUIVO DE REJEITOS, PARA CORRECAO POSTERIOR.
           MOVE WK-MOEDA         TO LJ-MOEDA

      * CONTABILIZA O REJEITO NO ACUSE DO LOTE, ABERTO POR MOTIVO
      * 01-10 (MOTIVO FORA DA FAIXA CAI NA ENTRADA DE OUTROS). A
      * SUSPEITA DE DUPLICIDADE (MOTIVO 11) TEM CAMPO PROPRIO NO
      * ACUSE.
           ADD 1 TO WK-REJEITADOS-LOTE
           IF WK-COD-MOTIVO = '11'
               ADD 1 TO WK-DUPLICADOS-LOTE
           ELSE
               MOVE 11 TO WK-IDX-MOTIVO
               IF WK-COD-MOTIVO NUMERIC
                   MOVE WK-COD-MOTIVO TO WK-MOT-DIGITOS
                   IF WK-MOT-DIGITOS-V > 0
                    AND WK-MOT-DIGITOS-V < 11
                       MOVE WK-MOT-DIGITOS-V TO WK-IDX-MOTIVO
                   END-IF
               END-IF
               ADD 1 TO WK-REJ-MOT-LOTE (WK-IDX-MOTIVO)
           END-IF

           IF WK-MODO-VALIDAR
               DISPLAY 'REJEITO (ENSAIO): ' LINHA-REJEITO
           EXIT.
      *
      *=================================*
      * 2800-VERIFICAR-DUPLICIDADE
      * MONTA A IMPRESSAO DIGITAL DO DETALHE JA VALIDADO (ORIGEM,
      * DATA DE NEGOCIO, TIPO, OPERANDOS, OPERACAO E MOEDA) E A
      * PROCURA NO HISTORICO DUPHIST. O PRIMEIRO OPERANDO DO
      * DETALHE TIPO R E O ID REFERENCIADO, E NAO O RESULTADO
      * BUSCADO NO VSAMRES. O SINAL E NORMALIZADO (+ OU -) PARA QUE
      * BRANCO E + NAO GEREM IMPRESSOES DIFERENTES. IMPRESSAO
      * POSTADA PELO PROPRIO LOTE (REINICIO DE CHECKPOINT, PARTICAO
      * IRMA OU REPETICAO DENTRO DA MESMA TRANSMISSAO) NAO E
      * DUPLICIDADE; IMPRESSAO POSTADA ANTES DA DATA DE CORTE DA
      * JANELA ESTA VENCIDA E SERA SUBSTITUIDA. HISTORICO FECHADO
      * (MODOS VALIDAR E SEM-VSAM OU JANELA 000) DESLIGA A CRITICA.
      *=================================*
       2800-VERIFICAR-DUPLICIDADE.
           SET WK-DUP-INEDITO TO TRUE
           IF WK-DUPHIST-FECHADO
               GO TO 2800-VERIFICAR-DUPLICIDADE-EXIT
           END-IF

           MOVE SPACES            TO WK-CHAVE-DUP
           MOVE WK-SISTEMA-ORIGEM TO WK-CD-SISTEMA
           MOVE WK-DATA-NEGOCIO   TO WK-CD-DATA-NEGOCIO
           IF WK-PAR-ENCADEADO
               MOVE 'R'           TO WK-CD-TIPO
               MOVE WK-REF-ID     TO WK-CD-OPERANDO-1
           ELSE
               MOVE 'D'           TO WK-CD-TIPO
               IF WK-PAR-AGENDADO
                   MOVE 'A'       TO WK-CD-TIPO
               END-IF
               MOVE '+'           TO WK-CD-OP1-SINAL
               IF WK-NUM1 < ZERO
                   MOVE '-'       TO WK-CD-OP1-SINAL
               END-IF
               MOVE WK-NUM1-DIGS  TO WK-CD-OP1-DIGS
           END-IF
           MOVE '+'               TO WK-CD-OP2-SINAL
           IF WK-NUM2 < ZERO
               MOVE '-'           TO WK-CD-OP2-SINAL
           END-IF
           MOVE WK-NUM2-DIGS      TO WK-CD-OP2-DIGS
           MOVE WK-OPERACAO       TO WK-CD-OPERACAO
           MOVE WK-MOEDA          TO WK-CD-MOEDA

           MOVE WK-CHAVE-DUP TO DH-CHAVE
           READ ARQ-DUP-HIST
               INVALID KEY
                   GO TO 2800-VERIFICAR-DUPLICIDADE-EXIT
           END-READ

           IF DH-LOTE-ID = WK-LOTE-ID
               SET WK-DUP-MESMO-LOTE TO TRUE
               GO TO 2800-VERIFICAR-DUPLICIDADE-EXIT
           END-IF

           IF DH-DATA-REGISTRO < WK-DATA-CORTE-DUP
               SET WK-DUP-VENCIDO TO TRUE
               GO TO 2800-VERIFICAR-DUPLICIDADE-EXIT
           END-IF

           SET WK-DUP-SUSPEITO TO TRUE.
       2800-VERIFICAR-DUPLICIDADE-EXIT.
           EXIT.
      *
      *=================================*
      * 2850-REGISTRAR-IMPRESSAO
      * DEPOIS DO DETALHE POSTADO NO VSAMRES, GRAVA A IMPRESSAO
      * DIGITAL NO DUPHIST COM O LOTE, O ID DE TRANSACAO E A DATA
      * DA POSTAGEM (ENTRADA VENCIDA E REGRAVADA). IMPRESSAO JA
      * REGISTRADA PELO PROPRIO LOTE FICA COMO ESTA. FALHA NA
      * GRAVACAO E SO AVISADA - O DETALHE JA FOI POSTADO.
      *=================================*
       2850-REGISTRAR-IMPRESSAO.
           IF WK-DUPHIST-FECHADO
            OR WK-DUP-MESMO-LOTE
               GO TO 2850-REGISTRAR-IMPRESSAO-EXIT
           END-IF

           MOVE SPACES          TO REG-DUP-HIST
           MOVE WK-CHAVE-DUP    TO DH-CHAVE
           MOVE WK-LOTE-ID      TO DH-LOTE-ID
           MOVE WK-TRANS-ID     TO DH-TRANS-ID
           MOVE WK-DATA-SISTEMA TO DH-DATA-REGISTRO

           IF WK-DUP-VENCIDO
               REWRITE REG-DUP-HIST
                   INVALID KEY
                       DISPLAY 'AVISO: FALHA AO REGRAVAR DUPHIST, '
                               'ID: ' WK-TRANS-ID
               END-REWRITE
           ELSE
               WRITE REG-DUP-HIST
                   INVALID KEY
                       DISPLAY 'AVISO: FALHA AO GRAVAR DUPHIST, '
                               'ID: ' WK-TRANS-ID
               END-WRITE
           END-IF.
       2850-REGISTRAR-IMPRESSAO-EXIT.
           EXIT.
      *
      *=================================*
      * 2900-CONFERIR-DATA-EFETIVA
      * CONFERE A DATA EFETIVA DO DETALHE AGENDADO: TEM QUE SER UMA
      * DATA VALIDA, E E AJUSTADA PELO SUB004 PARA O PROPRIO DIA,
      * SE FOR UTIL, OU O PRIMEIRO DIA UTIL SEGUINTE. A DATA
      * AJUSTADA TEM QUE SER POSTERIOR A DATA DE NEGOCIO DO LOTE -
      * DETALHE PARA HOJE OU PARA TRAS E DETALHE COMUM (TIPO D).
      * CALENDARIO AUSENTE (RETORNO 04) SO CONSIDERA OS FINS DE
      * SEMANA, COMO NA CONFERENCIA DA DATA DE NEGOCIO.
      *=================================*
       2900-CONFERIR-DATA-EFETIVA.
           SET WK-DATA-EFETIVA-INVALIDA TO TRUE
           MOVE ZEROS TO WK-DATA-EFETIVA
           MOVE SPACES TO WK-MSG-MOTIVO
           STRING 'DATA EFETIVA INVALIDA: ' DELIMITED BY SIZE
                  WK-DATA-INFORMADA DELIMITED BY SIZE
               INTO WK-MSG-MOTIVO
           END-STRING

           IF WK-DATA-INFORMADA NOT NUMERIC
               GO TO 2900-CONFERIR-DATA-EFETIVA-EXIT
           END-IF

           MOVE 'A'                 TO WK-DT-FUNCAO
           MOVE WK-DATA-INFORMADA-V TO WK-DT-DATA-ENTRADA
           MOVE ZERO                TO WK-DT-QTD-DIAS
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
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   SET FIM-LOTE     TO TRUE
                   SET FIM-ARQUIVO  TO TRUE
                   GO TO 2900-CONFERIR-DATA-EFETIVA-EXIT
           END-CALL

           IF NOT WK-DT-OK
               GO TO 2900-CONFERIR-DATA-EFETIVA-EXIT
           END-IF

           IF WK-DT-DATA-SAIDA NOT > WK-DATA-NEGOCIO
               MOVE SPACES TO WK-MSG-MOTIVO
               STRING 'DATA EFETIVA NAO POSTERIOR AO NEGOCIO: '
                          DELIMITED BY SIZE
                      WK-DATA-INFORMADA DELIMITED BY SIZE
                   INTO WK-MSG-MOTIVO
               END-STRING
               GO TO 2900-CONFERIR-DATA-EFETIVA-EXIT
           END-IF

           MOVE WK-DT-DATA-SAIDA TO WK-DATA-EFETIVA
           SET WK-DATA-EFETIVA-VALIDA TO TRUE.
       2900-CONFERIR-DATA-EFETIVA-EXIT.
           EXIT.
      *
      *=================================*
      * 3000-PROCESSAR-ARQUIVO
      * CHAMA O SUBPROGRAMA DE CALCULO PARA O PAR CORRENTE,
      * GRAVA A LINHA DE SAIDA E LE O PROXIMO PAR. SE O SUB001
               GO TO 3000-PROCESSAR-ARQUIVO-CONTINUA
           END-IF

      * A MOEDA, JA ACEITA PELA TABELA GERAL DO PARMFILE, AINDA TEM
      * QUE CONSTAR NA LISTA DE MOEDAS DA ORIGEM (QUANDO HOUVER).
           PERFORM 2550-CONFERIR-MOEDA-ORIGEM
               THRU 2550-CONFERIR-MOEDA-ORIGEM-EXIT

           IF WK-MOEDA-NAO-AUTORIZADA
               MOVE '09' TO WK-COD-MOTIVO
               MOVE SPACES TO WK-MSG-MOTIVO
               STRING 'MOEDA NAO AUTORIZADA PARA A ORIGEM '
                          DELIMITED BY SIZE
                      WK-SISTEMA-ORIGEM DELIMITED BY SPACE
                      ': ' DELIMITED BY SIZE
                      WK-MOEDA DELIMITED BY SIZE
                   INTO WK-MSG-MOTIVO
               END-STRING
               PERFORM 2600-GRAVAR-REJEITO
                   THRU 2600-GRAVAR-REJEITO-EXIT
               GO TO 3000-PROCESSAR-ARQUIVO-CONTINUA
           END-IF

      * O DETALHE AGENDADO PRECISA DE UMA DATA EFETIVA VALIDA E
      * POSTERIOR A DATA DE NEGOCIO DO LOTE; CASO CONTRARIO VAI
      * PARA OS REJEITOS COM O MOTIVO 12.
           IF WK-PAR-AGENDADO
               PERFORM 2900-CONFERIR-DATA-EFETIVA
                   THRU 2900-CONFERIR-DATA-EFETIVA-EXIT
               IF JOB-ABORTADO
                   GO TO 3000-PROCESSAR-ARQUIVO-EXIT
               END-IF
               IF WK-DATA-EFETIVA-INVALIDA
                   MOVE '12' TO WK-COD-MOTIVO
                   PERFORM 2600-GRAVAR-REJEITO
                       THRU 2600-GRAVAR-REJEITO-EXIT
                   GO TO 3000-PROCESSAR-ARQUIVO-CONTINUA
               END-IF
           END-IF

      * DETALHE COM A MESMA IMPRESSAO DIGITAL DE UM DETALHE POSTADO
      * POR OUTRO LOTE DENTRO DA JANELA NAO E CALCULADO: VAI PARA
      * OS REJEITOS COM O MOTIVO 11, CITANDO O LOTE E O ID DA
      * POSTAGEM ORIGINAL, E SO VOLTA A SER POSTADO SE O ANALISTA
      * O LIBERAR COMO REPETICAO LEGITIMA NO REWORK01.
           PERFORM 2800-VERIFICAR-DUPLICIDADE
               THRU 2800-VERIFICAR-DUPLICIDADE-EXIT

           IF WK-DUP-SUSPEITO
               MOVE '11' TO WK-COD-MOTIVO
               MOVE SPACES TO WK-MSG-MOTIVO
               STRING 'DUPLICIDADE DO LOTE ' DELIMITED BY SIZE
                      DH-LOTE-ID DELIMITED BY SIZE
                      ' ID ' DELIMITED BY SIZE
                      DH-TRANS-ID DELIMITED BY SIZE
                   INTO WK-MSG-MOTIVO
               END-STRING
               PERFORM 2600-GRAVAR-REJEITO
                   THRU 2600-GRAVAR-REJEITO-EXIT
               GO TO 3000-PROCESSAR-ARQUIVO-CONTINUA
           END-IF

      * O DETALHE AGENDADO ACEITO NAO E CALCULADO HOJE: FICA NO
      * AGENDMST ATE A DATA EFETIVA.
           IF WK-PAR-AGENDADO
               PERFORM 3400-AGENDAR-DETALHE
                   THRU 3400-AGENDAR-DETALHE-EXIT
               IF JOB-ABORTADO
                   GO TO 3000-PROCESSAR-ARQUIVO-EXIT
               END-IF
               GO TO 3000-PROCESSAR-ARQUIVO-CONTINUA
           END-IF

           IF WK-MODO-VALIDAR
               ADD 1 TO WK-CONT-REGISTROS
               ADD 1 TO WK-ACEITOS-LOTE
               MOVE WK-MENSAGEM TO WK-MSG-MOTIVO
               PERFORM 3200-GRAVAR-AUDITORIA
                   THRU 3200-GRAVAR-AUDITORIA-EXIT
               IF JOB-ABORTADO
                   GO TO 3000-PROCESSAR-ARQUIVO-EXIT
               END-IF
               PERFORM 2600-GRAVAR-REJEITO
                   THRU 2600-GRAVAR-REJEITO-EXIT
               GO TO 3000-PROCESSAR-ARQUIVO-CONTINUA

           PERFORM 3200-GRAVAR-AUDITORIA
               THRU 3200-GRAVAR-AUDITORIA-EXIT
           IF JOB-ABORTADO
               GO TO 3000-PROCESSAR-ARQUIVO-EXIT
           END-IF

           IF WK-MODO-NORMAL
               PERFORM 3300-GRAVAR-VSAM
                   THRU 3300-GRAVAR-VSAM-EXIT
               PERFORM 2850-REGISTRAR-IMPRESSAO
                   THRU 2850-REGISTRAR-IMPRESSAO-EXIT
           END-IF.
      *
       3000-PROCESSAR-ARQUIVO-CONTINUA.
      *=================================*
      * 3200-GRAVAR-AUDITORIA
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA PARA CADA
      * CHAMADA AO SUB001, COM DATA/HORA DO SISTEMA, CARIMBADO
      * COM A SEQUENCIA E O VALOR DE CADEIA (SUB005). SEM O
      * CARIMBO A LINHA NAO E GRAVADA E O JOB ABORTA.
      *=================================*
       3200-GRAVAR-AUDITORIA.
           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WK-MENSAGEM   TO LA-MENSAGEM
           MOVE WK-MOEDA      TO LA-MOEDA

           MOVE 'C' TO WK-CAD-FUNCAO
           CALL 'SUB005' USING WK-CAD-FUNCAO,
                           LINHA-AUDITORIA,
                           WK-CAD-SEQUENCIA,
                           WK-CAD-VALOR,
                           WK-CAD-RETORNO
               ON EXCEPTION
                   DISPLAY 'ERRO: SUB005 (CADEIA DA AUDITORIA) '
                           'INDISPONIVEL'
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   SET FIM-LOTE     TO TRUE
                   SET FIM-ARQUIVO  TO TRUE
                   GO TO 3200-GRAVAR-AUDITORIA-EXIT
           END-CALL

           IF WK-CAD-RETORNO NOT = '00'
               DISPLAY 'ERRO: SUB005 RETORNOU ' WK-CAD-RETORNO
                       ' - LINHA DE AUDITORIA NAO GRAVADA'
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTADO TO TRUE
               SET FIM-LOTE     TO TRUE
               SET FIM-ARQUIVO  TO TRUE
               GO TO 3200-GRAVAR-AUDITORIA-EXIT
           END-IF

           WRITE REG-AUDITORIA FROM LINHA-AUDITORIA.
       3200-GRAVAR-AUDITORIA-EXIT.
           EXIT.
           EXIT.
      *
      *=================================*
      * 3400-AGENDAR-DETALHE
      * GUARDA O DETALHE AGENDADO JA VALIDADO NO AGENDMST, SOB A
      * MESMA CHAVE QUE O ID DE TRANSACAO TERIA (DATA DO SISTEMA +
      * SEQUENCIA DO DETALHE), COM A SITUACAO P (PENDENTE) E A
      * DATA EFETIVA AJUSTADA. O DETALHE CONTA COMO ACEITO NO
      * ACUSE, MAS NAO ENTRA NOS TOTAIS DE CONTROLE DA SAIDA - O
      * CALCULO SO ACONTECE NA LIBERACAO. NO MODO VALIDAR O
      * DETALHE SO E CONTADO; NO MODO SEM-VSAM ELE NAO E GUARDADO
      * (AVISO NO LOG). CHAVE JA EXISTENTE NUMA RETOMADA DE
      * CHECKPOINT E O PROPRIO DETALHE, GUARDADO ANTES DA
      * INTERRUPCAO. O DETALHE SO E CONTADO DEPOIS DE GUARDADO;
      * QUALQUER OUTRA FALHA NA GRAVACAO ABORTA O JOB.
      *=================================*
       3400-AGENDAR-DETALHE.
           IF WK-MODO-VALIDAR
               GO TO 3400-AGENDAR-DETALHE-CONTAR
           END-IF

           IF WK-MODO-SEM-VSAM
               DISPLAY 'AVISO: DETALHE AGENDADO PARA '
                       WK-DATA-EFETIVA ' NAO GUARDADO (MODO '
                       'SEM-VSAM)'
               GO TO 3400-AGENDAR-DETALHE-CONTAR
           END-IF

           ACCEPT WK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SISTEMA FROM TIME
           MOVE WK-DATA-SISTEMA   TO WK-TRANS-ID-DATA
           COMPUTE WK-TRANS-ID-SEQ =
                   WK-SEQ-BASE + WK-REGISTRO-ATUAL
           MOVE WK-TRANS-ID-PARTES TO WK-TRANS-ID

           MOVE SPACES              TO REG-AGENDA
           MOVE WK-TRANS-ID         TO AG-CHAVE
           SET AG-PENDENTE          TO TRUE
           MOVE WK-DATA-EFETIVA     TO AG-DATA-EFETIVA
           MOVE WK-DATA-INFORMADA-V TO AG-DATA-INFORMADA
           MOVE WK-LOTE-ID          TO AG-LOTE-ID
           MOVE WK-SISTEMA-ORIGEM   TO AG-SISTEMA-ORIGEM
           MOVE WK-DATA-NEGOCIO     TO AG-DATA-NEGOCIO
           MOVE WK-NUM1-SINAL       TO AG-NUM1-SINAL
           MOVE WK-NUM1-DIGS        TO AG-NUM1-DIGS
           MOVE WK-NUM2-SINAL       TO AG-NUM2-SINAL
           MOVE WK-NUM2-DIGS        TO AG-NUM2-DIGS
           MOVE WK-OPERACAO         TO AG-OPERACAO
           MOVE WK-MOEDA            TO AG-MOEDA
           MOVE WK-DATA-SISTEMA     TO AG-DATA-SITUACAO
           MOVE WK-HORA-SISTEMA     TO AG-HORA-SITUACAO
           MOVE WK-RUN-PROGRAMA     TO AG-OPERADOR
           MOVE 'AGENDADO NO RECEBIMENTO DO LOTE' TO AG-MENSAGEM

           WRITE REG-AGENDA
               INVALID KEY
                   IF WK-STATUS-AGENDA = '22'
                    AND WK-EXISTE-RESTART
                       DISPLAY 'AVISO: AGENDAMENTO JA GUARDADO '
                               'ANTES DA RETOMADA, CHAVE: '
                               WK-TRANS-ID
                       GO TO 3400-AGENDAR-DETALHE-CONTAR
                   END-IF
                   DISPLAY 'ERRO AO GRAVAR AGENDMST, CHAVE: '
                           WK-TRANS-ID ' STATUS: '
                           WK-STATUS-AGENDA
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTADO TO TRUE
                   SET FIM-LOTE     TO TRUE
                   SET FIM-ARQUIVO  TO TRUE
                   GO TO 3400-AGENDAR-DETALHE-EXIT
           END-WRITE

           PERFORM 2850-REGISTRAR-IMPRESSAO
               THRU 2850-REGISTRAR-IMPRESSAO-EXIT.
      *
       3400-AGENDAR-DETALHE-CONTAR.
           ADD 1 TO WK-ACEITOS-LOTE
           ADD 1 TO WK-AGENDADOS-LOTE
           ADD 1 TO WK-CONT-AGENDADOS.
       3400-AGENDAR-DETALHE-EXIT.
           EXIT.
      *
      *=================================*
      * 6000-PROCESSAR-LOTE
      * PROCESSA UM GRUPO COMPLETO H/D.../T DO ARQUIVO DE ENTRADA:
      * VALIDA O HEADER, ABRE OS ARQUIVOS DE SAIDA NO PRIMEIRO LOTE
           DISPLAY 'TOTAL DE REGISTROS LIDOS: ' WK-CONT-REGISTROS
           DISPLAY 'SOMA DOS RESULTADOS.....: ' WK-TOTAL-RESULTADO
           DISPLAY 'MEDIA DOS RESULTADOS....: ' WK-MEDIA-RESULTADO
           DISPLAY 'DETALHES AGENDADOS......: ' WK-CONT-AGENDADOS
           DISPLAY 'LOTES CONCLUIDOS........: ' WK-QTD-LOTES-OK
           DISPLAY 'LOTES RECUSADOS.........: ' WK-QTD-LOTES-RECUSA
           DISPLAY 'LOTES COM ERRO..........: ' WK-QTD-LOTES-ERRO.
           MOVE WK-REJEITADOS-LOTE   TO CKP-REJEITADOS-LOTE
           MOVE WK-REJ-MOTIVOS-LOTE  TO CKP-REJ-MOTIVOS
           MOVE WK-POSICAO-ENTRADA   TO CKP-POSICAO-ENTRADA
           MOVE WK-DUPLICADOS-LOTE   TO CKP-DUPLICADOS-LOTE
           MOVE WK-AGENDADOS-LOTE    TO CKP-AGENDADOS-LOTE
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.
       7500-GRAVAR-CHECKPOINT-EXIT.
           MOVE ZERO  TO CKP-REJEITADOS-LOTE
           MOVE ZEROS TO CKP-REJ-MOTIVOS
           MOVE ZERO  TO CKP-POSICAO-ENTRADA
           MOVE ZERO  TO CKP-DUPLICADOS-LOTE
           MOVE ZERO  TO CKP-AGENDADOS-LOTE
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.
       7600-LIMPAR-CHECKPOINT-EXIT.
      * 7700-REGISTRAR-LOTE
      * AO TERMINAR O LOTE COM SUCESSO, REGISTRA O ID DO LOTE NO
      * ARQUIVO DE CONTROLE, PARA QUE UMA RETRANSMISSAO DO MESMO
      * LOTE SEJA RECUSADA. A DATA DE NEGOCIO, A ORIGEM E A
      * DATA/HORA DE CHEGADA ALIMENTAM O RELATORIO DE TRANSMISSOES
      * AUSENTES (FALTAS01). FALHA NO REGISTRO E TRATADA COMO ERRO
      * FATAL, POIS SEM ELE O MESMO LOTE PODERIA SER PROCESSADO
      * DUAS VEZES.
      *=================================*
           MOVE SPACES       TO REG-LOTE-CTL
           MOVE WK-LOTE-ID   TO LOT-LOTE-ID
           MOVE WK-PARTICAO  TO LOT-PARTICAO
           MOVE WK-DATA-NEGOCIO   TO LOT-DATA-NEGOCIO
           MOVE WK-SISTEMA-ORIGEM TO LOT-SISTEMA-ORIGEM
           MOVE WK-DATA-CHEGADA   TO LOT-DATA-CHEGADA
           MOVE WK-HORA-CHEGADA   TO LOT-HORA-CHEGADA
           MOVE WK-DETALHES-LOTE  TO LOT-QTD-DETALHES
           WRITE REG-LOTE-CTL
           CLOSE ARQ-LOTE-CTL.
       7700-REGISTRAR-LOTE-EXIT.
           MOVE WK-HASH-NUM2      TO WK-HASH-DIGITOS-V
           MOVE WK-HASH-DIGITOS   TO AK-HASH-NUM2
           MOVE WK-MOTIVO-RECUSA  TO AK-MOTIVO-RECUSA
           MOVE WK-DUPLICADOS-LOTE TO AK-DUPLICADOS
           MOVE WK-AGENDADOS-LOTE TO AK-AGENDADOS

           IF WK-MODO-VALIDAR
               DISPLAY 'ACUSE (ENSAIO): ' LINHA-ACK
      *
      *=================================*
      * 8000-ENCERRAR-ARQUIVOS
      * NO FLUXO UNICO A POSICAO FINAL DA CADEIA DA TRILHA E
      * PUBLICADA NO AUDCTL (SUB006); A AUDITORIA DE UMA PARTICAO
      * E UM ARQUIVO PROPRIO, REENCADEADO DEPOIS PELO MERGE01.
      *=================================*
       8000-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-PARES
           CLOSE ARQ-PARES-PREVIA
           CLOSE ARQ-SIS-ORIGEM
           IF WK-SAIDAS-ABERTAS
               CLOSE ARQ-SAIDA
               CLOSE ARQ-AUDITORIA
               IF WK-MODO-NORMAL
                   CLOSE ARQ-VSAM-RESULT
               END-IF
               IF WK-PARTICAO = ZERO
                   MOVE 'P' TO WK-CAD-FUNCAO
                   CALL 'SUB006' USING WK-CAD-FUNCAO,
                                   WK-RUN-PROGRAMA,
                                   WK-CAD-SEQUENCIA,
                                   WK-CAD-VALOR,
                                   WK-CAD-RETORNO
                       ON EXCEPTION
                           MOVE '99' TO WK-CAD-RETORNO
                   END-CALL
                   IF WK-CAD-RETORNO NOT = '00'
                       DISPLAY 'ERRO: POSICAO DA CADEIA DA AUDITORIA '
                               'NAO PUBLICADA NO AUDCTL (SUB006 '
                               'RETORNO ' WK-CAD-RETORNO ')'
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTADO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WK-ACK-ABERTO
               CLOSE ARQ-ACK
           END-IF
           IF WK-DUPHIST-ABERTO
               CLOSE ARQ-DUP-HIST
           END-IF
           IF WK-AGENDA-ABERTA
               CLOSE ARQ-AGENDA
           END-IF.
       8000-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
