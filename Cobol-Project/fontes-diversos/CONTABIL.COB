       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTABIL.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * RECIBOS DO PERIODO: CADA RECIBO NORMAL E UM RECEBIMENTO NA
      * CONTA DA FORMA DE PAGAMENTO; CADA CONTRA-RECIBO 'E' DESFAZ O
      * LANCAMENTO DO RECIBO DE ORIGEM.
       SELECT ARQ-REC
              ASSIGN TO WS-ARQ-RECIBOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-REC.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-NEG
              ASSIGN TO WS-ARQ-NEGOCIA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-NEG
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NEG.

      * CONTA CORRENTE DE CREDITO DOS RESPONSAVEIS: ENTRADAS 'E'
      * (PAGAMENTO EM DUPLICIDADE OU A MAIOR) E DEVOLUCOES 'D' DO
      * PERIODO. AS APLICACOES SAEM PELOS RECIBOS DE FORMA 'K'.
       SELECT ARQ-CRE
              ASSIGN TO WS-ARQ-CREDITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CRE
              ALTERNATE RECORD KEY IS CPF-CRE
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CRE.

      * COTAS DAS EMPRESAS CONVENIADAS (CRIAPAR): A PARTE DA PARCELA
      * PAGA PELA EMPRESA NAO E DESCONTO DA FAMILIA.
       SELECT ARQ-COT
              ASSIGN TO WS-ARQ-COTACNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-COT
              ALTERNATE RECORD KEY IS EMPRESA-COT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-COT.

      * FATURAS DE CONVENIO (FATCONV/BAIXACNV): EMISSAO E PAGAMENTO
      * DO PERIODO.
       SELECT ARQ-FAT
              ASSIGN TO WS-ARQ-FATCNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-FAT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FAT.

      * DE-PARA DO PLANO DE CONTAS DO ESCRITORIO CONTABIL: UMA LINHA
      * POR TIPO DE MOVIMENTO COM A CONTA DEBITO, A CONTA CREDITO E
      * O HISTORICO PADRAO, SEPARADOS POR ';'. LINHA COM '*' NA
      * PRIMEIRA COLUNA E COMENTARIO, COMO NO PARAMS.CFG.
       SELECT ARQ-PLA
              ASSIGN TO WS-ARQ-PLANOCTB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-PLA.

      * ARQUIVO DE TRABALHO: OS LANCAMENTOS SAEM DE VARIOS ARQUIVOS
      * FORA DE ORDEM E FICAM AQUI CHAVEADOS POR DATA + SEQUENCIA,
      * PARA A CONFERENCIA E A EXPORTACAO SAIREM DIA A DIA. E
      * RECRIADO A CADA EXECUCAO.
       SELECT ARQ-TRB
              ASSIGN TO WS-ARQ-CONTABTRAB
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-TRB
              FILE STATUS IS FS-STAT-TRB.

      * DIARIO NO LAYOUT DE IMPORTACAO DO ESCRITORIO CONTABIL.
       SELECT ARQ-CTB
              ASSIGN TO WS-ARQ-CONTABTXT
              ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-CONTABLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REC.
       01  REG-REC.
           02 NUM-RECIBO      PIC 9(06).
           02 CODIGO-REC      PIC 9(08).
           02 ANO-REF-REC     PIC 9(04).
           02 SLOT-REC        PIC 9(02).
           02 VALOR-REC       PIC 9(05)V99.
           02 DATA-PAG-REC    PIC 9(08).
           02 OPERADOR-REC    PIC X(08).
           02 FORMA-REC       PIC X(01).
           02 TIPO-REC        PIC X(01).
           02 REF-RECIBO      PIC 9(06).
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-MEN.
       01  REG-MEN.
           02 CHAVE-MEN.
              03 CODIGO  PIC 9(08).
              03 ANO-REF PIC 9(04).
           02 NOME           PIC A(20).
           02 S-NOME         PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
           02 MENSA-2.
              03 MES-REF-2   PIC  A(9).
              03 SITU-2      PIC A(02).
           02 MENSA-3.
              03 MES-REF-3   PIC  A(9).
              03 SITU-3      PIC A(02).
           02 MENSA-4.
              03 MES-REF-4   PIC  A(9).
              03 SITU-4      PIC A(02).
           02 MENSA-5.
              03 MES-REF-5   PIC  A(9).
              03 SITU-5      PIC A(02).
           02 MENSA-6.
              03 MES-REF-6   PIC  A(9).
              03 SITU-6      PIC A(02).
           02 MENSA-7.
              03 MES-REF-7   PIC  A(9).
              03 SITU-7      PIC A(02).
           02 MENSA-8.
              03 MES-REF-8   PIC  A(9).
              03 SITU-8      PIC A(02).
           02 MENSA-9.
              03 MES-REF-9   PIC  A(9).
              03 SITU-9      PIC A(02).
           02 MENSA-10.
              03 MES-REF-10   PIC  A(9).
              03 SITU-10      PIC A(02).
           02 MENSA-11.
              03 MES-REF-11   PIC  A(9).
              03 SITU-11      PIC A(02).
           02 MENSA-12.
              03 MES-REF-12   PIC  A(9).
              03 SITU-12      PIC A(02).

           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.

       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
              03 CODIGO-EXT   PIC 9(08).
              03 ANO-REF-EXT  PIC 9(04).
              03 SEQ-EXT      PIC 9(03).
           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 DESCRICAO-EXT   PIC X(30).
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
              88 EXT-ABERTO    VALUE 'AB'.
              88 EXT-PAGO      VALUE 'PG'.
              88 EXT-CANCELADO VALUE 'CN'.
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

       FD  ARQ-NEG.
       01  REG-NEG.
           02 CHAVE-NEG.
              03 CODIGO-NEG   PIC 9(08).
              03 ANO-REF-NEG  PIC 9(04).
           02 DATA-ACORDO-NEG PIC 9(08).
           02 DATA-INICIO-NEG PIC 9(08).
           02 QTD-PARC-NEG    PIC 9(02).
           02 VALOR-PARC-NEG  PIC 9(05)V99.
           02 QTD-PAGAS-NEG   PIC 9(02).
           02 VALOR-PAGO-NEG  PIC 9(07)V99.
           02 QTD-SLOTS-NEG   PIC 9(02).
           02 SITU-NEG        PIC X(01).
              88 NEG-ATIVO    VALUE 'A'.
              88 NEG-QUITADO  VALUE 'Q'.
              88 NEG-ROMPIDO  VALUE 'R'.

       FD  ARQ-CRE.
       01  REG-CRE.
           02 NUM-CRE         PIC 9(06).
           02 CPF-CRE         PIC X(11).
           02 CODIGO-CRE      PIC 9(08).
           02 ANO-REF-CRE     PIC 9(04).
           02 SLOT-CRE        PIC 9(02).
           02 SEQ-EXT-CRE     PIC 9(03).
           02 TIPO-CRE        PIC X(01).
              88 CRE-ENTRADA      VALUE 'E'.
              88 CRE-APLICACAO    VALUE 'A'.
              88 CRE-DEVOLUCAO    VALUE 'D'.
              88 CRE-RETORNO      VALUE 'R'.
           02 VALOR-CRE       PIC 9(07)V99.
           02 DATA-CRE        PIC 9(08).
           02 RECIBO-CRE      PIC 9(06).
           02 FORMA-CRE       PIC X(01).
           02 ORIGEM-CRE      PIC X(01).
           02 OPERADOR-CRE    PIC X(08).
           02 HISTORICO-CRE   PIC X(30).

       FD  ARQ-COT.
       01  REG-COT.
           02 CHAVE-COT.
              03 CODIGO-COT   PIC 9(08).
              03 ANO-COT      PIC 9(04).
              03 SLOT-COT     PIC 9(02).
           02 EMPRESA-COT     PIC 9(04).
           02 VALOR-COT       PIC 9(05)V99.
           02 SITU-COT        PIC X(02).
              88 COT-A-FATURAR    VALUE 'AB'.
              88 COT-FATURADA     VALUE 'FT'.
              88 COT-PAGA         VALUE 'PG'.
              88 COT-CANCELADA    VALUE 'CN'.
           02 FATURA-COT      PIC 9(06).

       FD  ARQ-FAT.
       01  REG-FAT.
           02 NUM-FAT         PIC 9(06).
           02 EMPRESA-FAT     PIC 9(04).
           02 ANO-FAT         PIC 9(04).
           02 MES-FAT         PIC 9(02).
           02 DATA-EMIS-FAT   PIC 9(08).
           02 DATA-VENC-FAT   PIC 9(08).
           02 QTD-ALUNOS-FAT  PIC 9(04).
           02 VALOR-FAT       PIC 9(07)V99.
           02 SITU-FAT        PIC X(02).
              88 FAT-ABERTA       VALUE 'AB'.
              88 FAT-PAGA         VALUE 'PG'.
           02 DATA-PAG-FAT    PIC 9(08).
           02 VALOR-PAGO-FAT  PIC 9(07)V99.
           02 FORMA-FAT       PIC X(01).
           02 OPERADOR-FAT    PIC X(08).

       FD  ARQ-PLA.
       01  REG-PLA            PIC X(80).

       FD  ARQ-TRB.
       01  REG-TRB.
           02 CHAVE-TRB.
              03 DATA-TRB     PIC 9(08).
              03 SEQ-TRB      PIC 9(06).
           02 TIPO-TRB        PIC X(04).
           02 DEBITO-TRB      PIC X(12).
           02 CREDITO-TRB     PIC X(12).
           02 VALOR-TRB       PIC 9(07)V99.
           02 HIST-TRB        PIC X(30).
           02 DOC-TRB         PIC X(20).

       FD  ARQ-CTB.
       01  REG-CTB            PIC X(120).

       FD  ARQ-REL.
       01  REG-REL            PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-NEGOCIA PIC X(64).
       01  WS-ARQ-CREDITO PIC X(64).
       01  WS-ARQ-COTACNV PIC X(64).
       01  WS-ARQ-FATCNV PIC X(64).
       01  WS-ARQ-PLANOCTB PIC X(64).
       01  WS-ARQ-CONTABTRAB PIC X(64).
       01  WS-ARQ-CONTABTXT PIC X(64).
       01  WS-ARQ-CONTABLST PIC X(64).
      *
      *----------------------------------------------------------
      * DE-PARA DO PLANO DE CONTAS CARREGADO DO ARQUIVO. TIPOS DE
      * MOVIMENTO:
      *   R + FORMA (D/C/T/B/K) + ORIGEM (M = MENSALIDADE, X =
      *       EXTRA, A = ACORDO) - RECEBIMENTO DO RECIBO (K = QUITADO
      *       COM CREDITO DO RESPONSAVEL). O ESTORNO USA A MESMA LINHA
      *       COM DEBITO E CREDITO TROCADOS;
      *   CRE + FORMA (D/C/T/B) - CREDITO DO RESPONSAVEL RECEBIDO;
      *   DEV + FORMA (D/C/T) - CREDITO DEVOLVIDO AO RESPONSAVEL;
      *   ENCM / ENCX - MULTA E JUROS EMBUTIDOS NO RECEBIMENTO DE
      *       MENSALIDADE / DE LANCAMENTO EXTRA;
      *   DESC - DESCONTO/BOLSA CONCEDIDO NA MENSALIDADE RECEBIDA;
      *   EXTR - LANCAMENTO EXTRA COBRADO (MANTEXT);
      *   NEGO - ACORDO DE RENEGOCIACAO FECHADO (NEGOCIA);
      *   PROV - PROVISAO DAS MENSALIDADES DO MES (COMPETENCIA).
      *----------------------------------------------------------
       01  WS-TAB-PLANO.
           02 WS-QTD-PLANO    PIC 9(03) VALUE ZEROES.
           02 TAB-PLANO OCCURS 200 TIMES
                       INDEXED BY IX-PLA.
              03 TAB-PLA-TIPO    PIC X(04).
              03 TAB-PLA-DEBITO  PIC X(12).
              03 TAB-PLA-CREDITO PIC X(12).
              03 TAB-PLA-HIST    PIC X(30).
      *
      *----------------------------------------------------------
      * RECIBOS JA ESTORNADOS (REF-RECIBO DOS CONTRA-RECIBOS 'E').
      *----------------------------------------------------------
       01  WS-TAB-ESTORNOS.
           02 WS-QTD-ESTORNOS PIC 9(04) VALUE ZEROES.
           02 TAB-ESTORNADO OCCURS 9999 TIMES
                       INDEXED BY IX-EST
                       PIC 9(06).
      *
      *----------------------------------------------------------
      * PARCELAS (ALUNO + ANO + SLOT) COM RECIBO NO PERIODO E O
      * ULTIMO RECIBO NORMAL NAO ESTORNADO DE CADA UMA: SO ELE PODE
      * SER A QUITACAO COM MULTA E JUROS (A MESMA REGRA DO ESTORNO).
      *----------------------------------------------------------
       01  WS-TAB-PARCELAS.
           02 WS-QTD-PARCELAS PIC 9(04) VALUE ZEROES.
           02 TAB-PARCELA OCCURS 9999 TIMES
                       INDEXED BY IX-PAR.
              03 TAB-PAR-CHAVE.
                 04 TAB-PAR-CODIGO PIC 9(08).
                 04 TAB-PAR-ANO    PIC 9(04).
                 04 TAB-PAR-SLOT   PIC 9(02).
              03 TAB-PAR-ULTIMO    PIC 9(06).
       01  WS-PAR-CHAVE.
           02 WS-PAR-CODIGO   PIC 9(08).
           02 WS-PAR-ANO      PIC 9(04).
           02 WS-PAR-SLOT     PIC 9(02).
      *
      *----------------------------------------------------------
      * LAYOUT DE IMPORTACAO DO ESCRITORIO CONTABIL: UMA PARTIDA
      * DOBRADA POR LINHA, CAMPOS SEPARADOS POR ';' - DATA
      * (DD/MM/AAAA), CONTA DEBITO, CONTA CREDITO, VALOR (COM
      * VIRGULA), HISTORICO E DOCUMENTO.
      *----------------------------------------------------------
       01  WS-CTB-LINHA.
           02 WS-CTB-DIA      PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WS-CTB-MES      PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WS-CTB-ANO      PIC 9(04).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WS-CTB-DEBITO   PIC X(12).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WS-CTB-CREDITO  PIC X(12).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WS-CTB-VALOR    PIC 9(07),99.
           02 FILLER          PIC X(01) VALUE ';'.
           02 WS-CTB-HIST     PIC X(30).
           02 FILLER          PIC X(01) VALUE ';'.
           02 WS-CTB-DOC      PIC X(20).
       01  WS-DATA-AUX.
           02 WS-AUX-ANO      PIC 9(04).
           02 WS-AUX-MES      PIC 9(02).
           02 WS-AUX-DIA      PIC 9(02).
      *
      *----------------------------------------------------------
      * LANCAMENTO EM MONTAGEM (GERA-LANCAMENTO).
      *----------------------------------------------------------
       01  WS-LANC-DATA       PIC 9(08).
       01  WS-LANC-TIPO       PIC X(04).
       01  WS-LANC-VALOR      PIC 9(07)V99.
       01  WS-LANC-DOC        PIC X(20).
       01  WS-SW-INVERTE PIC X(01).
           88 LANC-NORMAL      VALUE 'N'.
           88 LANC-INVERTIDO   VALUE 'S'.
       01  WS-SEQ-TRB         PIC 9(06) VALUE ZEROES.
      *
      *----------------------------------------------------------
      * RECIBO SENDO CONTABILIZADO (O PROPRIO RECIBO NORMAL OU O
      * RECIBO DE ORIGEM DE UM CONTRA-RECIBO) E A SEPARACAO DO SEU
      * VALOR EM PRINCIPAL, ENCARGOS E DESCONTO.
      *----------------------------------------------------------
       01  WS-RC-NUM          PIC 9(06).
       01  WS-RC-CODIGO       PIC 9(08).
       01  WS-RC-ANO          PIC 9(04).
       01  WS-RC-SLOT         PIC 9(02).
       01  WS-RC-VALOR        PIC 9(05)V99.
       01  WS-RC-DATA         PIC 9(08).
       01  WS-RC-FORMA        PIC X(01).
       01  WS-RC-SEQ          PIC 9(03).
       01  WS-RC-ORIGEM       PIC X(01).
       01  WS-VALOR-PRINC     PIC 9(05)V99.
       01  WS-VALOR-ENCARGOS  PIC 9(05)V99.
       01  WS-VALOR-DESCONTO  PIC 9(05)V99.
       01  WS-VALOR-COTA      PIC 9(05)V99.
       01  WS-AJUSTE          PIC S9(03)V99.
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-VALOR-BASE      PIC 9(07)V99.
       01  WS-ENCARGOS.
           02 WS-DIAS-ATRASO  PIC 9(05).
           02 WS-MULTA        PIC 9(07)V99.
           02 WS-JUROS        PIC 9(07)V99.
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-SW-ESTORNADO PIC X(01).
           88 RECIBO-ESTORNADO     VALUE 'S'.
           88 RECIBO-NAO-ESTORNADO VALUE 'N'.
       01  WS-SW-QUITACAO PIC X(01).
           88 RECIBO-QUITACAO      VALUE 'S'.
           88 RECIBO-NAO-QUITACAO  VALUE 'N'.
       01  WS-SW-MEN PIC X(01).
           88 MEN-ACHADO          VALUE 'S'.
           88 MEN-NAO-ACHADO      VALUE 'N'.
       01  WS-NUM-CORRENTE    PIC 9(06).
      *
      *----------------------------------------------------------
      * PROVISAO DE FIM DE MES: COMPETENCIA AAAAMM (ZEROS = SEM
      * PROVISAO), LANCADA NO ULTIMO DIA DO MES.
      *----------------------------------------------------------
       01  WS-COMPETENCIA.
           02 WS-COMP-ANO     PIC 9(04).
           02 WS-COMP-MES     PIC 9(02).
       01  WS-DIAS-DO-MES     PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES WS-DIAS-DO-MES.
           02 WS-ULT-DIA-MES  PIC 9(02) OCCURS 12 TIMES.
       01  WS-RESTO-BISSEXTO  PIC 9(02).
       01  WS-QUOCIENTE       PIC 9(04).
       01  WS-DATA-PROVISAO   PIC 9(08).
      *
      *----------------------------------------------------------
      * CONFERENCIA DIARIA: DEBITOS E CREDITOS COM CONTA DO DIA.
      *----------------------------------------------------------
       01  WS-DIA-ATUAL       PIC 9(08).
       01  WS-TOTAL-DEBITO    PIC 9(11)V99.
       01  WS-TOTAL-CREDITO   PIC 9(11)V99.
       01  WS-QTD-DIA         PIC 9(06).
       01  WS-SW-FIM-TRB PIC X(01).
           88 FIM-TRABALHO     VALUE 'S'.
           88 HA-TRABALHO      VALUE 'N'.

       01  WS-DATA-INICIO     PIC 9(08).
       01  WS-DATA-FIM        PIC 9(08).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-LANC      PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-EXPORT    PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-SEM-CONTA PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-DIAS-OK   PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-DIAS-NOK  PIC 9(05) VALUE ZEROES.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC Z(10)9,99.
       01  WS-TOTAL-ED2       PIC Z(10)9,99.
       01  WS-LINHA           PIC X(90).
       01  WS-PLA-TIPO        PIC X(04).
       01  WS-PLA-DEBITO      PIC X(12).
       01  WS-PLA-CREDITO     PIC X(12).
       01  WS-PLA-HIST        PIC X(30).
       01  WS-SW-PLA PIC X(01).
           88 PLANO-ACHADO     VALUE 'S'.
           88 PLANO-NAO-ACHADO VALUE 'N'.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-SW-NEG PIC X(01).
           88 NEG-DISPONIVEL   VALUE 'S'.
           88 NEG-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CRE PIC X(01).
           88 CRE-DISPONIVEL   VALUE 'S'.
           88 CRE-INDISPONIVEL VALUE 'N'.
       01  WS-SW-COT PIC X(01).
           88 COT-DISPONIVEL   VALUE 'S'.
           88 COT-INDISPONIVEL VALUE 'N'.
       01  WS-SW-FAT PIC X(01).
           88 FAT-DISPONIVEL   VALUE 'S'.
           88 FAT-INDISPONIVEL VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CONTABIL'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK         VALUE ZEROS.
           88 FS-REC-NAO-EXISTE VALUE 35.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
       77 FS-STAT-NEG PIC 9(02).
           88 FS-NEG-OK         VALUE ZEROS.
           88 FS-NEG-NAO-EXISTE VALUE 35.
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK         VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE VALUE 35.
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.
       77 FS-STAT-FAT PIC 9(02).
           88 FS-FAT-OK         VALUE ZEROS.
           88 FS-FAT-NAO-EXISTE VALUE 35.
       77 FS-STAT-PLA PIC 9(02).
           88 FS-PLA-OK         VALUE ZEROS.
           88 FS-PLA-NAO-EXISTE VALUE 35.
       77 FS-STAT-TRB PIC 9(02).
           88 FS-TRB-OK         VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-PERIODO.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM CARREGA-PLANO.
       PERFORM CABECALHO-RELATORIO.
       PERFORM CARREGA-ESTORNOS.
       PERFORM APURA-ULTIMOS-RECIBOS.
       MOVE ZEROES TO NUM-RECIBO
       START ARQ-REC KEY IS NOT LESS THAN NUM-RECIBO
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           NOT INVALID KEY
               MOVE 'N' TO WS-EOF
       END-START
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-REC NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DATA-PAG-REC NOT < WS-DATA-INICIO
                      AND DATA-PAG-REC NOT > WS-DATA-FIM
                       IF TIPO-REC = 'E'
                           PERFORM LANCA-ESTORNO
                       ELSE
                           PERFORM LANCA-RECIBO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF EXT-DISPONIVEL
           PERFORM LANCA-EXTRAS
       END-IF
       IF NEG-DISPONIVEL
           PERFORM LANCA-ACORDOS
       END-IF
       IF CRE-DISPONIVEL
           PERFORM LANCA-CREDITOS
       END-IF
       IF FAT-DISPONIVEL
           PERFORM LANCA-CONVENIOS
       END-IF
       IF WS-COMPETENCIA NOT = ZEROES
           PERFORM LANCA-PROVISAO
       END-IF
       PERFORM CONFERE-E-EXPORTA.
       PERFORM RODAPE-RELATORIO.
       CLOSE ARQ-REC.
       CLOSE ARQ-MEN.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF
       IF NEG-DISPONIVEL
           CLOSE ARQ-NEG
       END-IF
       IF CRE-DISPONIVEL
           CLOSE ARQ-CRE
       END-IF
       IF COT-DISPONIVEL
           CLOSE ARQ-COT
       END-IF
       IF FAT-DISPONIVEL
           CLOSE ARQ-FAT
       END-IF
       CLOSE ARQ-TRB.
       CLOSE ARQ-CTB.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'DE ' WS-DATA-INICIO ' A ' WS-DATA-FIM
              ' COMPETENCIA ' WS-COMPETENCIA
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CONTABLST.
       DISPLAY '================================================'
       DISPLAY 'DIARIO CONTABIL EXPORTADO'
       DISPLAY 'LANCAMENTOS GERADOS...: ' WS-CONTA-LANC
       DISPLAY 'LANCAMENTOS EXPORTADOS: ' WS-CONTA-EXPORT
       DISPLAY 'SEM CONTA NO PLANO....: ' WS-CONTA-SEM-CONTA
       DISPLAY 'DIAS BATIDOS..........: ' WS-CONTA-DIAS-OK
       DISPLAY 'DIAS NAO EXPORTADOS...: ' WS-CONTA-DIAS-NOK
       DISPLAY '================================================'.
       GOBACK.
      *
       SOLICITA-PERIODO.
           DISPLAY ' '
           DISPLAY 'EXPORTACAO DO DIARIO PARA A CONTABILIDADE'
           DISPLAY 'DATA INICIAL DO MOVIMENTO (AAAAMMDD)..: '
               WITH NO ADVANCING
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL DO MOVIMENTO (AAAAMMDD)....: '
               WITH NO ADVANCING
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY 'PERIODO INVALIDO - NADA EXPORTADO.'
               GOBACK
           END-IF
           DISPLAY 'PROVISIONAR MENSALIDADES DA COMPETENCIA'
           DISPLAY '(AAAAMM, ZEROS = SEM PROVISAO)........: '
               WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA NOT NUMERIC
               MOVE ZEROES TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA NOT = ZEROES
              AND (WS-COMP-MES < 1 OR WS-COMP-MES > 12)
               DISPLAY 'COMPETENCIA INVALIDA - NADA EXPORTADO.'
               GOBACK
           END-IF.
      *
      *============================================================
      * CARREGA-PLANO - LE O DE-PARA DO PLANO DE CONTAS PARA A
      * TABELA: TIPO;DEBITO;CREDITO;HISTORICO.
      *============================================================
       CARREGA-PLANO.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-PLA
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-PLA(1:1) NOT = '*'
                          AND REG-PLA NOT = SPACES
                           PERFORM GUARDA-LINHA-PLANO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PLA
           DISPLAY 'TIPOS NO PLANO DE CONTAS......: ' WS-QTD-PLANO.
      *
       GUARDA-LINHA-PLANO.
           IF WS-QTD-PLANO >= 200
               DISPLAY 'AVISO: MAIS DE 200 LINHAS NO PLANO DE CONTAS '
                   '- DEMAIS IGNORADAS.'
               MOVE 'Y' TO WS-EOF
           ELSE
               ADD 1 TO WS-QTD-PLANO
               MOVE SPACES TO TAB-PLANO(WS-QTD-PLANO)
               UNSTRING REG-PLA DELIMITED BY ';'
                   INTO TAB-PLA-TIPO(WS-QTD-PLANO)
                        TAB-PLA-DEBITO(WS-QTD-PLANO)
                        TAB-PLA-CREDITO(WS-QTD-PLANO)
                        TAB-PLA-HIST(WS-QTD-PLANO)
           END-IF.
      *
      *============================================================
      * CARREGA-ESTORNOS - PRIMEIRA VARREDURA DE RECIBOS.DAT: GUARDA
      * O NUMERO DE TODO RECIBO QUE JA TEM CONTRA-RECIBO DE ESTORNO
      * E AS PARCELAS DE MENSALIDADE COM RECIBO NO PERIODO (O
      * CONTRA-RECIBO TRAZ A PARCELA DO RECIBO DE ORIGEM).
      *============================================================
       CARREGA-ESTORNOS.
           MOVE ZEROES TO NUM-RECIBO
           START ARQ-REC KEY IS NOT LESS THAN NUM-RECIBO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TIPO-REC = 'E'
                           PERFORM GUARDA-ESTORNO
                       END-IF
                       IF SLOT-REC NOT < 1 AND SLOT-REC NOT > 12
                          AND DATA-PAG-REC NOT < WS-DATA-INICIO
                          AND DATA-PAG-REC NOT > WS-DATA-FIM
                           PERFORM GUARDA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.
      *
       GUARDA-ESTORNO.
           IF WS-QTD-ESTORNOS >= 9999
               DISPLAY 'AVISO: MAIS DE 9999 ESTORNOS - DEMAIS '
                   'IGNORADOS.'
           ELSE
               ADD 1 TO WS-QTD-ESTORNOS
               MOVE REF-RECIBO TO TAB-ESTORNADO(WS-QTD-ESTORNOS)
           END-IF.
      *
       GUARDA-PARCELA.
           MOVE CODIGO-REC  TO WS-PAR-CODIGO
           MOVE ANO-REF-REC TO WS-PAR-ANO
           MOVE SLOT-REC    TO WS-PAR-SLOT
           SET IX-PAR TO 1
           SEARCH TAB-PARCELA
               AT END
                   PERFORM INCLUI-PARCELA
               WHEN IX-PAR > WS-QTD-PARCELAS
                   PERFORM INCLUI-PARCELA
               WHEN TAB-PAR-CHAVE(IX-PAR) = WS-PAR-CHAVE
                   CONTINUE
           END-SEARCH.
      *
       INCLUI-PARCELA.
           IF WS-QTD-PARCELAS >= 9999
               DISPLAY 'AVISO: MAIS DE 9999 PARCELAS NO PERIODO - '
                   'ENCARGOS DAS DEMAIS NAO SEPARADOS.'
           ELSE
               ADD 1 TO WS-QTD-PARCELAS
               MOVE WS-PAR-CHAVE TO TAB-PAR-CHAVE(WS-QTD-PARCELAS)
               MOVE ZEROES TO TAB-PAR-ULTIMO(WS-QTD-PARCELAS)
           END-IF.
      *
      *============================================================
      * APURA-ULTIMOS-RECIBOS - SEGUNDA VARREDURA: PARA CADA PARCELA
      * DO PERIODO, O MAIOR NUMERO DE RECIBO NORMAL NAO ESTORNADO
      * (EM QUALQUER DATA).
      *============================================================
       APURA-ULTIMOS-RECIBOS.
           MOVE ZEROES TO NUM-RECIBO
           START ARQ-REC KEY IS NOT LESS THAN NUM-RECIBO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TIPO-REC NOT = 'E'
                          AND SLOT-REC NOT < 1 AND SLOT-REC NOT > 12
                           MOVE NUM-RECIBO TO WS-RC-NUM
                           PERFORM VERIFICA-ESTORNADO
                           IF RECIBO-NAO-ESTORNADO
                               PERFORM ANOTA-ULTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       ANOTA-ULTIMO.
           MOVE CODIGO-REC  TO WS-PAR-CODIGO
           MOVE ANO-REF-REC TO WS-PAR-ANO
           MOVE SLOT-REC    TO WS-PAR-SLOT
           SET IX-PAR TO 1
           SEARCH TAB-PARCELA
               AT END
                   CONTINUE
               WHEN IX-PAR > WS-QTD-PARCELAS
                   CONTINUE
               WHEN TAB-PAR-CHAVE(IX-PAR) = WS-PAR-CHAVE
                   IF NUM-RECIBO > TAB-PAR-ULTIMO(IX-PAR)
                       MOVE NUM-RECIBO TO TAB-PAR-ULTIMO(IX-PAR)
                   END-IF
           END-SEARCH.
      *
       VERIFICA-ESTORNADO.
           SET RECIBO-NAO-ESTORNADO TO TRUE
           SET IX-EST TO 1
           SEARCH TAB-ESTORNADO
               AT END
                   CONTINUE
               WHEN IX-EST > WS-QTD-ESTORNOS
                   CONTINUE
               WHEN TAB-ESTORNADO(IX-EST) = WS-RC-NUM
                   SET RECIBO-ESTORNADO TO TRUE
           END-SEARCH.
      *
      *============================================================
      * LANCA-RECIBO - RECIBO NORMAL DO PERIODO: RECEBIMENTO NA
      * CONTA DA FORMA DE PAGAMENTO PELO VALOR DO RECIBO, MAIS A
      * RECLASSIFICACAO DE MULTA/JUROS E O DESCONTO DA PARCELA.
      *============================================================
       LANCA-RECIBO.
           PERFORM GUARDA-RECIBO
           SET LANC-NORMAL TO TRUE
           MOVE DATA-PAG-REC TO WS-LANC-DATA
           MOVE SPACES TO WS-LANC-DOC
           STRING 'RECIBO ' NUM-RECIBO DELIMITED BY SIZE
               INTO WS-LANC-DOC
           PERFORM LANCA-PARTIDAS-RECIBO.
      *
      *============================================================
      * LANCA-ESTORNO - CONTRA-RECIBO DO PERIODO: LE O RECIBO DE
      * ORIGEM E LANCA AS MESMAS PARTIDAS COM DEBITO E CREDITO
      * TROCADOS, NA DATA DO ESTORNO. A LEITURA POR CHAVE TIRA O
      * ARQUIVO DA SEQUENCIA, QUE E RETOMADA DEPOIS DO CONTRA-RECIBO.
      *============================================================
       LANCA-ESTORNO.
           MOVE NUM-RECIBO   TO WS-NUM-CORRENTE
           MOVE DATA-PAG-REC TO WS-LANC-DATA
           MOVE SPACES TO WS-LANC-DOC
           STRING 'ESTORNO ' NUM-RECIBO DELIMITED BY SIZE
               INTO WS-LANC-DOC
           MOVE REF-RECIBO TO NUM-RECIBO
           READ ARQ-REC KEY IS NUM-RECIBO
               INVALID KEY
                   PERFORM ORIGEM-NAO-ACHADA
               NOT INVALID KEY
                   PERFORM GUARDA-RECIBO
                   SET LANC-INVERTIDO TO TRUE
                   PERFORM LANCA-PARTIDAS-RECIBO
           END-READ
           MOVE WS-NUM-CORRENTE TO NUM-RECIBO
           START ARQ-REC KEY IS GREATER THAN NUM-RECIBO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
       ORIGEM-NAO-ACHADA.
           MOVE SPACES TO WS-LINHA
           STRING 'CONTRA-RECIBO ' WS-NUM-CORRENTE
               ' - RECIBO DE ORIGEM ' NUM-RECIBO
               ' NAO ENCONTRADO - NAO CONTABILIZADO'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       GUARDA-RECIBO.
           MOVE NUM-RECIBO   TO WS-RC-NUM
           MOVE CODIGO-REC   TO WS-RC-CODIGO
           MOVE ANO-REF-REC  TO WS-RC-ANO
           MOVE SLOT-REC     TO WS-RC-SLOT
           MOVE VALOR-REC    TO WS-RC-VALOR
           MOVE DATA-PAG-REC TO WS-RC-DATA
           MOVE FORMA-REC    TO WS-RC-FORMA
           MOVE SEQ-EXT-REC  TO WS-RC-SEQ
           IF WS-RC-FORMA NOT = 'D' AND WS-RC-FORMA NOT = 'C'
              AND WS-RC-FORMA NOT = 'T' AND WS-RC-FORMA NOT = 'B'
              AND WS-RC-FORMA NOT = 'K'
               MOVE 'D' TO WS-RC-FORMA
           END-IF.
      *
       LANCA-PARTIDAS-RECIBO.
           MOVE ZEROES TO WS-VALOR-ENCARGOS
           MOVE ZEROES TO WS-VALOR-DESCONTO
           MOVE WS-RC-VALOR TO WS-VALOR-PRINC
           EVALUATE WS-RC-SLOT
               WHEN 0
                   MOVE 'X' TO WS-RC-ORIGEM
                   PERFORM SEPARA-ENCARGOS-EXTRA
               WHEN 99
                   MOVE 'A' TO WS-RC-ORIGEM
               WHEN OTHER
                   MOVE 'M' TO WS-RC-ORIGEM
                   PERFORM SEPARA-ENCARGOS-MENSAL
           END-EVALUATE
           MOVE SPACES TO WS-LANC-TIPO
           STRING 'R' WS-RC-FORMA WS-RC-ORIGEM DELIMITED BY SIZE
               INTO WS-LANC-TIPO
           MOVE WS-RC-VALOR TO WS-LANC-VALOR
           PERFORM GERA-LANCAMENTO
           IF WS-VALOR-ENCARGOS > 0
               IF WS-RC-ORIGEM = 'X'
                   MOVE 'ENCX' TO WS-LANC-TIPO
               ELSE
                   MOVE 'ENCM' TO WS-LANC-TIPO
               END-IF
               MOVE WS-VALOR-ENCARGOS TO WS-LANC-VALOR
               PERFORM GERA-LANCAMENTO
           END-IF
           IF WS-VALOR-DESCONTO > 0
               MOVE 'DESC' TO WS-LANC-TIPO
               MOVE WS-VALOR-DESCONTO TO WS-LANC-VALOR
               PERFORM GERA-LANCAMENTO
           END-IF.
      *
      *============================================================
      * SEPARA-ENCARGOS-EXTRA - O LANCAMENTO EXTRA E PAGO DE UMA VEZ:
      * O QUE O RECIBO TEM ACIMA DO VALOR DO LANCAMENTO E MULTA E
      * JUROS DO ATRASO.
      *============================================================
       SEPARA-ENCARGOS-EXTRA.
           IF EXT-DISPONIVEL
               MOVE WS-RC-CODIGO TO CODIGO-EXT
               MOVE WS-RC-ANO    TO ANO-REF-EXT
               MOVE WS-RC-SEQ    TO SEQ-EXT
               READ ARQ-EXT KEY IS CHAVE-EXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-RC-VALOR > VALOR-EXT
                           MOVE VALOR-EXT TO WS-VALOR-PRINC
                           COMPUTE WS-VALOR-ENCARGOS =
                               WS-RC-VALOR - VALOR-EXT
                       END-IF
               END-READ
           END-IF.
      *
      *============================================================
      * SEPARA-ENCARGOS-MENSAL - SO A QUITACAO DE PARCELA VENCIDA
      * EMBUTE A MULTA DE 2% E OS JUROS PRO RATA DO BAIXAPAG; O
      * PARCIAL E SO PRINCIPAL. A QUITACAO E O ULTIMO RECIBO NORMAL
      * NAO ESTORNADO DA PARCELA COM O SLOT 'PG' (OU, NO RECIBO JA
      * ESTORNADO, O QUE NAO TEM RECIBO VALIDO DEPOIS DELE), E O
      * PRINCIPAL SAI PELO INVERSO DA REGRA, COMO NO ESTORNO. O
      * DESCONTO DA PARCELA E PROPORCIONAL AO PRINCIPAL RECEBIDO;
      * A COTA DE EMPRESA CONVENIADA NAO E DESCONTO, ENTRA PELA
      * FATURA DO CONVENIO (LANCA-CONVENIOS).
      *============================================================
       SEPARA-ENCARGOS-MENSAL.
           SET MEN-NAO-ACHADO TO TRUE
           MOVE SPACES TO WS-SITU-ATUAL
           MOVE WS-RC-CODIGO TO CODIGO
           MOVE WS-RC-ANO    TO ANO-REF
           READ ARQ-MEN KEY IS CHAVE-MEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MEN-ACHADO TO TRUE
                   PERFORM ISOLA-SITU-SLOT
           END-READ
           PERFORM VERIFICA-QUITACAO
           IF RECIBO-QUITACAO
               CALL 'CALCVENC' USING WS-RC-CODIGO WS-RC-ANO
                                     WS-RC-SLOT WS-DATA-VENC
               MOVE WS-RC-VALOR TO WS-VALOR-BASE
               CALL 'CALCENC' USING WS-DATA-VENC WS-RC-DATA
                                    WS-VALOR-BASE WS-ENCARGOS
               IF WS-DIAS-ATRASO > 0
                   COMPUTE WS-VALOR-PRINC ROUNDED =
                       WS-RC-VALOR
                       / (1,02 + (0,01 * WS-DIAS-ATRASO / 30))
                   MOVE WS-VALOR-PRINC TO WS-VALOR-BASE
                   CALL 'CALCENC' USING WS-DATA-VENC WS-RC-DATA
                                        WS-VALOR-BASE WS-ENCARGOS
                   COMPUTE WS-AJUSTE =
                       WS-RC-VALOR - WS-VALOR-PRINC
                       - WS-MULTA - WS-JUROS
                   ADD WS-AJUSTE TO WS-VALOR-PRINC
                   COMPUTE WS-VALOR-ENCARGOS =
                       WS-RC-VALOR - WS-VALOR-PRINC
               END-IF
           END-IF
           PERFORM BUSCA-COTA-SLOT
           IF MEN-ACHADO
              AND PARCELA-LIQ > 0
              AND VAL-PARCELA > PARCELA-LIQ + WS-VALOR-COTA
               COMPUTE WS-VALOR-DESCONTO ROUNDED =
                   WS-VALOR-PRINC
                   * (VAL-PARCELA - PARCELA-LIQ - WS-VALOR-COTA)
                   / PARCELA-LIQ
           END-IF.
      *
      *============================================================
      * BUSCA-COTA-SLOT - VALOR DA COTA DE EMPRESA CONVENIADA NO
      * SLOT WS-RC-SLOT DO ALUNO/ANO WS-RC-CODIGO/WS-RC-ANO (ZERO
      * QUANDO NAO HA CONVENIO OU A COTA FOI CANCELADA).
      *============================================================
       BUSCA-COTA-SLOT.
           MOVE ZEROES TO WS-VALOR-COTA
           IF COT-DISPONIVEL
               MOVE WS-RC-CODIGO TO CODIGO-COT
               MOVE WS-RC-ANO    TO ANO-COT
               MOVE WS-RC-SLOT   TO SLOT-COT
               READ ARQ-COT KEY IS CHAVE-COT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT COT-CANCELADA
                           MOVE VALOR-COT TO WS-VALOR-COTA
                       END-IF
               END-READ
           END-IF.
      *
       VERIFICA-QUITACAO.
           SET RECIBO-NAO-QUITACAO TO TRUE
           PERFORM VERIFICA-ESTORNADO
           MOVE WS-RC-CODIGO TO WS-PAR-CODIGO
           MOVE WS-RC-ANO    TO WS-PAR-ANO
           MOVE WS-RC-SLOT   TO WS-PAR-SLOT
           SET IX-PAR TO 1
           SEARCH TAB-PARCELA
               AT END
                   CONTINUE
               WHEN IX-PAR > WS-QTD-PARCELAS
                   CONTINUE
               WHEN TAB-PAR-CHAVE(IX-PAR) = WS-PAR-CHAVE
                   IF RECIBO-ESTORNADO
                       IF TAB-PAR-ULTIMO(IX-PAR) < WS-RC-NUM
                           SET RECIBO-QUITACAO TO TRUE
                       END-IF
                   ELSE
                       IF TAB-PAR-ULTIMO(IX-PAR) = WS-RC-NUM
                          AND WS-SITU-ATUAL = 'PG'
                           SET RECIBO-QUITACAO TO TRUE
                       END-IF
                   END-IF
           END-SEARCH.
      *
       ISOLA-SITU-SLOT.
           EVALUATE WS-RC-SLOT
               WHEN 1  MOVE SITU-1  TO WS-SITU-ATUAL
               WHEN 2  MOVE SITU-2  TO WS-SITU-ATUAL
               WHEN 3  MOVE SITU-3  TO WS-SITU-ATUAL
               WHEN 4  MOVE SITU-4  TO WS-SITU-ATUAL
               WHEN 5  MOVE SITU-5  TO WS-SITU-ATUAL
               WHEN 6  MOVE SITU-6  TO WS-SITU-ATUAL
               WHEN 7  MOVE SITU-7  TO WS-SITU-ATUAL
               WHEN 8  MOVE SITU-8  TO WS-SITU-ATUAL
               WHEN 9  MOVE SITU-9  TO WS-SITU-ATUAL
               WHEN 10 MOVE SITU-10 TO WS-SITU-ATUAL
               WHEN 11 MOVE SITU-11 TO WS-SITU-ATUAL
               WHEN 12 MOVE SITU-12 TO WS-SITU-ATUAL
           END-EVALUATE.
      *
      *============================================================
      * LANCA-EXTRAS - LANCAMENTOS EXTRAS DO MANTEXT COM DATA DE
      * LANCAMENTO NO PERIODO VIRAM RECEITA A RECEBER (O CANCELADO
      * NAO ENTRA).
      *============================================================
       LANCA-EXTRAS.
           SET LANC-NORMAL TO TRUE
           MOVE 'EXTR' TO WS-LANC-TIPO
           MOVE ZEROES TO CHAVE-EXT
           START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT EXT-CANCELADO
                          AND DATA-LANC-EXT NOT < WS-DATA-INICIO
                          AND DATA-LANC-EXT NOT > WS-DATA-FIM
                           MOVE DATA-LANC-EXT TO WS-LANC-DATA
                           MOVE VALOR-EXT     TO WS-LANC-VALOR
                           MOVE SPACES TO WS-LANC-DOC
                           STRING 'EXTRA ' CODIGO-EXT '/' SEQ-EXT
                               DELIMITED BY SIZE INTO WS-LANC-DOC
                           PERFORM GERA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * LANCA-ACORDOS - ACORDOS DO NEGOCIA FECHADOS NO PERIODO: O
      * TOTAL DO PLANO SAI DE MENSALIDADES A RECEBER E VAI PARA
      * ACORDOS A RECEBER.
      *============================================================
       LANCA-ACORDOS.
           SET LANC-NORMAL TO TRUE
           MOVE 'NEGO' TO WS-LANC-TIPO
           MOVE ZEROES TO CHAVE-NEG
           START ARQ-NEG KEY IS NOT LESS THAN CHAVE-NEG
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-NEG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-ACORDO-NEG NOT < WS-DATA-INICIO
                          AND DATA-ACORDO-NEG NOT > WS-DATA-FIM
                           MOVE DATA-ACORDO-NEG TO WS-LANC-DATA
                           COMPUTE WS-LANC-VALOR =
                               QTD-PARC-NEG * VALOR-PARC-NEG
                           MOVE SPACES TO WS-LANC-DOC
                           STRING 'ACORDO ' CODIGO-NEG '/'
                               ANO-REF-NEG
                               DELIMITED BY SIZE INTO WS-LANC-DOC
                           PERFORM GERA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * LANCA-CREDITOS - CONTA CORRENTE DE CREDITO DOS RESPONSAVEIS
      * NO PERIODO: A ENTRADA SAI DA CONTA DA FORMA EM QUE O DINHEIRO
      * CHEGOU PARA CREDITOS DE RESPONSAVEIS (CRE + FORMA) E A
      * DEVOLUCAO FAZ O CAMINHO INVERSO (DEV + FORMA). APLICACAO E
      * RETORNO DE ESTORNO JA SAEM PELOS RECIBOS DE FORMA 'K'.
      *============================================================
       LANCA-CREDITOS.
           SET LANC-NORMAL TO TRUE
           MOVE ZEROES TO NUM-CRE
           START ARQ-CRE KEY IS NOT LESS THAN NUM-CRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-CRE NOT < WS-DATA-INICIO
                          AND DATA-CRE NOT > WS-DATA-FIM
                          AND (CRE-ENTRADA OR CRE-DEVOLUCAO)
                           PERFORM LANCA-MOVIMENTO-CREDITO
                       END-IF
               END-READ
           END-PERFORM.
      *
       LANCA-MOVIMENTO-CREDITO.
           MOVE SPACES TO WS-LANC-TIPO
           IF CRE-ENTRADA
               STRING 'CRE' FORMA-CRE DELIMITED BY SIZE
                   INTO WS-LANC-TIPO
           ELSE
               STRING 'DEV' FORMA-CRE DELIMITED BY SIZE
                   INTO WS-LANC-TIPO
           END-IF
           MOVE DATA-CRE  TO WS-LANC-DATA
           MOVE VALOR-CRE TO WS-LANC-VALOR
           MOVE SPACES TO WS-LANC-DOC
           STRING 'CREDITO ' NUM-CRE
               DELIMITED BY SIZE INTO WS-LANC-DOC
           PERFORM GERA-LANCAMENTO.
      *
      *============================================================
      * LANCA-CONVENIOS - FATURAS DAS EMPRESAS CONVENIADAS: A
      * EMISSAO NO PERIODO PASSA AS COTAS DE MENSALIDADES A RECEBER
      * PARA CONVENIOS A RECEBER (FATC) E O PAGAMENTO NO PERIODO
      * BAIXA CONVENIOS A RECEBER NA CONTA DA FORMA (CNV + FORMA).
      *============================================================
       LANCA-CONVENIOS.
           SET LANC-NORMAL TO TRUE
           MOVE ZEROES TO NUM-FAT
           START ARQ-FAT KEY IS NOT LESS THAN NUM-FAT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VALOR-FAT > 0
                           PERFORM LANCA-FATURA-CONVENIO
                       END-IF
               END-READ
           END-PERFORM.
      *
       LANCA-FATURA-CONVENIO.
           MOVE SPACES TO WS-LANC-DOC
           STRING 'FATURA CNV ' NUM-FAT
               DELIMITED BY SIZE INTO WS-LANC-DOC
           IF DATA-EMIS-FAT NOT < WS-DATA-INICIO
              AND DATA-EMIS-FAT NOT > WS-DATA-FIM
               MOVE 'FATC'        TO WS-LANC-TIPO
               MOVE DATA-EMIS-FAT TO WS-LANC-DATA
               MOVE VALOR-FAT     TO WS-LANC-VALOR
               PERFORM GERA-LANCAMENTO
           END-IF
           IF FAT-PAGA
              AND DATA-PAG-FAT NOT < WS-DATA-INICIO
              AND DATA-PAG-FAT NOT > WS-DATA-FIM
               MOVE SPACES TO WS-LANC-TIPO
               STRING 'CNV' FORMA-FAT DELIMITED BY SIZE
                   INTO WS-LANC-TIPO
               MOVE DATA-PAG-FAT   TO WS-LANC-DATA
               MOVE VALOR-PAGO-FAT TO WS-LANC-VALOR
               PERFORM GERA-LANCAMENTO
           END-IF.
      *
      *============================================================
      * LANCA-PROVISAO - PROVISAO DE FIM DE MES: O VALOR CHEIO DA
      * PARCELA DO MES DE TODO ALUNO DO ANO DA COMPETENCIA, LANCADO
      * NO ULTIMO DIA DO MES (PARCELA CANCELADA OU SEM SITUACAO NAO
      * ENTRA). O DESCONTO SAI NO RECEBIMENTO. A PARCELA CANCELADA
      * PARA A FAMILIA PORQUE A EMPRESA CONVENIADA PAGA TUDO ENTRA
      * PELO VALOR DA COTA.
      *============================================================
       LANCA-PROVISAO.
           MOVE WS-ULT-DIA-MES(WS-COMP-MES) TO WS-AUX-DIA
           IF WS-COMP-MES = 2
               DIVIDE WS-COMP-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-BISSEXTO
               IF WS-RESTO-BISSEXTO = 0
                   MOVE 29 TO WS-AUX-DIA
               END-IF
           END-IF
           MOVE WS-COMP-ANO TO WS-AUX-ANO
           MOVE WS-COMP-MES TO WS-AUX-MES
           MOVE WS-DATA-AUX TO WS-DATA-PROVISAO
           SET LANC-NORMAL TO TRUE
           MOVE 'PROV' TO WS-LANC-TIPO
           MOVE WS-COMP-ANO TO ANO-REF
           START ARQ-MEN KEY IS NOT LESS THAN ANO-REF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-MEN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ANO-REF NOT = WS-COMP-ANO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM PROVISIONA-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
      *
       PROVISIONA-ALUNO.
           MOVE WS-COMP-MES TO WS-RC-SLOT
           PERFORM ISOLA-SITU-SLOT
           MOVE ZEROES TO WS-LANC-VALOR
           IF WS-SITU-ATUAL NOT = SPACES
              AND WS-SITU-ATUAL NOT = 'CN'
               MOVE VAL-PARCELA TO WS-LANC-VALOR
           END-IF
           IF WS-SITU-ATUAL = 'CN'
               MOVE CODIGO  TO WS-RC-CODIGO
               MOVE ANO-REF TO WS-RC-ANO
               PERFORM BUSCA-COTA-SLOT
               MOVE WS-VALOR-COTA TO WS-LANC-VALOR
           END-IF
           IF WS-LANC-VALOR > 0
               MOVE WS-DATA-PROVISAO TO WS-LANC-DATA
               MOVE SPACES TO WS-LANC-DOC
               STRING 'MENSAL ' CODIGO '/' WS-COMP-MES
                   DELIMITED BY SIZE INTO WS-LANC-DOC
               PERFORM GERA-LANCAMENTO
           END-IF.
      *
      *============================================================
      * GERA-LANCAMENTO - GRAVA NO ARQUIVO DE TRABALHO UMA PARTIDA
      * DO TIPO WS-LANC-TIPO COM AS CONTAS DO PLANO (TROCADAS NO
      * ESTORNO). TIPO SEM CONTA NO PLANO E GRAVADO SEM A CONTA QUE
      * FALTA E APONTADO NO RELATORIO - O DIA NAO BATE E NAO SAI
      * NA EXPORTACAO ATE O PLANO SER ACERTADO.
      *============================================================
       GERA-LANCAMENTO.
           PERFORM BUSCA-CONTAS
           ADD 1 TO WS-SEQ-TRB
           MOVE WS-LANC-DATA  TO DATA-TRB
           MOVE WS-SEQ-TRB    TO SEQ-TRB
           MOVE WS-LANC-TIPO  TO TIPO-TRB
           MOVE WS-LANC-VALOR TO VALOR-TRB
           MOVE WS-LANC-DOC   TO DOC-TRB
           IF LANC-INVERTIDO
               MOVE WS-PLA-CREDITO TO DEBITO-TRB
               MOVE WS-PLA-DEBITO  TO CREDITO-TRB
               MOVE SPACES TO HIST-TRB
               STRING 'ESTORNO ' WS-PLA-HIST DELIMITED BY SIZE
                   INTO HIST-TRB
           ELSE
               MOVE WS-PLA-DEBITO  TO DEBITO-TRB
               MOVE WS-PLA-CREDITO TO CREDITO-TRB
               MOVE WS-PLA-HIST    TO HIST-TRB
           END-IF
           WRITE REG-TRB
           IF FS-TRB-OK
               ADD 1 TO WS-CONTA-LANC
           ELSE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE TRABALHO - '
                   'FS-STAT: ' FS-STAT-TRB ' - ' WS-LANC-DOC
           END-IF
           IF WS-PLA-DEBITO = SPACES OR WS-PLA-CREDITO = SPACES
               ADD 1 TO WS-CONTA-SEM-CONTA
               MOVE WS-LANC-VALOR TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA
               STRING 'TIPO ' WS-LANC-TIPO ' SEM CONTA NO PLANO - '
                   WS-LANC-DATA ' ' WS-LANC-DOC ' ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       BUSCA-CONTAS.
           SET PLANO-NAO-ACHADO TO TRUE
           MOVE SPACES TO WS-PLA-DEBITO
           MOVE SPACES TO WS-PLA-CREDITO
           MOVE WS-LANC-TIPO TO WS-PLA-HIST
           SET IX-PLA TO 1
           SEARCH TAB-PLANO
               AT END
                   CONTINUE
               WHEN IX-PLA > WS-QTD-PLANO
                   CONTINUE
               WHEN TAB-PLA-TIPO(IX-PLA) = WS-LANC-TIPO
                   SET PLANO-ACHADO TO TRUE
                   MOVE TAB-PLA-DEBITO(IX-PLA)  TO WS-PLA-DEBITO
                   MOVE TAB-PLA-CREDITO(IX-PLA) TO WS-PLA-CREDITO
                   MOVE TAB-PLA-HIST(IX-PLA)    TO WS-PLA-HIST
           END-SEARCH.
      *
      *============================================================
      * CONFERE-E-EXPORTA - PERCORRE O ARQUIVO DE TRABALHO DIA A
      * DIA: SOMA OS DEBITOS E OS CREDITOS COM CONTA DO DIA E SO
      * EXPORTA O DIA QUE BATE. DIA QUE NAO BATE FICA NO RELATORIO
      * E FORA DO ARQUIVO DA CONTABILIDADE, PARA NAO IMPORTAR UM
      * DIARIO FURADO.
      *============================================================
       CONFERE-E-EXPORTA.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE 'CONFERENCIA DIARIA    DEBITOS         CREDITOS'
               TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-DIA-ATUAL
           PERFORM PROXIMO-DIA
           PERFORM UNTIL FIM-TRABALHO
               PERFORM SOMA-DIA
               PERFORM EXPORTA-DIA
               PERFORM PROXIMO-DIA
           END-PERFORM.
      *
       PROXIMO-DIA.
           SET HA-TRABALHO TO TRUE
           MOVE WS-DIA-ATUAL TO DATA-TRB
           MOVE 999999       TO SEQ-TRB
           START ARQ-TRB KEY IS GREATER THAN CHAVE-TRB
               INVALID KEY
                   SET FIM-TRABALHO TO TRUE
           END-START
           IF HA-TRABALHO
               READ ARQ-TRB NEXT RECORD
                   AT END
                       SET FIM-TRABALHO TO TRUE
                   NOT AT END
                       MOVE DATA-TRB TO WS-DIA-ATUAL
               END-READ
           END-IF.
      *
       SOMA-DIA.
           MOVE ZEROES TO WS-TOTAL-DEBITO
           MOVE ZEROES TO WS-TOTAL-CREDITO
           MOVE ZEROES TO WS-QTD-DIA
           PERFORM POSICIONA-DIA
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TRB NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-TRB NOT = WS-DIA-ATUAL
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-DIA
                           IF DEBITO-TRB NOT = SPACES
                               ADD VALOR-TRB TO WS-TOTAL-DEBITO
                           END-IF
                           IF CREDITO-TRB NOT = SPACES
                               ADD VALOR-TRB TO WS-TOTAL-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       POSICIONA-DIA.
           MOVE WS-DIA-ATUAL TO DATA-TRB
           MOVE ZEROES       TO SEQ-TRB
           START ARQ-TRB KEY IS NOT LESS THAN CHAVE-TRB
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
      *
       EXPORTA-DIA.
           MOVE WS-TOTAL-DEBITO  TO WS-TOTAL-ED
           MOVE WS-TOTAL-CREDITO TO WS-TOTAL-ED2
           MOVE SPACES TO WS-LINHA
           IF WS-TOTAL-DEBITO = WS-TOTAL-CREDITO
               ADD 1 TO WS-CONTA-DIAS-OK
               STRING WS-DIA-ATUAL ' ' WS-TOTAL-ED ' ' WS-TOTAL-ED2
                   ' OK - ' WS-QTD-DIA ' LANCAMENTOS'
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               PERFORM GRAVA-DIA-EXPORTACAO
           ELSE
               ADD 1 TO WS-CONTA-DIAS-NOK
               STRING WS-DIA-ATUAL ' ' WS-TOTAL-ED ' ' WS-TOTAL-ED2
                   ' NAO BATE - DIA FORA DA EXPORTACAO'
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       GRAVA-DIA-EXPORTACAO.
           PERFORM POSICIONA-DIA
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TRB NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-TRB NOT = WS-DIA-ATUAL
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM GRAVA-LINHA-CONTABIL
                       END-IF
               END-READ
           END-PERFORM.
      *
       GRAVA-LINHA-CONTABIL.
           MOVE DATA-TRB    TO WS-DATA-AUX
           MOVE WS-AUX-DIA  TO WS-CTB-DIA
           MOVE WS-AUX-MES  TO WS-CTB-MES
           MOVE WS-AUX-ANO  TO WS-CTB-ANO
           MOVE DEBITO-TRB  TO WS-CTB-DEBITO
           MOVE CREDITO-TRB TO WS-CTB-CREDITO
           MOVE VALOR-TRB   TO WS-CTB-VALOR
           MOVE HIST-TRB    TO WS-CTB-HIST
           MOVE DOC-TRB     TO WS-CTB-DOC
           WRITE REG-CTB FROM WS-CTB-LINHA
           ADD 1 TO WS-CONTA-EXPORT.
      *
       CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA
           STRING 'DIARIO CONTABIL - MOVIMENTO DE ' WS-DATA-INICIO
               ' A ' WS-DATA-FIM ' - GERADO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF WS-COMPETENCIA NOT = ZEROES
               MOVE SPACES TO WS-LINHA
               STRING 'COM PROVISAO DAS MENSALIDADES DE '
                   WS-COMP-MES '/' WS-COMP-ANO
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL.
      *
       RODAPE-RELATORIO.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'LANCAMENTOS EXPORTADOS: ' WS-CONTA-EXPORT
               '  DIAS NAO EXPORTADOS: ' WS-CONTA-DIAS-NOK
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-REC
           IF FS-REC-NAO-EXISTE THEN
               DISPLAY 'RECIBOS.DAT NAO ENCONTRADO - NENHUM RECIBO '
                   'EMITIDO ATE HOJE.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-MEN
           IF FS-NAO-EXISTE THEN
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - NADA A '
                   'CONTABILIZAR.'
               CLOSE ARQ-REC
               GOBACK
           END-IF
           OPEN INPUT ARQ-PLA
           IF FS-PLA-NAO-EXISTE THEN
               DISPLAY 'PLANO DE CONTAS NAO ENCONTRADO - CADASTRE O '
                   'DE-PARA EM ' WS-ARQ-PLANOCTB
               CLOSE ARQ-REC
               CLOSE ARQ-MEN
               GOBACK
           END-IF
      * LANCEXT E NEGOCIA SO EXISTEM DEPOIS DO PRIMEIRO LANCAMENTO
      * EXTRA / PRIMEIRO ACORDO.
           OPEN INPUT ARQ-EXT
           IF FS-EXT-OK
               SET EXT-DISPONIVEL TO TRUE
           ELSE
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-NEG
           IF FS-NEG-OK
               SET NEG-DISPONIVEL TO TRUE
           ELSE
               SET NEG-INDISPONIVEL TO TRUE
           END-IF
      * CREDITO SO EXISTE DEPOIS DO PRIMEIRO PAGAMENTO EM DUPLICIDADE.
           OPEN INPUT ARQ-CRE
           IF FS-CRE-OK
               SET CRE-DISPONIVEL TO TRUE
           ELSE
               SET CRE-INDISPONIVEL TO TRUE
           END-IF
      * COTACNV E FATCNV SO EXISTEM DEPOIS DO PRIMEIRO CONVENIO.
           OPEN INPUT ARQ-COT
           IF FS-COT-OK
               SET COT-DISPONIVEL TO TRUE
           ELSE
               SET COT-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-FAT
           IF FS-FAT-OK
               SET FAT-DISPONIVEL TO TRUE
           ELSE
               SET FAT-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-TRB
           CLOSE ARQ-TRB
           OPEN I-O ARQ-TRB
           OPEN OUTPUT ARQ-CTB
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'NEGOCIA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NEGOCIA
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV
           MOVE 'FATCNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FATCNV
           MOVE 'PLANOCTB' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PLANOCTB
           MOVE 'CONTABTRAB' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTABTRAB
           MOVE 'CONTABTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTABTXT
           MOVE 'CONTABLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTABLST.
