       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PIXGERA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT.

      * ARQUIVO DE COBRANCAS PIX ENTREGUE AO BANCO: UMA COBRANCA POR
      * PARCELA EM ABERTO E POR LANCAMENTO EXTRA EM ABERTO, COM O
      * TXID QUE O BANCO DEVOLVE NO EXTRATO DE CREDITOS PIX.
       SELECT ARQ-PIX
              ASSIGN TO WS-ARQ-PIXCOBTXT
              ORGANIZATION IS LINE SEQUENTIAL.

      * ACUMULADO DE PAGAMENTOS PARCIAIS DO BAIXAPAG: PARCELA 'PP'
      * E COBRADA SO PELO SALDO.
       SELECT ARQ-PP
              ASSIGN TO WS-ARQ-PARCPAGO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-PP.

      * LANCAMENTOS EXTRAS DA SECRETARIA (MANTEXT).
       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EXT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-PIX.
       01  REG-PIX            PIC X(340).

       FD  ARQ-PP.
       01  REG-PP.
           02 CHAVE-PP.
              03 CODIGO-PP    PIC 9(08).
              03 ANO-REF-PP   PIC 9(04).
              03 SLOT-PP      PIC 9(02).
           02 VALOR-ACUM-PP   PIC 9(07)V99.
           02 DATA-ULT-PP     PIC 9(08).

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-PIXCOBTXT PIC X(64).
       01  WS-ARQ-PARCPAGO PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
      *
      *----------------------------------------------------------
      * LEIAUTE DO ARQUIVO DE COBRANCAS PIX: REGISTRO HEADER TIPO 0,
      * UM REGISTRO DETALHE TIPO 1 POR COBRANCA (TXID, VENCIMENTO,
      * VALOR, NOME E O "COPIA E COLA" JA MONTADO) E TRAILER TIPO 9
      * COM A QUANTIDADE E O VALOR TOTAL, COMO NA REMESSA.
      * TXID: 'M' + CODIGO + ANO + PARCELA (3) PARA A MENSALIDADE,
      * 'X' + CODIGO + ANO + SEQUENCIA PARA O LANCAMENTO EXTRA.
      *----------------------------------------------------------
       01  WS-PIX-HEADER.
           02 WS-HDR-TIPO     PIC X(01) VALUE '0'.
           02 WS-HDR-LITERAL  PIC X(07) VALUE 'COBRPIX'.
           02 WS-HDR-DATA     PIC 9(08).
           02 WS-HDR-EMPRESA  PIC X(20) VALUE 'ESCOLA'.
           02 FILLER          PIC X(44) VALUE SPACES.

       01  WS-PIX-DETALHE.
           02 WS-DET-TIPO     PIC X(01) VALUE '1'.
           02 WS-DET-TXID.
              03 WS-TX-TIPO      PIC X(01).
              03 WS-TX-CODIGO    PIC 9(08).
              03 WS-TX-ANO       PIC 9(04).
              03 WS-TX-SEQ       PIC 9(03).
              03 FILLER          PIC X(09) VALUE SPACES.
           02 WS-DET-VENCIMENTO  PIC 9(08).
           02 WS-DET-VALOR       PIC 9(07)V99.
           02 WS-DET-NOME        PIC X(20).
           02 WS-DET-S-NOME      PIC X(27).
           02 WS-DET-PAYLOAD     PIC X(250).

       01  WS-PIX-TRAILER.
           02 WS-TRL-TIPO     PIC X(01) VALUE '9'.
           02 WS-TRL-QTD      PIC 9(06).
           02 WS-TRL-VALOR    PIC 9(11)V99.
           02 FILLER          PIC X(60) VALUE SPACES.

       01  WS-VENCIMENTO-MONTADO PIC 9(08).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.

       01  WS-EOF             PIC A(01).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
       01  WS-VALOR-COBRADO   PIC 9(07)V99.
       01  WS-DATA-ATUAL      PIC 9(08).
       01  WS-CONTA-ALUNOS    PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-PARCELAS  PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-EXTRAS    PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-COBRANCAS PIC 9(09) VALUE ZEROES.
       01  WS-TOTAL-PIX       PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-PIX-ED    PIC Z(10)9,99.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-PP PIC 9(02).
           88 FS-PP-OK         VALUE ZEROS.
           88 FS-PP-NAO-EXISTE VALUE 35.
       01  WS-SW-PP PIC X(01).
           88 PP-DISPONIVEL   VALUE 'S'.
           88 PP-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM GRAVA-HEADER.
       MOVE 'N' TO WS-EOF
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-MEN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CONTA-ALUNOS
                   PERFORM GERA-COBRANCAS-ALUNO
           END-READ
       END-PERFORM.
       IF EXT-DISPONIVEL
           PERFORM GERA-COBRANCAS-EXTRAS
       END-IF.
       PERFORM GRAVA-TRAILER.
       CLOSE ARQ-MEN.
       CLOSE ARQ-PIX.
       IF PP-DISPONIVEL
           CLOSE ARQ-PP
       END-IF.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       MOVE WS-TOTAL-PIX TO WS-TOTAL-PIX-ED
       DISPLAY '================================================'
       DISPLAY 'GERACAO DE COBRANCAS PIX CONCLUIDA'
       DISPLAY 'ALUNOS PERCORRIDOS....: ' WS-CONTA-ALUNOS
       DISPLAY 'PARCELAS COBRADAS.....: ' WS-CONTA-PARCELAS
       DISPLAY 'LANCAMENTOS EXTRAS....: ' WS-CONTA-EXTRAS
       DISPLAY 'VALOR TOTAL...........: ' WS-TOTAL-PIX-ED
       DISPLAY '================================================'.
       GOBACK.
      *
      *============================================================
      * GERA-COBRANCAS-ALUNO - PERCORRE AS DOZE PARCELAS DO REGISTRO
      * LIDO E GRAVA UMA COBRANCA PIX PARA CADA SLOT EM ABERTO. A
      * PARCELA NEGOCIADA ('NG') SO E PAGA PELO PLANO DO NEGOCIA E
      * A CANCELADA ('CN') NAO E MAIS COBRAVEL.
      *============================================================
       GERA-COBRANCAS-ALUNO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
               MOVE PARCELA-LIQ TO WS-VALOR-PARCELA
           END-IF
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM ISOLA-SITU-SLOT
               IF WS-SITU-ATUAL NOT = 'PG'
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND WS-SITU-ATUAL NOT = 'NG'
                  AND WS-SITU-ATUAL NOT = SPACES
                   PERFORM CALCULA-VALOR-SLOT
                   IF WS-VALOR-COBRADO > 0
                       PERFORM GRAVA-COBRANCA-PARCELA
                   END-IF
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      *============================================================
      * CALCULA-VALOR-SLOT - VALOR DA COBRANCA DO SLOT CORRENTE: A
      * PARCELA INTEIRA, OU SO O SALDO QUANDO JA HOUVE PAGAMENTO
      * PARCIAL ('PP') ACUMULADO EM PARCPAGO.DAT - O MESMO SALDO QUE
      * O BAIXAPAG ACEITA COMO QUITACAO NO VENCIMENTO.
      *============================================================
       CALCULA-VALOR-SLOT.
           MOVE WS-VALOR-PARCELA TO WS-VALOR-COBRADO
           IF WS-SITU-ATUAL = 'PP' AND PP-DISPONIVEL
               MOVE CODIGO        TO CODIGO-PP
               MOVE ANO-REF       TO ANO-REF-PP
               MOVE WS-SLOT-ATUAL TO SLOT-PP
               READ ARQ-PP KEY IS CHAVE-PP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VALOR-ACUM-PP < WS-VALOR-PARCELA
                           COMPUTE WS-VALOR-COBRADO =
                               WS-VALOR-PARCELA - VALOR-ACUM-PP
                       ELSE
                           MOVE ZEROES TO WS-VALOR-COBRADO
                       END-IF
               END-READ
           END-IF.
      *
      *============================================================
      * ISOLA-SITU-SLOT - COPIA PARA WS-SITU-ATUAL A SITUACAO DO
      * SLOT CORRENTE, JA QUE AS DOZE PARCELAS DO REGISTRO SAO
      * CAMPOS NOMEADOS UM A UM.
      *============================================================
       ISOLA-SITU-SLOT.
           EVALUATE WS-SLOT-ATUAL
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
      * GRAVA-COBRANCA-PARCELA - COBRANCA PIX DO SLOT CORRENTE, COM
      * O VENCIMENTO REAL DA PARCELA (CALCVENC), O MESMO DO CARNE,
      * DA REMESSA E DO CAIXA.
      *============================================================
       GRAVA-COBRANCA-PARCELA.
           MOVE 'M'           TO WS-TX-TIPO
           MOVE CODIGO        TO WS-TX-CODIGO
           MOVE ANO-REF       TO WS-TX-ANO
           MOVE WS-SLOT-ATUAL TO WS-TX-SEQ
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                 WS-VENCIMENTO-MONTADO
           MOVE NOME   TO WS-DET-NOME
           MOVE S-NOME TO WS-DET-S-NOME
           PERFORM GRAVA-DETALHE
           ADD 1 TO WS-CONTA-PARCELAS.
      *
      *============================================================
      * GERA-COBRANCAS-EXTRAS - PERCORRE LANCEXT.DAT E GRAVA UMA
      * COBRANCA PIX PARA CADA LANCAMENTO EXTRA EM ABERTO, PELO
      * VALOR DO LANCAMENTO, COM O VENCIMENTO DIGITADO NO MANTEXT
      * ROLADO PARA O PROXIMO DIA UTIL.
      *============================================================
       GERA-COBRANCAS-EXTRAS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXT-ABERTO AND VALOR-EXT > 0
                           PERFORM GRAVA-COBRANCA-EXTRA
                       END-IF
               END-READ
           END-PERFORM.
      *
       GRAVA-COBRANCA-EXTRA.
           MOVE 'X'         TO WS-TX-TIPO
           MOVE CODIGO-EXT  TO WS-TX-CODIGO
           MOVE ANO-REF-EXT TO WS-TX-ANO
           MOVE SEQ-EXT     TO WS-TX-SEQ
           MOVE DATA-VENC-EXT TO WS-VENCIMENTO-MONTADO
           CALL 'CALCVENC' USING CODIGO-EXT ANO-REF-EXT WS-MES-ZERO
                                 WS-VENCIMENTO-MONTADO
           MOVE VALOR-EXT  TO WS-VALOR-COBRADO
           MOVE NOME-EXT   TO WS-DET-NOME
           MOVE S-NOME-EXT TO WS-DET-S-NOME
           PERFORM GRAVA-DETALHE
           ADD 1 TO WS-CONTA-EXTRAS.
      *
      *============================================================
      * GRAVA-DETALHE - MONTA O "COPIA E COLA" (PIXCOPIA) DO TXID
      * CORRENTE E GRAVA O REGISTRO DETALHE.
      *============================================================
       GRAVA-DETALHE.
           MOVE WS-VENCIMENTO-MONTADO TO WS-DET-VENCIMENTO
           MOVE WS-VALOR-COBRADO TO WS-DET-VALOR
           CALL 'PIXCOPIA' USING WS-DET-TXID WS-VALOR-COBRADO
                                 WS-DET-PAYLOAD
           WRITE REG-PIX FROM WS-PIX-DETALHE
           ADD 1 TO WS-CONTA-COBRANCAS
           ADD WS-VALOR-COBRADO TO WS-TOTAL-PIX.
      *
      *============================================================
      * GRAVA-HEADER - REGISTRO TIPO 0 COM A DATA DE GERACAO.
      *============================================================
       GRAVA-HEADER.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL TO WS-HDR-DATA
           WRITE REG-PIX FROM WS-PIX-HEADER.
      *
      *============================================================
      * GRAVA-TRAILER - REGISTRO TIPO 9 COM QUANTIDADE E VALOR TOTAL
      * DAS COBRANCAS, PARA O BANCO CRITICAR O ARQUIVO RECEBIDO.
      *============================================================
       GRAVA-TRAILER.
           MOVE WS-CONTA-COBRANCAS TO WS-TRL-QTD
           MOVE WS-TOTAL-PIX       TO WS-TRL-VALOR
           WRITE REG-PIX FROM WS-PIX-TRAILER.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MEN
           IF FS-NAO-EXISTE THEN
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIAPAR PRIMEIRO.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-PIX
      * SEM O ACUMULADO DE PARCIAIS, A PARCELA 'PP' E COBRADA PELO
      * VALOR INTEIRO; SEM OS LANCAMENTOS EXTRAS, SO AS PARCELAS SAO
      * COBRADAS.
           SET PP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-PP
           IF FS-PP-NAO-EXISTE THEN
               SET PP-INDISPONIVEL TO TRUE
           END-IF
           SET EXT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               SET EXT-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'PIXCOBTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PIXCOBTXT
           MOVE 'PARCPAGO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PARCPAGO
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT.
