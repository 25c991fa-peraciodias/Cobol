       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PIXBAIXA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * EXTRATO DIARIO DE CREDITOS PIX ENVIADO PELO BANCO: UM
      * REGISTRO POR CREDITO RECEBIDO NA CHAVE PIX DA ESCOLA.
       SELECT ARQ-CRD
              ASSIGN TO WS-ARQ-PIXCREDTXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CRD.

      * REGISTRO PERMANENTE DOS CREDITOS PIX JA PROCESSADOS,
      * CHAVEADO PELO IDENTIFICADOR FIM-A-FIM (E2E) DO BANCO
      * CENTRAL: O MESMO EXTRATO PROCESSADO DUAS VEZES NAO BAIXA
      * NADA EM DOBRO.
       SELECT ARQ-PXR
              ASSIGN TO WS-ARQ-PIXREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS E2E-PXR
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PXR.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT.

      * LISTA DE EXCECOES: CREDITO QUE NAO CASOU COM UMA COBRANCA EM
      * ABERTO, PARA A TESOURARIA ACERTAR A MAO.
       SELECT ARQ-NOK
              ASSIGN TO WS-ARQ-PIXNOKLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * REGISTRO PERMANENTE DE RECIBOS, O MESMO DO BAIXAPAG E DO
      * RETORNO: TODA BAIXA GANHA UM RECIBO NUMERADO.
       SELECT ARQ-REC
              ASSIGN TO WS-ARQ-RECIBOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-REC.

       SELECT ARQ-RLS
              ASSIGN TO WS-ARQ-RECIBOLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * ACUMULADO DE PAGAMENTOS PARCIAIS POR PARCELA (BAIXAPAG).
       SELECT ARQ-PP
              ASSIGN TO WS-ARQ-PARCPAGO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PP
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PP.

      * LANCAMENTOS EXTRAS DA SECRETARIA (MANTEXT).
       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EXT.

      * LIVRO CAIXA PERMANENTE DA TESOURARIA (LIVROCX).
       SELECT ARQ-CX
              ASSIGN TO WS-ARQ-CAIXA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CX.

       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------
      * CREDITO PIX DO EXTRATO DO BANCO: TXID DA COBRANCA (O MESMO
      * GERADO PELO PIXGERA E IMPRESSO NO CARNE E NA CARTA DE
      * COBRANCA), IDENTIFICADOR E2E, DATA DO CREDITO, VALOR, TARIFA
      * COBRADA PELO BANCO E NOME DO PAGADOR.
      *----------------------------------------------------------
       FD  ARQ-CRD.
       01  REG-CRD.
           02 TXID-CRD.
              03 TX-TIPO-CRD   PIC X(01).
              03 TX-CODIGO-CRD PIC X(08).
              03 TX-ANO-CRD    PIC X(04).
              03 TX-SEQ-CRD    PIC X(03).
              03 TX-RESTO-CRD  PIC X(09).
           02 E2E-CRD         PIC X(32).
           02 DATA-CRD        PIC 9(08).
           02 VALOR-CRD       PIC 9(07)V99.
           02 TARIFA-CRD      PIC 9(05)V99.
           02 PAGADOR-CRD     PIC X(40).

       FD  ARQ-PXR.
       01  REG-PXR.
           02 E2E-PXR         PIC X(32).
           02 TXID-PXR        PIC X(25).
           02 DATA-PXR        PIC 9(08).
           02 VALOR-PXR       PIC 9(07)V99.
           02 SITU-PXR        PIC X(01).
              88 PXR-BAIXADO   VALUE 'B'.
              88 PXR-REJEITADO VALUE 'R'.
           02 RECIBO-PXR      PIC 9(06).
           02 DATA-PROC-PXR   PIC 9(08).

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

       FD  ARQ-NOK.
       01  REG-NOK            PIC X(80).

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
      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO O RECIBO
      * E DE COBRANCA AVULSA (SLOT-REC 00); ZERO NOS DEMAIS.
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-RLS.
       01  REG-RLS            PIC X(80).

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

       FD  ARQ-CX.
       01  REG-CX.
           02 DATA-CX          PIC 9(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SESSAO-CX        PIC 9(04).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OPERADOR-CX      PIC X(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 TIPO-CX          PIC X(01).
              88 CX-ABERTURA   VALUE 'A'.
              88 CX-FECHAMENTO VALUE 'F'.
              88 CX-ESTORNO    VALUE 'E'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 FORMA-CX         PIC X(01).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 VALOR-SIST-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 VALOR-DECL-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 DIFERENCA-CX     PIC S9(09)V99 SIGN LEADING SEPARATE.
      * O NUMERO DA SAIDA (SAIDA-CX) NAO E USADO AQUI.
           02 FILLER           PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(02) VALUE SPACES.
      * UNIDADE DO CAIXA: A UNIDADE DE TRABALHO DA SESSAO DO MENU.
           02 UNIDADE-CX       PIC X(02).

       FD  ARQ-PP.
       01  REG-PP.
           02 CHAVE-PP.
              03 CODIGO-PP    PIC 9(08).
              03 ANO-REF-PP   PIC 9(04).
              03 SLOT-PP      PIC 9(02).
           02 VALOR-ACUM-PP   PIC 9(07)V99.
           02 DATA-ULT-PP     PIC 9(08).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-PIXCREDTXT PIC X(64).
       01  WS-ARQ-PIXREG PIC X(64).
       01  WS-ARQ-PIXNOKLST PIC X(64).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-RECIBOLST PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-PARCPAGO PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-CAIXA PIC X(64).
      *
      *----------------------------------------------------------
      * O CREDITO PIX CASADO PELO TXID VIRA UM PAGAMENTO NO MESMO
      * FORMATO DA LINHA DE PAGTOS.TXT DO BAIXAPAG (FORMA 'T' =
      * TRANSFERENCIA/PIX), PARA A BAIXA SEGUIR AS MESMAS REGRAS DO
      * CAIXA: SALDO, PARCIAL, MULTA E JUROS DO DIA DO CREDITO.
      *----------------------------------------------------------
       01  WS-PAGAMENTO.
           02 CODIGO-PAG      PIC 9(08).
           02 ANO-REF-PAG     PIC 9(04).
           02 SLOT-PAG        PIC 9(02).
           02 VALOR-PAG       PIC 9(05)V99.
           02 DATA-PAG        PIC 9(08).
           02 FORMA-PAG       PIC X(01).
           02 SEQ-EXT-PAG     PIC 9(03).

       01  WS-EOF             PIC A(01).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-MES-ATUAL       PIC X(09).
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
       01  WS-CONTA-LIDOS     PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-BAIXADOS  PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-REJEITADOS PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-REPETIDOS PIC 9(09) VALUE ZEROES.
       01  WS-TOTAL-BAIXADO   PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS  PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-REJEITADO PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-TARIFAS   PIC 9(07)V99 VALUE ZEROES.
       01  WS-TOTAL-ED        PIC Z(08)9,99.

       01  WS-PROX-RECIBO     PIC 9(06) VALUE ZEROES.
       01  WS-RECIBO-EMITIDO  PIC 9(06).
      * AS BAIXAS DO PIX SAEM NO RECIBO E NO LIVRO CAIXA COM O
      * OPERADOR 'PIX' E A FORMA 'T' (TRANSFERENCIA/PIX).
       01  WS-OPERADOR        PIC X(08) VALUE 'PIX'.
       01  WS-FORMA-ATUAL     PIC X(01) VALUE 'T'.
       01  WS-VALOR-REC-ED    PIC ZZ.ZZ9,99.
       01  WS-LINHA-REC       PIC X(80).
       01  WS-SW-BAIXA PIC X(01).
           88 BAIXA-ACEITA    VALUE 'S'.
           88 BAIXA-REJEITADA VALUE 'N'.
       01  WS-MOTIVO-REJ      PIC X(40).
       01  WS-SW-CREDITO PIC X(01).
           88 CREDITO-NOVO     VALUE 'S'.
           88 CREDITO-REPETIDO VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'PIXBAIXA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK             VALUE ZEROS.
           88 FS-NAO-EXISTE     VALUE 35.
           88 FS-CHAVE-INVALIDA VALUE 23.
       77 FS-STAT-CRD PIC 9(02).
           88 FS-CRD-OK         VALUE ZEROS.
           88 FS-CRD-NAO-EXISTE VALUE 35.
       77 FS-STAT-PXR PIC 9(02).
           88 FS-PXR-OK         VALUE ZEROS.
           88 FS-PXR-NAO-EXISTE VALUE 35.
       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK          VALUE ZEROS.
           88 FS-REC-NAO-EXISTE  VALUE 35.
           88 FS-REC-CHAVE-DUPLIC VALUE 22.
       01  WS-SW-RECIBO PIC X(01).
           88 RECIBO-GRAVADO  VALUE 'S'.
           88 RECIBO-PENDENTE VALUE 'N'.
       77 FS-STAT-PP PIC 9(02).
           88 FS-PP-OK         VALUE ZEROS.
           88 FS-PP-NAO-EXISTE VALUE 35.
       01  WS-VALOR-ACUMULADO PIC 9(07)V99.
       01  WS-SALDO-DEVEDOR   PIC 9(07)V99.
       01  WS-SALDO-RESTANTE  PIC 9(07)V99.
       01  WS-SALDO-ED        PIC ZZ.ZZ9,99.
      *
      *----------------------------------------------------------
      * REGRA DE COBRANCA ACERTADA COM A DIRETORIA, A MESMA DO
      * BAIXAPAG E DO COBRANCA (CALCVENC + CALCENC), CONTADA ATE A
      * DATA DO CREDITO PIX.
      *----------------------------------------------------------
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-BASE      PIC 9(07)V99.
       01  WS-ENCARGOS.
           02 WS-DIAS-ATRASO  PIC 9(05).
           02 WS-VALOR-MULTA  PIC 9(07)V99.
           02 WS-VALOR-JUROS  PIC 9(07)V99.
       01  WS-VALOR-DEVIDO    PIC 9(07)V99.
       01  WS-VALOR-PRINCIPAL PIC 9(07)V99.
       01  WS-SW-PARCIAL PIC X(01).
           88 BAIXA-PARCIAL  VALUE 'S'.
           88 BAIXA-INTEGRAL VALUE 'N'.
       77 FS-STAT-CX PIC 9(02).
           88 FS-CX-OK         VALUE ZEROS.
           88 FS-CX-NAO-EXISTE VALUE 35.
      * A BAIXA AUTOMATICA DO PIX ENTRA NO LIVRO CAIXA COMO A SESSAO
      * 9999, RESERVADA A ELA: O "DECLARADO" E O TOTAL CREDITADO
      * PELO BANCO NO EXTRATO, ENTAO A DIFERENCA DO FECHAMENTO E O
      * VALOR QUE FICOU NA LISTA DE EXCECOES.
       01  WS-SESSAO          PIC 9(04) VALUE 9999.
      * O DIA DO PIX ENTRA NO LIVRO CAIXA DA SEDE (PRIMEIRA UNIDADE
      * DO PARAMETRO UNIDADES): O CREDITO CAI NA CONTA DA ESCOLA.
       01  WS-PARAM-UNIDADES  PIC X(64).
       01  WS-DATA-HOJE       PIC 9(08).
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-SEQ-EXT-ATUAL   PIC 9(03) VALUE ZEROES.
       01  WS-LINHA-NOK       PIC X(80).
       01  WS-VALOR-NOK-ED    PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM DESCOBRE-PROX-RECIBO.
       PERFORM CABECALHO-EXCECOES.
       MOVE 'N' TO WS-EOF
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-CRD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CONTA-LIDOS
                   PERFORM BAIXA-CREDITO
           END-READ
       END-PERFORM.
       PERFORM RODAPE-EXCECOES.
       PERFORM GRAVA-LIVRO-CAIXA.
       CLOSE ARQ-CRD.
       CLOSE ARQ-PXR.
       CLOSE ARQ-MEN.
       CLOSE ARQ-NOK
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-PIXNOKLST.
       CLOSE ARQ-REC.
       CLOSE ARQ-RLS
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-RECIBOLST.
       CLOSE ARQ-PP.
       CLOSE ARQ-CX.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       PERFORM MOSTRA-TOTAIS.
       GOBACK.
      *
      *============================================================
      * BAIXA-CREDITO - TRATA UM CREDITO DO EXTRATO PIX: CREDITO JA
      * PROCESSADO (MESMO E2E) E PULADO; O TXID E DECOMPOSTO EM
      * CODIGO + ANO + PARCELA ('M') OU CODIGO + ANO + SEQUENCIA DO
      * LANCAMENTO EXTRA ('X') E A BAIXA SEGUE AS REGRAS DO
      * BAIXAPAG (PROCESSA-CREDITO). TODO CREDITO QUE NAO CASAR VAI
      * PARA A LISTA DE EXCECOES, E O RESULTADO FICA NO REGISTRO DE
      * CREDITOS PIX.
      *============================================================
       BAIXA-CREDITO.
           SET CREDITO-NOVO TO TRUE
           IF E2E-CRD NOT = SPACES
               MOVE E2E-CRD TO E2E-PXR
               READ ARQ-PXR KEY IS E2E-PXR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CREDITO-REPETIDO TO TRUE
                       ADD 1 TO WS-CONTA-REPETIDOS
                       DISPLAY 'CREDITO JA PROCESSADO EM '
                           DATA-PROC-PXR ' - E2E: ' E2E-CRD
               END-READ
           END-IF
           IF CREDITO-NOVO
               PERFORM PROCESSA-CREDITO
               PERFORM REGISTRA-CREDITO
           END-IF.
      *
       PROCESSA-CREDITO.
           SET BAIXA-ACEITA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJ
           MOVE ZEROES TO WS-RECIBO-EMITIDO
           MOVE ZEROES TO WS-SEQ-EXT-ATUAL
           ADD VALOR-CRD  TO WS-TOTAL-CREDITOS
           ADD TARIFA-CRD TO WS-TOTAL-TARIFAS
           PERFORM MONTA-PAGAMENTO
           EVALUATE TRUE
               WHEN E2E-CRD = SPACES
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'CREDITO SEM IDENTIFICADOR E2E'
                       TO WS-MOTIVO-REJ
               WHEN (TX-TIPO-CRD NOT = 'M' AND TX-TIPO-CRD NOT = 'X')
                 OR TX-CODIGO-CRD NOT NUMERIC
                 OR TX-ANO-CRD NOT NUMERIC
                 OR TX-SEQ-CRD NOT NUMERIC
                 OR TX-RESTO-CRD NOT = SPACES
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'TXID NAO RECONHECIDO - SEM COBRANCA'
                       TO WS-MOTIVO-REJ
               WHEN VALOR-CRD > 99999,99
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'VALOR DO CREDITO ACIMA DE 99.999,99'
                       TO WS-MOTIVO-REJ
               WHEN TX-TIPO-CRD = 'M'
                AND (SLOT-PAG < 1 OR SLOT-PAG > 12)
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA DO TXID FORA DE 01-12'
                       TO WS-MOTIVO-REJ
           END-EVALUATE
           IF BAIXA-REJEITADA
               PERFORM GRAVA-REJEICAO
           ELSE
               IF TX-TIPO-CRD = 'X'
                   PERFORM BAIXA-LANC-EXTRA
               ELSE
                   MOVE CODIGO-PAG  TO CODIGO
                   MOVE ANO-REF-PAG TO ANO-REF
                   READ ARQ-MEN KEY IS CHAVE-MEN
                       INVALID KEY
                           SET BAIXA-REJEITADA TO TRUE
                           MOVE 'CODIGO/ANO NAO CADASTRADO EM MENSAL'
                               TO WS-MOTIVO-REJ
                           PERFORM GRAVA-REJEICAO
                       NOT INVALID KEY
                           PERFORM CONFERE-E-MARCA
                   END-READ
               END-IF
           END-IF.
      *
      *============================================================
      * MONTA-PAGAMENTO - TRADUZ O CREDITO PIX PARA O PAGAMENTO NO
      * FORMATO DO BAIXAPAG. TXID 'M' PAGA A PARCELA DO SLOT; TXID
      * 'X' PAGA O LANCAMENTO EXTRA (PARCELA 00 + SEQUENCIA).
      *============================================================
       MONTA-PAGAMENTO.
           MOVE ZEROES TO WS-PAGAMENTO
           MOVE 'T' TO FORMA-PAG
           MOVE DATA-CRD TO DATA-PAG
           IF VALOR-CRD NOT > 99999,99
               MOVE VALOR-CRD TO VALOR-PAG
           END-IF
           IF TX-CODIGO-CRD NUMERIC AND TX-ANO-CRD NUMERIC
              AND TX-SEQ-CRD NUMERIC
               MOVE TX-CODIGO-CRD TO CODIGO-PAG
               MOVE TX-ANO-CRD    TO ANO-REF-PAG
               IF TX-TIPO-CRD = 'X'
                   MOVE TX-SEQ-CRD TO SEQ-EXT-PAG
               ELSE
                   IF TX-SEQ-CRD(1:1) = '0'
                       MOVE TX-SEQ-CRD(2:2) TO SLOT-PAG
                   END-IF
               END-IF
           END-IF.
      *
      *============================================================
      * REGISTRA-CREDITO - GRAVA O CREDITO NO REGISTRO PERMANENTE DE
      * CREDITOS PIX, COM O RESULTADO (BAIXADO OU REJEITADO) E O
      * RECIBO EMITIDO. CREDITO SEM E2E NAO TEM CHAVE E SO FICA NA
      * LISTA DE EXCECOES.
      *============================================================
       REGISTRA-CREDITO.
           IF E2E-CRD NOT = SPACES
               MOVE E2E-CRD   TO E2E-PXR
               MOVE TXID-CRD  TO TXID-PXR
               MOVE DATA-CRD  TO DATA-PXR
               MOVE VALOR-CRD TO VALOR-PXR
               IF BAIXA-ACEITA
                   SET PXR-BAIXADO TO TRUE
               ELSE
                   SET PXR-REJEITADO TO TRUE
               END-IF
               MOVE WS-RECIBO-EMITIDO TO RECIBO-PXR
               MOVE WS-DATA-HOJE TO DATA-PROC-PXR
               WRITE REG-PXR
               IF NOT FS-PXR-OK
                   DISPLAY 'AVISO: CREDITO NAO GRAVADO NO REGISTRO '
                       'PIX - FS-STAT: ' FS-STAT-PXR ' - E2E: '
                       E2E-CRD
               END-IF
           END-IF.
      *
      *============================================================
      * CONFERE-E-MARCA - COM O REGISTRO DO ALUNO JA LIDO, ISOLA A
      * SITUACAO DO SLOT INFORMADO, VALIDA QUE A PARCELA EXISTE E
      * AINDA NAO FOI PAGA E QUE O VALOR PAGO E O VALOR DA PARCELA,
      * E GRAVA A BAIXA COM REWRITE.
      *============================================================
       CONFERE-E-MARCA.
           PERFORM ISOLA-SITU-SLOT
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
               MOVE PARCELA-LIQ TO WS-VALOR-PARCELA
           END-IF
           PERFORM CALCULA-SALDO-DEVEDOR
           PERFORM CALCULA-ENCARGOS
           EVALUATE TRUE
               WHEN WS-SITU-ATUAL = SPACES
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA NAO LANCADA PARA ESTE ALUNO'
                       TO WS-MOTIVO-REJ
               WHEN WS-SITU-ATUAL = 'PG'
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA JA BAIXADA ANTERIORMENTE'
                       TO WS-MOTIVO-REJ
      * PARCELA CANCELADA PELO MANTALU (ALUNO QUE SAIU) NAO E MAIS
      * COBRAVEL: A BAIXA E RECUSADA COMO NAS DEMAIS LISTAGENS, EM
      * VEZ DE REGRAVAR O 'CN' COM 'PG' E EMITIR RECIBO DE PARCELA
      * QUE A ESCOLA JA DEU POR PERDIDA.
               WHEN WS-SITU-ATUAL = 'CN'
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA CANCELADA - BAIXA NAO PERMITIDA'
                       TO WS-MOTIVO-REJ
      * PARCELA COBERTA POR ACORDO DO NEGOCIA SO E QUITADA PELO
      * PROPRIO PLANO (PARCELA 99), PARA O DEBITO NAO SER PAGO EM
      * DOBRO.
               WHEN WS-SITU-ATUAL = 'NG'
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA NEGOCIADA - PAGUE PELO PLANO (99)'
                       TO WS-MOTIVO-REJ
               WHEN VALOR-PAG = 0
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'VALOR PAGO DEVE SER MAIOR QUE ZERO'
                       TO WS-MOTIVO-REJ
      * QUITACAO DE PARCELA VENCIDA EXIGE O VALOR CORRIGIDO (SALDO
      * + MULTA + JUROS), O MESMO DA CARTA DE COBRANCA; PAGAMENTO
      * ABAIXO DO SALDO E ACEITO COMO PARCIAL DO PRINCIPAL.
               WHEN VALOR-PAG > WS-SALDO-DEVEDOR
                AND VALOR-PAG NOT = WS-VALOR-DEVIDO
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'VALOR NAO CONFERE COM O DEVIDO CORRIGIDO'
                       TO WS-MOTIVO-REJ
                   MOVE WS-VALOR-DEVIDO TO WS-SALDO-ED
                   DISPLAY 'VALOR DEVIDO COM ENCARGOS: ' WS-SALDO-ED
               WHEN VALOR-PAG = WS-SALDO-DEVEDOR
                AND WS-VALOR-DEVIDO > WS-SALDO-DEVEDOR
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA VENCIDA - FALTA MULTA E JUROS'
                       TO WS-MOTIVO-REJ
                   MOVE WS-VALOR-DEVIDO TO WS-SALDO-ED
                   DISPLAY 'VALOR DEVIDO COM ENCARGOS: ' WS-SALDO-ED
           END-EVALUATE
           IF BAIXA-ACEITA
      * PAGAMENTO MENOR QUE O SALDO E ACEITO COMO PARCIAL: O SLOT
      * FICA 'PP' COM O ACUMULADO EM PARCPAGO.DAT E SO VIRA 'PG'
      * QUANDO O SALDO (MAIS OS ENCARGOS DO DIA) E PAGO INTEIRO.
               IF VALOR-PAG = WS-VALOR-DEVIDO
                   SET BAIXA-INTEGRAL TO TRUE
                   MOVE WS-SALDO-DEVEDOR TO WS-VALOR-PRINCIPAL
                   MOVE ZEROES TO WS-SALDO-RESTANTE
                   PERFORM MARCA-SLOT-PAGO
               ELSE
                   SET BAIXA-PARCIAL TO TRUE
                   MOVE VALOR-PAG TO WS-VALOR-PRINCIPAL
                   MOVE ZEROES TO WS-VALOR-MULTA
                   MOVE ZEROES TO WS-VALOR-JUROS
                   COMPUTE WS-SALDO-RESTANTE =
                       WS-SALDO-DEVEDOR - VALOR-PAG
                   PERFORM MARCA-SLOT-PARCIAL
               END-IF
               REWRITE REG-MEN
               IF FS-OK
                   PERFORM GRAVA-ACUMULADO
                   ADD 1 TO WS-CONTA-BAIXADOS
                   ADD VALOR-PAG TO WS-TOTAL-BAIXADO
                   IF BAIXA-PARCIAL
                       MOVE WS-SALDO-RESTANTE TO WS-SALDO-ED
                       DISPLAY 'BAIXA PARCIAL - CODIGO: ' CODIGO-PAG
                           ' PARCELA: ' SLOT-PAG ' (' WS-MES-ATUAL
                           ') SALDO RESTANTE: ' WS-SALDO-ED
                   ELSE
                       DISPLAY 'BAIXA EFETUADA - CODIGO: ' CODIGO-PAG
                           ' PARCELA: ' SLOT-PAG ' (' WS-MES-ATUAL ')'
                   END-IF
                   PERFORM EMITE-RECIBO
               ELSE
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'ERRO DE E/S AO REGRAVAR MENSAL.DAT'
                       TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEICAO
               END-IF
           ELSE
               PERFORM GRAVA-REJEICAO
           END-IF.
      *
      *============================================================
      * CALCULA-SALDO-DEVEDOR - SALDO AINDA DEVIDO DA PARCELA DO
      * SLOT INFORMADO: O VALOR DA PARCELA MENOS O QUE JA FOI PAGO
      * EM PARCIAIS (ACUMULADO DE PARCPAGO.DAT). PARCELA SEM
      * PAGAMENTO PARCIAL DEVE O VALOR INTEIRO.
      *============================================================
       CALCULA-SALDO-DEVEDOR.
           MOVE ZEROES TO WS-VALOR-ACUMULADO
           MOVE CODIGO-PAG  TO CODIGO-PP
           MOVE ANO-REF-PAG TO ANO-REF-PP
           MOVE SLOT-PAG    TO SLOT-PP
           READ ARQ-PP KEY IS CHAVE-PP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VALOR-ACUM-PP TO WS-VALOR-ACUMULADO
           END-READ
           IF WS-VALOR-ACUMULADO > WS-VALOR-PARCELA
               MOVE WS-VALOR-PARCELA TO WS-VALOR-ACUMULADO
           END-IF
           COMPUTE WS-SALDO-DEVEDOR =
               WS-VALOR-PARCELA - WS-VALOR-ACUMULADO.
      *
      *============================================================
      * CALCULA-ENCARGOS - VALOR DEVIDO DA PARCELA NA DATA DO
      * PAGAMENTO, PELA MESMA REGRA DO COBRANCA: SALDO + MULTA DE
      * 2% + JUROS DE 1% AO MES PRO RATA DIA, CONTADOS DO
      * VENCIMENTO REAL DA PARCELA (DIA DO ALUNO, ROLADO PARA O
      * PROXIMO DIA UTIL) ATE A DATA-PAG. PAGAMENTO ATE O
      * VENCIMENTO NAO TEM ENCARGO.
      *============================================================
       CALCULA-ENCARGOS.
           CALL 'CALCVENC' USING CODIGO-PAG ANO-REF-PAG SLOT-PAG
                                 WS-DATA-VENC
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC DATA-PAG WS-VALOR-BASE
                                WS-ENCARGOS
           COMPUTE WS-VALOR-DEVIDO =
               WS-SALDO-DEVEDOR + WS-VALOR-MULTA + WS-VALOR-JUROS.
      *
      *============================================================
      * GRAVA-ACUMULADO - SOMA O VALOR PAGO NO ACUMULADO DA PARCELA
      * EM PARCPAGO.DAT (CRIANDO O REGISTRO NO PRIMEIRO PAGAMENTO
      * PARCIAL). O ACUMULADO E MANTIDO MESMO NA QUITACAO, COMO
      * HISTORICO DE COMO A PARCELA FOI PAGA.
      *============================================================
       GRAVA-ACUMULADO.
           MOVE CODIGO-PAG  TO CODIGO-PP
           MOVE ANO-REF-PAG TO ANO-REF-PP
           MOVE SLOT-PAG    TO SLOT-PP
      * NO ACUMULADO ENTRA SO O PRINCIPAL: MULTA E JUROS NAO
      * ABATEM O SALDO DA PARCELA.
           READ ARQ-PP KEY IS CHAVE-PP
               INVALID KEY
                   MOVE WS-VALOR-PRINCIPAL TO VALOR-ACUM-PP
                   MOVE DATA-PAG  TO DATA-ULT-PP
                   WRITE REG-PP
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VALOR-PRINCIPAL TO VALOR-ACUM-PP
                   MOVE DATA-PAG TO DATA-ULT-PP
                   REWRITE REG-PP
                   END-REWRITE
           END-READ
           IF NOT FS-PP-OK
               DISPLAY 'AVISO: ACUMULADO DE PARCIAIS NAO GRAVADO - '
                   'FS-STAT: ' FS-STAT-PP
           END-IF.
      *
      *============================================================
      * MARCA-SLOT-PARCIAL - GRAVA 'PP' (PAGAMENTO PARCIAL) NO
      * SITU-n DO SLOT INFORMADO.
      *============================================================
       MARCA-SLOT-PARCIAL.
           EVALUATE SLOT-PAG
               WHEN 1  MOVE 'PP' TO SITU-1
               WHEN 2  MOVE 'PP' TO SITU-2
               WHEN 3  MOVE 'PP' TO SITU-3
               WHEN 4  MOVE 'PP' TO SITU-4
               WHEN 5  MOVE 'PP' TO SITU-5
               WHEN 6  MOVE 'PP' TO SITU-6
               WHEN 7  MOVE 'PP' TO SITU-7
               WHEN 8  MOVE 'PP' TO SITU-8
               WHEN 9  MOVE 'PP' TO SITU-9
               WHEN 10 MOVE 'PP' TO SITU-10
               WHEN 11 MOVE 'PP' TO SITU-11
               WHEN 12 MOVE 'PP' TO SITU-12
           END-EVALUATE.
      *
      *============================================================
      * ISOLA-SITU-SLOT - COPIA PARA WS-SITU-ATUAL/WS-MES-ATUAL A
      * SITUACAO E O MES DO SLOT INFORMADO NO PAGAMENTO, JA QUE AS
      * DOZE PARCELAS DO REGISTRO SAO CAMPOS NOMEADOS UM A UM.
      *============================================================
       ISOLA-SITU-SLOT.
           EVALUATE SLOT-PAG
               WHEN 1
                   MOVE SITU-1  TO WS-SITU-ATUAL
                   MOVE MES-REF-1  TO WS-MES-ATUAL
               WHEN 2
                   MOVE SITU-2  TO WS-SITU-ATUAL
                   MOVE MES-REF-2  TO WS-MES-ATUAL
               WHEN 3
                   MOVE SITU-3  TO WS-SITU-ATUAL
                   MOVE MES-REF-3  TO WS-MES-ATUAL
               WHEN 4
                   MOVE SITU-4  TO WS-SITU-ATUAL
                   MOVE MES-REF-4  TO WS-MES-ATUAL
               WHEN 5
                   MOVE SITU-5  TO WS-SITU-ATUAL
                   MOVE MES-REF-5  TO WS-MES-ATUAL
               WHEN 6
                   MOVE SITU-6  TO WS-SITU-ATUAL
                   MOVE MES-REF-6  TO WS-MES-ATUAL
               WHEN 7
                   MOVE SITU-7  TO WS-SITU-ATUAL
                   MOVE MES-REF-7  TO WS-MES-ATUAL
               WHEN 8
                   MOVE SITU-8  TO WS-SITU-ATUAL
                   MOVE MES-REF-8  TO WS-MES-ATUAL
               WHEN 9
                   MOVE SITU-9  TO WS-SITU-ATUAL
                   MOVE MES-REF-9  TO WS-MES-ATUAL
               WHEN 10
                   MOVE SITU-10 TO WS-SITU-ATUAL
                   MOVE MES-REF-10 TO WS-MES-ATUAL
               WHEN 11
                   MOVE SITU-11 TO WS-SITU-ATUAL
                   MOVE MES-REF-11 TO WS-MES-ATUAL
               WHEN 12
                   MOVE SITU-12 TO WS-SITU-ATUAL
                   MOVE MES-REF-12 TO WS-MES-ATUAL
           END-EVALUATE.
      *
      *============================================================
      * MARCA-SLOT-PAGO - GRAVA 'PG' NO SITU-n DO SLOT INFORMADO.
      *============================================================
       MARCA-SLOT-PAGO.
           EVALUATE SLOT-PAG
               WHEN 1  MOVE 'PG' TO SITU-1
               WHEN 2  MOVE 'PG' TO SITU-2
               WHEN 3  MOVE 'PG' TO SITU-3
               WHEN 4  MOVE 'PG' TO SITU-4
               WHEN 5  MOVE 'PG' TO SITU-5
               WHEN 6  MOVE 'PG' TO SITU-6
               WHEN 7  MOVE 'PG' TO SITU-7
               WHEN 8  MOVE 'PG' TO SITU-8
               WHEN 9  MOVE 'PG' TO SITU-9
               WHEN 10 MOVE 'PG' TO SITU-10
               WHEN 11 MOVE 'PG' TO SITU-11
               WHEN 12 MOVE 'PG' TO SITU-12
           END-EVALUATE.
      *
      *============================================================
      * BAIXA-LANC-EXTRA - BAIXA UM LANCAMENTO EXTRA (PARCELA 00):
      * LOCALIZA EM LANCEXT.DAT PELA CHAVE CODIGO + ANO + SEQUENCIA,
      * CONFERE QUE ESTA EM ABERTO E QUE O VALOR PAGO E O VALOR DO
      * LANCAMENTO, MARCA 'PG' E EMITE O RECIBO NUMERADO NORMAL.
      *============================================================
       BAIXA-LANC-EXTRA.
           IF EXT-INDISPONIVEL
               SET BAIXA-REJEITADA TO TRUE
               MOVE 'LANCEXT.DAT INDISPONIVEL - BAIXA AVULSA'
                   TO WS-MOTIVO-REJ
               PERFORM GRAVA-REJEICAO
           ELSE
               MOVE CODIGO-PAG  TO CODIGO-EXT
               MOVE ANO-REF-PAG TO ANO-REF-EXT
               MOVE SEQ-EXT-PAG TO SEQ-EXT
               READ ARQ-EXT KEY IS CHAVE-EXT
                   INVALID KEY
                       SET BAIXA-REJEITADA TO TRUE
                       MOVE 'LANCAMENTO EXTRA NAO ENCONTRADO'
                           TO WS-MOTIVO-REJ
                       PERFORM GRAVA-REJEICAO
                   NOT INVALID KEY
                       PERFORM CONFERE-E-MARCA-EXTRA
               END-READ
           END-IF.
      *
       CONFERE-E-MARCA-EXTRA.
      * LANCAMENTO VENCIDO E COBRADO AQUI PELO MESMO VALOR DA
      * CARTA DO COBRANCA (VALOR + MULTA DE 2% + JUROS DE 1% AO
      * MES PRO RATA DIA, NA DATA-PAG), PARA O RESPONSAVEL
      * QUE TRAZ A CARTA NAO SER RECUSADO NO BALCAO.
           PERFORM CALCULA-ENCARGOS-EXTRA
           EVALUATE TRUE
               WHEN NOT EXT-ABERTO
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'LANCAMENTO NAO ESTA EM ABERTO'
                       TO WS-MOTIVO-REJ
               WHEN VALOR-PAG = VALOR-EXT
                AND WS-VALOR-DEVIDO > VALOR-EXT
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'LANCAMENTO VENCIDO - FALTA MULTA E JUROS'
                       TO WS-MOTIVO-REJ
                   MOVE WS-VALOR-DEVIDO TO WS-SALDO-ED
                   DISPLAY 'VALOR DEVIDO COM ENCARGOS: ' WS-SALDO-ED
               WHEN VALOR-PAG NOT = WS-VALOR-DEVIDO
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'VALOR NAO CONFERE COM O LANCAMENTO'
                       TO WS-MOTIVO-REJ
                   MOVE WS-VALOR-DEVIDO TO WS-SALDO-ED
                   DISPLAY 'VALOR DEVIDO COM ENCARGOS: ' WS-SALDO-ED
           END-EVALUATE
           IF BAIXA-ACEITA
               SET EXT-PAGO TO TRUE
               REWRITE REG-EXT
               IF FS-EXT-OK
                   ADD 1 TO WS-CONTA-BAIXADOS
                   ADD VALOR-PAG TO WS-TOTAL-BAIXADO
                   SET BAIXA-INTEGRAL TO TRUE
      * O RECIBO SAI DISCRIMINADO EM PRINCIPAL/MULTA/JUROS PELO
      * MESMO BLOCO DO IMPRIME-RECIBO DAS PARCELAS.
                   MOVE VALOR-EXT TO WS-VALOR-PRINCIPAL
                   MOVE DESCRICAO-EXT TO WS-MES-ATUAL
      * O NOME DO ALUNO DO RECIBO SAI DO PROPRIO LANCAMENTO.
                   MOVE NOME-EXT   TO NOME
                   MOVE S-NOME-EXT TO S-NOME
                   MOVE SEQ-EXT-PAG TO WS-SEQ-EXT-ATUAL
                   DISPLAY 'BAIXA AVULSA - CODIGO: ' CODIGO-PAG
                       ' LANCAMENTO: ' SEQ-EXT-PAG
                       ' (' DESCRICAO-EXT ')'
                   PERFORM EMITE-RECIBO
                   MOVE ZEROES TO WS-SEQ-EXT-ATUAL
               ELSE
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'ERRO DE E/S AO REGRAVAR LANCEXT.DAT'
                       TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEICAO
               END-IF
           ELSE
               PERFORM GRAVA-REJEICAO
           END-IF.
      *
      *============================================================
      * CALCULA-ENCARGOS-EXTRA - VALOR DEVIDO DO LANCAMENTO EXTRA
      * NA DATA DO PAGAMENTO, PELA MESMA REGRA DO CALCULA-ATRASO-
      * EXTRA DO COBRANCA: VALOR + MULTA DE 2% + JUROS DE 1% AO MES
      * PRO RATA DIA. O VENCIMENTO DIGITADO NO MANTEXT QUE CAIR EM
      * FIM DE SEMANA OU FERIADO PASSA PARA O PROXIMO DIA UTIL.
      * LANCAMENTO AINDA NAO VENCIDO NAO TEM ENCARGO.
      *============================================================
       CALCULA-ENCARGOS-EXTRA.
           MOVE DATA-VENC-EXT TO WS-DATA-VENC
           CALL 'CALCVENC' USING CODIGO-PAG ANO-REF-PAG WS-MES-ZERO
                                 WS-DATA-VENC
           MOVE VALOR-EXT TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC DATA-PAG WS-VALOR-BASE
                                WS-ENCARGOS
           COMPUTE WS-VALOR-DEVIDO =
               VALOR-EXT + WS-VALOR-MULTA + WS-VALOR-JUROS.
      *
      *============================================================
      * DESCOBRE-PROX-RECIBO - PERCORRE RECIBOS.DAT EM SEQUENCIA DE
      * CHAVE PARA DESCOBRIR O MAIOR NUMERO JA EMITIDO (A MESMA
      * TECNICA DO DESCOBRE-PROX-CODIGO DO CRIALUNO), PARA QUE A
      * NUMERACAO CONTINUE DE ONDE PAROU.
      *============================================================
       DESCOBRE-PROX-RECIBO.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NUM-RECIBO > WS-PROX-RECIBO
                           MOVE NUM-RECIBO TO WS-PROX-RECIBO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-RECIBO
           DISPLAY 'PROXIMO RECIBO................: ' WS-PROX-RECIBO.
      *
      *============================================================
      * EMITE-RECIBO - GRAVA NO REGISTRO PERMANENTE RECIBOS.DAT O
      * RECIBO NUMERADO DA BAIXA RECEM-EFETUADA E IMPRIME O RECIBO
      * FORMATADO EM RECIBOS.LST PARA ASSINATURA DO RESPONSAVEL.
      *============================================================
       EMITE-RECIBO.
      * COM O RECIBOS.DAT COMPARTILHADO, OUTRA ESTACAO (CAIXA OU
      * RETORNO BANCARIO) PODE TER USADO O NUMERO DESCOBERTO NA
      * PARTIDA: NUMERO JA EXISTENTE AVANCA A NUMERACAO E TENTA DE
      * NOVO ATE GRAVAR, PARA QUE NENHUMA BAIXA FIQUE SEM RECIBO.
           SET RECIBO-PENDENTE TO TRUE
           PERFORM UNTIL RECIBO-GRAVADO
               MOVE WS-PROX-RECIBO TO NUM-RECIBO
               MOVE CODIGO-PAG     TO CODIGO-REC
               MOVE ANO-REF-PAG    TO ANO-REF-REC
               MOVE SLOT-PAG       TO SLOT-REC
               MOVE VALOR-PAG      TO VALOR-REC
               MOVE DATA-PAG       TO DATA-PAG-REC
               MOVE WS-OPERADOR    TO OPERADOR-REC
               MOVE WS-FORMA-ATUAL TO FORMA-REC
               MOVE 'N'            TO TIPO-REC
               MOVE ZEROES         TO REF-RECIBO
               MOVE WS-SEQ-EXT-ATUAL TO SEQ-EXT-REC
               CALL 'UNIDALU' USING CODIGO-REC UNIDADE-REC
               WRITE REG-REC
                   INVALID KEY
                       DISPLAY 'RECIBO ' WS-PROX-RECIBO ' JA USADO '
                           'POR OUTRA ESTACAO - AVANCANDO A '
                           'NUMERACAO.'
                       ADD 1 TO WS-PROX-RECIBO
                   NOT INVALID KEY
                       SET RECIBO-GRAVADO TO TRUE
                       MOVE NUM-RECIBO TO WS-RECIBO-EMITIDO
                       PERFORM IMPRIME-RECIBO
                       ADD 1 TO WS-PROX-RECIBO
               END-WRITE
               IF RECIBO-PENDENTE AND NOT FS-REC-OK
                  AND NOT FS-REC-CHAVE-DUPLIC
      * ERRO QUE NAO E DE NUMERACAO (DISCO, TRAVA): REGISTRA EM
      * NA LISTA DE EXCECOES PARA ACERTO MANUAL E DESISTE DESTE
      * RECIBO.
                   SET RECIBO-GRAVADO TO TRUE
                   MOVE 'BAIXA EFETUADA SEM RECIBO - ERRO DE E/S'
                       TO WS-MOTIVO-REJ
                   PERFORM GRAVA-LINHA-EXCECAO
                   DISPLAY 'ERRO AO GRAVAR RECIBO - FS-STAT: '
                       FS-STAT-REC ' - BAIXA ANOTADA NA LISTA DE '
                       'EXCECOES SEM RECIBO.'
               END-IF
           END-PERFORM.
      *
      *============================================================
      * IMPRIME-RECIBO - RECIBO FORMATADO EM RECIBOS.LST, PRONTO
      * PARA ASSINATURA E ENTREGA AO RESPONSAVEL.
      *============================================================
       IMPRIME-RECIBO.
           MOVE ALL '=' TO REG-RLS
           WRITE REG-RLS
           MOVE SPACES TO WS-LINHA-REC
           STRING 'RECIBO NO. ' NUM-RECIBO
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE SPACES TO WS-LINHA-REC
           STRING 'ALUNO ' CODIGO-REC ' - ' NOME ' ' S-NOME
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE VALOR-REC TO WS-VALOR-REC-ED
           MOVE SPACES TO WS-LINHA-REC
           STRING 'PARCELA ' SLOT-REC ' (' WS-MES-ATUAL ') DE '
               ANO-REF-REC ' - VALOR ' WS-VALOR-REC-ED
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
      * QUITACAO COM ATRASO SAI DISCRIMINADA EM PRINCIPAL, MULTA E
      * JUROS, COMO NA CARTA DE COBRANCA.
           IF WS-VALOR-MULTA > 0 OR WS-VALOR-JUROS > 0
               MOVE WS-VALOR-PRINCIPAL TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-REC
               STRING '  PRINCIPAL: ' WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-LINHA-REC
               WRITE REG-RLS FROM WS-LINHA-REC
               MOVE WS-VALOR-MULTA TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-REC
               STRING '  MULTA....: ' WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-LINHA-REC
               WRITE REG-RLS FROM WS-LINHA-REC
               MOVE WS-VALOR-JUROS TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-REC
               STRING '  JUROS....: ' WS-SALDO-ED ' ('
                   WS-DIAS-ATRASO ' DIA(S) DE ATRASO)'
                   DELIMITED BY SIZE INTO WS-LINHA-REC
               WRITE REG-RLS FROM WS-LINHA-REC
           END-IF
      * RECIBO DE PAGAMENTO PARCIAL SAI COM O SALDO QUE AINDA
      * RESTA DA PARCELA, PARA O RESPONSAVEL SABER QUANTO FALTA.
           IF BAIXA-PARCIAL
               MOVE WS-SALDO-RESTANTE TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-REC
               STRING 'PAGAMENTO PARCIAL - SALDO RESTANTE: '
                   WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-LINHA-REC
               WRITE REG-RLS FROM WS-LINHA-REC
           END-IF
           MOVE SPACES TO WS-LINHA-REC
           STRING 'DATA DO PAGAMENTO ' DATA-PAG-REC
               '  OPERADOR ' OPERADOR-REC
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE 'ASSINATURA: ___________________________' TO REG-RLS
           WRITE REG-RLS.
      *
      *============================================================
      * GRAVA-REJEICAO - CREDITO QUE NAO CASOU COM UMA COBRANCA EM
      * ABERTO: VAI PARA A LISTA DE EXCECOES DO PIX, PARA QUE A
      * TESOURARIA DEVOLVA OU ACERTE O VALOR A MAO EM VEZ DE
      * PERDE-LO.
      *============================================================
       GRAVA-REJEICAO.
           ADD 1 TO WS-CONTA-REJEITADOS
           ADD VALOR-CRD TO WS-TOTAL-REJEITADO
           PERFORM GRAVA-LINHA-EXCECAO
           DISPLAY 'CREDITO PIX REJEITADO - TXID: ' TXID-CRD
               ' - ' WS-MOTIVO-REJ.
      *
       GRAVA-LINHA-EXCECAO.
           MOVE VALOR-CRD TO WS-VALOR-NOK-ED
           MOVE SPACES TO WS-LINHA-NOK
           STRING DATA-CRD(7:2) '/' DATA-CRD(5:2) '/' DATA-CRD(1:4)
               ' ' WS-VALOR-NOK-ED ' ' TXID-CRD ' '
               PAGADOR-CRD
               DELIMITED BY SIZE INTO WS-LINHA-NOK
           WRITE REG-NOK FROM WS-LINHA-NOK
           MOVE SPACES TO WS-LINHA-NOK
           STRING '           E2E: ' E2E-CRD ' ' WS-MOTIVO-REJ
               DELIMITED BY SIZE INTO WS-LINHA-NOK
           WRITE REG-NOK FROM WS-LINHA-NOK.
      *
       CABECALHO-EXCECOES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINHA-NOK
           STRING 'CREDITOS PIX SEM BAIXA - PROCESSADO EM '
               WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
               WS-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WS-LINHA-NOK
           WRITE REG-NOK FROM WS-LINHA-NOK
           MOVE SPACES TO WS-LINHA-NOK
           STRING 'DATA               VALOR TXID'
               '                      PAGADOR'
               DELIMITED BY SIZE INTO WS-LINHA-NOK
           WRITE REG-NOK FROM WS-LINHA-NOK
           MOVE ALL '-' TO REG-NOK
           WRITE REG-NOK.
      *
       RODAPE-EXCECOES.
           MOVE ALL '-' TO REG-NOK
           WRITE REG-NOK
           MOVE WS-TOTAL-REJEITADO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-NOK
           STRING 'CREDITOS SEM BAIXA: ' WS-CONTA-REJEITADOS
               '  TOTAL: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-NOK
           WRITE REG-NOK FROM WS-LINHA-NOK
           MOVE WS-TOTAL-TARIFAS TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-NOK
           STRING 'TARIFAS PIX COBRADAS PELO BANCO: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-NOK
           WRITE REG-NOK FROM WS-LINHA-NOK.
      *
      *============================================================
      * GRAVA-LIVRO-CAIXA - LANCA O DIA DO PIX NO LIVRO CAIXA COMO A
      * SESSAO 9999 DO OPERADOR 'PIX', FORMA 'T': ABERTURA ZERADA E
      * FECHAMENTO COM O TOTAL BAIXADO (SISTEMA), O TOTAL CREDITADO
      * PELO BANCO (DECLARADO) E A DIFERENCA, QUE E O VALOR PARADO
      * NA LISTA DE EXCECOES. EXTRATO SEM CREDITO NOVO NAO LANCA.
      *============================================================
       GRAVA-LIVRO-CAIXA.
           IF WS-TOTAL-CREDITOS NOT = ZEROES
               MOVE SPACES TO REG-CX
               MOVE WS-DATA-HOJE TO DATA-CX
               MOVE WS-SESSAO    TO SESSAO-CX
               MOVE WS-PARAM-UNIDADES(1:2) TO UNIDADE-CX
               MOVE WS-OPERADOR  TO OPERADOR-CX
               SET CX-ABERTURA TO TRUE
               MOVE WS-FORMA-ATUAL TO FORMA-CX
               MOVE ZEROES TO VALOR-SIST-CX
               MOVE ZEROES TO VALOR-DECL-CX
               MOVE ZEROES TO DIFERENCA-CX
               WRITE REG-CX
               MOVE SPACES TO REG-CX
               MOVE WS-DATA-HOJE TO DATA-CX
               MOVE WS-SESSAO    TO SESSAO-CX
               MOVE WS-PARAM-UNIDADES(1:2) TO UNIDADE-CX
               MOVE WS-OPERADOR  TO OPERADOR-CX
               SET CX-FECHAMENTO TO TRUE
               MOVE WS-FORMA-ATUAL    TO FORMA-CX
               MOVE WS-TOTAL-BAIXADO  TO VALOR-SIST-CX
               MOVE WS-TOTAL-CREDITOS TO VALOR-DECL-CX
               COMPUTE DIFERENCA-CX =
                   WS-TOTAL-CREDITOS - WS-TOTAL-BAIXADO
               WRITE REG-CX
           END-IF.
      *
      *============================================================
      * MOSTRA-TOTAIS - RESUMO DO PROCESSAMENTO DO EXTRATO PIX.
      *============================================================
       MOSTRA-TOTAIS.
           DISPLAY '================================================'
           DISPLAY 'BAIXA AUTOMATICA PIX'
           DISPLAY 'CREDITOS LIDOS........: ' WS-CONTA-LIDOS
           DISPLAY 'JA PROCESSADOS ANTES..: ' WS-CONTA-REPETIDOS
           DISPLAY 'CREDITOS BAIXADOS.....: ' WS-CONTA-BAIXADOS
           DISPLAY 'CREDITOS SEM BAIXA....: ' WS-CONTA-REJEITADOS
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-ED
           DISPLAY 'TOTAL CREDITADO.......: ' WS-TOTAL-ED
           MOVE WS-TOTAL-BAIXADO TO WS-TOTAL-ED
           DISPLAY 'TOTAL BAIXADO.........: ' WS-TOTAL-ED
           MOVE WS-TOTAL-REJEITADO TO WS-TOTAL-ED
           DISPLAY 'TOTAL SEM BAIXA.......: ' WS-TOTAL-ED
           MOVE WS-TOTAL-TARIFAS TO WS-TOTAL-ED
           DISPLAY 'TARIFAS PIX...........: ' WS-TOTAL-ED
           IF WS-CONTA-REJEITADOS > 0
               DISPLAY 'CONFIRA A LISTA DE EXCECOES: '
                   WS-ARQ-PIXNOKLST
           END-IF
           DISPLAY '================================================'.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CRD
           IF FS-CRD-NAO-EXISTE THEN
               DISPLAY 'EXTRATO PIX NAO ENCONTRADO - NADA A BAIXAR.'
               GOBACK
           END-IF
           OPEN I-O ARQ-MEN
           IF FS-NAO-EXISTE THEN
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIAPAR PRIMEIRO.'
               CLOSE ARQ-CRD
               GOBACK
           END-IF
      * O REGISTRO DE CREDITOS PIX E PERMANENTE, CRIADO NA PRIMEIRA
      * EXECUCAO, COMO O RECIBOS.DAT.
           OPEN I-O ARQ-PXR
           IF FS-PXR-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-PXR
               CLOSE ARQ-PXR
               OPEN I-O ARQ-PXR
           END-IF
           OPEN OUTPUT ARQ-NOK
      * ABRE EM I-O (E NAO EM OUTPUT) PARA QUE OS RECIBOS JA
      * EMITIDOS NUNCA SEJAM PERDIDOS OU REGRAVADOS.
           OPEN I-O ARQ-REC
           IF FS-REC-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-REC
               CLOSE ARQ-REC
               OPEN I-O ARQ-REC
           END-IF
           OPEN OUTPUT ARQ-RLS
           OPEN EXTEND ARQ-CX
           IF FS-CX-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CX
           END-IF
           OPEN I-O ARQ-PP
           IF FS-PP-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-PP
               CLOSE ARQ-PP
               OPEN I-O ARQ-PP
           END-IF
      * SEM OS LANCAMENTOS EXTRAS DO MANTEXT, SO O PIX DE COBRANCA
      * AVULSA (TXID 'X') FICA SEM BAIXA.
           SET EXT-DISPONIVEL TO TRUE
           OPEN I-O ARQ-EXT
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
           MOVE 'PIXCREDTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PIXCREDTXT
           MOVE 'PIXREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PIXREG
           MOVE 'PIXNOKLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PIXNOKLST
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'RECIBOLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOLST
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'PARCPAGO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PARCPAGO
           MOVE 'CAIXA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXA
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'UNIDADES' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-UNIDADES.
