       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAGACP.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CONTAS A PAGAR (MANTCP): O DOCUMENTO PAGO PASSA A 'PG' COM A
      * DATA, O VALOR PAGO E O NUMERO DA SAIDA.
       SELECT ARQ-CP
              ASSIGN TO WS-ARQ-CPAGAR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CP
              ALTERNATE RECORD KEY IS FORNEC-CP
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CP
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CP.

       SELECT ARQ-FOR
              ASSIGN TO WS-ARQ-FORNEC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-FOR
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FOR.

      * REGISTRO PERMANENTE DE SAIDAS, NUMERADO COMO OS RECIBOS DO
      * BAIXAPAG: CADA PAGAMENTO GANHA O SEU NUMERO DE SAIDA.
       SELECT ARQ-SAI
              ASSIGN TO WS-ARQ-SAIDAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-SAIDA
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-SAI.

      * LIVRO CAIXA: O PAGAMENTO ENTRA COMO MOVIMENTO NEGATIVO DE
      * TIPO 'S' (SAIDA), COM O NUMERO DA SAIDA NO FIM DA LINHA.
       SELECT ARQ-CX
              ASSIGN TO WS-ARQ-CAIXA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CX.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-PAGACPLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CP.
       01  REG-CP.
           02 NUM-CP          PIC 9(06).
           02 FORNEC-CP       PIC 9(06).
           02 DOC-CP          PIC X(15).
           02 DESCRICAO-CP    PIC X(30).
           02 CATEG-CP        PIC X(02).
           02 DATA-EMIS-CP    PIC 9(08).
           02 DATA-VENC-CP    PIC 9(08).
           02 VALOR-CP        PIC 9(07)V99.
           02 SITU-CP         PIC X(02).
              88 CP-ABERTO        VALUE 'AB'.
              88 CP-PAGO          VALUE 'PG'.
              88 CP-CANCELADO     VALUE 'CN'.
           02 DATA-PAGTO-CP   PIC 9(08).
           02 VALOR-PAGO-CP   PIC 9(07)V99.
           02 FORMA-CP        PIC X(01).
           02 SAIDA-CP        PIC 9(06).
           02 OPERADOR-CP     PIC X(08).

       FD  ARQ-FOR.
       01  REG-FOR.
           02 CODIGO-FOR      PIC 9(06).
           02 NOME-FOR        PIC X(40).
           02 DOC-FOR         PIC X(14).
           02 FONE-FOR        PIC X(12).
           02 BANCO-FOR       PIC X(40).
           02 TIPO-FOR        PIC X(01).
           02 SITU-FOR        PIC X(01).

       FD  ARQ-SAI.
       01  REG-SAI.
           02 NUM-SAIDA       PIC 9(06).
           02 NUM-CP-SAI      PIC 9(06).
           02 FORNEC-SAI      PIC 9(06).
           02 DATA-SAI        PIC 9(08).
           02 VALOR-SAI       PIC 9(07)V99.
           02 FORMA-SAI       PIC X(01).
           02 SESSAO-SAI      PIC 9(04).
           02 OPERADOR-SAI    PIC X(08).

       FD  ARQ-CX.
       01  REG-CX.
           02 DATA-CX          PIC 9(08).
           02 FILLER           PIC X(02).
           02 SESSAO-CX        PIC 9(04).
           02 FILLER           PIC X(02).
           02 OPERADOR-CX      PIC X(08).
           02 FILLER           PIC X(02).
           02 TIPO-CX          PIC X(01).
              88 CX-ABERTURA   VALUE 'A'.
              88 CX-FECHAMENTO VALUE 'F'.
              88 CX-ESTORNO    VALUE 'E'.
              88 CX-SAIDA      VALUE 'S'.
           02 FILLER           PIC X(02).
           02 FORMA-CX         PIC X(01).
           02 FILLER           PIC X(02).
           02 VALOR-SIST-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 VALOR-DECL-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 DIFERENCA-CX     PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 SAIDA-CX         PIC 9(06).
           02 FILLER           PIC X(02).
      * UNIDADE DO CAIXA: A UNIDADE DE TRABALHO DA SESSAO DO MENU.
           02 UNIDADE-CX       PIC X(02).

       FD  ARQ-REL.
       01  REG-REL             PIC X(80).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CPAGAR PIC X(64).
       01  WS-ARQ-FORNEC PIC X(64).
       01  WS-ARQ-SAIDAS PIC X(64).
       01  WS-ARQ-CAIXA PIC X(64).
       01  WS-ARQ-PAGACPLST PIC X(64).

       01  WS-OPER-SESSAO     PIC X(08).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-OPERADOR        PIC X(08).
       01  WS-SESSAO          PIC 9(04).
       01  WS-UNIDADE-SES     PIC X(02).
       01  WS-UNIDADES-SES    PIC X(10).
       01  WS-NUM-PARAM       PIC 9(06).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-PARAM      PIC X(08).
       01  WS-DATA-PAGTO      PIC 9(08).
       01  WS-FORMA           PIC X(01).
           88 FORMA-VALIDA    VALUES 'D' 'T' 'B' 'C'.
       01  WS-VALOR-PARAM     PIC 9(07)V99.
       01  WS-VALOR-PAGO      PIC 9(07)V99.
       01  WS-PROX-SAIDA      PIC 9(06) VALUE ZEROES.
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-PAGOS     PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-PAGO      PIC 9(09)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA           PIC X(80).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SAIDA-STATUS PIC X(01).
           88 SAIDA-GRAVADA  VALUE 'S'.
           88 SAIDA-PENDENTE VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'PAGACP'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-CP PIC 9(02).
           88 FS-CP-OK          VALUE ZEROS.
           88 FS-CP-NAO-EXISTE  VALUE 35.
           88 FS-CP-EM-USO      VALUES 51 99.
       77 FS-STAT-FOR PIC 9(02).
           88 FS-FOR-OK         VALUE ZEROS.
           88 FS-FOR-NAO-EXISTE VALUE 35.
       77 FS-STAT-SAI PIC 9(02).
           88 FS-SAI-OK          VALUE ZEROS.
           88 FS-SAI-NAO-EXISTE  VALUE 35.
           88 FS-SAI-CHAVE-DUPLIC VALUE 22.
       77 FS-STAT-CX PIC 9(02).
           88 FS-CX-OK         VALUE ZEROS.
           88 FS-CX-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
      * UNIDADE DE TRABALHO DA SESSAO DO MENU, GRAVADA NO CAIXA.
       CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      * COM SESSAO ABERTA PELO MENU, O OPERADOR DA SAIDA E DO LIVRO
      * CAIXA E O DO LOGIN (LEOPER); RODADO AVULSO, O PROGRAMA
      * PERGUNTA, COMO NO ESTORNO.
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       IF WS-OPER-SESSAO NOT = SPACES
           MOVE WS-OPER-SESSAO TO WS-OPERADOR
           DISPLAY 'OPERADOR DA SESSAO: ' WS-OPERADOR
       ELSE
           DISPLAY 'OPERADOR RESPONSAVEL (ATE 8 LETRAS): '
               WITH NO ADVANCING
           ACCEPT WS-OPERADOR
       END-IF
       DISPLAY 'NUMERO DA SESSAO DE CAIXA (9999).....: '
           WITH NO ADVANCING
       ACCEPT WS-SESSAO
       PERFORM DESCOBRE-PROX-SAIDA.
       PERFORM SOLICITA-NUMERO.
      * repete a baixa ate o operador informar 0 (encerra)
       PERFORM UNTIL WS-NUM-PARAM = 0
           PERFORM PAGA-DOCUMENTO
           PERFORM SOLICITA-NUMERO
       END-PERFORM.
       CLOSE ARQ-CP.
       CLOSE ARQ-FOR.
       CLOSE ARQ-SAI.
       CLOSE ARQ-CX.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'SESSAO DE CAIXA ' WS-SESSAO
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-PAGACPLST.
       MOVE WS-TOTAL-PAGO TO WS-TOTAL-ED
       DISPLAY 'DOCUMENTOS PAGOS: ' WS-CONTA-PAGOS
           '   TOTAL PAGO: ' WS-TOTAL-ED
       DISPLAY 'COMPROVANTES GRAVADOS EM PAGACP.LST.'
       GOBACK.
      *
       SOLICITA-NUMERO.
           DISPLAY ' '
           DISPLAY 'NUMERO DO DOCUMENTO A PAGAR (0 ENCERRA): '
               WITH NO ADVANCING
           ACCEPT WS-NUM-PARAM.
      *
      *============================================================
      * PAGA-DOCUMENTO - LOCALIZA O DOCUMENTO, CONFERE QUE ESTA EM
      * ABERTO, PEDE DATA, FORMA E VALOR PAGO E, CONFIRMADO, FAZ A
      * BAIXA.
      *============================================================
       PAGA-DOCUMENTO.
           MOVE WS-NUM-PARAM TO NUM-CP
           READ ARQ-CP KEY IS NUM-CP
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO CADASTRADO !'
               NOT INVALID KEY
                   IF NOT CP-ABERTO
                       DISPLAY 'DOCUMENTO NAO ESTA EM ABERTO '
                           '(SITUACAO ' SITU-CP ') - NADA PAGO.'
                   ELSE
                       PERFORM CAPTURA-PAGAMENTO
                   END-IF
           END-READ.
      *
       CAPTURA-PAGAMENTO.
           MOVE FORNEC-CP TO CODIGO-FOR
           READ ARQ-FOR KEY IS CODIGO-FOR
               INVALID KEY
                   MOVE '*** FORNECEDOR NAO CADASTRADO ***'
                       TO NOME-FOR
           END-READ
           MOVE VALOR-CP TO WS-VALOR-ED
           DISPLAY 'FORNECEDOR: ' FORNEC-CP ' ' NOME-FOR
           DISPLAY 'DOCUMENTO.: ' DOC-CP ' ' DESCRICAO-CP
           DISPLAY 'VENCIMENTO: ' DATA-VENC-CP '   VALOR: '
               WS-VALOR-ED
           DISPLAY 'DATA DO PAGAMENTO AAAAMMDD (EM BRANCO = HOJE): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PARAM
           IF WS-DATA-PARAM = SPACES OR WS-DATA-PARAM NOT NUMERIC
               MOVE WS-DATA-HOJE TO WS-DATA-PAGTO
           ELSE
               MOVE WS-DATA-PARAM TO WS-DATA-PAGTO
           END-IF
           DISPLAY 'FORMA (D DINHEIRO, T TRANSFERENCIA/PIX, '
               'B BOLETO, C CHEQUE): ' WITH NO ADVANCING
           ACCEPT WS-FORMA
           DISPLAY 'VALOR PAGO 9999999,99 (ZERO = VALOR DO '
               'DOCUMENTO): ' WITH NO ADVANCING
           ACCEPT WS-VALOR-PARAM
           IF WS-VALOR-PARAM > 0
               MOVE WS-VALOR-PARAM TO WS-VALOR-PAGO
           ELSE
               MOVE VALOR-CP TO WS-VALOR-PAGO
           END-IF
           IF NOT FORMA-VALIDA
               DISPLAY 'FORMA DE PAGAMENTO INVALIDA - NADA PAGO.'
           ELSE
               MOVE WS-VALOR-PAGO TO WS-VALOR-ED
               DISPLAY 'CONFIRMA O PAGAMENTO DE ' WS-VALOR-ED
                   ' (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM BAIXA-DOCUMENTO
               ELSE
                   DISPLAY 'PAGAMENTO ABANDONADO.'
               END-IF
           END-IF.
      *
      *============================================================
      * BAIXA-DOCUMENTO - MARCA O DOCUMENTO COMO PAGO PRIMEIRO (SE
      * ESTIVER TRAVADO POR OUTRA ESTACAO NADA MAIS E GRAVADO); SO
      * ENTAO NUMERA A SAIDA, LANCA NO LIVRO CAIXA E IMPRIME O
      * COMPROVANTE.
      *============================================================
       BAIXA-DOCUMENTO.
           SET CP-PAGO TO TRUE
           MOVE WS-DATA-PAGTO TO DATA-PAGTO-CP
           MOVE WS-VALOR-PAGO TO VALOR-PAGO-CP
           MOVE WS-FORMA      TO FORMA-CP
           MOVE WS-PROX-SAIDA TO SAIDA-CP
           MOVE WS-OPERADOR   TO OPERADOR-CP
           REWRITE REG-CP
           IF FS-CP-OK
               PERFORM GRAVA-SAIDA
               IF NUM-SAIDA NOT = SAIDA-CP
                   MOVE NUM-SAIDA TO SAIDA-CP
                   REWRITE REG-CP
               END-IF
               PERFORM GRAVA-MOVIMENTO-CAIXA
               PERFORM IMPRIME-COMPROVANTE
               ADD 1 TO WS-CONTA-PAGOS
               ADD WS-VALOR-PAGO TO WS-TOTAL-PAGO
               DISPLAY 'DOCUMENTO PAGO - SAIDA NO. ' NUM-SAIDA
               ADD 1 TO WS-PROX-SAIDA
           ELSE
               IF FS-CP-EM-USO
                   DISPLAY 'DOCUMENTO EM USO POR OUTRA ESTACAO - '
                       'NADA PAGO, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR CPAGAR.DAT - FS-STAT: '
                       FS-STAT-CP ' - NADA PAGO.'
               END-IF
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-SAIDA - VARRE SAIDAS.DAT EM SEQUENCIA DE
      * CHAVE PARA DESCOBRIR O MAIOR NUMERO DE SAIDA JA USADO.
      *============================================================
       DESCOBRE-PROX-SAIDA.
           MOVE ZEROES TO WS-PROX-SAIDA
           MOVE ZEROES TO NUM-SAIDA
           START ARQ-SAI KEY IS NOT LESS THAN NUM-SAIDA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-SAI NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-SAIDA TO WS-PROX-SAIDA
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-SAIDA.
      *
      *============================================================
      * GRAVA-SAIDA - GRAVA A SAIDA NUMERADA. SE OUTRA ESTACAO JA
      * USOU O NUMERO, AVANCA ATE ACHAR UM LIVRE (COMO O RECIBO).
      *============================================================
       GRAVA-SAIDA.
           SET SAIDA-PENDENTE TO TRUE
           PERFORM UNTIL SAIDA-GRAVADA
               MOVE WS-PROX-SAIDA TO NUM-SAIDA
               MOVE NUM-CP        TO NUM-CP-SAI
               MOVE FORNEC-CP     TO FORNEC-SAI
               MOVE WS-DATA-PAGTO TO DATA-SAI
               MOVE WS-VALOR-PAGO TO VALOR-SAI
               MOVE WS-FORMA      TO FORMA-SAI
               MOVE WS-SESSAO     TO SESSAO-SAI
               MOVE WS-OPERADOR   TO OPERADOR-SAI
               WRITE REG-SAI
                   INVALID KEY
                       DISPLAY 'SAIDA ' WS-PROX-SAIDA ' JA USADA '
                           'POR OUTRA ESTACAO - AVANCANDO A '
                           'NUMERACAO.'
                       ADD 1 TO WS-PROX-SAIDA
                   NOT INVALID KEY
                       SET SAIDA-GRAVADA TO TRUE
               END-WRITE
               IF SAIDA-PENDENTE AND NOT FS-SAI-OK
                  AND NOT FS-SAI-CHAVE-DUPLIC
                   SET SAIDA-GRAVADA TO TRUE
                   DISPLAY 'ERRO AO GRAVAR SAIDAS.DAT - FS-STAT: '
                       FS-STAT-SAI ' - ANOTE A SAIDA MANUALMENTE.'
               END-IF
           END-PERFORM.
      *
      *============================================================
      * GRAVA-MOVIMENTO-CAIXA - LANCA O PAGAMENTO COMO MOVIMENTO
      * NEGATIVO NO LIVRO CAIXA (TIPO 'S'), NA SESSAO INFORMADA.
      *============================================================
       GRAVA-MOVIMENTO-CAIXA.
           MOVE SPACES TO REG-CX
           MOVE WS-DATA-PAGTO TO DATA-CX
           MOVE WS-SESSAO     TO SESSAO-CX
           MOVE WS-UNIDADE-SES TO UNIDADE-CX
           MOVE WS-OPERADOR   TO OPERADOR-CX
           SET CX-SAIDA TO TRUE
           MOVE WS-FORMA      TO FORMA-CX
           COMPUTE VALOR-SIST-CX = 0 - WS-VALOR-PAGO
           COMPUTE VALOR-DECL-CX = 0 - WS-VALOR-PAGO
           MOVE ZEROES TO DIFERENCA-CX
           MOVE NUM-SAIDA     TO SAIDA-CX
           WRITE REG-CX.
      *
      *============================================================
      * IMPRIME-COMPROVANTE - COMPROVANTE DA SAIDA EM PAGACP.LST,
      * PARA ASSINATURA DE QUEM PAGOU E ARQUIVO JUNTO DA NOTA.
      *============================================================
       IMPRIME-COMPROVANTE.
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'COMPROVANTE DE SAIDA NO. ' NUM-SAIDA
               '   SESSAO ' WS-SESSAO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'FORNECEDOR ' FORNEC-CP ' - ' NOME-FOR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'DOCUMENTO ' NUM-CP ' (' DOC-CP ') - '
               DESCRICAO-CP
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-VALOR-PAGO TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING 'VENCIMENTO ' DATA-VENC-CP ' - PAGO EM '
               WS-DATA-PAGTO ' - FORMA ' WS-FORMA
               ' - VALOR ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'OPERADOR: ' WS-OPERADOR
               '   VISTO: ____________________'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CP
           IF FS-CP-NAO-EXISTE THEN
               DISPLAY 'CPAGAR.DAT NAO ENCONTRADO - CADASTRE OS '
                   'DOCUMENTOS NO MANTCP PRIMEIRO.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-FOR
           IF FS-FOR-NAO-EXISTE THEN
               DISPLAY 'FORNEC.DAT NAO ENCONTRADO - CADASTRE OS '
                   'FORNECEDORES NO MANTFOR PRIMEIRO.'
               CLOSE ARQ-CP
               GOBACK
           END-IF
      * AS SAIDAS SAO CRIADAS NA PRIMEIRA EXECUCAO E NUNCA
      * REGRAVADAS.
           OPEN I-O ARQ-SAI
           IF FS-SAI-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-SAI
               CLOSE ARQ-SAI
               OPEN I-O ARQ-SAI
           END-IF
      * O LIVRO CAIXA E PERMANENTE: SEMPRE EM EXTEND, CRIADO NA
      * PRIMEIRA GRAVACAO.
           OPEN EXTEND ARQ-CX
           IF FS-CX-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CX
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'CPAGAR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CPAGAR
           MOVE 'FORNEC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FORNEC
           MOVE 'SAIDAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SAIDAS
           MOVE 'CAIXA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXA
           MOVE 'PAGACPLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PAGACPLST.
