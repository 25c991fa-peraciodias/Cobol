       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTCP.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CONTAS A PAGAR: UM DOCUMENTO (NOTA, FATURA, CONTA DE
      * CONSUMO, ADIANTAMENTO) POR REGISTRO, COM VENCIMENTO E
      * CATEGORIA. A BAIXA E FEITA NO PAGACP, QUE LANCA A SAIDA NO
      * LIVRO CAIXA; O FLUXOCX PROJETA OS VENCIMENTOS POR SEMANA.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CP.
       01  REG-CP.
           02 NUM-CP          PIC 9(06).
           02 FORNEC-CP       PIC 9(06).
           02 DOC-CP          PIC X(15).
           02 DESCRICAO-CP    PIC X(30).
           02 CATEG-CP        PIC X(02).
              88 CP-FORNECEDOR    VALUE 'FO'.
              88 CP-FOLHA         VALUE 'FL'.
              88 CP-CONSUMO       VALUE 'CC'.
              88 CP-IMPOSTO       VALUE 'IM'.
              88 CP-ALUGUEL       VALUE 'AL'.
              88 CP-OUTROS        VALUE 'OU'.
              88 CP-CATEG-VALIDA  VALUES 'FO' 'FL' 'CC' 'IM' 'AL'
                                         'OU'.
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
      * NUMERO DA SAIDA (SAIDAS.DAT) QUE PAGOU O DOCUMENTO.
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
              88 FOR-ATIVO        VALUE 'A'.
              88 FOR-INATIVO      VALUE 'I'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CPAGAR PIC X(64).
       01  WS-ARQ-FORNEC PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR  VALUE 'I'.
           88 OPCAO-ALTERAR  VALUE 'A'.
           88 OPCAO-CANCELAR VALUE 'C'.
           88 OPCAO-AGENDA   VALUE 'L'.
           88 OPCAO-SAIR     VALUE 'S'.

       01  WS-NUM-PARAM       PIC 9(06).
       01  WS-FORNEC-PARAM    PIC 9(06).
       01  WS-DOC-PARAM       PIC X(15).
       01  WS-DESCRICAO-PARAM PIC X(30).
       01  WS-CATEG-PARAM     PIC X(02).
       01  WS-VALOR-PARAM     PIC 9(07)V99.
       01  WS-VENC-PARAM      PIC X(08).
       01  WS-QTD-PARCELAS    PIC 9(02).
       01  WS-PARCELA         PIC 9(02).
       01  WS-PROX-NUM        PIC 9(06).
       01  WS-EOF             PIC X(01).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-INICIO     PIC 9(08).
       01  WS-DATA-FIM        PIC 9(08).
       01  WS-CONTA-DOCS      PIC 9(06) VALUE ZEROES.
       01  WS-TOTAL-AGENDA    PIC 9(11)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC Z(10)9,99.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
      *
      *----------------------------------------------------------
      * VENCIMENTO DAS PARCELAS: MESMO DIA NOS MESES SEGUINTES,
      * LIMITADO AO ULTIMO DIA DO MES (A MESMA REGRA DO CALCVENC).
      *----------------------------------------------------------
       01  WS-VENC-PRIMEIRA.
           02 WS-PRI-ANO      PIC 9(04).
           02 WS-PRI-MES      PIC 9(02).
           02 WS-PRI-DIA      PIC 9(02).
       01  WS-VENC-PARCELA.
           02 WS-PAR-ANO      PIC 9(04).
           02 WS-PAR-MES      PIC 9(02).
           02 WS-PAR-DIA      PIC 9(02).
       01  WS-VENC-PARCELA-NUM REDEFINES WS-VENC-PARCELA
                              PIC 9(08).
       01  WS-ULTIMO-DIA      PIC 9(02).
       01  WS-QUOCIENTE       PIC 9(04).
       01  WS-RESTO-4         PIC 9(04).
       01  WS-RESTO-100       PIC 9(04).
       01  WS-RESTO-400       PIC 9(04).

       77 FS-STAT-CP PIC 9(02).
           88 FS-CP-OK          VALUE ZEROS.
           88 FS-CP-NAO-EXISTE  VALUE 35.
           88 FS-CP-CHAVE-DUPLIC VALUE 22.
           88 FS-CP-EM-USO      VALUES 51 99.
       77 FS-STAT-FOR PIC 9(02).
           88 FS-FOR-OK         VALUE ZEROS.
           88 FS-FOR-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR  PERFORM INCLUI-DOCUMENTO
               WHEN OPCAO-ALTERAR  PERFORM ALTERA-DOCUMENTO
               WHEN OPCAO-CANCELAR PERFORM CANCELA-DOCUMENTO
               WHEN OPCAO-AGENDA   PERFORM LISTA-AGENDA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-CP.
       CLOSE ARQ-FOR.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DE CPAGAR.DAT
      * E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'CONTAS A PAGAR (CPAGAR.DAT)'
           DISPLAY 'I - INCLUIR DOCUMENTO (UMA OU VARIAS PARCELAS)'
           DISPLAY 'A - ALTERAR/REPROGRAMAR UM DOCUMENTO EM ABERTO'
           DISPLAY 'C - CANCELAR UM DOCUMENTO EM ABERTO'
           DISPLAY 'L - AGENDA DE VENCIMENTOS DE UM PERIODO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * INCLUI-DOCUMENTO - CADASTRA UM DOCUMENTO A PAGAR PARA UM
      * FORNECEDOR ATIVO. COM MAIS DE UMA PARCELA, GRAVA UM
      * DOCUMENTO POR PARCELA, DE MES EM MES A PARTIR DO PRIMEIRO
      * VENCIMENTO, TODOS COM O MESMO VALOR.
      *============================================================
       INCLUI-DOCUMENTO.
           DISPLAY 'CODIGO DO FORNECEDOR: ' WITH NO ADVANCING
           ACCEPT WS-FORNEC-PARAM
           MOVE WS-FORNEC-PARAM TO CODIGO-FOR
           READ ARQ-FOR KEY IS CODIGO-FOR
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO NO MANTFOR !'
               NOT INVALID KEY
                   IF FOR-INATIVO
                       DISPLAY 'FORNECEDOR INATIVO - DOCUMENTO NAO '
                           'INCLUIDO.'
                   ELSE
                       DISPLAY 'FORNECEDOR.....: ' NOME-FOR
                       PERFORM CAPTURA-DOCUMENTO
                   END-IF
           END-READ.
      *
       CAPTURA-DOCUMENTO.
           DISPLAY 'NUMERO DO DOCUMENTO (NF/FATURA): '
               WITH NO ADVANCING
           ACCEPT WS-DOC-PARAM
           DISPLAY 'DESCRICAO.......................: '
               WITH NO ADVANCING
           ACCEPT WS-DESCRICAO-PARAM
           DISPLAY 'CATEGORIA (FO FORNECEDOR, FL FOLHA/ADIANTAMENTO,'
           DISPLAY '  CC CONSUMO, IM IMPOSTO, AL ALUGUEL, OU OUTROS): '
               WITH NO ADVANCING
           ACCEPT WS-CATEG-PARAM
           DISPLAY 'VALOR DE CADA PARCELA (9999999,99): '
               WITH NO ADVANCING
           ACCEPT WS-VALOR-PARAM
           DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD)..: '
               WITH NO ADVANCING
           ACCEPT WS-VENC-PRIMEIRA
           DISPLAY 'QUANTIDADE DE PARCELAS (01-24)..: '
               WITH NO ADVANCING
           ACCEPT WS-QTD-PARCELAS
           MOVE WS-CATEG-PARAM TO CATEG-CP
           EVALUATE TRUE
               WHEN NOT CP-CATEG-VALIDA
                   DISPLAY 'CATEGORIA INVALIDA - NADA GRAVADO.'
               WHEN WS-VALOR-PARAM = 0
                   DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO - NADA '
                       'GRAVADO.'
               WHEN WS-VENC-PRIMEIRA NOT NUMERIC
                 OR WS-PRI-MES < 1 OR WS-PRI-MES > 12
                 OR WS-PRI-DIA < 1 OR WS-PRI-DIA > 31
                   DISPLAY 'VENCIMENTO INVALIDO - NADA GRAVADO.'
               WHEN WS-QTD-PARCELAS < 1 OR WS-QTD-PARCELAS > 24
                   DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA - NADA '
                       'GRAVADO.'
               WHEN OTHER
                   PERFORM DESCOBRE-PROX-NUM
                   MOVE 1 TO WS-PARCELA
                   PERFORM UNTIL WS-PARCELA > WS-QTD-PARCELAS
                       PERFORM GRAVA-PARCELA
                       ADD 1 TO WS-PARCELA
                   END-PERFORM
           END-EVALUATE.
      *
       GRAVA-PARCELA.
           PERFORM CALCULA-VENC-PARCELA
           MOVE WS-PROX-NUM     TO NUM-CP
           MOVE WS-FORNEC-PARAM TO FORNEC-CP
           MOVE WS-DOC-PARAM    TO DOC-CP
           MOVE WS-DESCRICAO-PARAM TO DESCRICAO-CP
           IF WS-QTD-PARCELAS > 1
               MOVE SPACES TO DESCRICAO-CP
               STRING WS-DESCRICAO-PARAM(1:24) ' ' WS-PARCELA '/'
                   WS-QTD-PARCELAS DELIMITED BY SIZE
                   INTO DESCRICAO-CP
           END-IF
           MOVE WS-CATEG-PARAM  TO CATEG-CP
           MOVE WS-DATA-HOJE    TO DATA-EMIS-CP
           MOVE WS-VENC-PARCELA-NUM TO DATA-VENC-CP
           MOVE WS-VALOR-PARAM  TO VALOR-CP
           SET CP-ABERTO TO TRUE
           MOVE ZEROES TO DATA-PAGTO-CP
           MOVE ZEROES TO VALOR-PAGO-CP
           MOVE SPACES TO FORMA-CP
           MOVE ZEROES TO SAIDA-CP
           MOVE SPACES TO OPERADOR-CP
           WRITE REG-CP
               INVALID KEY
                   DISPLAY 'NUMERO ' WS-PROX-NUM ' JA USADO POR '
                       'OUTRA ESTACAO - AVANCANDO A NUMERACAO.'
                   PERFORM DESCOBRE-PROX-NUM
                   MOVE WS-PROX-NUM TO NUM-CP
                   WRITE REG-CP
                   END-WRITE
           END-WRITE
           IF FS-CP-OK
               DISPLAY 'DOCUMENTO ' NUM-CP ' INCLUIDO - VENCIMENTO '
                   DATA-VENC-CP
               ADD 1 TO WS-PROX-NUM
           ELSE
               DISPLAY 'ERRO AO GRAVAR CPAGAR.DAT - FS-STAT: '
                   FS-STAT-CP ' - PARCELA ' WS-PARCELA
                   ' NAO GRAVADA.'
           END-IF.
      *
      *============================================================
      * CALCULA-VENC-PARCELA - VENCIMENTO DA PARCELA WS-PARCELA:
      * O PRIMEIRO VENCIMENTO MAIS (PARCELA - 1) MESES.
      *============================================================
       CALCULA-VENC-PARCELA.
           MOVE WS-PRI-ANO TO WS-PAR-ANO
           COMPUTE WS-PAR-MES = WS-PRI-MES + WS-PARCELA - 1
           PERFORM UNTIL WS-PAR-MES NOT > 12
               SUBTRACT 12 FROM WS-PAR-MES
               ADD 1 TO WS-PAR-ANO
           END-PERFORM
           PERFORM DESCOBRE-ULTIMO-DIA
           MOVE WS-PRI-DIA TO WS-PAR-DIA
           IF WS-PAR-DIA > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-PAR-DIA
           END-IF.
      *
       DESCOBRE-ULTIMO-DIA.
           EVALUATE WS-PAR-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN 2
                   DIVIDE WS-PAR-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-PAR-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-PAR-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-400 = 0
                      OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
           END-EVALUATE.
      *
      *============================================================
      * DESCOBRE-PROX-NUM - VARRE CPAGAR.DAT EM SEQUENCIA DE CHAVE
      * PARA DESCOBRIR O MAIOR NUMERO DE DOCUMENTO JA USADO.
      *============================================================
       DESCOBRE-PROX-NUM.
           MOVE ZEROES TO WS-PROX-NUM
           MOVE ZEROES TO NUM-CP
           START ARQ-CP KEY IS NOT LESS THAN NUM-CP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-CP TO WS-PROX-NUM
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-NUM.
      *
      *============================================================
      * ALTERA-DOCUMENTO - REPROGRAMA UM DOCUMENTO AINDA EM ABERTO:
      * NOVO VENCIMENTO, NOVO VALOR OU NOVA DESCRICAO. DOCUMENTO
      * PAGO OU CANCELADO NAO E ALTERADO.
      *============================================================
       ALTERA-DOCUMENTO.
           PERFORM SOLICITA-NUMERO
           READ ARQ-CP KEY IS NUM-CP
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   IF NOT CP-ABERTO
                       DISPLAY 'DOCUMENTO NAO ESTA EM ABERTO '
                           '(SITUACAO ' SITU-CP ') - NAO ALTERADO.'
                   ELSE
                       PERFORM REDIGITA-DOCUMENTO
                   END-IF
           END-READ.
      *
       REDIGITA-DOCUMENTO.
           DISPLAY 'DESCRICAO ATUAL.: ' DESCRICAO-CP
           DISPLAY 'NOVA DESCRICAO (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-DESCRICAO-PARAM
           IF WS-DESCRICAO-PARAM NOT = SPACES
               MOVE WS-DESCRICAO-PARAM TO DESCRICAO-CP
           END-IF
           MOVE VALOR-CP TO WS-VALOR-ED
           DISPLAY 'VALOR ATUAL.....: ' WS-VALOR-ED
           DISPLAY 'NOVO VALOR 9999999,99 (ZERO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-VALOR-PARAM
           IF WS-VALOR-PARAM > 0
               MOVE WS-VALOR-PARAM TO VALOR-CP
           END-IF
           DISPLAY 'VENCIMENTO ATUAL: ' DATA-VENC-CP
           DISPLAY 'NOVO VENCIMENTO AAAAMMDD (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-VENC-PARAM
           IF WS-VENC-PARAM NOT = SPACES
              AND WS-VENC-PARAM NUMERIC
               MOVE WS-VENC-PARAM TO DATA-VENC-CP
           END-IF
           REWRITE REG-CP
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-CP-OK
               DISPLAY 'DOCUMENTO ALTERADO.'
           ELSE
               IF FS-CP-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'ALTERACAO NAO GRAVADA, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR CPAGAR.DAT - FS-STAT: '
                       FS-STAT-CP
               END-IF
           END-IF.
      *
      *============================================================
      * CANCELA-DOCUMENTO - MARCA COMO 'CN' UM DOCUMENTO AINDA EM
      * ABERTO, CONFIRMADO PELO OPERADOR.
      *============================================================
       CANCELA-DOCUMENTO.
           PERFORM SOLICITA-NUMERO
           READ ARQ-CP KEY IS NUM-CP
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   IF NOT CP-ABERTO
                       DISPLAY 'DOCUMENTO NAO ESTA EM ABERTO '
                           '(SITUACAO ' SITU-CP ') - NAO CANCELADO.'
                   ELSE
                       DISPLAY 'DESCRICAO: ' DESCRICAO-CP
                       DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF CONFIRMADO
                           SET CP-CANCELADO TO TRUE
                           REWRITE REG-CP
                           IF FS-CP-OK
                               DISPLAY 'DOCUMENTO CANCELADO.'
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR '
                                   'CPAGAR.DAT - FS-STAT: '
                                   FS-STAT-CP
                           END-IF
                       ELSE
                           DISPLAY 'CANCELAMENTO ABANDONADO.'
                       END-IF
                   END-IF
           END-READ.
      *
       SOLICITA-NUMERO.
           DISPLAY 'NUMERO DO DOCUMENTO A PAGAR: ' WITH NO ADVANCING
           ACCEPT WS-NUM-PARAM
           MOVE WS-NUM-PARAM TO NUM-CP.
      *
      *============================================================
      * LISTA-AGENDA - LISTA NA TELA OS DOCUMENTOS EM ABERTO COM
      * VENCIMENTO NO PERIODO, NA ORDEM DE VENCIMENTO (ALTERNATE
      * KEY), COM O TOTAL A PAGAR.
      *============================================================
       LISTA-AGENDA.
           DISPLAY 'VENCIMENTOS DE (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WS-DATA-INICIO
           DISPLAY 'ATE (AAAAMMDD)...........: ' WITH NO ADVANCING
           ACCEPT WS-DATA-FIM
           MOVE ZEROES TO WS-CONTA-DOCS
           MOVE ZEROES TO WS-TOTAL-AGENDA
           MOVE WS-DATA-INICIO TO DATA-VENC-CP
           START ARQ-CP KEY IS NOT LESS THAN DATA-VENC-CP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-VENC-CP > WS-DATA-FIM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CP-ABERTO
                               ADD 1 TO WS-CONTA-DOCS
                               ADD VALOR-CP TO WS-TOTAL-AGENDA
                               MOVE VALOR-CP TO WS-VALOR-ED
                               DISPLAY DATA-VENC-CP ' ' NUM-CP ' '
                                   FORNEC-CP ' ' CATEG-CP ' '
                                   DESCRICAO-CP ' ' WS-VALOR-ED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOTAL-AGENDA TO WS-TOTAL-ED
           DISPLAY 'DOCUMENTOS EM ABERTO: ' WS-CONTA-DOCS
               '   TOTAL A PAGAR: ' WS-TOTAL-ED.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CP
           IF FS-CP-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CP
               CLOSE ARQ-CP
               OPEN I-O ARQ-CP
           END-IF
           OPEN INPUT ARQ-FOR
           IF FS-FOR-NAO-EXISTE THEN
               DISPLAY 'FORNEC.DAT NAO ENCONTRADO - CADASTRE OS '
                   'FORNECEDORES NO MANTFOR PRIMEIRO.'
               CLOSE ARQ-CP
               GOBACK
           END-IF.
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
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FORNEC.
