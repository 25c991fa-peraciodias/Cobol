       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAIXACNV.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FATURAS DE CONVENIO EMITIDAS PELO FATCONV.
       SELECT ARQ-FAT
              ASSIGN TO WS-ARQ-FATCNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-FAT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-FAT.

      * COTAS DAS EMPRESAS: AS COTAS DA FATURA PAGA PASSAM A 'PG'.
       SELECT ARQ-COT
              ASSIGN TO WS-ARQ-COTACNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-COT
              ALTERNATE RECORD KEY IS EMPRESA-COT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-COT.

       SELECT ARQ-CNV
              ASSIGN TO WS-ARQ-CONVENIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CNV
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CNV.

      * LIVRO CAIXA: O RECEBIMENTO ENTRA COMO MOVIMENTO DE TIPO 'V',
      * COM O NUMERO DA FATURA NO FIM DA LINHA.
       SELECT ARQ-CX
              ASSIGN TO WS-ARQ-CAIXA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CX.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-CNV.
       01  REG-CNV.
           02 CODIGO-CNV      PIC 9(04).
           02 NOME-CNV        PIC X(40).
           02 CNPJ-CNV        PIC X(14).
           02 CONTATO-CNV     PIC X(30).
           02 FONE-CNV        PIC X(12).
           02 DIA-VENC-CNV    PIC 9(02).
           02 SITU-CNV        PIC X(01).
              88 CNV-ATIVO        VALUE 'A'.
              88 CNV-INATIVO      VALUE 'I'.

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
              88 CX-DEVOLUCAO  VALUE 'D'.
              88 CX-CONVENIO   VALUE 'V'.
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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-FATCNV PIC X(64).
       01  WS-ARQ-COTACNV PIC X(64).
       01  WS-ARQ-CONVENIO PIC X(64).
       01  WS-ARQ-CAIXA PIC X(64).

       01  WS-OPER-SESSAO     PIC X(08).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-OPERADOR        PIC X(08).
       01  WS-SESSAO          PIC 9(04).
       01  WS-UNIDADE-SES     PIC X(02).
       01  WS-UNIDADES-SES    PIC X(10).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-PAG        PIC 9(08).
       01  WS-FATURA-PARAM    PIC 9(06).
       01  WS-NOME-EMPRESA    PIC X(40).
       01  WS-FORMA           PIC X(01).
           88 FORMA-VALIDA    VALUES 'D' 'C' 'T' 'B'.
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-COTAS     PIC 9(04).
       01  WS-CONTA-BAIXAS    PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-BAIXAS    PIC 9(09)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-CNV PIC X(01).
           88 CNV-DISPONIVEL   VALUE 'S'.
           88 CNV-INDISPONIVEL VALUE 'N'.

       77 FS-STAT-FAT PIC 9(02).
           88 FS-FAT-OK         VALUE ZEROS.
           88 FS-FAT-NAO-EXISTE VALUE 35.
           88 FS-FAT-EM-USO     VALUES 51 99.
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.
       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK         VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE VALUE 35.
       77 FS-STAT-CX PIC 9(02).
           88 FS-CX-OK         VALUE ZEROS.
           88 FS-CX-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
      * UNIDADE DE TRABALHO DA SESSAO DO MENU, GRAVADA NO CAIXA.
       CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      * COM SESSAO ABERTA PELO MENU, O OPERADOR E O DO LOGIN
      * (LEOPER); RODADO AVULSO, O PROGRAMA PERGUNTA, COMO NO PAGACP.
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
       PERFORM SOLICITA-FATURA.
      * repete a baixa ate o operador informar fatura zero
       PERFORM UNTIL WS-FATURA-PARAM = ZEROES
           PERFORM BAIXA-FATURA
           PERFORM SOLICITA-FATURA
       END-PERFORM.
       CLOSE ARQ-FAT.
       CLOSE ARQ-COT.
       IF CNV-DISPONIVEL
           CLOSE ARQ-CNV
       END-IF.
       CLOSE ARQ-CX.
       MOVE WS-TOTAL-BAIXAS TO WS-TOTAL-ED
       DISPLAY 'FATURAS BAIXADAS: ' WS-CONTA-BAIXAS
           '   TOTAL RECEBIDO: ' WS-TOTAL-ED
       GOBACK.
      *
       SOLICITA-FATURA.
           DISPLAY ' '
           DISPLAY 'NUMERO DA FATURA DE CONVENIO (ZERO ENCERRA): '
               WITH NO ADVANCING
           ACCEPT WS-FATURA-PARAM.
      *
      *============================================================
      * BAIXA-FATURA - MOSTRA A FATURA E, CONFIRMADO, REGISTRA O
      * PAGAMENTO. A EMPRESA PAGA A FATURA INTEIRA; FATURA JA PAGA
      * NAO E BAIXADA DE NOVO.
      *============================================================
       BAIXA-FATURA.
           MOVE WS-FATURA-PARAM TO NUM-FAT
           READ ARQ-FAT KEY IS NUM-FAT
               INVALID KEY
                   DISPLAY 'FATURA ' WS-FATURA-PARAM
                       ' NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-FATURA
                   IF FAT-PAGA
                       DISPLAY 'FATURA JA PAGA EM ' DATA-PAG-FAT
                           ' - NADA BAIXADO.'
                   ELSE
                       PERFORM SOLICITA-PAGAMENTO
                   END-IF
           END-READ.
      *
       MOSTRA-FATURA.
           MOVE SPACES TO WS-NOME-EMPRESA
           IF CNV-DISPONIVEL
               MOVE EMPRESA-FAT TO CODIGO-CNV
               READ ARQ-CNV KEY IS CODIGO-CNV
                   INVALID KEY
                       MOVE 'EMPRESA NAO CADASTRADA' TO WS-NOME-EMPRESA
                   NOT INVALID KEY
                       MOVE NOME-CNV TO WS-NOME-EMPRESA
               END-READ
           END-IF
           MOVE VALOR-FAT TO WS-VALOR-ED
           DISPLAY 'EMPRESA ' EMPRESA-FAT ' - ' WS-NOME-EMPRESA
           DISPLAY 'COMPETENCIA ' MES-FAT '/' ANO-FAT
               '   VENCIMENTO ' DATA-VENC-FAT
               '   ALUNOS ' QTD-ALUNOS-FAT
           DISPLAY 'VALOR DA FATURA: ' WS-VALOR-ED.
      *
       SOLICITA-PAGAMENTO.
           DISPLAY 'DATA DO PAGAMENTO AAAAMMDD (ZERO = HOJE): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PAG
           IF WS-DATA-PAG = ZEROES
               MOVE WS-DATA-HOJE TO WS-DATA-PAG
           END-IF
           DISPLAY 'FORMA (D DINHEIRO, C CHEQUE, T TRANSFERENCIA/PIX, '
               'B BOLETO): ' WITH NO ADVANCING
           ACCEPT WS-FORMA
           IF NOT FORMA-VALIDA
               DISPLAY 'FORMA INVALIDA - NADA BAIXADO.'
           ELSE
               DISPLAY 'CONFIRMA O RECEBIMENTO DE ' WS-VALOR-ED
                   ' (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM GRAVA-BAIXA
               ELSE
                   DISPLAY 'BAIXA ABANDONADA.'
               END-IF
           END-IF.
      *
      *============================================================
      * GRAVA-BAIXA - MARCA A FATURA COMO PAGA, PASSA AS COTAS DELA
      * PARA 'PG' E LANCA O RECEBIMENTO NO LIVRO CAIXA.
      *============================================================
       GRAVA-BAIXA.
           SET FAT-PAGA TO TRUE
           MOVE WS-DATA-PAG TO DATA-PAG-FAT
           MOVE VALOR-FAT   TO VALOR-PAGO-FAT
           MOVE WS-FORMA    TO FORMA-FAT
           MOVE WS-OPERADOR TO OPERADOR-FAT
           REWRITE REG-FAT
           IF FS-FAT-EM-USO
               DISPLAY 'FATURA EM USO POR OUTRA ESTACAO - TENTE '
                   'DE NOVO.'
           ELSE
               IF NOT FS-FAT-OK
                   DISPLAY 'ERRO AO GRAVAR FATCNV.DAT - FS-STAT: '
                       FS-STAT-FAT ' - NADA BAIXADO.'
               ELSE
                   PERFORM QUITA-COTAS
                   PERFORM GRAVA-MOVIMENTO-CAIXA
                   ADD 1 TO WS-CONTA-BAIXAS
                   ADD VALOR-FAT TO WS-TOTAL-BAIXAS
                   DISPLAY 'FATURA ' NUM-FAT ' BAIXADA - '
                       WS-CONTA-COTAS ' COTAS QUITADAS.'
               END-IF
           END-IF.
      *
      *============================================================
      * QUITA-COTAS - PERCORRE AS COTAS DA EMPRESA PELA CHAVE
      * ALTERNATIVA E PASSA PARA 'PG' AS QUE APONTAM PARA A FATURA.
      *============================================================
       QUITA-COTAS.
           MOVE ZEROES TO WS-CONTA-COTAS
           MOVE EMPRESA-FAT TO EMPRESA-COT
           START ARQ-COT KEY IS NOT LESS THAN EMPRESA-COT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-COT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMPRESA-COT NOT = EMPRESA-FAT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FATURA-COT = NUM-FAT AND COT-FATURADA
                               SET COT-PAGA TO TRUE
                               REWRITE REG-COT
                               IF FS-COT-OK
                                   ADD 1 TO WS-CONTA-COTAS
                               ELSE
                                   DISPLAY 'COTA ' CODIGO-COT '/'
                                       SLOT-COT ' NAO QUITADA - '
                                       'FS-STAT: ' FS-STAT-COT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * GRAVA-MOVIMENTO-CAIXA - LANCA O RECEBIMENTO DA FATURA NO
      * LIVRO CAIXA (TIPO 'V'), NA SESSAO INFORMADA.
      *============================================================
       GRAVA-MOVIMENTO-CAIXA.
           MOVE SPACES TO REG-CX
           MOVE WS-DATA-PAG   TO DATA-CX
           MOVE WS-SESSAO     TO SESSAO-CX
           MOVE WS-UNIDADE-SES TO UNIDADE-CX
           MOVE WS-OPERADOR   TO OPERADOR-CX
           SET CX-CONVENIO TO TRUE
           MOVE WS-FORMA      TO FORMA-CX
           MOVE VALOR-FAT     TO VALOR-SIST-CX
           MOVE VALOR-FAT     TO VALOR-DECL-CX
           MOVE ZEROES TO DIFERENCA-CX
           MOVE NUM-FAT       TO SAIDA-CX
           WRITE REG-CX.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-FAT
           IF FS-FAT-NAO-EXISTE THEN
               DISPLAY 'FATCNV.DAT NAO ENCONTRADO - EXECUTE O '
                   'FATCONV PRIMEIRO.'
               GOBACK
           END-IF
           OPEN I-O ARQ-COT
           IF FS-COT-NAO-EXISTE THEN
               DISPLAY 'COTACNV.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIAPAR PRIMEIRO.'
               CLOSE ARQ-FAT
               GOBACK
           END-IF
           SET CNV-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CNV
           IF FS-CNV-NAO-EXISTE THEN
               SET CNV-INDISPONIVEL TO TRUE
           END-IF
      * O LIVRO CAIXA E PERMANENTE: SEMPRE EM EXTEND, CRIADO NA
      * PRIMEIRA GRAVACAO.
           OPEN EXTEND ARQ-CX
           IF FS-CX-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CX
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'FATCNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FATCNV
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO
           MOVE 'CAIXA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXA.
