       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESTCONC.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-PROD
              ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS COD-PROD
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-PROD.

       SELECT ARQ-VDA
              ASSIGN TO WS-ARQ-VENDAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-VDA
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-VDA.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-MOV
              ASSIGN TO WS-ARQ-MOVEST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-MOV.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-ESTCONCLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROD.
       01  REG-PROD.
           02 COD-PROD           PIC 9(05).
           02 DESCRICAO-PROD     PIC X(30).
           02 TIPO-PROD          PIC X(01).
           02 PRECO-PROD         PIC 9(05)V99.
           02 ESTOQUE-PROD       PIC 9(05).
           02 ESTOQUE-MIN-PROD   PIC 9(05).
           02 SITU-PROD          PIC X(01).
           02 DATA-INV-PROD      PIC 9(08).

       FD  ARQ-VDA.
       01  REG-VDA.
           02 CHAVE-VDA.
              03 CODIGO-VDA      PIC 9(08).
              03 ANO-VDA         PIC 9(04).
              03 SEQ-VDA         PIC 9(03).
           02 COD-PROD-VDA       PIC 9(05).
           02 QTD-VDA            PIC 9(03).
           02 PRECO-UNIT-VDA     PIC 9(05)V99.
           02 VALOR-VDA          PIC 9(05)V99.
           02 DATA-VDA           PIC 9(08).
           02 SITU-VDA           PIC X(01).
              88 VDA-ATIVA       VALUE 'V'.
              88 VDA-CANCELADA   VALUE 'C'.
           02 DATA-CANC-VDA      PIC 9(08).
           02 OPERADOR-VDA       PIC X(08).

       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
              03 CODIGO-EXT   PIC 9(08).
              03 ANO-REF-EXT  PIC 9(04).
              03 SEQ-EXT      PIC 9(03).
           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 DESCRICAO-EXT   PIC X(30).
      * VENDA DE MATERIAL: A DESCRICAO COMECA COM 'PRD' E O CODIGO
      * DO PRODUTO (GRAVADA PELO VENDAMAT).
           02 DESC-PROD-EXT REDEFINES DESCRICAO-EXT.
              03 PREFIXO-PROD-EXT PIC X(03).
                 88 EXT-VENDA-MATERIAL VALUE 'PRD'.
              03 COD-PROD-EXT     PIC X(05).
              03 FILLER           PIC X(22).
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
              88 EXT-ABERTO    VALUE 'AB'.
              88 EXT-PAGO      VALUE 'PG'.
              88 EXT-CANCELADO VALUE 'CN'.
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

       FD  ARQ-MOV.
       01  REG-MOV.
           02 DATA-MOV          PIC 9(08).
           02 FILLER            PIC X(01).
           02 HORA-MOV          PIC 9(08).
           02 FILLER            PIC X(01).
           02 COD-PROD-MOV      PIC 9(05).
           02 FILLER            PIC X(01).
           02 TIPO-MOV          PIC X(01).
              88 MOV-VENDA      VALUE 'V'.
              88 MOV-DEVOLUCAO  VALUE 'D'.
           02 FILLER            PIC X(01).
           02 SINAL-MOV         PIC X(01).
           02 QTD-MOV           PIC 9(05).
           02 FILLER            PIC X(01).
           02 SALDO-MOV         PIC 9(05).
           02 FILLER            PIC X(01).
           02 DOCUMENTO-MOV     PIC X(15).
           02 FILLER            PIC X(01).
           02 OPERADOR-MOV      PIC X(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(110).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-PRODUTO PIC X(64).
       01  WS-ARQ-VENDAS PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-MOVEST PIC X(64).
       01  WS-ARQ-ESTCONCLST PIC X(64).
      *
      * ACUMULADOS DO MES POR PRODUTO: UNIDADES PELAS VENDAS E PELO
      * MOVIMENTO DO ESTOQUE, VALOR PELAS VENDAS E PELOS
      * LANCAMENTOS EXTRAS QUE AS COBRAM.
       01  WS-TAB-PRODUTOS.
           02 WS-QTD-PROD     PIC 9(04) VALUE ZEROES.
           02 TAB-PROD OCCURS 2000 TIMES
                       INDEXED BY IX-PROD.
              03 TAB-COD       PIC 9(05).
              03 TAB-DESCRICAO PIC X(30).
              03 TAB-UN-VENDAS PIC S9(07).
              03 TAB-UN-MOV    PIC S9(07).
              03 TAB-VAL-VENDAS PIC 9(09)V99.
              03 TAB-VAL-EXT   PIC 9(09)V99.

       01  WS-MES-PARAM       PIC 9(06).
       01  WS-EOF             PIC X(01).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-COD-PROCURA     PIC 9(05).
       01  WS-CONTA-DIVERG    PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-VENDAS    PIC 9(07) VALUE ZEROES.
       01  WS-TOT-VENDAS      PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-EXT         PIC 9(11)V99 VALUE ZEROES.
       01  WS-MOTIVO          PIC X(45).
       01  WS-LINHA           PIC X(110).
       01  WS-ED-UN-VDA       PIC -(06)9.
       01  WS-ED-UN-MOV       PIC -(06)9.
       01  WS-ED-VAL-VDA      PIC Z(08)9,99.
       01  WS-ED-VAL-EXT      PIC Z(08)9,99.
       01  WS-ED-VALOR        PIC ZZ.ZZ9,99.
       01  WS-ED-TOTAL        PIC Z(10)9,99.
       01  WS-SW-ACHOU PIC X(01).
           88 PRODUTO-ACHADO     VALUE 'S'.
           88 PRODUTO-NAO-ACHADO VALUE 'N'.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'ESTCONC'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-PROD PIC 9(02).
           88 FS-PROD-OK         VALUE ZEROS.
           88 FS-PROD-NAO-EXISTE VALUE 35.
       77 FS-STAT-VDA PIC 9(02).
           88 FS-VDA-OK          VALUE ZEROS.
           88 FS-VDA-NAO-EXISTE  VALUE 35.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK          VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE  VALUE 35.
       77 FS-STAT-MOV PIC 9(02).
           88 FS-MOV-OK          VALUE ZEROS.
           88 FS-MOV-NAO-EXISTE  VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       DISPLAY 'CONCILIACAO MENSAL DO ESTOQUE COM LANCEXT.DAT'
       DISPLAY 'MES DE REFERENCIA (AAAAMM): ' WITH NO ADVANCING
       ACCEPT WS-MES-PARAM
       DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
       ACCEPT WS-CONFIRMA
       IF NOT CONFIRMADO
           DISPLAY 'CONCILIACAO CANCELADA.'
           GOBACK
       END-IF
       PERFORM ABRIR-ARQUIVOS.
       PERFORM CARREGA-PRODUTOS.
       PERFORM IMPRIME-CABECALHO.
       PERFORM CONFERE-VENDAS.
       PERFORM CONFERE-MOVIMENTO.
       PERFORM CONFERE-LANCAMENTOS.
       PERFORM IMPRIME-PRODUTOS.
       PERFORM IMPRIME-TOTAIS.
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
       CARREGA-PRODUTOS.
           MOVE ZEROES TO COD-PROD
           START ARQ-PROD KEY IS NOT LESS THAN COD-PROD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-PROD NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-PROD >= 2000
                           DISPLAY 'AVISO: MAIS DE 2000 PRODUTOS - '
                               'DEMAIS FORA DA CONCILIACAO.'
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-PROD
                           MOVE COD-PROD TO TAB-COD(WS-QTD-PROD)
                           MOVE DESCRICAO-PROD
                               TO TAB-DESCRICAO(WS-QTD-PROD)
                           MOVE ZEROES TO TAB-UN-VENDAS(WS-QTD-PROD)
                           MOVE ZEROES TO TAB-UN-MOV(WS-QTD-PROD)
                           MOVE ZEROES TO TAB-VAL-VENDAS(WS-QTD-PROD)
                           MOVE ZEROES TO TAB-VAL-EXT(WS-QTD-PROD)
                       END-IF
               END-READ
           END-PERFORM.
      *
       ACHA-PRODUTO.
           SET PRODUTO-NAO-ACHADO TO TRUE
           SET IX-PROD TO 1
           SEARCH TAB-PROD
               AT END
                   CONTINUE
               WHEN IX-PROD > WS-QTD-PROD
                   CONTINUE
               WHEN TAB-COD(IX-PROD) = WS-COD-PROCURA
                   SET PRODUTO-ACHADO TO TRUE
           END-SEARCH.
      *
      *============================================================
      * CONFERE-VENDAS - UNIDADES VENDIDAS NO MES SAO AS VENDAS
      * FEITAS NO MES MENOS AS DEVOLVIDAS NO MES (MESMA CONTA QUE
      * O MOVIMENTO DO ESTOQUE FAZ). CADA VENDA AINDA ATIVA TEM DE
      * TER O LANCAMENTO EXTRA COM O MESMO VALOR, NAO CANCELADO; A
      * VENDA CANCELADA TEM DE TER O LANCAMENTO CANCELADO.
      *============================================================
       CONFERE-VENDAS.
           MOVE ZEROES TO CODIGO-VDA
           MOVE ZEROES TO ANO-VDA
           MOVE ZEROES TO SEQ-VDA
           START ARQ-VDA KEY IS NOT LESS THAN CHAVE-VDA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-VDA NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-VDA(1:6) = WS-MES-PARAM
                          OR DATA-CANC-VDA(1:6) = WS-MES-PARAM
                           PERFORM CONFERE-UMA-VENDA
                       END-IF
               END-READ
           END-PERFORM.
      *
       CONFERE-UMA-VENDA.
           MOVE COD-PROD-VDA TO WS-COD-PROCURA
           PERFORM ACHA-PRODUTO
           IF PRODUTO-NAO-ACHADO
               MOVE 'PRODUTO DA VENDA FORA DE PRODUTO.DAT'
                   TO WS-MOTIVO
               PERFORM GRAVA-DIVERGENCIA
           ELSE
               IF DATA-VDA(1:6) = WS-MES-PARAM
                   ADD QTD-VDA TO TAB-UN-VENDAS(IX-PROD)
                   ADD 1 TO WS-CONTA-VENDAS
               END-IF
               IF VDA-CANCELADA
                  AND DATA-CANC-VDA(1:6) = WS-MES-PARAM
                   SUBTRACT QTD-VDA FROM TAB-UN-VENDAS(IX-PROD)
               END-IF
               IF VDA-ATIVA AND DATA-VDA(1:6) = WS-MES-PARAM
                   ADD VALOR-VDA TO TAB-VAL-VENDAS(IX-PROD)
                   ADD VALOR-VDA TO WS-TOT-VENDAS
               END-IF
           END-IF
           MOVE CHAVE-VDA TO CHAVE-EXT
           READ ARQ-EXT KEY IS CHAVE-EXT
               INVALID KEY
                   MOVE 'VENDA SEM LANCAMENTO EM LANCEXT.DAT'
                       TO WS-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA
               NOT INVALID KEY
                   PERFORM CONFERE-LANCAMENTO-VENDA
           END-READ.
      *
       CONFERE-LANCAMENTO-VENDA.
           EVALUATE TRUE
               WHEN VDA-ATIVA AND EXT-CANCELADO
                   MOVE 'LANCAMENTO CANCELADO COM A VENDA ATIVA'
                       TO WS-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA
               WHEN VDA-CANCELADA AND NOT EXT-CANCELADO
                   MOVE 'VENDA DEVOLVIDA COM O LANCAMENTO ATIVO'
                       TO WS-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA
               WHEN VDA-ATIVA AND VALOR-EXT NOT = VALOR-VDA
                   MOVE 'VALOR DO LANCAMENTO DIFERENTE DA VENDA'
                       TO WS-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA
           END-EVALUATE
           IF VDA-ATIVA AND NOT EXT-CANCELADO
              AND DATA-VDA(1:6) = WS-MES-PARAM
              AND PRODUTO-ACHADO
               ADD VALOR-EXT TO TAB-VAL-EXT(IX-PROD)
               ADD VALOR-EXT TO WS-TOT-EXT
           END-IF.
      *
      *============================================================
      * CONFERE-MOVIMENTO - UNIDADES QUE SAIRAM DO ESTOQUE NO MES
      * POR VENDA, MENOS AS QUE VOLTARAM POR DEVOLUCAO.
      *============================================================
       CONFERE-MOVIMENTO.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-MOV
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-MOV(1:6) = WS-MES-PARAM
                          AND (MOV-VENDA OR MOV-DEVOLUCAO)
                           MOVE COD-PROD-MOV TO WS-COD-PROCURA
                           PERFORM ACHA-PRODUTO
                           IF PRODUTO-ACHADO
                               IF MOV-VENDA
                                   ADD QTD-MOV TO TAB-UN-MOV(IX-PROD)
                               ELSE
                                   SUBTRACT QTD-MOV
                                       FROM TAB-UN-MOV(IX-PROD)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * CONFERE-LANCAMENTOS - LANCAMENTO EXTRA DE VENDA DE MATERIAL
      * LANCADO NO MES SEM A VENDA CORRESPONDENTE (DIGITADO A MAO
      * NO MANTEXT, POR EXEMPLO) NAO BAIXOU ESTOQUE.
      *============================================================
       CONFERE-LANCAMENTOS.
           MOVE ZEROES TO CODIGO-EXT
           MOVE ZEROES TO ANO-REF-EXT
           MOVE ZEROES TO SEQ-EXT
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
                       IF EXT-VENDA-MATERIAL
                          AND COD-PROD-EXT NUMERIC
                          AND DATA-LANC-EXT(1:6) = WS-MES-PARAM
                          AND NOT EXT-CANCELADO
                           MOVE CHAVE-EXT TO CHAVE-VDA
                           READ ARQ-VDA KEY IS CHAVE-VDA
                               INVALID KEY
                                   PERFORM GRAVA-LANC-SEM-VENDA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
      *
       GRAVA-LANC-SEM-VENDA.
           MOVE CHAVE-EXT TO CHAVE-VDA
           MOVE VALOR-EXT TO VALOR-VDA
           MOVE 'LANCAMENTO DE PRODUTO SEM VENDA EM VENDAS.DAT'
               TO WS-MOTIVO
           PERFORM GRAVA-DIVERGENCIA.
      *
       GRAVA-DIVERGENCIA.
           ADD 1 TO WS-CONTA-DIVERG
           MOVE VALOR-VDA TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA
           STRING 'DIVERGENCIA ' CODIGO-VDA ' ' ANO-VDA '/' SEQ-VDA
               ' ' WS-ED-VALOR ' - ' WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING 'CONCILIACAO DO ESTOQUE - MES ' WS-MES-PARAM(5:2)
               '/' WS-MES-PARAM(1:4) ' - EMITIDO EM '
               WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
               WS-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-PRODUTOS - UMA LINHA POR PRODUTO COM MOVIMENTO NO
      * MES: UNIDADES PELAS VENDAS E PELO ESTOQUE, VALOR VENDIDO E
      * VALOR LANCADO. QUALQUER DIFERENCA MARCA 'DIVERGE'.
      *============================================================
       IMPRIME-PRODUTOS.
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'PRODUTO DESCRICAO                      UN.VENDA'
               '  UN.ESTOQ   VALOR VENDIDO  VALOR LANCEXT'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           PERFORM VARYING IX-PROD FROM 1 BY 1
                   UNTIL IX-PROD > WS-QTD-PROD
               IF TAB-UN-VENDAS(IX-PROD) NOT = ZEROES
                  OR TAB-UN-MOV(IX-PROD) NOT = ZEROES
                  OR TAB-VAL-EXT(IX-PROD) NOT = ZEROES
                   PERFORM IMPRIME-UM-PRODUTO
               END-IF
           END-PERFORM.
      *
       IMPRIME-UM-PRODUTO.
           MOVE TAB-UN-VENDAS(IX-PROD)  TO WS-ED-UN-VDA
           MOVE TAB-UN-MOV(IX-PROD)     TO WS-ED-UN-MOV
           MOVE TAB-VAL-VENDAS(IX-PROD) TO WS-ED-VAL-VDA
           MOVE TAB-VAL-EXT(IX-PROD)    TO WS-ED-VAL-EXT
           MOVE SPACES TO WS-LINHA
           STRING TAB-COD(IX-PROD) '   ' TAB-DESCRICAO(IX-PROD) ' '
               WS-ED-UN-VDA '   ' WS-ED-UN-MOV '  ' WS-ED-VAL-VDA
               '   ' WS-ED-VAL-EXT
               DELIMITED BY SIZE INTO WS-LINHA
           IF TAB-UN-VENDAS(IX-PROD) NOT = TAB-UN-MOV(IX-PROD)
              OR TAB-VAL-VENDAS(IX-PROD) NOT = TAB-VAL-EXT(IX-PROD)
               MOVE 'DIVERGE' TO WS-LINHA(101:7)
               ADD 1 TO WS-CONTA-DIVERG
           END-IF
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOT-VENDAS TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINHA
           STRING 'ITENS VENDIDOS NO MES: ' WS-CONTA-VENDAS
               ' - VALOR VENDIDO: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOT-EXT TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINHA
           STRING 'VALOR EM LANCEXT.DAT.: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'DIVERGENCIAS.........: ' WS-CONTA-DIVERG
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'CONCILIACAO CONCLUIDA - DIVERGENCIAS: '
               WS-CONTA-DIVERG ' - VER ESTCONC.LST'.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PROD
           IF FS-PROD-NAO-EXISTE THEN
               DISPLAY 'PRODUTO.DAT NAO ENCONTRADO - CADASTRE OS '
                   'PRODUTOS NO ESTOQUE PRIMEIRO.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-VDA
           IF FS-VDA-NAO-EXISTE THEN
               DISPLAY 'VENDAS.DAT NAO ENCONTRADO - NENHUMA VENDA '
                   'FEITA NO VENDAMAT.'
               CLOSE ARQ-PROD
               GOBACK
           END-IF
           OPEN INPUT ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               DISPLAY 'LANCEXT.DAT NAO ENCONTRADO.'
               CLOSE ARQ-VDA
               CLOSE ARQ-PROD
               GOBACK
           END-IF
           OPEN INPUT ARQ-MOV
           IF FS-MOV-NAO-EXISTE THEN
               DISPLAY 'MOVEST.LOG NAO ENCONTRADO.'
               CLOSE ARQ-EXT
               CLOSE ARQ-VDA
               CLOSE ARQ-PROD
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
       FECHA-ARQUIVOS.
           CLOSE ARQ-PROD
           CLOSE ARQ-VDA
           CLOSE ARQ-EXT
           CLOSE ARQ-MOV
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'MES ' WS-MES-PARAM
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-ESTCONCLST.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'PRODUTO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PRODUTO
           MOVE 'VENDAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-VENDAS
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'MOVEST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MOVEST
           MOVE 'ESTCONCLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ESTCONCLST.
