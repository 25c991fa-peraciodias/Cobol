       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESTOQUE.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CADASTRO DE PRODUTOS VENDIDOS PELA ESCOLA (UNIFORMES,
      * LIVROS E MATERIAIS), COM PRECO, SALDO E ESTOQUE MINIMO.
       SELECT ARQ-PROD
              ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS COD-PROD
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PROD.

       SELECT ARQ-MOV
              ASSIGN TO WS-ARQ-MOVEST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-MOV.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-ESTBAIXOLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROD.
       01  REG-PROD.
           02 COD-PROD           PIC 9(05).
           02 DESCRICAO-PROD     PIC X(30).
           02 TIPO-PROD          PIC X(01).
              88 PROD-UNIFORME   VALUE 'U'.
              88 PROD-LIVRO      VALUE 'L'.
              88 PROD-MATERIAL   VALUE 'M'.
              88 PROD-TIPO-VALIDO VALUES 'U' 'L' 'M'.
           02 PRECO-PROD         PIC 9(05)V99.
           02 ESTOQUE-PROD       PIC 9(05).
           02 ESTOQUE-MIN-PROD   PIC 9(05).
           02 SITU-PROD          PIC X(01).
              88 PROD-ATIVO      VALUE 'A'.
              88 PROD-INATIVO    VALUE 'I'.
              88 PROD-SITU-VALIDA VALUES 'A' 'I'.
           02 DATA-INV-PROD      PIC 9(08).

       FD  ARQ-MOV.
       01  REG-MOV.
           02 DATA-MOV          PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 HORA-MOV          PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 COD-PROD-MOV      PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 TIPO-MOV          PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SINAL-MOV         PIC X(01).
           02 QTD-MOV           PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SALDO-MOV         PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 DOCUMENTO-MOV     PIC X(15).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 OPERADOR-MOV      PIC X(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-PRODUTO PIC X(64).
       01  WS-ARQ-MOVEST PIC X(64).
       01  WS-ARQ-ESTBAIXOLST PIC X(64).

       01  WS-OPCAO PIC X(01).
           88 OPCAO-PRODUTO   VALUE 'P'.
           88 OPCAO-ENTRADA   VALUE 'E'.
           88 OPCAO-INVENT    VALUE 'I'.
           88 OPCAO-BAIXO     VALUE 'B'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-PROD-PARAM      PIC 9(05).
       01  WS-QTD-PARAM       PIC 9(05).
       01  WS-CONTADO         PIC 9(05).
       01  WS-DOCUMENTO       PIC X(15).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-PROD      PIC 9(05).
       01  WS-CONTA-BAIXO     PIC 9(05).
       01  WS-ED-VALOR        PIC ZZ.ZZ9,99.
       01  WS-LINHA           PIC X(90).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'ESTOQUE'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-PROD PIC 9(02).
           88 FS-PROD-OK         VALUE ZEROS.
           88 FS-PROD-NAO-EXISTE VALUE 35.
           88 FS-PROD-EM-USO     VALUES 51 99.
       77 FS-STAT-MOV PIC 9(02).
           88 FS-MOV-OK          VALUE ZEROS.
           88 FS-MOV-NAO-EXISTE  VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-PRODUTO PERFORM MANTEM-PRODUTO
               WHEN OPCAO-ENTRADA PERFORM ENTRADA-FORNECEDOR
               WHEN OPCAO-INVENT  PERFORM AJUSTA-INVENTARIO
               WHEN OPCAO-BAIXO   PERFORM LISTA-ESTOQUE-BAIXO
               WHEN OPCAO-LISTAR  PERFORM LISTA-PRODUTOS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-PROD.
       CLOSE ARQ-MOV.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DO ESTOQUE E LE A OPCAO
      * ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'ESTOQUE DE UNIFORMES, LIVROS E MATERIAIS'
           DISPLAY 'P - CADASTRAR OU ALTERAR UM PRODUTO'
           DISPLAY 'E - ENTRADA DE MERCADORIA DO FORNECEDOR'
           DISPLAY 'I - AJUSTE DE INVENTARIO (CONTAGEM FISICA)'
           DISPLAY 'B - RELATORIO DE ESTOQUE BAIXO'
           DISPLAY 'L - LISTAR OS PRODUTOS NA TELA'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * MANTEM-PRODUTO - INCLUI UM PRODUTO NOVO (SALDO ZERO; O
      * SALDO SO ENTRA PELA ENTRADA OU PELO INVENTARIO) OU ALTERA
      * DESCRICAO, TIPO, PRECO, MINIMO E SITUACAO DE UM EXISTENTE.
      *============================================================
       MANTEM-PRODUTO.
           DISPLAY 'CODIGO DO PRODUTO: ' WITH NO ADVANCING
           ACCEPT WS-PROD-PARAM
           MOVE WS-PROD-PARAM TO COD-PROD
           READ ARQ-PROD KEY IS COD-PROD
               INVALID KEY
                   INITIALIZE REG-PROD
                   MOVE WS-PROD-PARAM TO COD-PROD
                   SET PROD-ATIVO TO TRUE
                   PERFORM CAPTURA-PRODUTO
                   WRITE REG-PROD
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR PRODUTO.DAT - '
                               'FS-STAT: ' FS-STAT-PROD
                       NOT INVALID KEY
                           DISPLAY 'PRODUTO INCLUIDO COM SALDO ZERO.'
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'PRODUTO JA CADASTRADO: ' DESCRICAO-PROD
                       ' SALDO ' ESTOQUE-PROD
                   DISPLAY 'ALTERAR OS DADOS (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       PERFORM CAPTURA-PRODUTO
                       DISPLAY 'SITUACAO (A ATIVO / I INATIVO): '
                           WITH NO ADVANCING
                       ACCEPT SITU-PROD
                       IF NOT PROD-SITU-VALIDA
                           SET PROD-ATIVO TO TRUE
                       END-IF
                       REWRITE REG-PROD
                       IF FS-PROD-OK
                           DISPLAY 'PRODUTO ALTERADO.'
                       ELSE
                           DISPLAY 'ERRO AO REGRAVAR PRODUTO.DAT - '
                               'FS-STAT: ' FS-STAT-PROD
                       END-IF
                   END-IF
           END-READ.
      *
       CAPTURA-PRODUTO.
           DISPLAY 'DESCRICAO...............: ' WITH NO ADVANCING
           ACCEPT DESCRICAO-PROD
           MOVE SPACE TO TIPO-PROD
           PERFORM UNTIL PROD-TIPO-VALIDO
               DISPLAY 'TIPO (U UNIFORME / L LIVRO / M MATERIAL): '
                   WITH NO ADVANCING
               ACCEPT TIPO-PROD
           END-PERFORM
           DISPLAY 'PRECO DE VENDA (99999,99): ' WITH NO ADVANCING
           ACCEPT PRECO-PROD
           DISPLAY 'ESTOQUE MINIMO..........: ' WITH NO ADVANCING
           ACCEPT ESTOQUE-MIN-PROD.
      *
      *============================================================
      * ENTRADA-FORNECEDOR - SOMA AO SALDO A QUANTIDADE RECEBIDA E
      * ANOTA O MOVIMENTO COM O NUMERO DA NOTA FISCAL.
      *============================================================
       ENTRADA-FORNECEDOR.
           DISPLAY 'CODIGO DO PRODUTO: ' WITH NO ADVANCING
           ACCEPT WS-PROD-PARAM
           MOVE WS-PROD-PARAM TO COD-PROD
           READ ARQ-PROD KEY IS COD-PROD
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO.'
               NOT INVALID KEY
                   DISPLAY DESCRICAO-PROD ' SALDO ' ESTOQUE-PROD
                   DISPLAY 'NOTA FISCAL DO FORNECEDOR: '
                       WITH NO ADVANCING
                   ACCEPT WS-DOCUMENTO
                   DISPLAY 'QUANTIDADE RECEBIDA......: '
                       WITH NO ADVANCING
                   ACCEPT WS-QTD-PARAM
                   IF WS-QTD-PARAM = ZEROES
                       DISPLAY 'QUANTIDADE ZERO - NADA A LANCAR.'
                   ELSE
                       ADD WS-QTD-PARAM TO ESTOQUE-PROD
                       REWRITE REG-PROD
                       IF FS-PROD-OK
                           MOVE 'E' TO TIPO-MOV
                           MOVE '+' TO SINAL-MOV
                           PERFORM GRAVA-MOVIMENTO
                           DISPLAY 'ENTRADA REGISTRADA - NOVO SALDO: '
                               ESTOQUE-PROD
                       ELSE
                           DISPLAY 'ERRO AO REGRAVAR PRODUTO.DAT - '
                               'FS-STAT: ' FS-STAT-PROD
                       END-IF
                   END-IF
           END-READ.
      *
      *============================================================
      * AJUSTA-INVENTARIO - O SALDO PASSA A SER A QUANTIDADE
      * CONTADA NA PRATELEIRA; A DIFERENCA VAI PARA O MOVIMENTO
      * COMO AJUSTE ('A'), COM O SINAL DA CORRECAO.
      *============================================================
       AJUSTA-INVENTARIO.
           DISPLAY 'CODIGO DO PRODUTO: ' WITH NO ADVANCING
           ACCEPT WS-PROD-PARAM
           MOVE WS-PROD-PARAM TO COD-PROD
           READ ARQ-PROD KEY IS COD-PROD
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO.'
               NOT INVALID KEY
                   DISPLAY DESCRICAO-PROD ' SALDO NO SISTEMA '
                       ESTOQUE-PROD
                   DISPLAY 'QUANTIDADE CONTADA: ' WITH NO ADVANCING
                   ACCEPT WS-CONTADO
                   IF WS-CONTADO >= ESTOQUE-PROD
                       COMPUTE WS-QTD-PARAM =
                           WS-CONTADO - ESTOQUE-PROD
                       MOVE '+' TO SINAL-MOV
                   ELSE
                       COMPUTE WS-QTD-PARAM =
                           ESTOQUE-PROD - WS-CONTADO
                       MOVE '-' TO SINAL-MOV
                   END-IF
                   DISPLAY 'DIFERENCA: ' SINAL-MOV WS-QTD-PARAM
                       ' - CONFIRMA O AJUSTE (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       MOVE WS-CONTADO TO ESTOQUE-PROD
                       MOVE WS-DATA-HOJE TO DATA-INV-PROD
                       REWRITE REG-PROD
                       IF FS-PROD-OK
                           MOVE 'A' TO TIPO-MOV
                           MOVE 'INVENTARIO' TO WS-DOCUMENTO
                           PERFORM GRAVA-MOVIMENTO
                           DISPLAY 'INVENTARIO AJUSTADO.'
                       ELSE
                           DISPLAY 'ERRO AO REGRAVAR PRODUTO.DAT - '
                               'FS-STAT: ' FS-STAT-PROD
                       END-IF
                   ELSE
                       DISPLAY 'AJUSTE ABANDONADO.'
                   END-IF
           END-READ.
      *
       GRAVA-MOVIMENTO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE    TO DATA-MOV
           MOVE WS-HORA-AGORA   TO HORA-MOV
           MOVE COD-PROD        TO COD-PROD-MOV
           MOVE WS-QTD-PARAM    TO QTD-MOV
           MOVE ESTOQUE-PROD    TO SALDO-MOV
           MOVE WS-DOCUMENTO    TO DOCUMENTO-MOV
           MOVE WS-OPER-SESSAO  TO OPERADOR-MOV
           WRITE REG-MOV.
      *
      *============================================================
      * LISTA-ESTOQUE-BAIXO - GRAVA EM ESTBAIXO.LST OS PRODUTOS
      * ATIVOS COM SALDO NO MINIMO OU ABAIXO DELE, PARA O PEDIDO DE
      * COMPRA.
      *============================================================
       LISTA-ESTOQUE-BAIXO.
           OPEN OUTPUT ARQ-REL
           MOVE ZEROES TO WS-CONTA-BAIXO
           MOVE SPACES TO WS-LINHA
           STRING 'ESTOQUE BAIXO EM ' WS-DATA-HOJE(7:2) '/'
               WS-DATA-HOJE(5:2) '/' WS-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'COD.   DESCRICAO                      '
               'T   SALDO MIN.'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
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
                       IF PROD-ATIVO
                          AND ESTOQUE-PROD <= ESTOQUE-MIN-PROD
                           ADD 1 TO WS-CONTA-BAIXO
                           MOVE SPACES TO WS-LINHA
                           STRING COD-PROD '  ' DESCRICAO-PROD ' '
                               TIPO-PROD '   ' ESTOQUE-PROD ' '
                               ESTOQUE-MIN-PROD
                               DELIMITED BY SIZE INTO WS-LINHA
                           WRITE REG-REL FROM WS-LINHA
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-LINHA
           STRING 'PRODUTOS COM ESTOQUE BAIXO: ' WS-CONTA-BAIXO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           CLOSE ARQ-REL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-ESTBAIXOLST
           DISPLAY 'PRODUTOS COM ESTOQUE BAIXO: ' WS-CONTA-BAIXO
               ' - VER ESTBAIXO.LST'.
      *
       LISTA-PRODUTOS.
           MOVE ZEROES TO WS-CONTA-PROD
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
                       ADD 1 TO WS-CONTA-PROD
                       MOVE PRECO-PROD TO WS-ED-VALOR
                       DISPLAY COD-PROD ' ' DESCRICAO-PROD ' '
                           TIPO-PROD ' ' WS-ED-VALOR ' SALDO '
                           ESTOQUE-PROD ' MIN ' ESTOQUE-MIN-PROD
                           ' ' SITU-PROD
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE PRODUTOS: ' WS-CONTA-PROD.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PROD
           IF FS-PROD-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO PRODUTO.DAT...'
               OPEN OUTPUT ARQ-PROD
               CLOSE ARQ-PROD
               OPEN I-O ARQ-PROD
           END-IF
           OPEN EXTEND ARQ-MOV
           IF FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-MOV
           END-IF.
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
           MOVE 'MOVEST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MOVEST
           MOVE 'ESTBAIXOLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ESTBAIXOLST.
