       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENDAMAT.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CADASTRO DE PRODUTOS (UNIFORMES, LIVROS E MATERIAIS) COM
      * PRECO E SALDO EM ESTOQUE, MANTIDO PELO ESTOQUE.
       SELECT ARQ-PROD
              ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS COD-PROD
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PROD.

      * VENDAS: UM REGISTRO POR ITEM VENDIDO, COM A MESMA CHAVE DO
      * LANCAMENTO EXTRA QUE COBRA O ITEM (ALUNO + ANO + SEQUENCIA).
       SELECT ARQ-VDA
              ASSIGN TO WS-ARQ-VENDAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-VDA
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-VDA.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

      * DIARIO DE MOVIMENTO DO ESTOQUE (VENDA, DEVOLUCAO, ENTRADA E
      * AJUSTE DE INVENTARIO), SO ACRESCIDO.
       SELECT ARQ-MOV
              ASSIGN TO WS-ARQ-MOVEST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-MOV.

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
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
              88 EXT-ABERTO    VALUE 'AB'.
              88 EXT-PAGO      VALUE 'PG'.
              88 EXT-CANCELADO VALUE 'CN'.
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO         PIC 9(08).
           02 NOME           PIC X(20).
           02 S-NOME         PIC X(30).
           02 FONE           PIC X(12).
           02 CEP            PIC X(08).
           02 CIDADE         PIC X(08).
           02 UF             PIC X(02).
           02 BAIRRO         PIC X(32).
           02 RUA            PIC X(55).
           02 SITUACAO-ALUNO PIC X(01).
              88 ALUNO-ATIVO       VALUE 'A'.
           02 TURMA          PIC X(06).
           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

       FD  ARQ-MOV.
       01  REG-MOV.
           02 DATA-MOV          PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 HORA-MOV          PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 COD-PROD-MOV      PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
      * V VENDA, D DEVOLUCAO DE VENDA, E ENTRADA DE FORNECEDOR,
      * A AJUSTE DE INVENTARIO.
           02 TIPO-MOV          PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SINAL-MOV         PIC X(01).
           02 QTD-MOV           PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 SALDO-MOV         PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
      * VENDA: CHAVE DO LANCAMENTO EXTRA; ENTRADA: NOTA FISCAL.
           02 DOCUMENTO-MOV     PIC X(15).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 OPERADOR-MOV      PIC X(08).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-PRODUTO PIC X(64).
       01  WS-ARQ-VENDAS PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-MOVEST PIC X(64).
       01  WS-PARAM-VALOR PIC X(64).
      *
      * DIAS CORRIDOS ATE O VENCIMENTO DA COBRANCA DA VENDA
      * (ESTVENC EM PARAMS.CFG; INVALIDO FICA COM 10).
       01  WS-VENC-DIAS       PIC 9(03) VALUE 10.

       01  WS-OPCAO PIC X(01).
           88 OPCAO-VENDER    VALUE 'V'.
           88 OPCAO-CANCELAR  VALUE 'C'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-SEQ-PARAM       PIC 9(03).
       01  WS-PROD-PARAM      PIC 9(05).
       01  WS-QTD-PARAM       PIC 9(03).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(04).
           02 WS-MMDD-HOJE    PIC 9(04).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-DIAS-CALC       PIC 9(07).
       01  WS-PROX-SEQ        PIC 9(03).
       01  WS-EOF             PIC X(01).
       01  WS-VALOR-ITEM      PIC 9(05)V99.
       01  WS-TOTAL-VENDA     PIC 9(07)V99.
       01  WS-QTD-ITENS       PIC 9(03).
       01  WS-ED-VALOR        PIC ZZ.ZZ9,99.
       01  WS-ED-TOTAL        PIC Z.ZZZ.ZZ9,99.
       01  WS-DOCUMENTO       PIC X(15).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-SEGUE PIC X(01).
           88 PODE-SEGUIR     VALUE 'S'.
           88 NAO-PODE-SEGUIR VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-PROD PIC 9(02).
           88 FS-PROD-OK         VALUE ZEROS.
           88 FS-PROD-NAO-EXISTE VALUE 35.
           88 FS-PROD-EM-USO     VALUES 51 99.
       77 FS-STAT-VDA PIC 9(02).
           88 FS-VDA-OK          VALUE ZEROS.
           88 FS-VDA-NAO-EXISTE  VALUE 35.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK          VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE  VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
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
               WHEN OPCAO-VENDER   PERFORM VENDE-MATERIAL
               WHEN OPCAO-CANCELAR PERFORM CANCELA-VENDA
               WHEN OPCAO-LISTAR   PERFORM LISTA-VENDAS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-PROD.
       CLOSE ARQ-VDA.
       CLOSE ARQ-EXT.
       CLOSE ARQ-ALU.
       CLOSE ARQ-MOV.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE VENDA DE MATERIAIS E LE A
      * OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'VENDA DE UNIFORMES, LIVROS E MATERIAIS'
           DISPLAY 'V - VENDER PARA UM ALUNO'
           DISPLAY 'C - CANCELAR UM ITEM VENDIDO (DEVOLUCAO)'
           DISPLAY 'L - LISTAR AS COMPRAS DE UM ALUNO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * VENDE-MATERIAL - ESCOLHE O ALUNO E VAI LENDO PRODUTO E
      * QUANTIDADE ATE O PRODUTO EM BRANCO (ZERO). CADA ITEM BAIXA
      * O ESTOQUE E VIRA UM LANCAMENTO EXTRA COM O CODIGO DO
      * PRODUTO NO INICIO DA DESCRICAO ('PRD' + CODIGO).
      *============================================================
       VENDE-MATERIAL.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO EM ALUNOS.DAT !'
               NOT INVALID KEY
                   IF NOT ALUNO-ATIVO
                       DISPLAY 'ALUNO NAO ESTA ATIVO - VENDA NAO '
                           'PERMITIDA.'
                   ELSE
                       DISPLAY 'ALUNO: ' NOME ' ' S-NOME
                           ' TURMA ' TURMA
                       MOVE ZEROES TO WS-TOTAL-VENDA
                       MOVE ZEROES TO WS-QTD-ITENS
                       PERFORM SOLICITA-PRODUTO
                       PERFORM UNTIL WS-PROD-PARAM = ZEROES
                           PERFORM VENDE-ITEM
                           PERFORM SOLICITA-PRODUTO
                       END-PERFORM
                       MOVE WS-TOTAL-VENDA TO WS-ED-TOTAL
                       DISPLAY 'ITENS VENDIDOS: ' WS-QTD-ITENS
                           ' - TOTAL COBRADO: ' WS-ED-TOTAL
                   END-IF
           END-READ.
      *
       SOLICITA-PRODUTO.
           MOVE ZEROES TO WS-PROD-PARAM
           DISPLAY 'PRODUTO (ZERO P/ ENCERRAR A VENDA): '
               WITH NO ADVANCING
           ACCEPT WS-PROD-PARAM.
      *
       VENDE-ITEM.
           SET PODE-SEGUIR TO TRUE
           MOVE WS-PROD-PARAM TO COD-PROD
           READ ARQ-PROD KEY IS COD-PROD
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO.'
                   SET NAO-PODE-SEGUIR TO TRUE
               NOT INVALID KEY
                   IF NOT PROD-ATIVO
                       DISPLAY 'PRODUTO INATIVO - NAO E VENDIDO.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   END-IF
           END-READ
           IF PODE-SEGUIR
               MOVE PRECO-PROD TO WS-ED-VALOR
               DISPLAY DESCRICAO-PROD ' PRECO ' WS-ED-VALOR
                   ' ESTOQUE ' ESTOQUE-PROD
               DISPLAY 'QUANTIDADE: ' WITH NO ADVANCING
               ACCEPT WS-QTD-PARAM
               IF WS-QTD-PARAM = ZEROES
                   DISPLAY 'QUANTIDADE ZERO - ITEM IGNORADO.'
                   SET NAO-PODE-SEGUIR TO TRUE
               ELSE
                   IF WS-QTD-PARAM > ESTOQUE-PROD
                       DISPLAY 'ESTOQUE INSUFICIENTE (SALDO '
                           ESTOQUE-PROD ') - ITEM NAO VENDIDO.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PODE-SEGUIR
               COMPUTE WS-VALOR-ITEM = WS-QTD-PARAM * PRECO-PROD
               MOVE WS-VALOR-ITEM TO WS-ED-VALOR
               DISPLAY 'VALOR DO ITEM: ' WS-ED-VALOR
                   ' - CONFIRMA (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM GRAVA-ITEM
               ELSE
                   DISPLAY 'ITEM ABANDONADO.'
               END-IF
           END-IF.
      *
      *============================================================
      * GRAVA-ITEM - GRAVA O LANCAMENTO EXTRA NA PROXIMA SEQUENCIA
      * DO ALUNO NO ANO CORRENTE, A VENDA COM A MESMA CHAVE, BAIXA
      * O ESTOQUE E ANOTA O MOVIMENTO. SE O LANCAMENTO NAO GRAVAR,
      * NADA MAIS E FEITO.
      *============================================================
       GRAVA-ITEM.
           PERFORM DESCOBRE-PROX-SEQ
           MOVE WS-CODIGO-PARAM TO CODIGO-EXT
           MOVE WS-ANO-HOJE     TO ANO-REF-EXT
           MOVE WS-PROX-SEQ     TO SEQ-EXT
           MOVE NOME            TO NOME-EXT
           MOVE S-NOME          TO S-NOME-EXT
           MOVE SPACES          TO DESCRICAO-EXT
           STRING 'PRD' COD-PROD ' ' WS-QTD-PARAM 'X '
               DESCRICAO-PROD
               DELIMITED BY SIZE INTO DESCRICAO-EXT
           MOVE WS-VALOR-ITEM   TO VALOR-EXT
           MOVE WS-DATA-HOJE    TO DATA-LANC-EXT
           COMPUTE WS-DIAS-CALC =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + WS-VENC-DIAS
           COMPUTE DATA-VENC-EXT =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CALC)
           SET EXT-ABERTO TO TRUE
           WRITE REG-EXT
               INVALID KEY
                   DISPLAY 'SEQUENCIA JA USADA EM LANCEXT.DAT - '
                       'ITEM NAO VENDIDO, TENTE NOVAMENTE.'
               NOT INVALID KEY
                   PERFORM GRAVA-VENDA
           END-WRITE.
      *
       GRAVA-VENDA.
           MOVE CHAVE-EXT       TO CHAVE-VDA
           MOVE COD-PROD        TO COD-PROD-VDA
           MOVE WS-QTD-PARAM    TO QTD-VDA
           MOVE PRECO-PROD      TO PRECO-UNIT-VDA
           MOVE WS-VALOR-ITEM   TO VALOR-VDA
           MOVE WS-DATA-HOJE    TO DATA-VDA
           SET VDA-ATIVA TO TRUE
           MOVE ZEROES          TO DATA-CANC-VDA
           MOVE WS-OPER-SESSAO  TO OPERADOR-VDA
           WRITE REG-VDA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR VENDAS.DAT - FS-STAT: '
                       FS-STAT-VDA
           END-WRITE
           SUBTRACT WS-QTD-PARAM FROM ESTOQUE-PROD
           REWRITE REG-PROD
           IF NOT FS-PROD-OK
               DISPLAY 'ERRO AO REGRAVAR PRODUTO.DAT - FS-STAT: '
                   FS-STAT-PROD ' - CONFIRA O SALDO NO INVENTARIO.'
           END-IF
           MOVE SPACES TO WS-DOCUMENTO
           STRING CODIGO-EXT ANO-REF-EXT SEQ-EXT
               DELIMITED BY SIZE INTO WS-DOCUMENTO
           MOVE 'V' TO TIPO-MOV
           MOVE '-' TO SINAL-MOV
           PERFORM GRAVA-MOVIMENTO
           ADD 1 TO WS-QTD-ITENS
           ADD WS-VALOR-ITEM TO WS-TOTAL-VENDA
           DISPLAY 'ITEM VENDIDO - COBRANCA ' ANO-REF-EXT '/'
               SEQ-EXT ' (PAGAVEL NO BAIXAPAG COM PARCELA 00 + '
               'SEQUENCIA)'.
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
       DESCOBRE-PROX-SEQ.
           MOVE ZEROES TO WS-PROX-SEQ
           MOVE WS-CODIGO-PARAM TO CODIGO-EXT
           MOVE WS-ANO-HOJE     TO ANO-REF-EXT
           MOVE ZEROES          TO SEQ-EXT
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
                       IF CODIGO-EXT NOT = WS-CODIGO-PARAM
                          OR ANO-REF-EXT NOT = WS-ANO-HOJE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SEQ-EXT TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-SEQ.
      *
      *============================================================
      * CANCELA-VENDA - DEVOLUCAO DE UM ITEM: SO COM A COBRANCA
      * AINDA EM ABERTO (PAGO, ACERTE PRIMEIRO PELO ESTORNO). O
      * LANCAMENTO VIRA 'CN', A VENDA 'C' E A QUANTIDADE VOLTA AO
      * ESTOQUE.
      *============================================================
       CANCELA-VENDA.
           SET PODE-SEGUIR TO TRUE
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           DISPLAY 'ANO DA COBRANCA (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-PARAM
           DISPLAY 'SEQUENCIA (999): ' WITH NO ADVANCING
           ACCEPT WS-SEQ-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO-VDA
           MOVE WS-ANO-PARAM    TO ANO-VDA
           MOVE WS-SEQ-PARAM    TO SEQ-VDA
           READ ARQ-VDA KEY IS CHAVE-VDA
               INVALID KEY
                   DISPLAY 'NAO HA VENDA DE MATERIAL COM ESTA CHAVE.'
                   SET NAO-PODE-SEGUIR TO TRUE
               NOT INVALID KEY
                   IF VDA-CANCELADA
                       DISPLAY 'VENDA JA CANCELADA.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   END-IF
           END-READ
           IF PODE-SEGUIR
               MOVE CHAVE-VDA TO CHAVE-EXT
               READ ARQ-EXT KEY IS CHAVE-EXT
                   INVALID KEY
                       DISPLAY 'LANCAMENTO DA VENDA NAO ACHADO EM '
                           'LANCEXT.DAT.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   NOT INVALID KEY
                       IF NOT EXT-ABERTO
                           DISPLAY 'COBRANCA NAO ESTA EM ABERTO '
                               '(SITUACAO ' SITU-EXT ') - ESTORNE O '
                               'PAGAMENTO ANTES DE DEVOLVER.'
                           SET NAO-PODE-SEGUIR TO TRUE
                       END-IF
               END-READ
           END-IF
           IF PODE-SEGUIR
               MOVE COD-PROD-VDA TO COD-PROD
               READ ARQ-PROD KEY IS COD-PROD
                   INVALID KEY
                       DISPLAY 'PRODUTO ' COD-PROD-VDA ' NAO ACHADO '
                           'EM PRODUTO.DAT.'
                       SET NAO-PODE-SEGUIR TO TRUE
               END-READ
           END-IF
           IF PODE-SEGUIR
               MOVE VALOR-VDA TO WS-ED-VALOR
               DISPLAY DESCRICAO-EXT ' ' WS-ED-VALOR
               DISPLAY 'CONFIRMA A DEVOLUCAO (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM FECHA-DEVOLUCAO
               ELSE
                   DISPLAY 'DEVOLUCAO ABANDONADA.'
               END-IF
           END-IF.
      *
       FECHA-DEVOLUCAO.
           SET EXT-CANCELADO TO TRUE
           REWRITE REG-EXT
           IF NOT FS-EXT-OK
               DISPLAY 'ERRO AO REGRAVAR LANCEXT.DAT - FS-STAT: '
                   FS-STAT-EXT ' - DEVOLUCAO NAO FEITA.'
           ELSE
               SET VDA-CANCELADA TO TRUE
               MOVE WS-DATA-HOJE TO DATA-CANC-VDA
               REWRITE REG-VDA
               ADD QTD-VDA TO ESTOQUE-PROD
               REWRITE REG-PROD
               MOVE QTD-VDA TO WS-QTD-PARAM
               MOVE SPACES TO WS-DOCUMENTO
               STRING CODIGO-VDA ANO-VDA SEQ-VDA
                   DELIMITED BY SIZE INTO WS-DOCUMENTO
               MOVE 'D' TO TIPO-MOV
               MOVE '+' TO SINAL-MOV
               PERFORM GRAVA-MOVIMENTO
               DISPLAY 'DEVOLUCAO REGISTRADA - SALDO DO PRODUTO: '
                   ESTOQUE-PROD
           END-IF.
      *
      *============================================================
      * LISTA-VENDAS - TODOS OS ITENS COMPRADOS PELO ALUNO, DE
      * TODOS OS ANOS, COM A SITUACAO DA COBRANCA.
      *============================================================
       LISTA-VENDAS.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE ZEROES TO WS-QTD-ITENS
           MOVE WS-CODIGO-PARAM TO CODIGO-VDA
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
                       IF CODIGO-VDA NOT = WS-CODIGO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM MOSTRA-VENDA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE ITENS: ' WS-QTD-ITENS.
      *
       MOSTRA-VENDA.
           ADD 1 TO WS-QTD-ITENS
           MOVE CHAVE-VDA TO CHAVE-EXT
           READ ARQ-EXT KEY IS CHAVE-EXT
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-EXT
                   MOVE '??' TO SITU-EXT
           END-READ
           MOVE VALOR-VDA TO WS-ED-VALOR
           DISPLAY ANO-VDA '/' SEQ-VDA ' ' DATA-VDA(7:2) '/'
               DATA-VDA(5:2) '/' DATA-VDA(1:4) ' ' DESCRICAO-EXT
               ' ' WS-ED-VALOR ' VENDA: ' SITU-VDA
               ' COBRANCA: ' SITU-EXT.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           OPEN I-O ARQ-PROD
           IF FS-PROD-NAO-EXISTE THEN
               DISPLAY 'PRODUTO.DAT NAO ENCONTRADO - CADASTRE OS '
                   'PRODUTOS NO ESTOQUE PRIMEIRO.'
               CLOSE ARQ-ALU
               GOBACK
           END-IF
           OPEN I-O ARQ-VDA
           IF FS-VDA-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO VENDAS.DAT...'
               OPEN OUTPUT ARQ-VDA
               CLOSE ARQ-VDA
               OPEN I-O ARQ-VDA
           END-IF
           OPEN I-O ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO LANCEXT.DAT...'
               OPEN OUTPUT ARQ-EXT
               CLOSE ARQ-EXT
               OPEN I-O ARQ-EXT
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
           MOVE 'VENDAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-VENDAS
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'MOVEST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MOVEST
           MOVE 'ESTVENC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NUMERIC
               MOVE WS-PARAM-VALOR(1:3) TO WS-VENC-DIAS
           END-IF.
