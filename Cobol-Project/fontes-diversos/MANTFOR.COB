       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTFOR.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CADASTRO DE FORNECEDORES DA TESOURARIA: FORNECEDORES DE
      * MATERIAL E SERVICO, CONCESSIONARIAS (AGUA, LUZ, FONE) E OS
      * FUNCIONARIOS QUE RECEBEM ADIANTAMENTO. E O CREDOR DE CADA
      * CONTA A PAGAR DO MANTCP.
       SELECT ARQ-FOR
              ASSIGN TO WS-ARQ-FORNEC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-FOR
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-FOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FOR.
       01  REG-FOR.
           02 CODIGO-FOR      PIC 9(06).
           02 NOME-FOR        PIC X(40).
      * CNPJ OU CPF, SO NUMEROS.
           02 DOC-FOR         PIC X(14).
           02 FONE-FOR        PIC X(12).
      * BANCO/AGENCIA/CONTA OU CHAVE PIX PARA O PAGAMENTO.
           02 BANCO-FOR       PIC X(40).
           02 TIPO-FOR        PIC X(01).
              88 FOR-FORNECEDOR   VALUE 'F'.
              88 FOR-CONCESSION   VALUE 'C'.
              88 FOR-FUNCIONARIO  VALUE 'P'.
              88 FOR-TIPO-VALIDO  VALUES 'F' 'C' 'P'.
           02 SITU-FOR        PIC X(01).
              88 FOR-ATIVO        VALUE 'A'.
              88 FOR-INATIVO      VALUE 'I'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-FORNEC PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR   VALUE 'I'.
           88 OPCAO-ALTERAR   VALUE 'A'.
           88 OPCAO-DESATIVAR VALUE 'D'.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(06).
       01  WS-NOME-PARAM      PIC X(40).
       01  WS-DOC-PARAM       PIC X(14).
       01  WS-FONE-PARAM      PIC X(12).
       01  WS-BANCO-PARAM     PIC X(40).
       01  WS-TIPO-PARAM      PIC X(01).
       01  WS-PROX-CODIGO     PIC 9(06).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-FOR       PIC 9(06) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

       77 FS-STAT-FOR PIC 9(02).
           88 FS-FOR-OK          VALUE ZEROS.
           88 FS-FOR-NAO-EXISTE  VALUE 35.
           88 FS-FOR-CHAVE-DUPLIC VALUE 22.
           88 FS-FOR-EM-USO      VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR   PERFORM INCLUI-FORNECEDOR
               WHEN OPCAO-ALTERAR   PERFORM ALTERA-FORNECEDOR
               WHEN OPCAO-DESATIVAR PERFORM DESATIVA-FORNECEDOR
               WHEN OPCAO-CONSULTAR PERFORM CONSULTA-FORNECEDOR
               WHEN OPCAO-LISTAR    PERFORM LISTA-FORNECEDORES
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-FOR.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DE FORNEC.DAT
      * E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'MANUTENCAO DE FORNEC.DAT (FORNECEDORES)'
           DISPLAY 'I - INCLUIR FORNECEDOR'
           DISPLAY 'A - ALTERAR UM FORNECEDOR'
           DISPLAY 'D - DESATIVAR UM FORNECEDOR'
           DISPLAY 'C - CONSULTAR UM FORNECEDOR'
           DISPLAY 'L - LISTAR OS FORNECEDORES'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * INCLUI-FORNECEDOR - CADASTRA UM CREDOR COM O PROXIMO CODIGO
      * LIVRE. TIPO F = FORNECEDOR, C = CONCESSIONARIA (AGUA, LUZ,
      * FONE), P = FUNCIONARIO (ADIANTAMENTO DE FOLHA).
      *============================================================
       INCLUI-FORNECEDOR.
           PERFORM DESCOBRE-PROX-CODIGO
           MOVE WS-PROX-CODIGO TO CODIGO-FOR
           DISPLAY 'CODIGO DO FORNECEDOR: ' WS-PROX-CODIGO
           DISPLAY 'NOME / RAZAO SOCIAL....: ' WITH NO ADVANCING
           ACCEPT NOME-FOR
           DISPLAY 'CNPJ/CPF (SO NUMEROS)..: ' WITH NO ADVANCING
           ACCEPT DOC-FOR
           DISPLAY 'FONE...................: ' WITH NO ADVANCING
           ACCEPT FONE-FOR
           DISPLAY 'BANCO/AG/CONTA OU PIX..: ' WITH NO ADVANCING
           ACCEPT BANCO-FOR
           DISPLAY 'TIPO (F FORNECEDOR, C CONCESSIONARIA, '
               'P FUNCIONARIO): ' WITH NO ADVANCING
           ACCEPT TIPO-FOR
           IF NOT FOR-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - FORNECEDOR NAO GRAVADO.'
           ELSE
               SET FOR-ATIVO TO TRUE
               WRITE REG-FOR
                   INVALID KEY
                       DISPLAY 'CODIGO JA USADO POR OUTRA ESTACAO - '
                           'FORNECEDOR NAO GRAVADO, TENTE NOVAMENTE.'
                   NOT INVALID KEY
                       DISPLAY 'FORNECEDOR INCLUIDO: ' CODIGO-FOR
               END-WRITE
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-CODIGO - VARRE O CADASTRO EM SEQUENCIA DE
      * CHAVE PARA DESCOBRIR O MAIOR CODIGO JA USADO.
      *============================================================
       DESCOBRE-PROX-CODIGO.
           MOVE ZEROES TO WS-PROX-CODIGO
           MOVE ZEROES TO CODIGO-FOR
           START ARQ-FOR KEY IS NOT LESS THAN CODIGO-FOR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FOR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CODIGO-FOR TO WS-PROX-CODIGO
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-CODIGO.
      *
      *============================================================
      * ALTERA-FORNECEDOR - PERMITE REDIGITAR OS DADOS DO CREDOR.
      * DEIXAR UM CAMPO EM BRANCO MANTEM O VALOR ATUAL.
      *============================================================
       ALTERA-FORNECEDOR.
           PERFORM SOLICITA-CODIGO
           READ ARQ-FOR KEY IS CODIGO-FOR
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   DISPLAY 'NOME ATUAL......: ' NOME-FOR
                   DISPLAY 'NOVO NOME (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-NOME-PARAM
                   IF WS-NOME-PARAM NOT = SPACES
                       MOVE WS-NOME-PARAM TO NOME-FOR
                   END-IF
                   DISPLAY 'CNPJ/CPF ATUAL..: ' DOC-FOR
                   DISPLAY 'NOVO CNPJ/CPF (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-DOC-PARAM
                   IF WS-DOC-PARAM NOT = SPACES
                       MOVE WS-DOC-PARAM TO DOC-FOR
                   END-IF
                   DISPLAY 'FONE ATUAL......: ' FONE-FOR
                   DISPLAY 'NOVO FONE (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-FONE-PARAM
                   IF WS-FONE-PARAM NOT = SPACES
                       MOVE WS-FONE-PARAM TO FONE-FOR
                   END-IF
                   DISPLAY 'BANCO/PIX ATUAL.: ' BANCO-FOR
                   DISPLAY 'NOVO BANCO/PIX (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-BANCO-PARAM
                   IF WS-BANCO-PARAM NOT = SPACES
                       MOVE WS-BANCO-PARAM TO BANCO-FOR
                   END-IF
                   DISPLAY 'TIPO ATUAL......: ' TIPO-FOR
                   DISPLAY 'NOVO TIPO F/C/P (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-TIPO-PARAM
                   IF WS-TIPO-PARAM NOT = SPACES
                       MOVE WS-TIPO-PARAM TO TIPO-FOR
                   END-IF
                   IF NOT FOR-TIPO-VALIDO
                       DISPLAY 'TIPO INVALIDO - ALTERACAO NAO '
                           'GRAVADA.'
                   ELSE
                       PERFORM REGRAVA-FORNECEDOR
                   END-IF
           END-READ.
      *
      *============================================================
      * DESATIVA-FORNECEDOR - O CREDOR NUNCA E EXCLUIDO, PORQUE AS
      * CONTAS PAGAS CONTINUAM APONTANDO PARA ELE: INATIVO NAO
      * RECEBE CONTA NOVA NO MANTCP.
      *============================================================
       DESATIVA-FORNECEDOR.
           PERFORM SOLICITA-CODIGO
           READ ARQ-FOR KEY IS CODIGO-FOR
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   DISPLAY 'NOME....: ' NOME-FOR
                   DISPLAY 'CONFIRMA A DESATIVACAO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       SET FOR-INATIVO TO TRUE
                       PERFORM REGRAVA-FORNECEDOR
                   ELSE
                       DISPLAY 'DESATIVACAO CANCELADA.'
                   END-IF
           END-READ.
      *
       REGRAVA-FORNECEDOR.
           REWRITE REG-FOR
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-FOR-OK
               DISPLAY 'FORNECEDOR REGRAVADO: ' CODIGO-FOR
           ELSE
               IF FS-FOR-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'ALTERACAO NAO GRAVADA, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR FORNEC.DAT - FS-STAT: '
                       FS-STAT-FOR
               END-IF
           END-IF.
      *
       CONSULTA-FORNECEDOR.
           PERFORM SOLICITA-CODIGO
           READ ARQ-FOR KEY IS CODIGO-FOR
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO.'
               NOT INVALID KEY
                   DISPLAY 'NOME.......: ' NOME-FOR
                   DISPLAY 'CNPJ/CPF...: ' DOC-FOR
                   DISPLAY 'FONE.......: ' FONE-FOR
                   DISPLAY 'BANCO/PIX..: ' BANCO-FOR
                   DISPLAY 'TIPO.......: ' TIPO-FOR
                       '   SITUACAO: ' SITU-FOR
           END-READ.
      *
       SOLICITA-CODIGO.
           DISPLAY 'CODIGO DO FORNECEDOR: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO-FOR.
      *
      *============================================================
      * LISTA-FORNECEDORES - LISTA NA TELA TODO O CADASTRO.
      *============================================================
       LISTA-FORNECEDORES.
           MOVE ZEROES TO WS-CONTA-FOR
           MOVE ZEROES TO CODIGO-FOR
           START ARQ-FOR KEY IS NOT LESS THAN CODIGO-FOR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FOR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-FOR
                       DISPLAY CODIGO-FOR ' ' NOME-FOR ' '
                           TIPO-FOR ' ' SITU-FOR
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE FORNECEDORES: ' WS-CONTA-FOR.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-FOR
           IF FS-FOR-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-FOR
               CLOSE ARQ-FOR
               OPEN I-O ARQ-FOR
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'FORNEC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FORNEC.
