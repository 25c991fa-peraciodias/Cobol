       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTCONV.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * EMPRESAS CONVENIADAS: EMPREGADOR OU SINDICATO QUE PAGA PARTE
      * DA MENSALIDADE DOS ALUNOS DO CONVENIO (MANTCVA). RECEBE UMA
      * FATURA CONSOLIDADA POR MES (FATCONV).
       SELECT ARQ-CNV
              ASSIGN TO WS-ARQ-CONVENIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CNV
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CNV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CNV.
       01  REG-CNV.
           02 CODIGO-CNV      PIC 9(04).
           02 NOME-CNV        PIC X(40).
      * CNPJ, SO NUMEROS.
           02 CNPJ-CNV        PIC X(14).
           02 CONTATO-CNV     PIC X(30).
           02 FONE-CNV        PIC X(12).
      * DIA DO MES EM QUE VENCE A FATURA CONSOLIDADA.
           02 DIA-VENC-CNV    PIC 9(02).
           02 SITU-CNV        PIC X(01).
              88 CNV-ATIVO        VALUE 'A'.
              88 CNV-INATIVO      VALUE 'I'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CONVENIO PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR   VALUE 'I'.
           88 OPCAO-ALTERAR   VALUE 'A'.
           88 OPCAO-DESATIVAR VALUE 'D'.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(04).
       01  WS-NOME-PARAM      PIC X(40).
       01  WS-CNPJ-PARAM      PIC X(14).
       01  WS-CONTATO-PARAM   PIC X(30).
       01  WS-FONE-PARAM      PIC X(12).
       01  WS-DIA-PARAM       PIC 9(02).
       01  WS-PROX-CODIGO     PIC 9(04).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-CNV       PIC 9(04) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK          VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE  VALUE 35.
           88 FS-CNV-CHAVE-DUPLIC VALUE 22.
           88 FS-CNV-EM-USO      VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR   PERFORM INCLUI-EMPRESA
               WHEN OPCAO-ALTERAR   PERFORM ALTERA-EMPRESA
               WHEN OPCAO-DESATIVAR PERFORM DESATIVA-EMPRESA
               WHEN OPCAO-CONSULTAR PERFORM CONSULTA-EMPRESA
               WHEN OPCAO-LISTAR    PERFORM LISTA-EMPRESAS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-CNV.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DE CONVENIO.DAT
      * E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'MANUTENCAO DE CONVENIO.DAT (EMPRESAS CONVENIADAS)'
           DISPLAY 'I - INCLUIR EMPRESA'
           DISPLAY 'A - ALTERAR UMA EMPRESA'
           DISPLAY 'D - DESATIVAR UMA EMPRESA'
           DISPLAY 'C - CONSULTAR UMA EMPRESA'
           DISPLAY 'L - LISTAR AS EMPRESAS'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * INCLUI-EMPRESA - CADASTRA UMA EMPRESA CONVENIADA COM O
      * PROXIMO CODIGO LIVRE. O DIA DE VENCIMENTO DA FATURA VAI DE
      * 1 A 28, PARA EXISTIR EM TODO MES.
      *============================================================
       INCLUI-EMPRESA.
           PERFORM DESCOBRE-PROX-CODIGO
           MOVE WS-PROX-CODIGO TO CODIGO-CNV
           DISPLAY 'CODIGO DA EMPRESA: ' WS-PROX-CODIGO
           DISPLAY 'RAZAO SOCIAL...........: ' WITH NO ADVANCING
           ACCEPT NOME-CNV
           DISPLAY 'CNPJ (SO NUMEROS)......: ' WITH NO ADVANCING
           ACCEPT CNPJ-CNV
           DISPLAY 'CONTATO NO RH..........: ' WITH NO ADVANCING
           ACCEPT CONTATO-CNV
           DISPLAY 'FONE...................: ' WITH NO ADVANCING
           ACCEPT FONE-CNV
           DISPLAY 'DIA DE VENCIMENTO (1-28): ' WITH NO ADVANCING
           ACCEPT DIA-VENC-CNV
           IF DIA-VENC-CNV < 1 OR DIA-VENC-CNV > 28
               DISPLAY 'DIA INVALIDO - EMPRESA NAO GRAVADA.'
           ELSE
               SET CNV-ATIVO TO TRUE
               WRITE REG-CNV
                   INVALID KEY
                       DISPLAY 'CODIGO JA USADO POR OUTRA ESTACAO - '
                           'EMPRESA NAO GRAVADA, TENTE NOVAMENTE.'
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA INCLUIDA: ' CODIGO-CNV
               END-WRITE
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-CODIGO - VARRE O CADASTRO EM SEQUENCIA DE
      * CHAVE PARA DESCOBRIR O MAIOR CODIGO JA USADO.
      *============================================================
       DESCOBRE-PROX-CODIGO.
           MOVE ZEROES TO WS-PROX-CODIGO
           MOVE ZEROES TO CODIGO-CNV
           START ARQ-CNV KEY IS NOT LESS THAN CODIGO-CNV
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CNV NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CODIGO-CNV TO WS-PROX-CODIGO
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-CODIGO.
      *
      *============================================================
      * ALTERA-EMPRESA - PERMITE REDIGITAR OS DADOS DA EMPRESA.
      * DEIXAR UM CAMPO EM BRANCO (OU ZERO) MANTEM O VALOR ATUAL.
      *============================================================
       ALTERA-EMPRESA.
           PERFORM SOLICITA-CODIGO
           READ ARQ-CNV KEY IS CODIGO-CNV
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   DISPLAY 'RAZAO ATUAL.....: ' NOME-CNV
                   DISPLAY 'NOVA RAZAO (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-NOME-PARAM
                   IF WS-NOME-PARAM NOT = SPACES
                       MOVE WS-NOME-PARAM TO NOME-CNV
                   END-IF
                   DISPLAY 'CNPJ ATUAL......: ' CNPJ-CNV
                   DISPLAY 'NOVO CNPJ (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-CNPJ-PARAM
                   IF WS-CNPJ-PARAM NOT = SPACES
                       MOVE WS-CNPJ-PARAM TO CNPJ-CNV
                   END-IF
                   DISPLAY 'CONTATO ATUAL...: ' CONTATO-CNV
                   DISPLAY 'NOVO CONTATO (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONTATO-PARAM
                   IF WS-CONTATO-PARAM NOT = SPACES
                       MOVE WS-CONTATO-PARAM TO CONTATO-CNV
                   END-IF
                   DISPLAY 'FONE ATUAL......: ' FONE-CNV
                   DISPLAY 'NOVO FONE (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-FONE-PARAM
                   IF WS-FONE-PARAM NOT = SPACES
                       MOVE WS-FONE-PARAM TO FONE-CNV
                   END-IF
                   DISPLAY 'DIA VENC. ATUAL.: ' DIA-VENC-CNV
                   DISPLAY 'NOVO DIA 1-28 (ZERO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-DIA-PARAM
                   IF WS-DIA-PARAM > 28
                       DISPLAY 'DIA INVALIDO - ALTERACAO NAO GRAVADA.'
                   ELSE
                       IF WS-DIA-PARAM > 0
                           MOVE WS-DIA-PARAM TO DIA-VENC-CNV
                       END-IF
                       PERFORM REGRAVA-EMPRESA
                   END-IF
           END-READ.
      *
      *============================================================
      * DESATIVA-EMPRESA - A EMPRESA NUNCA E EXCLUIDA, PORQUE AS
      * FATURAS EMITIDAS CONTINUAM APONTANDO PARA ELA: INATIVA NAO
      * TEM A COTA CALCULADA NO CRIAPAR NEM FATURA NOVA NO FATCONV.
      *============================================================
       DESATIVA-EMPRESA.
           PERFORM SOLICITA-CODIGO
           READ ARQ-CNV KEY IS CODIGO-CNV
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   DISPLAY 'RAZAO...: ' NOME-CNV
                   DISPLAY 'CONFIRMA A DESATIVACAO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       SET CNV-INATIVO TO TRUE
                       PERFORM REGRAVA-EMPRESA
                   ELSE
                       DISPLAY 'DESATIVACAO CANCELADA.'
                   END-IF
           END-READ.
      *
       REGRAVA-EMPRESA.
           REWRITE REG-CNV
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-CNV-OK
               DISPLAY 'EMPRESA REGRAVADA: ' CODIGO-CNV
           ELSE
               IF FS-CNV-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'ALTERACAO NAO GRAVADA, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR CONVENIO.DAT - FS-STAT: '
                       FS-STAT-CNV
               END-IF
           END-IF.
      *
       CONSULTA-EMPRESA.
           PERFORM SOLICITA-CODIGO
           READ ARQ-CNV KEY IS CODIGO-CNV
               INVALID KEY
                   DISPLAY 'EMPRESA NAO CADASTRADA.'
               NOT INVALID KEY
                   DISPLAY 'RAZAO......: ' NOME-CNV
                   DISPLAY 'CNPJ.......: ' CNPJ-CNV
                   DISPLAY 'CONTATO....: ' CONTATO-CNV
                   DISPLAY 'FONE.......: ' FONE-CNV
                   DISPLAY 'VENCIMENTO.: DIA ' DIA-VENC-CNV
                       '   SITUACAO: ' SITU-CNV
           END-READ.
      *
       SOLICITA-CODIGO.
           DISPLAY 'CODIGO DA EMPRESA: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO-CNV.
      *
      *============================================================
      * LISTA-EMPRESAS - LISTA NA TELA TODO O CADASTRO.
      *============================================================
       LISTA-EMPRESAS.
           MOVE ZEROES TO WS-CONTA-CNV
           MOVE ZEROES TO CODIGO-CNV
           START ARQ-CNV KEY IS NOT LESS THAN CODIGO-CNV
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CNV NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-CNV
                       DISPLAY CODIGO-CNV ' ' NOME-CNV ' '
                           CNPJ-CNV ' DIA ' DIA-VENC-CNV ' ' SITU-CNV
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE EMPRESAS: ' WS-CONTA-CNV.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CNV
           IF FS-CNV-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CNV
               CLOSE ARQ-CNV
               OPEN I-O ARQ-CNV
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO.
