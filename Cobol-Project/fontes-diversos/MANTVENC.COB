       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTVENC.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * DIA DE VENCIMENTO DAS PARCELAS ESCOLHIDO PELA FAMILIA, POR
      * ALUNO. E LIDO PELO CALCVENC, QUE MONTA A DATA REAL DE
      * VENCIMENTO USADA PELO CAIXA, CARNE, REMESSA E COBRANCA.
       SELECT ARQ-DVE
              ASSIGN TO WS-ARQ-DIAVENC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-DVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-DVE.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

      * RESPONSAVEIS: O DIA PODE SER DEFINIDO DE UMA VEZ PARA TODOS
      * OS FILHOS DO MESMO CPF (A MESMA FAMILIA DO FAMILIA/CRIAPAR).
       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DVE.
       01  REG-DVE.
           02 CODIGO-DVE      PIC 9(08).
           02 DIA-DVE         PIC 9(02).
           02 DATA-ALT-DVE    PIC 9(08).
           02 OPERADOR-DVE    PIC X(08).

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
           02 TURMA          PIC X(06).

           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-DIAVENC PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-DEFINIR  VALUE 'D'.
           88 OPCAO-FAMILIA  VALUE 'F'.
           88 OPCAO-EXCLUIR  VALUE 'E'.
           88 OPCAO-LISTAR   VALUE 'L'.
           88 OPCAO-SAIR     VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-CPF-PARAM       PIC X(11).
       01  WS-DIA-PARAM       PIC 9(02).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-OPER-SESSAO     PIC X(08).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-DIAS      PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-FILHOS    PIC 9(03) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

       77 FS-STAT-DVE PIC 9(02).
           88 FS-DVE-OK          VALUE ZEROS.
           88 FS-DVE-NAO-EXISTE  VALUE 35.
           88 FS-DVE-CHAVE-DUPLIC VALUE 22.
           88 FS-DVE-EM-USO      VALUES 51 99.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL   VALUE 'S'.
           88 RESP-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-DEFINIR PERFORM DEFINE-DIA-ALUNO
               WHEN OPCAO-FAMILIA PERFORM DEFINE-DIA-FAMILIA
               WHEN OPCAO-EXCLUIR PERFORM EXCLUI-DIA
               WHEN OPCAO-LISTAR  PERFORM LISTA-DIAS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-DVE.
       CLOSE ARQ-ALU.
       IF RESP-DISPONIVEL
           CLOSE ARQ-RESP
       END-IF.
      * O CALCVENC GUARDA O DIAVENC.DAT ABERTO: A PROXIMA ROTINA QUE
      * O CHAMAR NESTA SESSAO JA VE OS DIAS NOVOS.
       CANCEL 'CALCVENC'.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DOS DIAS DE
      * VENCIMENTO E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'DIA DE VENCIMENTO DAS PARCELAS (DIAVENC.DAT)'
           DISPLAY 'D - DEFINIR O DIA DE UM ALUNO'
           DISPLAY 'F - DEFINIR O DIA DE TODOS OS FILHOS DE UM '
               'RESPONSAVEL (CPF)'
           DISPLAY 'E - EXCLUIR (ALUNO VOLTA AO DIA PADRAO)'
           DISPLAY 'L - LISTAR OS DIAS DEFINIDOS'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * SOLICITA-DIA - LE O DIA DE VENCIMENTO (01 A 31). DIA MAIOR
      * QUE O ULTIMO DO MES VENCE NO ULTIMO DIA (VER CALCVENC).
      *============================================================
       SOLICITA-DIA.
           MOVE ZEROES TO WS-DIA-PARAM
           DISPLAY 'DIA DE VENCIMENTO (01 A 31): ' WITH NO ADVANCING
           ACCEPT WS-DIA-PARAM
           IF WS-DIA-PARAM = 0 OR WS-DIA-PARAM > 31
               DISPLAY 'DIA INVALIDO - INFORME DE 01 A 31.'
               MOVE ZEROES TO WS-DIA-PARAM
           END-IF.
      *
       DEFINE-DIA-ALUNO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO EM ALUNOS.DAT.'
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' NOME ' ' S-NOME
                   PERFORM SOLICITA-DIA
                   IF WS-DIA-PARAM > 0
                       PERFORM GRAVA-DIA
                   END-IF
           END-READ.
      *
      *============================================================
      * DEFINE-DIA-FAMILIA - PERCORRE RESPONSA.DAT E GRAVA O MESMO
      * DIA PARA CADA ALUNO CUJO RESPONSAVEL TEM O CPF INFORMADO.
      *============================================================
       DEFINE-DIA-FAMILIA.
           IF RESP-INDISPONIVEL
               DISPLAY 'RESPONSA.DAT NAO ENCONTRADO - DEFINA O DIA '
                   'ALUNO POR ALUNO.'
           ELSE
               DISPLAY 'CPF DO RESPONSAVEL (SO NUMEROS): '
                   WITH NO ADVANCING
               ACCEPT WS-CPF-PARAM
               PERFORM SOLICITA-DIA
               IF WS-DIA-PARAM > 0
                   PERFORM GRAVA-DIA-FILHOS
               END-IF
           END-IF.
      *
       GRAVA-DIA-FILHOS.
           MOVE ZEROES TO WS-CONTA-FILHOS
           MOVE ZEROES TO CODIGO-RESP
           START ARQ-RESP KEY IS NOT LESS THAN CODIGO-RESP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RESP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CPF-RESP = WS-CPF-PARAM
                           MOVE CODIGO-RESP TO WS-CODIGO-PARAM
                           ADD 1 TO WS-CONTA-FILHOS
                           PERFORM GRAVA-DIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTA-FILHOS = 0
               DISPLAY 'NENHUM ALUNO COM ESTE CPF DE RESPONSAVEL.'
           ELSE
               DISPLAY 'ALUNOS DA FAMILIA PROCESSADOS: '
                   WS-CONTA-FILHOS
           END-IF.
      *
      *============================================================
      * GRAVA-DIA - INCLUI OU REGRAVA O DIA DO ALUNO EM
      * WS-CODIGO-PARAM, COM A DATA E O OPERADOR DA ALTERACAO.
      *============================================================
       GRAVA-DIA.
           MOVE WS-CODIGO-PARAM TO CODIGO-DVE
           READ ARQ-DVE KEY IS CODIGO-DVE
               INVALID KEY
                   MOVE WS-DIA-PARAM   TO DIA-DVE
                   MOVE WS-DATA-HOJE   TO DATA-ALT-DVE
                   MOVE WS-OPER-SESSAO TO OPERADOR-DVE
                   WRITE REG-DVE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-DIA-PARAM   TO DIA-DVE
                   MOVE WS-DATA-HOJE   TO DATA-ALT-DVE
                   MOVE WS-OPER-SESSAO TO OPERADOR-DVE
                   REWRITE REG-DVE
                   END-REWRITE
           END-READ
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-DVE-OK
               DISPLAY 'ALUNO ' WS-CODIGO-PARAM ' VENCE NO DIA '
                   WS-DIA-PARAM '.'
           ELSE
               IF FS-DVE-EM-USO
                   DISPLAY 'ALUNO ' WS-CODIGO-PARAM ' - REGISTRO EM '
                       'USO POR OUTRA ESTACAO, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR DIAVENC.DAT - FS-STAT: '
                       FS-STAT-DVE
               END-IF
           END-IF.
      *
       EXCLUI-DIA.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO-DVE
           READ ARQ-DVE KEY IS CODIGO-DVE
               INVALID KEY
                   DISPLAY 'ALUNO SEM DIA DEFINIDO - JA VENCE NO '
                       'DIA PADRAO.'
               NOT INVALID KEY
                   DISPLAY 'DIA ATUAL: ' DIA-DVE
                   DISPLAY 'CONFIRMA A VOLTA AO DIA PADRAO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       DELETE ARQ-DVE RECORD
                       IF FS-DVE-OK
                           DISPLAY 'DIA EXCLUIDO.'
                       ELSE
                           DISPLAY 'ERRO AO EXCLUIR - FS-STAT: '
                               FS-STAT-DVE
                       END-IF
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
           END-READ.
      *
       LISTA-DIAS.
           MOVE ZEROES TO WS-CONTA-DIAS
           MOVE ZEROES TO CODIGO-DVE
           START ARQ-DVE KEY IS NOT LESS THAN CODIGO-DVE
               INVALID KEY
                   DISPLAY 'DIAVENC.DAT NAO TEM REGISTROS.'
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-DVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY 'ALUNO ' CODIGO-DVE ' DIA ' DIA-DVE
                           ' ALTERADO EM ' DATA-ALT-DVE ' POR '
                           OPERADOR-DVE
                       ADD 1 TO WS-CONTA-DIAS
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE ALUNOS COM DIA PROPRIO: ' WS-CONTA-DIAS.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           OPEN I-O ARQ-DVE
           IF FS-DVE-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-DVE
               CLOSE ARQ-DVE
               OPEN I-O ARQ-DVE
           END-IF
           SET RESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RESP
           IF FS-RESP-NAO-EXISTE THEN
               SET RESP-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'DIAVENC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIAVENC
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA.
