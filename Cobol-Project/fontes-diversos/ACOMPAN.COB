       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACOMPAN.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ACOMPANHAMENTO DOS ALUNOS EM RISCO DE EVASAO: CADA CONTATO OU
      * INTERVENCAO DA COORDENACAO, UM REGISTRO. O RELATORIO RISCO
      * LE ESTE ARQUIVO PARA MOSTRAR O QUE JA FOI FEITO.
       SELECT ARQ-ACO
              ASSIGN TO WS-ARQ-ACOMPAN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-ACO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-ACO.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ACO.
       01  REG-ACO.
           02 CHAVE-ACO.
              03 CODIGO-ACO      PIC 9(08).
              03 DATA-ACO        PIC 9(08).
              03 HORA-ACO        PIC 9(08).
           02 TIPO-ACO           PIC X(01).
              88 ACO-LIGACAO       VALUE 'L'.
              88 ACO-REUNIAO       VALUE 'R'.
              88 ACO-ENCAMINHAMENTO VALUE 'E'.
              88 ACO-OUTRO         VALUE 'O'.
              88 ACO-TIPO-VALIDO   VALUES 'L' 'R' 'E' 'O'.
           02 DESCRICAO-ACO      PIC X(60).
           02 OPERADOR-ACO       PIC X(08).

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ACOMPAN PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).

       01  WS-OPCAO PIC X(01).
           88 OPCAO-REGISTRAR VALUE 'R'.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-TIPO-PARAM      PIC X(01).
       01  WS-DESCRICAO-PARAM PIC X(60).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-ACOES     PIC 9(04).
       01  WS-NOME-TIPO       PIC X(14).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-ALUNO PIC X(01).
           88 ALUNO-ACHADO     VALUE 'S'.
           88 ALUNO-NAO-ACHADO VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-ACO PIC 9(02).
           88 FS-ACO-OK          VALUE ZEROS.
           88 FS-ACO-NAO-EXISTE  VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-REGISTRAR PERFORM REGISTRA-ACAO
               WHEN OPCAO-CONSULTAR PERFORM CONSULTA-ALUNO
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-ACO.
       CLOSE ARQ-ALU.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DO ACOMPANHAMENTO E LE A
      * OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'ACOMPANHAMENTO DE ALUNOS EM RISCO DE EVASAO'
           DISPLAY 'R - REGISTRAR CONTATO OU INTERVENCAO'
           DISPLAY 'C - CONSULTAR O ACOMPANHAMENTO DE UM ALUNO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
       LOCALIZA-ALUNO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   SET ALUNO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' NOME ' ' S-NOME
                       ' TURMA ' TURMA
                   SET ALUNO-ACHADO TO TRUE
           END-READ.
      *
      *============================================================
      * REGISTRA-ACAO - GRAVA UM CONTATO OU INTERVENCAO DO DIA PARA
      * O ALUNO. A CHAVE LEVA DATA E HORA: NADA E SOBRESCRITO E O
      * HISTORICO FICA EM ORDEM CRONOLOGICA.
      *============================================================
       REGISTRA-ACAO.
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-ACHADO
               DISPLAY 'TIPO (L=LIGACAO R=REUNIAO E=ENCAMINHAMENTO '
                   'O=OUTRO): ' WITH NO ADVANCING
               ACCEPT WS-TIPO-PARAM
               MOVE WS-TIPO-PARAM TO TIPO-ACO
               IF NOT ACO-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO - NADA GRAVADO.'
               ELSE
                   DISPLAY 'DESCRICAO: ' WITH NO ADVANCING
                   ACCEPT WS-DESCRICAO-PARAM
                   DISPLAY 'CONFIRMA O REGISTRO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       PERFORM GRAVA-ACAO
                   ELSE
                       DISPLAY 'REGISTRO CANCELADO.'
                   END-IF
               END-IF
           END-IF.
      *
       GRAVA-ACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-CODIGO-PARAM    TO CODIGO-ACO
           MOVE WS-DATA-HOJE       TO DATA-ACO
           MOVE WS-HORA-AGORA      TO HORA-ACO
           MOVE WS-TIPO-PARAM      TO TIPO-ACO
           MOVE WS-DESCRICAO-PARAM TO DESCRICAO-ACO
           MOVE WS-OPER-SESSAO     TO OPERADOR-ACO
           WRITE REG-ACO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ACOMPAN.DAT - FS-STAT: '
                       FS-STAT-ACO
               NOT INVALID KEY
                   DISPLAY 'ACOMPANHAMENTO REGISTRADO.'
           END-WRITE.
      *
      *============================================================
      * CONSULTA-ALUNO - LISTA NA TELA TODOS OS CONTATOS E
      * INTERVENCOES REGISTRADOS PARA O ALUNO, DO MAIS ANTIGO AO
      * MAIS RECENTE.
      *============================================================
       CONSULTA-ALUNO.
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-ACHADO
               MOVE ZEROES TO WS-CONTA-ACOES
               MOVE WS-CODIGO-PARAM TO CODIGO-ACO
               MOVE ZEROES TO DATA-ACO
               MOVE ZEROES TO HORA-ACO
               START ARQ-ACO KEY IS NOT LESS THAN CHAVE-ACO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ACO NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-ACO NOT = WS-CODIGO-PARAM
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM MOSTRA-ACAO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CONTA-ACOES = 0
                   DISPLAY 'NENHUM ACOMPANHAMENTO REGISTRADO.'
               ELSE
                   DISPLAY 'TOTAL DE REGISTROS: ' WS-CONTA-ACOES
               END-IF
           END-IF.
      *
       MOSTRA-ACAO.
           ADD 1 TO WS-CONTA-ACOES
           EVALUATE TRUE
               WHEN ACO-LIGACAO        MOVE 'LIGACAO'  TO WS-NOME-TIPO
               WHEN ACO-REUNIAO        MOVE 'REUNIAO'  TO WS-NOME-TIPO
               WHEN ACO-ENCAMINHAMENTO
                   MOVE 'ENCAMINHAMENTO' TO WS-NOME-TIPO
               WHEN OTHER              MOVE 'OUTRO'    TO WS-NOME-TIPO
           END-EVALUATE
           DISPLAY DATA-ACO(7:2) '/' DATA-ACO(5:2) '/' DATA-ACO(1:4)
               ' ' WS-NOME-TIPO ' ' OPERADOR-ACO
           DISPLAY '   ' DESCRICAO-ACO.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           OPEN I-O ARQ-ACO
           IF FS-ACO-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ACOMPAN.DAT...'
               OPEN OUTPUT ARQ-ACO
               CLOSE ARQ-ACO
               OPEN I-O ARQ-ACO
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'ACOMPAN' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ACOMPAN
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS.
