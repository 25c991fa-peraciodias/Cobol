       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPOOLCON.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-CAT
              ASSIGN TO WS-ARQ-SPOOLCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CAT
              ALTERNATE RECORD KEY IS CHAVE-PRG-CAT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CAT.

      * LISTAGEM DO SPOOL ESCOLHIDA, ABERTA PELO NOME GUARDADO NO
      * CATALOGO, E O DESTINO DA REIMPRESSAO (SPOOLIMP).
       SELECT ARQ-SPL
              ASSIGN TO WS-ARQ-SPOOL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-SPL.

       SELECT ARQ-IMP
              ASSIGN TO WS-ARQ-SPOOLIMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-IMP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAT.
       01  REG-CAT.
           02 NUM-CAT            PIC 9(07).
           02 CHAVE-PRG-CAT.
              03 PROGRAMA-CAT    PIC X(08).
              03 DATA-CAT        PIC 9(08).
           02 HORA-CAT           PIC 9(08).
           02 OPERADOR-CAT       PIC X(08).
           02 PERFIL-CAT         PIC X(01).
           02 PARAMETROS-CAT     PIC X(60).
           02 ORIGEM-CAT         PIC X(64).
           02 ARQUIVO-CAT        PIC X(64).
           02 QTD-LIN-CAT        PIC 9(07).
           02 QTD-PAG-CAT        PIC 9(05).
           02 SITU-CAT           PIC X(01).
              88 CAT-INCOMPLETO     VALUE 'I'.
              88 CAT-GUARDADO       VALUE 'G'.
              88 CAT-EXPURGADO      VALUE 'X'.
           02 DATA-EXP-CAT       PIC 9(08).

       FD  ARQ-SPL.
       01  REG-SPL               PIC X(250).

       FD  ARQ-IMP.
       01  REG-IMP               PIC X(250).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-SPOOLCAT PIC X(64).
       01  WS-ARQ-SPOOLIMP PIC X(64).
       01  WS-ARQ-SPOOL    PIC X(64).

       01  WS-OPCAO PIC X(01).
           88 OPCAO-PESQUISA      VALUE 'P'.
           88 OPCAO-VER           VALUE 'V'.
           88 OPCAO-REIMPRIME     VALUE 'R'.
           88 OPCAO-SAIR          VALUE 'S'.

       01  WS-PROGRAMA-PARAM  PIC X(08).
       01  WS-DATA-INI-PARAM  PIC 9(08).
       01  WS-DATA-FIM-PARAM  PIC 9(08).
       01  WS-NUM-PARAM       PIC 9(07).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-ACHADOS   PIC 9(05).
       01  WS-CONTA-TELA      PIC 9(02).
       01  WS-LINHAS-TELA     PIC 9(02) VALUE 20.
       01  WS-QTD-COPIADAS    PIC 9(07).
       01  WS-CONTINUA        PIC X(01).
           88 PARA-LISTAGEM      VALUE 'F' 'f'.
       01  WS-SITU-DESC       PIC X(10).

       01  WS-SW-VISIVEL PIC X(01).
           88 LISTAGEM-VISIVEL   VALUE 'S'.
           88 LISTAGEM-OCULTA    VALUE 'N'.
       01  WS-SW-ACHOU PIC X(01).
           88 SPOOL-ACHADO       VALUE 'S'.
           88 SPOOL-NAO-ACHADO   VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-CAT PIC 9(02).
           88 FS-CAT-OK          VALUE ZEROS.
           88 FS-CAT-NAO-EXISTE  VALUE 35.
       77 FS-STAT-SPL PIC 9(02).
           88 FS-SPL-OK          VALUE ZEROS.
       77 FS-STAT-IMP PIC 9(02).
           88 FS-IMP-OK          VALUE ZEROS.

      *
      *============================================================
      * SPOOLCON - CONSULTA AO SPOOL DE RELATORIOS: PESQUISA NO
      * CATALOGO POR PROGRAMA E PERIODO, MOSTRA NA TELA E REIMPRIME
      * LISTAGENS JA GUARDADAS. A DIRECAO VE TUDO; SECRETARIA E
      * TESOURARIA VEEM AS LISTAGENS DO PROPRIO PERFIL E AS DA
      * CADEIA DA NOITE (GRAVADAS SEM SESSAO).
      *============================================================
       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       OPEN INPUT ARQ-CAT.
       IF FS-CAT-NAO-EXISTE
           DISPLAY 'SPOOLCAT.DAT NAO ENCONTRADO - NENHUMA LISTAGEM '
               'FOI GUARDADA AINDA.'
           GOBACK
       END-IF
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-PESQUISA  PERFORM PESQUISA-CATALOGO
               WHEN OPCAO-VER       PERFORM VER-LISTAGEM
               WHEN OPCAO-REIMPRIME PERFORM REIMPRIME-LISTAGEM
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-CAT.
       GOBACK.
      *
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'SPOOL DE RELATORIOS'
           DISPLAY 'P - PESQUISAR POR PROGRAMA E DATA'
           DISPLAY 'V - VER UMA LISTAGEM NA TELA'
           DISPLAY 'R - REIMPRIMIR UMA LISTAGEM'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * PESQUISA-CATALOGO - COM O PROGRAMA INFORMADO, PERCORRE A
      * CHAVE ALTERNADA (PROGRAMA + DATA) A PARTIR DA DATA INICIAL;
      * SEM PROGRAMA, PERCORRE O CATALOGO INTEIRO PELO NUMERO, QUE
      * JA E A ORDEM DE GRAVACAO. DATAS EM BRANCO NAO LIMITAM.
      *============================================================
       PESQUISA-CATALOGO.
           DISPLAY 'PROGRAMA (BRANCO = TODOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-PROGRAMA-PARAM
           ACCEPT WS-PROGRAMA-PARAM
           DISPLAY 'DATA INICIAL (AAAAMMDD, ZERO = TODAS): '
               WITH NO ADVANCING
           MOVE ZEROES TO WS-DATA-INI-PARAM
           ACCEPT WS-DATA-INI-PARAM
           DISPLAY 'DATA FINAL   (AAAAMMDD, ZERO = TODAS): '
               WITH NO ADVANCING
           MOVE ZEROES TO WS-DATA-FIM-PARAM
           ACCEPT WS-DATA-FIM-PARAM
           IF WS-DATA-FIM-PARAM = 0
               MOVE 99999999 TO WS-DATA-FIM-PARAM
           END-IF
           MOVE ZEROES TO WS-CONTA-ACHADOS
           MOVE ZEROES TO WS-CONTA-TELA
           MOVE SPACE TO WS-CONTINUA
           DISPLAY 'NUMERO  DATA     HORA PROGRAMA OPERADOR PAGS '
               'SITUACAO   PARAMETROS'
           IF WS-PROGRAMA-PARAM = SPACES
               MOVE ZEROES TO NUM-CAT
               START ARQ-CAT KEY IS NOT LESS THAN NUM-CAT
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
           ELSE
               MOVE WS-PROGRAMA-PARAM TO PROGRAMA-CAT
               MOVE WS-DATA-INI-PARAM TO DATA-CAT
               START ARQ-CAT KEY IS NOT LESS THAN CHAVE-PRG-CAT
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR PARA-LISTAGEM
               READ ARQ-CAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AVALIA-REGISTRO
               END-READ
           END-PERFORM
           DISPLAY 'LISTAGENS ENCONTRADAS: ' WS-CONTA-ACHADOS.
      *
       AVALIA-REGISTRO.
           IF WS-PROGRAMA-PARAM NOT = SPACES
              AND (PROGRAMA-CAT NOT = WS-PROGRAMA-PARAM
                   OR DATA-CAT > WS-DATA-FIM-PARAM)
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM VERIFICA-ACESSO
               IF LISTAGEM-VISIVEL
                  AND DATA-CAT NOT < WS-DATA-INI-PARAM
                  AND DATA-CAT NOT > WS-DATA-FIM-PARAM
                   PERFORM MOSTRA-REGISTRO
               END-IF
           END-IF.
      *
       MOSTRA-REGISTRO.
           ADD 1 TO WS-CONTA-ACHADOS
           EVALUATE TRUE
               WHEN CAT-GUARDADO   MOVE 'GUARDADA'   TO WS-SITU-DESC
               WHEN CAT-EXPURGADO  MOVE 'EXPURGADA'  TO WS-SITU-DESC
               WHEN OTHER          MOVE 'INCOMPLETA' TO WS-SITU-DESC
           END-EVALUATE
           DISPLAY NUM-CAT ' ' DATA-CAT ' ' HORA-CAT(1:4) ' '
               PROGRAMA-CAT ' ' OPERADOR-CAT ' ' QTD-PAG-CAT ' '
               WS-SITU-DESC ' ' PARAMETROS-CAT
           ADD 1 TO WS-CONTA-TELA
           IF WS-CONTA-TELA >= WS-LINHAS-TELA
               DISPLAY 'ENTER CONTINUA, F ENCERRA: ' WITH NO ADVANCING
               MOVE SPACE TO WS-CONTINUA
               ACCEPT WS-CONTINUA
               MOVE ZEROES TO WS-CONTA-TELA
           END-IF.
      *
      *============================================================
      * VERIFICA-ACESSO - A DIRECAO VE TODAS AS LISTAGENS; OS OUTROS
      * PERFIS, AS DO PROPRIO PERFIL E AS GRAVADAS SEM SESSAO.
      *============================================================
       VERIFICA-ACESSO.
           SET LISTAGEM-OCULTA TO TRUE
           IF WS-PERFIL-SESSAO = 'D'
              OR PERFIL-CAT = SPACE
              OR PERFIL-CAT = WS-PERFIL-SESSAO
               SET LISTAGEM-VISIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * LOCALIZA-SPOOL - PEDE O NUMERO E LE O CATALOGO. SO SERVE A
      * LISTAGEM GUARDADA E VISIVEL PARA O PERFIL DA SESSAO.
      *============================================================
       LOCALIZA-SPOOL.
           SET SPOOL-NAO-ACHADO TO TRUE
           DISPLAY 'NUMERO DO SPOOL: ' WITH NO ADVANCING
           MOVE ZEROES TO WS-NUM-PARAM
           ACCEPT WS-NUM-PARAM
           MOVE WS-NUM-PARAM TO NUM-CAT
           READ ARQ-CAT KEY IS NUM-CAT
               INVALID KEY
                   DISPLAY 'SPOOL No ' WS-NUM-PARAM ' NAO EXISTE.'
               NOT INVALID KEY
                   PERFORM VERIFICA-ACESSO
                   EVALUATE TRUE
                       WHEN LISTAGEM-OCULTA
                           DISPLAY 'LISTAGEM DE OUTRO PERFIL - '
                               'ACESSO NEGADO.'
                       WHEN CAT-EXPURGADO
                           DISPLAY 'LISTAGEM EXPURGADA EM '
                               DATA-EXP-CAT ' PELA REGRA DE GUARDA.'
                       WHEN CAT-INCOMPLETO
                           DISPLAY 'LISTAGEM NAO CHEGOU A SER '
                               'GUARDADA NO SPOOL.'
                       WHEN OTHER
                           SET SPOOL-ACHADO TO TRUE
                           MOVE ARQUIVO-CAT TO WS-ARQ-SPOOL
                   END-EVALUATE
           END-READ.
      *
       VER-LISTAGEM.
           PERFORM LOCALIZA-SPOOL
           IF SPOOL-ACHADO
               OPEN INPUT ARQ-SPL
               IF NOT FS-SPL-OK
                   DISPLAY 'ARQUIVO DO SPOOL NAO ENCONTRADO: '
                       WS-ARQ-SPOOL
               ELSE
                   DISPLAY PROGRAMA-CAT ' DE ' DATA-CAT ' - '
                       PARAMETROS-CAT
                   MOVE ZEROES TO WS-CONTA-TELA
                   MOVE SPACE TO WS-CONTINUA
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y' OR PARA-LISTAGEM
                       READ ARQ-SPL
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM MOSTRA-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-SPL
                   DISPLAY '--- FIM DA LISTAGEM ---'
               END-IF
           END-IF.
      *
       MOSTRA-LINHA.
           DISPLAY REG-SPL(1:132)
           ADD 1 TO WS-CONTA-TELA
           IF WS-CONTA-TELA >= WS-LINHAS-TELA
               DISPLAY 'ENTER CONTINUA, F ENCERRA: ' WITH NO ADVANCING
               MOVE SPACE TO WS-CONTINUA
               ACCEPT WS-CONTINUA
               MOVE ZEROES TO WS-CONTA-TELA
           END-IF.
      *
      *============================================================
      * REIMPRIME-LISTAGEM - COPIA A LISTAGEM DO SPOOL PARA O
      * DESTINO DE IMPRESSAO (SPOOLIMP), QUE PODE SER A PROPRIA
      * IMPRESSORA. A COPIA DO SPOOL NAO E ALTERADA.
      *============================================================
       REIMPRIME-LISTAGEM.
           PERFORM LOCALIZA-SPOOL
           IF SPOOL-ACHADO
               OPEN INPUT ARQ-SPL
               IF NOT FS-SPL-OK
                   DISPLAY 'ARQUIVO DO SPOOL NAO ENCONTRADO: '
                       WS-ARQ-SPOOL
               ELSE
                   OPEN OUTPUT ARQ-IMP
                   IF NOT FS-IMP-OK
                       DISPLAY 'DESTINO DE IMPRESSAO INDISPONIVEL - '
                           'FS-STAT: ' FS-STAT-IMP
                   ELSE
                       PERFORM COPIA-PARA-IMPRESSAO
                       CLOSE ARQ-IMP
                       DISPLAY 'SPOOL No ' NUM-CAT ' REIMPRESSO ('
                           WS-QTD-COPIADAS ' LINHAS).'
                   END-IF
                   CLOSE ARQ-SPL
               END-IF
           END-IF.
      *
       COPIA-PARA-IMPRESSAO.
           MOVE ZEROES TO WS-QTD-COPIADAS
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-SPL
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE REG-IMP FROM REG-SPL
                       ADD 1 TO WS-QTD-COPIADAS
               END-READ
           END-PERFORM.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'SPOOLCAT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SPOOLCAT
           MOVE 'SPOOLIMP' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SPOOLIMP.
