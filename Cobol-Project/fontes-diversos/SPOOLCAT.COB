       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPOOLCAT.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CATALOGO DO SPOOL: UM REGISTRO POR LISTAGEM GUARDADA, COM O
      * PROGRAMA, O OPERADOR, A DATA/HORA, OS PARAMETROS DA EXECUCAO
      * E O TAMANHO. A CHAVE ALTERNADA (PROGRAMA + DATA) E A DA
      * PESQUISA NO SPOOLCON.
       SELECT ARQ-CAT
              ASSIGN TO WS-ARQ-SPOOLCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CAT
              ALTERNATE RECORD KEY IS CHAVE-PRG-CAT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CAT.

      * LISTAGEM QUE O PROGRAMA ACABOU DE FECHAR, NO NOME FIXO DO
      * PARAMS.CFG, E A COPIA DATADA E NUMERADA NA PASTA DO SPOOL.
       SELECT ARQ-ORI
              ASSIGN TO WS-ARQ-ORIGEM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-ORI.

       SELECT ARQ-SPL
              ASSIGN TO WS-ARQ-SPOOL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-SPL.

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

       FD  ARQ-ORI.
       01  REG-ORI               PIC X(250).

       FD  ARQ-SPL.
       01  REG-SPL               PIC X(250).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-SPOOLCAT PIC X(64).
       01  WS-ARQ-SPOOLDIR PIC X(64).
       01  WS-ARQ-ORIGEM   PIC X(64).
       01  WS-ARQ-SPOOL    PIC X(64).

      * FORMULARIO CONTINUO DE 66 LINHAS, 60 UTEIS: E POR ELE QUE
      * SE CONTAM AS PAGINAS, JA QUE AS LISTAGENS NAO SALTAM FOLHA.
       01  WS-LINHAS-PAGINA   PIC 9(03) VALUE 60.

       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-PROX-NUM        PIC 9(07).
       01  WS-TENTATIVAS      PIC 9(02).
       01  WS-QTD-LINHAS      PIC 9(07).
       01  WS-QTD-PAGINAS     PIC 9(05).
       01  WS-EOF             PIC X(01).
       01  WS-SW-GRAVOU PIC X(01).
           88 CATALOGO-GRAVADO     VALUE 'S'.
           88 CATALOGO-NAO-GRAVADO VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU. NA CADEIA DA NOITE NAO HA
      * SESSAO E O OPERADOR E O PERFIL FICAM EM BRANCO.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-CAT PIC 9(02).
           88 FS-CAT-OK          VALUE ZEROS.
           88 FS-CAT-NAO-EXISTE  VALUE 35.
       77 FS-STAT-ORI PIC 9(02).
           88 FS-ORI-OK          VALUE ZEROS.
       77 FS-STAT-SPL PIC 9(02).
           88 FS-SPL-OK          VALUE ZEROS.

       LINKAGE SECTION.
       01  PRM-SPOOL.
           02 PRM-PROGRAMA       PIC X(08).
           02 PRM-PARAMETROS     PIC X(60).
           02 PRM-NUM-SPOOL      PIC 9(07).
       01  PRM-ARQUIVO           PIC X(64).

      *
      *============================================================
      * SPOOLCAT - CHAMADO PELOS PROGRAMAS DE RELATORIO LOGO DEPOIS
      * DE FECHAR A LISTAGEM. COPIA A LISTAGEM DO NOME FIXO PARA UM
      * ARQUIVO DO SPOOL COM O PROGRAMA, A DATA E O NUMERO NO NOME
      * (BOLETIM-20240315-0000123.LST) E REGISTRA A COPIA NO
      * CATALOGO. O NOME FIXO CONTINUA VALENDO PARA QUEM IMPRIME
      * LOGO APOS A EXECUCAO; A COPIA DO SPOOL NAO E SOBRESCRITA
      * PELA PROXIMA EXECUCAO. DEVOLVE O NUMERO DO SPOOL, OU ZERO SE
      * A LISTAGEM NAO PODE SER GUARDADA - O RELATORIO EM SI JA
      * ESTA PRONTO E O PROGRAMA SEGUE NORMALMENTE.
      *============================================================
       PROCEDURE DIVISION USING PRM-SPOOL PRM-ARQUIVO.
       MOVE ZEROES TO PRM-NUM-SPOOL
       PERFORM BUSCA-PARAMETROS
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       ACCEPT WS-HORA-AGORA FROM TIME
       MOVE PRM-ARQUIVO TO WS-ARQ-ORIGEM
       OPEN INPUT ARQ-ORI
       IF NOT FS-ORI-OK
           DISPLAY 'LISTAGEM ' WS-ARQ-ORIGEM
           DISPLAY 'NAO ENCONTRADA - NAO GUARDADA NO SPOOL.'
           GOBACK
       END-IF
       PERFORM ABRIR-CATALOGO
       IF NOT FS-CAT-OK
           DISPLAY 'CATALOGO DO SPOOL INDISPONIVEL - FS-STAT: '
               FS-STAT-CAT ' - LISTAGEM NAO GUARDADA NO SPOOL.'
           CLOSE ARQ-ORI
           GOBACK
       END-IF
       PERFORM RESERVA-NUMERO
       IF CATALOGO-GRAVADO
           PERFORM COPIA-LISTAGEM
       END-IF
       CLOSE ARQ-ORI
       CLOSE ARQ-CAT
       GOBACK.
      *
       ABRIR-CATALOGO.
           OPEN I-O ARQ-CAT
           IF FS-CAT-NAO-EXISTE
               DISPLAY 'CRIANDO NOVO ARQUIVO SPOOLCAT.DAT...'
               OPEN OUTPUT ARQ-CAT
               CLOSE ARQ-CAT
               OPEN I-O ARQ-CAT
           END-IF.
      *
      *============================================================
      * RESERVA-NUMERO - GRAVA O REGISTRO DO CATALOGO AINDA COMO
      * INCOMPLETO, PARA NENHUMA OUTRA ESTACAO PEGAR O MESMO NUMERO
      * (E O MESMO NOME DE ARQUIVO) ENQUANTO A COPIA E FEITA. SE
      * O NUMERO FOR TOMADO NO MEIO TEMPO, TENTA O SEGUINTE.
      *============================================================
       RESERVA-NUMERO.
           SET CATALOGO-NAO-GRAVADO TO TRUE
           MOVE ZEROES TO WS-TENTATIVAS
           PERFORM UNTIL CATALOGO-GRAVADO OR WS-TENTATIVAS > 5
               ADD 1 TO WS-TENTATIVAS
               PERFORM DESCOBRE-PROX-NUM
               PERFORM MONTA-REGISTRO
               WRITE REG-CAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CATALOGO-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM
           IF CATALOGO-NAO-GRAVADO
               DISPLAY 'NAO FOI POSSIVEL NUMERAR A LISTAGEM NO '
                   'SPOOL - FS-STAT: ' FS-STAT-CAT
           END-IF.
      *
       DESCOBRE-PROX-NUM.
           MOVE ZEROES TO WS-PROX-NUM
           MOVE ZEROES TO NUM-CAT
           START ARQ-CAT KEY IS NOT LESS THAN NUM-CAT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-CAT TO WS-PROX-NUM
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-NUM.
      *
       MONTA-REGISTRO.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-ARQ-SPOOLDIR DELIMITED BY SPACE
                  PRM-PROGRAMA    DELIMITED BY SPACE
                  '-'             DELIMITED BY SIZE
                  WS-DATA-HOJE    DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-PROX-NUM     DELIMITED BY SIZE
                  '.LST'          DELIMITED BY SIZE
                  INTO WS-ARQ-SPOOL
           MOVE SPACES TO REG-CAT
           MOVE WS-PROX-NUM    TO NUM-CAT
           MOVE PRM-PROGRAMA   TO PROGRAMA-CAT
           MOVE WS-DATA-HOJE   TO DATA-CAT
           MOVE WS-HORA-AGORA  TO HORA-CAT
           MOVE WS-OPER-SESSAO TO OPERADOR-CAT
           MOVE WS-PERFIL-SESSAO TO PERFIL-CAT
           MOVE PRM-PARAMETROS TO PARAMETROS-CAT
           MOVE WS-ARQ-ORIGEM  TO ORIGEM-CAT
           MOVE WS-ARQ-SPOOL   TO ARQUIVO-CAT
           MOVE ZEROES TO QTD-LIN-CAT
           MOVE ZEROES TO QTD-PAG-CAT
           MOVE ZEROES TO DATA-EXP-CAT
           SET CAT-INCOMPLETO TO TRUE.
      *
      *============================================================
      * COPIA-LISTAGEM - COPIA LINHA A LINHA, CONTANDO AS LINHAS, E
      * FECHA O REGISTRO DO CATALOGO COMO GUARDADO COM AS LINHAS E
      * AS PAGINAS. SE A PASTA DO SPOOL NAO ESTIVER ACESSIVEL, O
      * REGISTRO FICA COMO INCOMPLETO E O SPOOLCON MOSTRA ASSIM.
      *============================================================
       COPIA-LISTAGEM.
           OPEN OUTPUT ARQ-SPL
           IF NOT FS-SPL-OK
               DISPLAY 'PASTA DO SPOOL INACESSIVEL (' WS-ARQ-SPOOLDIR
                   ') - FS-STAT: ' FS-STAT-SPL
           ELSE
               MOVE ZEROES TO WS-QTD-LINHAS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ORI
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE REG-SPL FROM REG-ORI
                           ADD 1 TO WS-QTD-LINHAS
                   END-READ
               END-PERFORM
               CLOSE ARQ-SPL
               COMPUTE WS-QTD-PAGINAS =
                   (WS-QTD-LINHAS + WS-LINHAS-PAGINA - 1)
                   / WS-LINHAS-PAGINA
               PERFORM FECHA-REGISTRO
           END-IF.
      *
       FECHA-REGISTRO.
           MOVE WS-PROX-NUM TO NUM-CAT
           READ ARQ-CAT KEY IS NUM-CAT
               INVALID KEY
                   DISPLAY 'SPOOL No ' WS-PROX-NUM
                       ' SUMIU DO CATALOGO - FS-STAT: ' FS-STAT-CAT
               NOT INVALID KEY
                   MOVE WS-QTD-LINHAS  TO QTD-LIN-CAT
                   MOVE WS-QTD-PAGINAS TO QTD-PAG-CAT
                   SET CAT-GUARDADO TO TRUE
                   REWRITE REG-CAT
                   IF FS-CAT-OK
                       MOVE WS-PROX-NUM TO PRM-NUM-SPOOL
                       DISPLAY 'LISTAGEM GUARDADA NO SPOOL No '
                           WS-PROX-NUM ' (' WS-QTD-PAGINAS
                           ' PAGINAS).'
                   ELSE
                       DISPLAY 'ERRO AO REGRAVAR O CATALOGO DO '
                           'SPOOL - FS-STAT: ' FS-STAT-CAT
                   END-IF
           END-READ.
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
      * PASTA DO SPOOL, COM A BARRA NO FINAL.
           MOVE 'SPOOLDIR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SPOOLDIR.
