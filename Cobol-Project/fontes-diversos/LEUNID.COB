       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEUNID.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SESSAO ABERTA PELO MENU NO LOGIN, COM A UNIDADE ESCOLHIDA
      * PARA TRABALHAR E AS UNIDADES LIBERADAS PARA O OPERADOR.
       SELECT ARQ-SES
              ASSIGN TO WS-ARQ-SESSAO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-SES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SES.
       01  REG-SES.
           02 COD-OPER-SES    PIC X(08).
           02 FILLER          PIC X(02).
           02 PERFIL-SES      PIC X(01).
           02 FILLER          PIC X(02).
           02 DATA-SES        PIC 9(08).
           02 FILLER          PIC X(02).
           02 UNIDADE-SES     PIC X(02).
           02 FILLER          PIC X(02).
           02 UNIDADES-SES    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-SESSAO PIC X(64).
      * UNIDADES DA ESCOLA (UNIDADES=0102...): A PRIMEIRA E A SEDE,
      * UNIDADE DE QUEM RODA SEM PASSAR PELO MENU.
       01  WS-PARAM-UNIDADES PIC X(64).
       01  WS-DATA-HOJE  PIC 9(08).

       77 FS-STAT-SES PIC 9(02).
           88 FS-SES-OK         VALUE ZEROS.
           88 FS-SES-NAO-EXISTE VALUE 35.

       LINKAGE SECTION.
       01  PRM-UNIDADE        PIC X(02).
       01  PRM-UNIDADES       PIC X(10).

      *
      *============================================================
      * LEUNID - DEVOLVE A UNIDADE DE TRABALHO E AS UNIDADES
      * LIBERADAS DA SESSAO ABERTA PELO MENU. LISTA EM BRANCO QUER
      * DIZER OPERADOR SEM RESTRICAO DE UNIDADE. SEM SESSAO DE HOJE
      * (PROGRAMA RODADO AVULSO OU CADEIA DA NOITE), DEVOLVE A SEDE
      * E A LISTA EM BRANCO, COMO ANTES DE HAVER UNIDADES.
      *============================================================
       PROCEDURE DIVISION USING PRM-UNIDADE PRM-UNIDADES.
       MOVE 'UNIDADES' TO WS-PARAM-NOME
       CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-UNIDADES
       MOVE WS-PARAM-UNIDADES(1:2) TO PRM-UNIDADE
       MOVE SPACES TO PRM-UNIDADES
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       MOVE 'SESSAO' TO WS-PARAM-NOME
       CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SESSAO
       OPEN INPUT ARQ-SES
       IF FS-SES-OK
           READ ARQ-SES
               AT END
                   CONTINUE
               NOT AT END
                   IF COD-OPER-SES NOT = SPACES
                      AND DATA-SES = WS-DATA-HOJE
                       IF UNIDADE-SES NOT = SPACES
                           MOVE UNIDADE-SES TO PRM-UNIDADE
                       END-IF
                       MOVE UNIDADES-SES TO PRM-UNIDADES
                   END-IF
           END-READ
           CLOSE ARQ-SES
       END-IF
       GOBACK.
