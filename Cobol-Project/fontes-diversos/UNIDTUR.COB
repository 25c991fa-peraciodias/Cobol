       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UNIDTUR.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-TURMAS PIC X(64).
      * O TURMAS.DAT FICA ABERTO DE UMA CHAMADA PARA A OUTRA: OS
      * RELATORIOS POR UNIDADE PERGUNTAM ALUNO POR ALUNO.
       01  WS-SW-ABERTO PIC X(01) VALUE 'N'.
           88 TURMAS-ABERTO     VALUE 'S'.
           88 TURMAS-FECHADO    VALUE 'N'.
           88 TURMAS-AUSENTE    VALUE 'X'.

       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK         VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE VALUE 35.

       LINKAGE SECTION.
       01  PRM-TURMA          PIC X(06).
       01  PRM-UNIDADE        PIC X(02).

      *
      *============================================================
      * UNIDTUR - DEVOLVE A UNIDADE DA TURMA: O ALUNO E DA UNIDADE
      * DA TURMA EM QUE ESTA. TURMA EM BRANCO OU NAO CADASTRADA
      * DEVOLVE ESPACOS (ALUNO SO ENTRA NO CONSOLIDADO).
      *============================================================
       PROCEDURE DIVISION USING PRM-TURMA PRM-UNIDADE.
       MOVE SPACES TO PRM-UNIDADE
       IF TURMAS-FECHADO
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           OPEN INPUT ARQ-TUR
           IF FS-TUR-OK
               SET TURMAS-ABERTO TO TRUE
           ELSE
               SET TURMAS-AUSENTE TO TRUE
           END-IF
       END-IF
       IF TURMAS-ABERTO AND PRM-TURMA NOT = SPACES
           MOVE PRM-TURMA TO TURMA-REF
           READ ARQ-TUR KEY IS TURMA-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UNIDADE-TUR TO PRM-UNIDADE
           END-READ
       END-IF
       GOBACK.
