       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UNIDALU.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-ALU
              ALTERNATE RECORD KEY IS SITUACAO-ALU
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO-ALU     PIC 9(08).
           02 DADOS-ALU      PIC X(167).
           02 SITUACAO-ALU   PIC X(01).
           02 TURMA-ALU      PIC X(06).
           02 PERC-DESC-ALU  PIC 9(03).
           02 TIPO-DESC-ALU  PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
      * O ALUNOS.DAT FICA ABERTO DE UMA CHAMADA PARA A OUTRA, COMO
      * O TURMAS.DAT NO UNIDTUR.
       01  WS-SW-ABERTO PIC X(01) VALUE 'N'.
           88 ALUNOS-ABERTO     VALUE 'S'.
           88 ALUNOS-FECHADO    VALUE 'N'.
           88 ALUNOS-AUSENTE    VALUE 'X'.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.

       LINKAGE SECTION.
       01  PRM-CODIGO         PIC 9(08).
       01  PRM-UNIDADE        PIC X(02).

      *
      *============================================================
      * UNIDALU - DEVOLVE A UNIDADE DO ALUNO, QUE E A DA TURMA EM
      * QUE ELE ESTA (UNIDTUR). ALUNO NAO CADASTRADO OU SEM TURMA
      * DEVOLVE ESPACOS.
      *============================================================
       PROCEDURE DIVISION USING PRM-CODIGO PRM-UNIDADE.
       MOVE SPACES TO PRM-UNIDADE
       IF ALUNOS-FECHADO
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           OPEN INPUT ARQ-ALU
           IF FS-ALU-OK
               SET ALUNOS-ABERTO TO TRUE
           ELSE
               SET ALUNOS-AUSENTE TO TRUE
           END-IF
       END-IF
       IF ALUNOS-ABERTO
           MOVE PRM-CODIGO TO CODIGO-ALU
           READ ARQ-ALU KEY IS CODIGO-ALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'UNIDTUR' USING TURMA-ALU PRM-UNIDADE
           END-READ
       END-IF
       GOBACK.
