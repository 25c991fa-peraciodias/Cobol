       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AULASDAD.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * DIARIO DE CLASSE (MANTDIAR): UMA AULA DADA POR TURMA +
      * DISCIPLINA + DATA + PERIODO.
       SELECT ARQ-DCL
              ASSIGN TO WS-ARQ-DIARCLASSE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-DCL
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DCL.

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
       FD  ARQ-DCL.
       01  REG-DCL.
           02 CHAVE-DCL.
              03 TURMA-DCL       PIC X(06).
              03 DISCIPLINA-DCL  PIC X(10).
              03 DATA-DCL        PIC 9(08).
              03 PERIODO-DCL     PIC 9(01).
           02 CONTEUDO-DCL       PIC X(60).
           02 COD-PROF-DCL       PIC 9(04).
           02 SUBST-DCL          PIC X(01).
           02 REPOS-DCL          PIC X(01).
           02 OPERADOR-DCL       PIC X(08).
           02 DATA-REG-DCL       PIC 9(08).

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
       01  WS-ARQ-DIARCLASSE PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
      * OS DOIS ARQUIVOS FICAM ABERTOS DE UMA CHAMADA PARA A OUTRA,
      * COMO NO UNIDALU. O MANTDIAR CANCELA ESTE SUBPROGRAMA AO
      * GRAVAR NO DIARIO, PARA A PROXIMA CONTAGEM VER A AULA NOVA.
       01  WS-SW-ABERTO PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS  VALUE 'S'.
           88 ARQUIVOS-FECHADOS VALUE 'N'.
           88 ARQUIVOS-AUSENTES VALUE 'X'.
      *
      * ULTIMA TURMA/DISCIPLINA/ANO CONTADA: AS CARGAS PERGUNTAM
      * ALUNO POR ALUNO, QUASE SEMPRE DA MESMA TURMA.
       01  WS-ULTIMA-CONTAGEM.
           02 WS-TURMA-ULTIMA      PIC X(06) VALUE SPACES.
           02 WS-DISCIPLINA-ULTIMA PIC X(10) VALUE SPACES.
           02 WS-ANO-ULTIMO        PIC 9(04) VALUE ZEROES.
           02 WS-AULAS-ULTIMA      PIC 9(04) VALUE ZEROES.
       01  WS-TURMA-ALUNO     PIC X(06).
       01  WS-DATA-LIMITE     PIC 9(08).
       01  WS-EOF             PIC X(01).

       77 FS-STAT-DCL PIC 9(02).
           88 FS-DCL-OK         VALUE ZEROS.
           88 FS-DCL-NAO-EXISTE VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.

       LINKAGE SECTION.
       01  PRM-CODIGO         PIC 9(08).
       01  PRM-DISCIPLINA     PIC X(10).
       01  PRM-ANO            PIC 9(04).
       01  PRM-AULAS          PIC 9(04).

      *
      *============================================================
      * AULASDAD - DEVOLVE QUANTAS AULAS DA DISCIPLINA A TURMA DO
      * ALUNO JA TEVE NO ANO LETIVO, PELO DIARIO DE CLASSE. ALUNO
      * SEM TURMA, TURMA SEM DIARIO OU DIARIO AUSENTE DEVOLVE ZERO:
      * QUEM CHAMA FICA COM O NUMERO QUE JA TINHA.
      *============================================================
       PROCEDURE DIVISION USING PRM-CODIGO PRM-DISCIPLINA
                                PRM-ANO PRM-AULAS.
       MOVE ZEROES TO PRM-AULAS
       IF ARQUIVOS-FECHADOS
           PERFORM ABRE-ARQUIVOS
       END-IF
       IF ARQUIVOS-ABERTOS
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE PRM-CODIGO TO CODIGO-ALU
           READ ARQ-ALU KEY IS CODIGO-ALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TURMA-ALU TO WS-TURMA-ALUNO
           END-READ
           IF WS-TURMA-ALUNO NOT = SPACES
               IF WS-TURMA-ALUNO NOT = WS-TURMA-ULTIMA
                  OR PRM-DISCIPLINA NOT = WS-DISCIPLINA-ULTIMA
                  OR PRM-ANO NOT = WS-ANO-ULTIMO
                   PERFORM CONTA-AULAS
               END-IF
               MOVE WS-AULAS-ULTIMA TO PRM-AULAS
           END-IF
       END-IF
       GOBACK.
      *
       ABRE-ARQUIVOS.
           MOVE 'DIARCLASSE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIARCLASSE
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           SET ARQUIVOS-AUSENTES TO TRUE
           OPEN INPUT ARQ-DCL
           IF FS-DCL-OK
               OPEN INPUT ARQ-ALU
               IF FS-ALU-OK
                   SET ARQUIVOS-ABERTOS TO TRUE
               ELSE
                   CLOSE ARQ-DCL
               END-IF
           END-IF.
      *
      *============================================================
      * CONTA-AULAS - PERCORRE O DIARIO DA TURMA E DISCIPLINA A
      * PARTIR DE 1O DE JANEIRO DO ANO PEDIDO ATE O FIM DO ANO.
      * CADA REGISTRO E UMA AULA (UM PERIODO) DADA.
      *============================================================
       CONTA-AULAS.
           MOVE WS-TURMA-ALUNO TO WS-TURMA-ULTIMA
           MOVE PRM-DISCIPLINA TO WS-DISCIPLINA-ULTIMA
           MOVE PRM-ANO        TO WS-ANO-ULTIMO
           MOVE ZEROES         TO WS-AULAS-ULTIMA
           COMPUTE WS-DATA-LIMITE = PRM-ANO * 10000 + 1231
           MOVE WS-TURMA-ALUNO TO TURMA-DCL
           MOVE PRM-DISCIPLINA TO DISCIPLINA-DCL
           COMPUTE DATA-DCL = PRM-ANO * 10000 + 0101
           MOVE ZEROES TO PERIODO-DCL
           START ARQ-DCL KEY IS NOT LESS THAN CHAVE-DCL
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-DCL NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TURMA-DCL NOT = WS-TURMA-ALUNO
                          OR DISCIPLINA-DCL NOT = PRM-DISCIPLINA
                          OR DATA-DCL > WS-DATA-LIMITE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-AULAS-ULTIMA
                       END-IF
               END-READ
           END-PERFORM.
