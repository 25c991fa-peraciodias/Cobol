       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LENOME.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * NOME SOCIAL DO ALUNO, MANTIDO PELO MANTALU (OPCAO N). O
      * CADASTRO DE ALUNOS.DAT CONTINUA COM O NOME CIVIL.
       SELECT ARQ-NSO
              ASSIGN TO WS-ARQ-NOMESOC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-NSO
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NSO.

      * QUAL NOME SAI EM CADA DOCUMENTO, NO MESMO FORMATO DO
      * PARAMS.CFG: DOCUMENTO=S (NOME SOCIAL) OU DOCUMENTO=C (NOME
      * CIVIL). LINHAS INICIADAS POR * SAO COMENTARIO.
       SELECT ARQ-DOC
              ASSIGN TO WS-ARQ-NOMEDOC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NSO.
       01  REG-NSO.
           02 CODIGO-NSO      PIC 9(08).
      * PRENOME E SOBRENOME DO NOME SOCIAL, SEPARADOS COMO NO
      * CADASTRO. SOBRENOME EM BRANCO FICA O DO NOME CIVIL.
           02 NOME-NSO        PIC X(20).
           02 S-NOME-NSO      PIC X(30).
           02 DATA-NSO        PIC 9(08).
           02 OPERADOR-NSO    PIC X(08).

       FD  ARQ-DOC.
       01  REG-DOC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-NOMESOC PIC X(64).
       01  WS-ARQ-NOMEDOC PIC X(64).
      * A TABELA E O NOMESOC.DAT SAO CARREGADOS NA PRIMEIRA CHAMADA
      * E FICAM PRONTOS PARA AS SEGUINTES: OS DOCUMENTOS PERGUNTAM
      * ALUNO POR ALUNO.
       01  WS-SW-CARGA PIC X(01) VALUE 'N'.
           88 CARGA-FEITA       VALUE 'S'.
           88 CARGA-PENDENTE    VALUE 'N'.
       01  WS-SW-NSO PIC X(01) VALUE 'N'.
           88 NOMESOC-ABERTO    VALUE 'S'.
           88 NOMESOC-AUSENTE   VALUE 'N'.

      * REGRAS LIDAS DO NOMEDOC.CFG.
       01  WS-TAB-REGRAS.
           02 WS-QTD-REGRAS   PIC 9(02) VALUE ZEROES.
           02 TAB-REGRA OCCURS 30 TIMES.
              03 TAB-DOCUMENTO PIC X(08).
              03 TAB-NOME-USADO PIC X(01).
       01  WS-IX-REGRA        PIC 9(02).
       01  WS-NOME-LIDO       PIC X(12).
       01  WS-VALOR-LIDO      PIC X(64).
       01  WS-EOF             PIC X(01).
      * DOCUMENTO FORA DO NOMEDOC.CFG SAI COM O NOME SOCIAL: O NOME
      * CIVIL SO VAI ONDE A LEGISLACAO PEDE E A SECRETARIA ANOTOU.
       01  WS-NOME-USADO      PIC X(01).
           88 USA-NOME-SOCIAL   VALUE 'S'.
           88 USA-NOME-CIVIL    VALUE 'C'.

       77 FS-STAT-NSO PIC 9(02).
           88 FS-NSO-OK          VALUE ZEROS.
           88 FS-NSO-NAO-EXISTE  VALUE 35.
       77 FS-STAT-DOC PIC 9(02).
           88 FS-DOC-OK          VALUE ZEROS.

       LINKAGE SECTION.
       01  PRM-DOCUMENTO      PIC X(08).
       01  PRM-CODIGO         PIC 9(08).
       01  PRM-NOME           PIC X(20).
       01  PRM-S-NOME         PIC X(30).

      *
      *============================================================
      * LENOME - RECEBE O NOME CIVIL DO ALUNO E DEVOLVE O NOME QUE
      * O DOCUMENTO PEDIDO DEVE IMPRIMIR, PELA REGRA DO NOMEDOC.CFG:
      * COM A REGRA S E O NOME SOCIAL CADASTRADO, TROCA PELO NOME
      * SOCIAL; COM A REGRA C, OU SEM NOME SOCIAL, DEVOLVE O CIVIL
      * COMO RECEBEU.
      *============================================================
       PROCEDURE DIVISION USING PRM-DOCUMENTO PRM-CODIGO
                                PRM-NOME PRM-S-NOME.
       IF CARGA-PENDENTE
           PERFORM CARREGA-REGRAS
           PERFORM ABRE-NOMESOC
           SET CARGA-FEITA TO TRUE
       END-IF
       SET USA-NOME-SOCIAL TO TRUE
       PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
               UNTIL WS-IX-REGRA > WS-QTD-REGRAS
           IF TAB-DOCUMENTO(WS-IX-REGRA) = PRM-DOCUMENTO
               MOVE TAB-NOME-USADO(WS-IX-REGRA) TO WS-NOME-USADO
           END-IF
       END-PERFORM
       IF USA-NOME-SOCIAL AND NOMESOC-ABERTO
           MOVE PRM-CODIGO TO CODIGO-NSO
           READ ARQ-NSO KEY IS CODIGO-NSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOME-NSO NOT = SPACES
                       MOVE NOME-NSO TO PRM-NOME
                       IF S-NOME-NSO NOT = SPACES
                           MOVE S-NOME-NSO TO PRM-S-NOME
                       END-IF
                   END-IF
           END-READ
       END-IF
       GOBACK.
      *
      *============================================================
      * CARREGA-REGRAS - LE O NOMEDOC.CFG. SEM O ARQUIVO, TODO
      * DOCUMENTO SAI COM O NOME SOCIAL DE QUEM O TEM.
      *============================================================
       CARREGA-REGRAS.
           MOVE 'NOMEDOC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMEDOC
           OPEN INPUT ARQ-DOC
           IF FS-DOC-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-DOC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM GUARDA-REGRA
                   END-READ
               END-PERFORM
               CLOSE ARQ-DOC
           END-IF.
      *
       GUARDA-REGRA.
           IF REG-DOC(1:1) NOT = '*' AND REG-DOC NOT = SPACES
              AND WS-QTD-REGRAS < 30
               MOVE SPACES TO WS-NOME-LIDO
               MOVE SPACES TO WS-VALOR-LIDO
               UNSTRING REG-DOC DELIMITED BY '='
                   INTO WS-NOME-LIDO WS-VALOR-LIDO
               IF WS-VALOR-LIDO(1:1) = 'S' OR WS-VALOR-LIDO(1:1) = 'C'
                   ADD 1 TO WS-QTD-REGRAS
                   MOVE WS-NOME-LIDO TO TAB-DOCUMENTO(WS-QTD-REGRAS)
                   MOVE WS-VALOR-LIDO(1:1)
                       TO TAB-NOME-USADO(WS-QTD-REGRAS)
               ELSE
                   DISPLAY 'NOMEDOC.CFG - LINHA IGNORADA: ' REG-DOC
               END-IF
           END-IF.
      *
       ABRE-NOMESOC.
           MOVE 'NOMESOC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMESOC
           OPEN INPUT ARQ-NSO
           IF FS-NSO-OK
               SET NOMESOC-ABERTO TO TRUE
           ELSE
               SET NOMESOC-AUSENTE TO TRUE
           END-IF.
