       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BIBATRAS.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-EMP
              ASSIGN TO WS-ARQ-EMPREST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-EMP
              ALTERNATE RECORD KEY IS CODIGO-EMP
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EMP.

       SELECT ARQ-LIV
              ASSIGN TO WS-ARQ-ACERVO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TOMBO-LIV
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-LIV.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-BIBATRASLST
              ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQ-CTL
              ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMP.
       01  REG-EMP.
           02 NUM-EMP            PIC 9(06).
           02 CODIGO-EMP         PIC 9(08).
           02 TOMBO-EMP          PIC 9(06).
           02 DATA-EMP           PIC 9(08).
           02 DATA-PREV-EMP      PIC 9(08).
           02 DATA-DEV-EMP       PIC 9(08).
           02 SITU-EMP           PIC X(01).
              88 EMP-ABERTO      VALUE 'A'.
              88 EMP-DEVOLVIDO   VALUE 'D'.
              88 EMP-PERDIDO     VALUE 'P'.
           02 DIAS-ATRASO-EMP    PIC 9(04).
           02 MULTA-EMP          PIC 9(05)V99.
           02 ANO-COBR-EMP       PIC 9(04).
           02 SEQ-MULTA-EMP      PIC 9(03).
           02 SEQ-REPOS-EMP      PIC 9(03).
           02 OPERADOR-EMP       PIC X(08).

       FD  ARQ-LIV.
       01  REG-LIV.
           02 TOMBO-LIV          PIC 9(06).
           02 TITULO-LIV         PIC X(40).
           02 AUTOR-LIV          PIC X(30).
           02 VALOR-LIV          PIC 9(05)V99.
           02 SITU-LIV           PIC X(01).
           02 EMP-ATUAL-LIV      PIC 9(06).
           02 DATA-CAD-LIV       PIC 9(08).

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

       FD  ARQ-REL.
       01  REG-REL           PIC X(110).

       FD  ARQ-CTL.
       01  REG-CTL.
           02 PROGRAMA-CTL    PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-EMPREST PIC X(64).
       01  WS-ARQ-ACERVO PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-BIBATRASLST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
      *
      * EMPRESTIMOS VENCIDOS, CARREGADOS NA PRIMEIRA PASSADA E
      * IMPRESSOS DEPOIS TURMA A TURMA (MENOR TURMA PRIMEIRO).
       01  WS-TAB-ATRASOS.
           02 WS-QTD-ATR      PIC 9(04) VALUE ZEROES.
           02 TAB-ATR OCCURS 9999 TIMES.
              03 TAB-TURMA    PIC X(06).
              03 TAB-CODIGO   PIC 9(08).
              03 TAB-NOME     PIC X(20).
              03 TAB-S-NOME   PIC X(30).
              03 TAB-TOMBO    PIC 9(06).
              03 TAB-TITULO   PIC X(40).
              03 TAB-PREV     PIC 9(08).
              03 TAB-DIAS     PIC 9(04).
              03 TAB-IMPRESSO PIC X(01).
                 88 JA-IMPRESSO VALUE 'S'.

       01  WS-EOF             PIC X(01).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DIAS-HOJE       PIC 9(07).
       01  WS-DIAS-PREV       PIC 9(07).
       01  WS-IX-ATR          PIC 9(04).
       01  WS-IX-VARRE        PIC 9(04).
       01  WS-IX-MENOR        PIC 9(04).
       01  WS-TURMA-ATUAL     PIC X(06).
       01  WS-IMPRESSOS       PIC 9(04) VALUE ZEROES.
       01  WS-QTD-TURMA       PIC 9(04).
       01  WS-CONTA-LIDOS     PIC 9(09) VALUE ZEROES.
       01  WS-LINHA           PIC X(110).
       01  WS-SW-EMP PIC X(01).
           88 EMP-DISPONIVEL   VALUE 'S'.
           88 EMP-INDISPONIVEL VALUE 'N'.
       01  WS-SW-LIV PIC X(01).
           88 LIV-DISPONIVEL   VALUE 'S'.
           88 LIV-INDISPONIVEL VALUE 'N'.
       01  WS-SW-ALU PIC X(01).
           88 ALU-DISPONIVEL   VALUE 'S'.
           88 ALU-INDISPONIVEL VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'BIBATRAS'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-EMP PIC 9(02).
           88 FS-EMP-OK          VALUE ZEROS.
           88 FS-EMP-NAO-EXISTE  VALUE 35.
       77 FS-STAT-LIV PIC 9(02).
           88 FS-LIV-OK          VALUE ZEROS.
           88 FS-LIV-NAO-EXISTE  VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK          VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE  VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
       PERFORM ABRIR-ARQUIVOS.
       IF EMP-DISPONIVEL
           PERFORM CARREGA-ATRASOS
       END-IF.
       PERFORM IMPRIME-CABECALHO.
      * imprime uma turma por vez ate todos os atrasos sairem
       PERFORM UNTIL WS-IMPRESSOS >= WS-QTD-ATR
           PERFORM IMPRIME-PROXIMA-TURMA
       END-PERFORM.
       PERFORM IMPRIME-TOTAIS.
       PERFORM GRAVA-CONTROLE.
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
      *============================================================
      * CARREGA-ATRASOS - PERCORRE EMPREST.DAT E GUARDA NA TABELA OS
      * EMPRESTIMOS ABERTOS COM DEVOLUCAO PREVISTA ANTERIOR A HOJE,
      * JA COM TURMA/NOME DO ALUNO E TITULO DO LIVRO.
      *============================================================
       CARREGA-ATRASOS.
           MOVE ZEROES TO NUM-EMP
           START ARQ-EMP KEY IS NOT LESS THAN NUM-EMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EMP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-LIDOS
                       IF EMP-ABERTO AND DATA-PREV-EMP < WS-DATA-HOJE
                           PERFORM GUARDA-ATRASO
                       END-IF
               END-READ
           END-PERFORM.
      *
       GUARDA-ATRASO.
           IF WS-QTD-ATR >= 9999
               DISPLAY 'AVISO: MAIS DE 9999 EMPRESTIMOS ATRASADOS - '
                   'DEMAIS FORA DA LISTAGEM.'
               MOVE 'Y' TO WS-EOF
           ELSE
               ADD 1 TO WS-QTD-ATR
               MOVE WS-QTD-ATR TO WS-IX-ATR
               MOVE SPACES TO TAB-TURMA(WS-IX-ATR)
               MOVE SPACES TO TAB-NOME(WS-IX-ATR)
               MOVE SPACES TO TAB-S-NOME(WS-IX-ATR)
               MOVE SPACES TO TAB-TITULO(WS-IX-ATR)
               MOVE 'N' TO TAB-IMPRESSO(WS-IX-ATR)
               MOVE CODIGO-EMP    TO TAB-CODIGO(WS-IX-ATR)
               MOVE TOMBO-EMP     TO TAB-TOMBO(WS-IX-ATR)
               MOVE DATA-PREV-EMP TO TAB-PREV(WS-IX-ATR)
               COMPUTE WS-DIAS-PREV =
                   FUNCTION INTEGER-OF-DATE (DATA-PREV-EMP)
               COMPUTE TAB-DIAS(WS-IX-ATR) =
                   WS-DIAS-HOJE - WS-DIAS-PREV
               IF ALU-DISPONIVEL
                   MOVE CODIGO-EMP TO CODIGO
                   READ ARQ-ALU KEY IS CODIGO
                       NOT INVALID KEY
                           MOVE TURMA  TO TAB-TURMA(WS-IX-ATR)
                           MOVE NOME   TO TAB-NOME(WS-IX-ATR)
                           MOVE S-NOME TO TAB-S-NOME(WS-IX-ATR)
                   END-READ
               END-IF
               IF LIV-DISPONIVEL
                   MOVE TOMBO-EMP TO TOMBO-LIV
                   READ ARQ-LIV KEY IS TOMBO-LIV
                       NOT INVALID KEY
                           MOVE TITULO-LIV TO TAB-TITULO(WS-IX-ATR)
                   END-READ
               END-IF
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING 'BIBLIOTECA - EMPRESTIMOS EM ATRASO EM '
               WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
               WS-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-PROXIMA-TURMA - ACHA A MENOR TURMA AINDA NAO
      * IMPRESSA E LISTA TODOS OS ATRASOS DELA (ALUNO SEM TURMA OU
      * FORA DO CADASTRO SAI PRIMEIRO, COM TURMA EM BRANCO).
      *============================================================
       IMPRIME-PROXIMA-TURMA.
           MOVE ZEROES TO WS-IX-MENOR
           PERFORM VARYING WS-IX-VARRE FROM 1 BY 1
                   UNTIL WS-IX-VARRE > WS-QTD-ATR
               IF NOT JA-IMPRESSO(WS-IX-VARRE)
                   IF WS-IX-MENOR = ZEROES
                       MOVE WS-IX-VARRE TO WS-IX-MENOR
                   ELSE
                       IF TAB-TURMA(WS-IX-VARRE) <
                          TAB-TURMA(WS-IX-MENOR)
                           MOVE WS-IX-VARRE TO WS-IX-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE TAB-TURMA(WS-IX-MENOR) TO WS-TURMA-ATUAL
           MOVE ZEROES TO WS-QTD-TURMA
           MOVE SPACES TO WS-LINHA
           IF WS-TURMA-ATUAL = SPACES
               MOVE 'TURMA: (SEM TURMA)' TO WS-LINHA
           ELSE
               STRING 'TURMA: ' WS-TURMA-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           PERFORM VARYING WS-IX-VARRE FROM 1 BY 1
                   UNTIL WS-IX-VARRE > WS-QTD-ATR
               IF NOT JA-IMPRESSO(WS-IX-VARRE)
                  AND TAB-TURMA(WS-IX-VARRE) = WS-TURMA-ATUAL
                   PERFORM IMPRIME-ATRASO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINHA
           STRING '   LIVROS EM ATRASO NA TURMA: ' WS-QTD-TURMA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-ATRASO.
           MOVE 'S' TO TAB-IMPRESSO(WS-IX-VARRE)
           ADD 1 TO WS-IMPRESSOS
           ADD 1 TO WS-QTD-TURMA
           MOVE SPACES TO WS-LINHA
           STRING '   ' TAB-CODIGO(WS-IX-VARRE) ' '
               TAB-NOME(WS-IX-VARRE) ' '
               TAB-S-NOME(WS-IX-VARRE)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '      TOMBO ' TAB-TOMBO(WS-IX-VARRE) ' '
               TAB-TITULO(WS-IX-VARRE) ' PREVISTO '
               TAB-PREV(WS-IX-VARRE)(7:2) '/'
               TAB-PREV(WS-IX-VARRE)(5:2) '/'
               TAB-PREV(WS-IX-VARRE)(1:4) ' ATRASO '
               TAB-DIAS(WS-IX-VARRE) ' DIA(S)'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA
           STRING 'EMPRESTIMOS LIDOS.....: ' WS-CONTA-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'EMPRESTIMOS EM ATRASO.: ' WS-QTD-ATR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'BIBATRAS - EMPRESTIMOS LIDOS: ' WS-CONTA-LIDOS
               ' EM ATRASO: ' WS-QTD-ATR.
      *
      *============================================================
      * GRAVA-CONTROLE - GRAVA EM CONTROLE.LOG O REGISTRO DE
      * CONCLUSAO DESTE PASSO DA CADEIA NOTURNA. SEM EMPREST.DAT
      * (BIBLIOTECA AINDA SEM MOVIMENTO) O PASSO CONCLUI COM ZERO.
      *============================================================
       GRAVA-CONTROLE.
           MOVE 'BIBATRAS' TO PROGRAMA-CTL
           MOVE WS-DATA-HOJE TO DATA-EXEC-CTL
           MOVE WS-CONTA-LIDOS TO QTD-PROC-CTL
           SET CTL-SUCESSO TO TRUE
           WRITE REG-CTL.
      *
       ABRIR-ARQUIVOS.
           SET EMP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EMP
           IF FS-EMP-NAO-EXISTE
               SET EMP-INDISPONIVEL TO TRUE
           END-IF
           SET LIV-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-LIV
           IF FS-LIV-NAO-EXISTE
               SET LIV-INDISPONIVEL TO TRUE
           END-IF
           SET ALU-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE
               SET ALU-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-REL
           OPEN EXTEND ARQ-CTL
           IF FS-CTL-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL
           END-IF.
      *
       FECHA-ARQUIVOS.
           IF EMP-DISPONIVEL
               CLOSE ARQ-EMP
           END-IF
           IF LIV-DISPONIVEL
               CLOSE ARQ-LIV
           END-IF
           IF ALU-DISPONIVEL
               CLOSE ARQ-ALU
           END-IF
           CLOSE ARQ-REL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-BIBATRASLST
           CLOSE ARQ-CTL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'EMPREST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-EMPREST
           MOVE 'ACERVO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ACERVO
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'BIBATRASLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-BIBATRASLST
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE.
