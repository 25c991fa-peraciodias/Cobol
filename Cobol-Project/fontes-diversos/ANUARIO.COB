           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-NOTAS.
       01  REG-OK.
              03 ANO-REF PIC 9(04).
           02 NOME-MEN       PIC A(20).
           02 S-NOME-MEN     PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 TAB-MENSAS-MEN.
              03 MENSA-SLOT OCCURS 12 TIMES.
                 04 MES-REF-SLOT PIC X(09).
                 04 SITU-SLOT    PIC X(02).
           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.

       FD  ARQ-NOTAS-ARQ.
       01  REG-NOTAS-ARQ.
              03 ANO-REF-MEN-ARQ PIC 9(04).
           02 NOME-MEN-ARQ       PIC X(20).
           02 S-NOME-MEN-ARQ     PIC X(30).
           02 PARCELA-MEN-ARQ    PIC 9(05)V99.
           02 TAB-MENSAS-ARQ.
              03 MENSA-SLOT-ARQ OCCURS 12 TIMES.
                 04 MES-REF-SLOT-ARQ PIC X(09).
                 04 SITU-SLOT-ARQ    PIC X(02).
           02 PERC-DESC-MEN-ARQ      PIC 9(03).
           02 PARCELA-LIQ-MEN-ARQ    PIC 9(05)V99.

       FD  ARQ-REL.
       01  REG-REL           PIC X(100).
       01  WS-PERC-ED         PIC ZZ9,9.
       01  WS-BASE            PIC 9(06).
       01  WS-LINHA           PIC X(100).
      * UNIDADE DO ANUARIO (EM BRANCO = CONSOLIDADO DA ESCOLA).
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.
       01  WS-SW-UNIDADE      PIC X(01).
           88 ALUNO-DA-UNIDADE      VALUE 'S'.
           88 ALUNO-FORA-DA-UNIDADE VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'ANUARIO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-UNIDADE.
       PERFORM ABRIR-ARQUIVOS.
       DISPLAY 'ANUARIO DA DIRECAO - ANO CORRENTE (AAAA): '
           WITH NO ADVANCING
       CLOSE ARQ-TUR.
       CLOSE ARQ-NOTAS.
       CLOSE ARQ-MENSAL.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ANO ' WS-ANO-PARAM ' UNIDADE ' WS-UNIDADE-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-ANUARIOLST.
       DISPLAY 'ANUARIO GRAVADO EM ANUARIO.LST.'
       GOBACK.
      *
      *============================================================
      * SOLICITA-UNIDADE - PERGUNTA A UNIDADE DO ANUARIO. EM BRANCO
      * SAI O CONSOLIDADO DA ESCOLA, SO PARA OPERADOR SEM RESTRICAO
      * DE UNIDADE (CONFUNID).
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'ANUARIO DA DIRECAO - UNIDADE (EM BRANCO = '
               'CONSOLIDADO): ' WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA PARA O '
                   'OPERADOR - ANUARIO CANCELADO.'
               GOBACK
           END-IF.
      *
      *============================================================
      * CARREGA-CADASTRO - UMA VARREDURA DE ALUNOS.DAT MONTA A
      * TABELA CODIGO/TURMA/SERIE/SITUACAO (SERIE VIA TURMAS.DAT) E
      * JA ACUMULA POR TURMA OS TOTAIS DE ALUNOS, DESISTENTES E
      * TRANSFERIDOS. NO ANUARIO DE UMA UNIDADE SO ENTRAM OS ALUNOS
      * DAS TURMAS DELA: OS DEMAIS FICAM FORA DA TABELA E SUAS NOTAS
      * E PARCELAS NAO SAO SOMADAS.
      *============================================================
       CARREGA-CADASTRO.
           MOVE ZEROES TO CODIGO
                               'DEMAIS IGNORADOS.'
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM FILTRA-UNIDADE
                           IF ALUNO-DA-UNIDADE
                               PERFORM GUARDA-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'ALUNOS CARREGADOS EM MEMORIA..: ' WS-QTD-ALU.
      *
       FILTRA-UNIDADE.
           SET ALUNO-DA-UNIDADE TO TRUE
           IF WS-UNIDADE-PARAM NOT = SPACES
               SET ALUNO-FORA-DA-UNIDADE TO TRUE
               IF TURMA NOT = SPACES
                   MOVE TURMA TO TURMA-REF
                   READ ARQ-TUR KEY IS TURMA-REF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF UNIDADE-TUR = WS-UNIDADE-PARAM
                               SET ALUNO-DA-UNIDADE TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
       GUARDA-ALUNO.
           ADD 1 TO WS-QTD-ALU
           STRING 'ANUARIO DA DIRECAO - ANO ' WS-ANO-PARAM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-UNIDADE-PARAM = SPACES
               MOVE 'UNIDADE: CONSOLIDADO DA ESCOLA' TO WS-LINHA
           ELSE
               STRING 'UNIDADE: ' WS-UNIDADE-PARAM
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           MOVE 'INDICADORES POR TURMA (ANO CORRENTE):' TO REG-REL
           WRITE REG-REL
           MOVE 1 TO WS-IX-VARRE
