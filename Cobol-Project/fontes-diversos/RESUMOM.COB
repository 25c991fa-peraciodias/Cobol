              03 ANO-REF PIC 9(04).
           02 NOME           PIC A(20).
           02 S-NOME         PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
              03 SITU-12      PIC A(02).

           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.
       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO-ALU     PIC 9(08).
           02 WS-ANO-REF        PIC 9(04).
           02 WS-NOME           PIC A(20).
           02 WS-S-NOME         PIC A(30).
           02 WS-VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1-ENT.
              03 WS-MES-REF1      PIC A(9).
              03 WS-SITU-1       PIC A(02).
              03 WS-SITU-12       PIC A(02).

           02 WS-PERC-DESC      PIC 9(03).
           02 WS-PARCELA-LIQ    PIC 9(05)V99.
       01  WS-SLOT-ATUAL   PIC 9(02).
       01  WS-SITU-ATUAL   PIC X(02).
       01  WS-VALOR-ATUAL  PIC 9(07)V99.
       01  WS-SW-TURMA PIC X(01).
           88 ALUNO-DA-TURMA      VALUE 'S'.
           88 ALUNO-FORA-DA-TURMA VALUE 'N'.
      * UNIDADE DO RESUMO (EM BRANCO = CONSOLIDADO) E UNIDADE DO
      * ALUNO LIDO, QUE E A DA TURMA DELE.
       01  WS-UNIDADE-PARAM PIC X(02).
       01  WS-UNIDADE-ALUNO PIC X(02).
       01  WS-RESP-UNIDADE  PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'RESUMOM'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-UNIDADE.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-TURMA.
       PERFORM SOLICITA-ANO.
       END-IF.
       CLOSE ARQ-ALU.
       PERFORM IMPRIME-RESUMO.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'TURMA ' WS-TURMA-PARAM ' ANO ' WS-ANO-PARAM
           ' UNIDADE ' WS-UNIDADE-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-RESUMOMLST.
       GOBACK.
      *
      *============================================================
      * SOLICITA-UNIDADE - PERGUNTA A UNIDADE DO RESUMO. EM BRANCO
      * SAI O CONSOLIDADO DA ESCOLA, SO PARA OPERADOR SEM RESTRICAO
      * DE UNIDADE (CONFUNID).
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'UNIDADE (EM BRANCO = CONSOLIDADO): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA PARA O '
                   'OPERADOR - RESUMO CANCELADO.'
               GOBACK
           END-IF.
      *
      *============================================================
      * SOLICITA-TURMA - PERGUNTA SE O RESUMO DEVE SER LIMITADO A
      * UMA TURMA. EM BRANCO, TODA A ESCOLA ENTRA NO RESUMO, COMO
      * SEMPRE FOI.
           END-IF.
      *
      *============================================================
      * FILTRA-TURMA - QUANDO UMA TURMA OU UMA UNIDADE FOI
      * INFORMADA, BUSCA O CADASTRO DO ALUNO EM ALUNOS.DAT E SO
      * DEIXA ACUMULAR AS PARCELAS DOS ALUNOS MATRICULADOS NAQUELA
      * TURMA E/OU EM TURMA DAQUELA UNIDADE (UNIDTUR).
      *============================================================
       FILTRA-TURMA.
           SET ALUNO-DA-TURMA TO TRUE
           IF WS-TURMA-PARAM NOT = SPACES
              OR WS-UNIDADE-PARAM NOT = SPACES
               MOVE WS-CODIGO TO CODIGO-ALU
               READ ARQ-ALU KEY IS CODIGO-ALU
                   INVALID KEY
                       SET ALUNO-FORA-DA-TURMA TO TRUE
                   NOT INVALID KEY
                       IF WS-TURMA-PARAM NOT = SPACES
                          AND TURMA-ALU NOT = WS-TURMA-PARAM
                           SET ALUNO-FORA-DA-TURMA TO TRUE
                       END-IF
                       IF WS-UNIDADE-PARAM NOT = SPACES
                           CALL 'UNIDTUR' USING TURMA-ALU
                               WS-UNIDADE-ALUNO
                           IF WS-UNIDADE-ALUNO NOT = WS-UNIDADE-PARAM
                               SET ALUNO-FORA-DA-TURMA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *
                   MOVE 1  TO WS-SLOT-ATUAL
                   MOVE WS-SITU-1  TO WS-SITU-ATUAL
                   MOVE WS-VAL-PARCELA TO WS-VALOR-ATUAL
      * O VALOR LIQUIDO (COM BOLSA/DESCONTO) VEM PRONTO DO REGISTRO
      * DESDE QUE O CRIAPAR PASSOU A GRAVA-LO; REGISTRO ANTIGO SEM
      * O CAMPO PREENCHIDO E TRATADO COMO SEM DESCONTO.
