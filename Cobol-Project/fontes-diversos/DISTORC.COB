       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DISTORC.
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
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

      * DATA DE NASCIMENTO DO ALUNO (DADOSCEN).
       SELECT ARQ-CEN
              ASSIGN TO WS-ARQ-CENSOALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CEN
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CEN.

      * IDADE ADEQUADA DE CADA SERIE (OPCAO T DO CENSO).
       SELECT ARQ-SER
              ASSIGN TO WS-ARQ-CENSOSER
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS SERIE-CSR
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-SER.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DISTORCLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
              88 ALUNO-ATIVO       VALUE 'A'.
           02 TURMA          PIC X(06).
           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-CEN.
       01  REG-CEN.
           02 CODIGO-CEN          PIC 9(08).
           02 DATA-NASC-CEN       PIC 9(08).
           02 SEXO-CEN            PIC X(01).
           02 COR-RACA-CEN        PIC X(01).
           02 CPF-CEN             PIC X(11).
           02 NACIONAL-CEN        PIC X(01).
           02 MUNIC-NASC-CEN      PIC 9(07).
           02 NEC-ESP-CEN         PIC X(01).
           02 INEP-ID-CEN         PIC 9(12).

       FD  ARQ-SER.
       01  REG-SER.
           02 SERIE-CSR           PIC X(02).
           02 ETAPA-CSR           PIC 9(02).
           02 IDADE-CSR           PIC 9(02).
           02 DESCRICAO-CSR       PIC X(30).

       FD  ARQ-REL.
       01  REG-REL           PIC X(100).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-CENSOALU PIC X(64).
       01  WS-ARQ-CENSOSER PIC X(64).
       01  WS-ARQ-DISTORCLST PIC X(64).
      *
      *----------------------------------------------------------
      * ALUNOS ATIVOS EM MEMORIA COM A IDADE JA CALCULADA, PARA O
      * RELATORIO SAIR AGRUPADO NA ORDEM DE TURMAS.DAT SEM VARRER
      * ALUNOS.DAT UMA VEZ POR TURMA.
      *----------------------------------------------------------
       01  WS-TAB-ALUNOS.
           02 WS-QTD-ALU      PIC 9(04) VALUE ZEROES.
           02 TAB-ALU OCCURS 9999 TIMES.
              03 TAB-CODIGO   PIC 9(08).
              03 TAB-TURMA    PIC X(06).
              03 TAB-NOME     PIC X(40).
              03 TAB-NASC     PIC 9(08).
              03 TAB-IDADE    PIC 9(03).

       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-EOF             PIC X(01).
       01  WS-IX-VARRE        PIC 9(04).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-NASC            PIC 9(08).
       01  WS-NASC-R REDEFINES WS-NASC.
           02 WS-NASC-ANO     PIC 9(04).
           02 WS-NASC-MMDD    PIC 9(04).
       01  WS-IDADE-ADEQ      PIC 9(02).
       01  WS-ANOS-ATRASO     PIC 9(03).
       01  WS-SW-SERIE PIC X(01).
           88 SERIE-COM-IDADE VALUE 'S'.
           88 SERIE-SEM-IDADE VALUE 'N'.

       01  WS-TUR-ALUNOS      PIC 9(04).
       01  WS-TUR-SEM-NASC    PIC 9(04).
       01  WS-TUR-DISTORC     PIC 9(04).
       01  WS-TOT-ALUNOS      PIC 9(05) VALUE ZEROES.
       01  WS-TOT-SEM-NASC    PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DISTORC     PIC 9(05) VALUE ZEROES.
       01  WS-TOT-BASE        PIC 9(05) VALUE ZEROES.
       01  WS-NUMER           PIC 9(06).
       01  WS-BASE            PIC 9(06).
       01  WS-PERC            PIC 9(03)V9.
       01  WS-PERC-ED         PIC ZZ9,9.
       01  WS-LINHA           PIC X(100).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DISTORC'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK         VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE VALUE 35.
       77 FS-STAT-CEN PIC 9(02).
           88 FS-CEN-OK         VALUE ZEROS.
       77 FS-STAT-SER PIC 9(02).
           88 FS-SER-OK         VALUE ZEROS.
       01  WS-SW-CEN PIC X(01).
           88 CEN-DISPONIVEL     VALUE 'S'.
           88 CEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-SER PIC X(01).
           88 SER-DISPONIVEL     VALUE 'S'.
           88 SER-INDISPONIVEL   VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       DISPLAY 'DISTORCAO IDADE-SERIE - ANO LETIVO (AAAA): '
           WITH NO ADVANCING
       ACCEPT WS-ANO-PARAM
       PERFORM CARREGA-ALUNOS.
       PERFORM IMPRIME-CABECALHO.
       MOVE LOW-VALUES TO TURMA-REF
       START ARQ-TUR KEY IS NOT LESS THAN TURMA-REF
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           NOT INVALID KEY
               MOVE 'N' TO WS-EOF
       END-START
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-TUR NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM IMPRIME-TURMA
           END-READ
       END-PERFORM.
       PERFORM IMPRIME-TOTAIS.
       CLOSE ARQ-ALU.
       CLOSE ARQ-TUR.
       IF CEN-DISPONIVEL
           CLOSE ARQ-CEN
       END-IF.
       IF SER-DISPONIVEL
           CLOSE ARQ-SER
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ANO ' WS-ANO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DISTORCLST.
       DISPLAY 'ALUNOS EM DISTORCAO: ' WS-TOT-DISTORC
           ' - RELATORIO EM DISTORC.LST'
       GOBACK.
      *
      *============================================================
      * CARREGA-ALUNOS - GUARDA OS ALUNOS ATIVOS COM TURMA E CALCULA
      * A IDADE NA DATA DE CORTE DO ANO LETIVO (31 DE MARCO, A MESMA
      * DATA QUE DEFINE A SERIE DE ENTRADA NA MATRICULA). SEM DATA
      * DE NASCIMENTO A IDADE FICA ZERO E O ALUNO SAI NA CONTA DOS
      * SEM NASCIMENTO.
      *============================================================
       CARREGA-ALUNOS.
           MOVE ZEROES TO CODIGO
           START ARQ-ALU KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALUNO-ATIVO AND TURMA NOT = SPACES
                           IF WS-QTD-ALU >= 9999
                               DISPLAY 'AVISO: MAIS DE 9999 ALUNOS - '
                                   'DEMAIS IGNORADOS.'
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM GUARDA-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       GUARDA-ALUNO.
           ADD 1 TO WS-QTD-ALU
           MOVE CODIGO TO TAB-CODIGO(WS-QTD-ALU)
           MOVE TURMA  TO TAB-TURMA(WS-QTD-ALU)
           MOVE SPACES TO TAB-NOME(WS-QTD-ALU)
           STRING NOME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  S-NOME DELIMITED BY '  '
               INTO TAB-NOME(WS-QTD-ALU)
           MOVE ZEROES TO TAB-NASC(WS-QTD-ALU)
           MOVE ZEROES TO TAB-IDADE(WS-QTD-ALU)
           IF CEN-DISPONIVEL
               MOVE CODIGO TO CODIGO-CEN
               READ ARQ-CEN KEY IS CODIGO-CEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DATA-NASC-CEN TO TAB-NASC(WS-QTD-ALU)
               END-READ
           END-IF
           IF TAB-NASC(WS-QTD-ALU) > 0
               MOVE TAB-NASC(WS-QTD-ALU) TO WS-NASC
               IF WS-NASC-ANO < WS-ANO-PARAM
                   COMPUTE TAB-IDADE(WS-QTD-ALU) =
                       WS-ANO-PARAM - WS-NASC-ANO
                   IF WS-NASC-MMDD > 0331
                       SUBTRACT 1 FROM TAB-IDADE(WS-QTD-ALU)
                   END-IF
               END-IF
           END-IF.
      *
       IMPRIME-CABECALHO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINHA
           STRING 'DISTORCAO IDADE-SERIE - ANO LETIVO ' WS-ANO-PARAM
                  ' (IDADE EM 31/03)   EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'DISTORCAO: IDADE 2 OU MAIS ANOS ACIMA DA ADEQUADA.'
               TO REG-REL
           WRITE REG-REL
           MOVE ALL '=' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-TURMA - LISTA OS ALUNOS DA TURMA EM DISTORCAO E
      * FECHA COM A TAXA DA TURMA, CALCULADA SOBRE OS ALUNOS QUE TEM
      * DATA DE NASCIMENTO.
      *============================================================
       IMPRIME-TURMA.
           MOVE ZEROES TO WS-TUR-ALUNOS
           MOVE ZEROES TO WS-TUR-SEM-NASC
           MOVE ZEROES TO WS-TUR-DISTORC
           SET SERIE-SEM-IDADE TO TRUE
           MOVE ZEROES TO WS-IDADE-ADEQ
           IF SER-DISPONIVEL
               MOVE SERIE-TUR TO SERIE-CSR
               READ ARQ-SER KEY IS SERIE-CSR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IDADE-CSR > 0
                           SET SERIE-COM-IDADE TO TRUE
                           MOVE IDADE-CSR TO WS-IDADE-ADEQ
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF SERIE-COM-IDADE
               STRING 'TURMA ' TURMA-REF ' - ' DESCRICAO-TUR
                      ' SERIE ' SERIE-TUR ' IDADE ADEQUADA '
                      WS-IDADE-ADEQ
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING 'TURMA ' TURMA-REF ' - ' DESCRICAO-TUR
                      ' SERIE ' SERIE-TUR ' SEM IDADE ADEQUADA '
                      '(OPCAO T DO CENSO)'
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           PERFORM CONFERE-ALUNO-TURMA VARYING WS-IX-VARRE
               FROM 1 BY 1 UNTIL WS-IX-VARRE > WS-QTD-ALU
           COMPUTE WS-BASE = WS-TUR-ALUNOS - WS-TUR-SEM-NASC
           MOVE WS-TUR-DISTORC TO WS-NUMER
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PERC TO WS-PERC-ED
           MOVE SPACES TO WS-LINHA
           STRING '  ALUNOS ' WS-TUR-ALUNOS
                  '  SEM NASCIMENTO ' WS-TUR-SEM-NASC
                  '  EM DISTORCAO ' WS-TUR-DISTORC
                  '  TAXA ' WS-PERC-ED ' %'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           ADD WS-TUR-ALUNOS   TO WS-TOT-ALUNOS
           ADD WS-TUR-SEM-NASC TO WS-TOT-SEM-NASC
           ADD WS-TUR-DISTORC  TO WS-TOT-DISTORC
           ADD WS-BASE         TO WS-TOT-BASE.
      *
       CONFERE-ALUNO-TURMA.
           IF TAB-TURMA(WS-IX-VARRE) = TURMA-REF
               ADD 1 TO WS-TUR-ALUNOS
               IF TAB-IDADE(WS-IX-VARRE) = 0
                   ADD 1 TO WS-TUR-SEM-NASC
               ELSE
                   IF SERIE-COM-IDADE
                      AND TAB-IDADE(WS-IX-VARRE) >= WS-IDADE-ADEQ + 2
                       ADD 1 TO WS-TUR-DISTORC
                       COMPUTE WS-ANOS-ATRASO =
                           TAB-IDADE(WS-IX-VARRE) - WS-IDADE-ADEQ
                       MOVE SPACES TO WS-LINHA
                       STRING '    ' TAB-CODIGO(WS-IX-VARRE) ' '
                              TAB-NOME(WS-IX-VARRE) ' NASC '
                              TAB-NASC(WS-IX-VARRE) ' IDADE '
                              TAB-IDADE(WS-IX-VARRE) ' (+'
                              WS-ANOS-ATRASO ')'
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
                   END-IF
               END-IF
           END-IF.
      *
       IMPRIME-TOTAIS.
           MOVE ALL '=' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOT-BASE    TO WS-BASE
           MOVE WS-TOT-DISTORC TO WS-NUMER
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PERC TO WS-PERC-ED
           MOVE SPACES TO WS-LINHA
           STRING 'ESCOLA: ALUNOS ' WS-TOT-ALUNOS
                  '  SEM NASCIMENTO ' WS-TOT-SEM-NASC
                  '  EM DISTORCAO ' WS-TOT-DISTORC
                  '  TAXA ' WS-PERC-ED ' %'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * CALCULA-PERCENTUAL - WS-PERC = WS-NUMER / WS-BASE * 100,
      * COM BASE ZERO RESULTANDO EM ZERO EM VEZ DE ABEND.
      *============================================================
       CALCULA-PERCENTUAL.
           IF WS-BASE = 0
               MOVE ZEROES TO WS-PERC
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   WS-NUMER * 100 / WS-BASE
           END-IF.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-TUR
           IF FS-TUR-NAO-EXISTE THEN
               DISPLAY 'TURMAS.DAT NAO ENCONTRADO - CADASTRE AS '
                   'TURMAS NO MANTTUR.'
               CLOSE ARQ-ALU
               GOBACK
           END-IF
           SET CEN-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CEN
           IF NOT FS-CEN-OK
               DISPLAY 'CENSOALU.DAT NAO ENCONTRADO - NENHUM ALUNO '
                   'COM DATA DE NASCIMENTO.'
               SET CEN-INDISPONIVEL TO TRUE
           END-IF
           SET SER-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-SER
           IF NOT FS-SER-OK
               DISPLAY 'CENSOSER.DAT NAO ENCONTRADO - CADASTRE A '
                   'IDADE ADEQUADA DAS SERIES NO CENSO.'
               SET SER-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'CENSOALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOALU
           MOVE 'CENSOSER' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOSER
           MOVE 'DISTORCLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DISTORCLST.
