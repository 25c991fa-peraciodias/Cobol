       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DIARREL.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-DCL
              ASSIGN TO WS-ARQ-DIARCLASSE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-DCL
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DCL.

       SELECT ARQ-HOR
              ASSIGN TO WS-ARQ-HORARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-HOR
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-HOR.

       SELECT ARQ-CAL
              ASSIGN TO WS-ARQ-CALENDARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS DATA-CAL
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CAL.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DIARRELLST
              ORGANIZATION IS LINE SEQUENTIAL.

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
              88 DCL-SUBSTITUTO  VALUE 'S'.
              88 DCL-TITULAR     VALUE 'N'.
           02 REPOS-DCL          PIC X(01).
              88 DCL-REPOSICAO   VALUE 'S'.
              88 DCL-NA-GRADE    VALUE 'N'.
           02 OPERADOR-DCL       PIC X(08).
           02 DATA-REG-DCL       PIC 9(08).

       FD  ARQ-HOR.
       01  REG-HOR.
           02 CHAVE-HOR.
              03 TURMA-HOR    PIC X(06).
              03 DIA-HOR      PIC 9(01).
              03 PERIODO-HOR  PIC 9(01).
           02 DISCIPLINA-HOR  PIC X(10).

       FD  ARQ-CAL.
       01  REG-CAL.
           02 DATA-CAL        PIC 9(08).
           02 DESCRICAO-CAL   PIC X(30).
           02 TIPO-CAL        PIC X(01).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-DIARCLASSE PIC X(64).
       01  WS-ARQ-HORARIO PIC X(64).
       01  WS-ARQ-CALENDARIO PIC X(64).
       01  WS-ARQ-DIARRELLST PIC X(64).

       01  WS-BIMESTRE-PARAM  PIC 9(01).
       01  WS-TURMA-PARAM     PIC X(06).
       01  WS-INICIO-PARAM    PIC 9(08).
       01  WS-FIM-PARAM       PIC 9(08).
       01  WS-DATA-HOJE       PIC 9(08).
      * AS AULAS PREVISTAS SO CONTAM ATE HOJE: COM O BIMESTRE EM
      * ANDAMENTO, O QUE AINDA NAO CHEGOU NAO E FALTA DE AULA.
       01  WS-DATA-LIMITE     PIC 9(08).
       01  WS-DATA-CORRENTE   PIC 9(08).
       01  WS-DIA-INICIO      PIC 9(08).
       01  WS-DIA-FIM         PIC 9(08).
       01  WS-DIA-CORRENTE    PIC 9(08).
       01  WS-QUOCIENTE       PIC 9(08).
       01  WS-DIA-SEMANA      PIC 9(01).
       01  WS-EOF             PIC X(01).
       01  WS-LINHA           PIC X(90).
       01  WS-SALDO           PIC S9(04).
       01  WS-SALDO-ED        PIC -ZZZ9.
       01  WS-SITUACAO        PIC X(24).

      *----------------------------------------------------------
      * DIAS LETIVOS DO PERIODO POR DIA DA SEMANA (1=SEGUNDA ...
      * 6=SABADO, COMO NO HORARIO.DAT): DIAS CORRIDOS MENOS OS
      * DOMINGOS E AS DATAS DO CALENDARIO.DAT.
      *----------------------------------------------------------
       01  WS-TAB-DIAS.
           02 WS-DIAS-LETIVOS PIC 9(03) OCCURS 6 TIMES.
       01  WS-IX-DIA          PIC 9(01).
       01  WS-TOTAL-LETIVOS   PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-FERIADOS  PIC 9(04) VALUE ZEROES.

      *----------------------------------------------------------
      * UMA LINHA POR TURMA + DISCIPLINA, EM ORDEM DE CHAVE.
      *----------------------------------------------------------
       01  WS-TAB-AULAS.
           02 WS-QTD-LINHAS   PIC 9(04) VALUE ZEROES.
           02 TAB-LINHA OCCURS 2000 TIMES.
              03 TAB-CHAVE.
                 04 TAB-TURMA     PIC X(06).
                 04 TAB-DISCIPLINA PIC X(10).
              03 TAB-PREVISTAS PIC 9(04).
              03 TAB-DADAS     PIC 9(04).
              03 TAB-SUBST     PIC 9(04).
              03 TAB-REPOS     PIC 9(04).
       01  WS-CHAVE-ACHAR.
           02 WS-TURMA-ACHAR      PIC X(06).
           02 WS-DISCIPLINA-ACHAR PIC X(10).
       01  WS-IX-LINHA        PIC 9(04).
       01  WS-IX-DESLOCA      PIC 9(04).
       01  WS-SW-ACHOU PIC X(01).
           88 LINHA-ACHADA     VALUE 'S'.
           88 LINHA-NAO-ACHADA VALUE 'N'.
       01  WS-SW-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       01  WS-CONTA-FALTANTES PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-PREVISTAS PIC 9(06) VALUE ZEROES.
       01  WS-TOTAL-DADAS     PIC 9(06) VALUE ZEROES.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DIARREL'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-DCL PIC 9(02).
           88 FS-DCL-OK          VALUE ZEROS.
           88 FS-DCL-NAO-EXISTE  VALUE 35.
       77 FS-STAT-HOR PIC 9(02).
           88 FS-HOR-OK          VALUE ZEROS.
           88 FS-HOR-NAO-EXISTE  VALUE 35.
       77 FS-STAT-CAL PIC 9(02).
           88 FS-CAL-OK          VALUE ZEROS.
           88 FS-CAL-NAO-EXISTE  VALUE 35.
       01  WS-SW-CAL PIC X(01).
           88 CAL-DISPONIVEL   VALUE 'S'.
           88 CAL-INDISPONIVEL VALUE 'N'.
       01  WS-SW-DCL PIC X(01).
           88 DIARIO-DISPONIVEL   VALUE 'S'.
           88 DIARIO-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       PERFORM SOLICITA-PERIODO.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM CONTA-DIAS-LETIVOS.
       PERFORM CARREGA-PREVISTAS.
       IF DIARIO-DISPONIVEL
           PERFORM CARREGA-DADAS
           CLOSE ARQ-DCL
       END-IF.
       PERFORM IMPRIME-RELATORIO.
       CLOSE ARQ-HOR.
       IF CAL-DISPONIVEL
           CLOSE ARQ-CAL
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'BIMESTRE ' WS-BIMESTRE-PARAM
              ' DE ' WS-INICIO-PARAM ' A ' WS-FIM-PARAM
              ' TURMA ' WS-TURMA-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DIARRELLST.
       GOBACK.
      *
      *============================================================
      * SOLICITA-PERIODO - BIMESTRE, DATAS DE INICIO E FIM DAS AULAS
      * DELE E A TURMA (EM BRANCO = TODAS). O BIMESTRE.DAT SO TEM OS
      * PRAZOS DE LANCAMENTO, NAO O PERIODO LETIVO.
      *============================================================
       SOLICITA-PERIODO.
           MOVE ZEROES TO WS-BIMESTRE-PARAM
           MOVE ZEROES TO WS-INICIO-PARAM
           MOVE ZEROES TO WS-FIM-PARAM
           DISPLAY 'AULAS PREVISTAS X DADAS (DIARIO DE CLASSE)'
           DISPLAY 'BIMESTRE (1-4)...........: ' WITH NO ADVANCING
           ACCEPT WS-BIMESTRE-PARAM
           DISPLAY 'INICIO DAS AULAS AAAAMMDD: ' WITH NO ADVANCING
           ACCEPT WS-INICIO-PARAM
           DISPLAY 'FIM DAS AULAS AAAAMMDD...: ' WITH NO ADVANCING
           ACCEPT WS-FIM-PARAM
           DISPLAY 'TURMA (EM BRANCO = TODAS): ' WITH NO ADVANCING
           ACCEPT WS-TURMA-PARAM
           IF WS-BIMESTRE-PARAM < 1 OR WS-BIMESTRE-PARAM > 4
              OR WS-INICIO-PARAM = 0 OR WS-FIM-PARAM = 0
              OR WS-FIM-PARAM < WS-INICIO-PARAM
               DISPLAY 'BIMESTRE OU PERIODO INVALIDO - RELATORIO '
                   'CANCELADO.'
               GOBACK
           END-IF
           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE (WS-INICIO-PARAM)
           COMPUTE WS-DIA-FIM =
               FUNCTION INTEGER-OF-DATE (WS-FIM-PARAM)
           IF WS-DIA-INICIO = 0 OR WS-DIA-FIM = 0
               DISPLAY 'DATA INVALIDA - RELATORIO CANCELADO.'
               GOBACK
           END-IF
           MOVE WS-FIM-PARAM TO WS-DATA-LIMITE
           IF WS-DATA-HOJE < WS-FIM-PARAM
               MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
               COMPUTE WS-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-LIMITE)
           END-IF.
      *
      *============================================================
      * CONTA-DIAS-LETIVOS - PERCORRE O PERIODO DIA A DIA. O DIA DA
      * SEMANA SAI DOS DIAS CORRIDOS, COMO NO CALCVENC (RESTO 0 =
      * DOMINGO). SABADO CONTA: SO TEM AULA PREVISTA A TURMA QUE
      * TEM SABADO NA GRADE.
      *============================================================
       CONTA-DIAS-LETIVOS.
           MOVE ZEROES TO WS-TAB-DIAS
           PERFORM CONTA-UM-DIA VARYING WS-DIA-CORRENTE
               FROM WS-DIA-INICIO BY 1
               UNTIL WS-DIA-CORRENTE > WS-DIA-FIM.
      *
       CONTA-UM-DIA.
           DIVIDE WS-DIA-CORRENTE BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA NOT = 0
               COMPUTE WS-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-CORRENTE)
               MOVE WS-DATA-CORRENTE TO DATA-CAL
               IF CAL-DISPONIVEL
                   READ ARQ-CAL KEY IS DATA-CAL
                       INVALID KEY
                           ADD 1 TO WS-DIAS-LETIVOS(WS-DIA-SEMANA)
                           ADD 1 TO WS-TOTAL-LETIVOS
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-FERIADOS
                   END-READ
               ELSE
                   ADD 1 TO WS-DIAS-LETIVOS(WS-DIA-SEMANA)
                   ADD 1 TO WS-TOTAL-LETIVOS
               END-IF
           END-IF.
      *
      *============================================================
      * CARREGA-PREVISTAS - CADA AULA DA GRADE SEMANAL (HORARIO.DAT)
      * VALE TANTAS AULAS QUANTOS FOREM OS DIAS LETIVOS DAQUELE DIA
      * DA SEMANA NO PERIODO.
      *============================================================
       CARREGA-PREVISTAS.
           MOVE WS-TURMA-PARAM TO TURMA-HOR
           MOVE ZEROES TO DIA-HOR
           MOVE ZEROES TO PERIODO-HOR
           START ARQ-HOR KEY IS NOT LESS THAN CHAVE-HOR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-HOR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TURMA-PARAM NOT = SPACES
                          AND TURMA-HOR NOT = WS-TURMA-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM SOMA-PREVISTAS
                       END-IF
               END-READ
           END-PERFORM.
      *
       SOMA-PREVISTAS.
           IF DIA-HOR >= 1 AND DIA-HOR <= 6
               MOVE TURMA-HOR      TO WS-TURMA-ACHAR
               MOVE DISCIPLINA-HOR TO WS-DISCIPLINA-ACHAR
               PERFORM ACHA-LINHA
               IF LINHA-ACHADA
                   ADD WS-DIAS-LETIVOS(DIA-HOR)
                       TO TAB-PREVISTAS(WS-IX-LINHA)
               END-IF
           END-IF.
      *
      *============================================================
      * CARREGA-DADAS - AS AULAS DO DIARIO DE CLASSE DENTRO DO
      * PERIODO, COM AS DADAS POR SUBSTITUTO E AS REPOSICOES. AULA
      * DE DISCIPLINA FORA DA GRADE ENTRA COM ZERO PREVISTAS.
      *============================================================
       CARREGA-DADAS.
           MOVE LOW-VALUES TO CHAVE-DCL
           MOVE WS-TURMA-PARAM TO TURMA-DCL
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
                       IF WS-TURMA-PARAM NOT = SPACES
                          AND TURMA-DCL NOT = WS-TURMA-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DATA-DCL >= WS-INICIO-PARAM
                              AND DATA-DCL <= WS-DATA-LIMITE
                               PERFORM SOMA-DADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       SOMA-DADAS.
           MOVE TURMA-DCL      TO WS-TURMA-ACHAR
           MOVE DISCIPLINA-DCL TO WS-DISCIPLINA-ACHAR
           PERFORM ACHA-LINHA
           IF LINHA-ACHADA
               ADD 1 TO TAB-DADAS(WS-IX-LINHA)
               IF DCL-SUBSTITUTO
                   ADD 1 TO TAB-SUBST(WS-IX-LINHA)
               END-IF
               IF DCL-REPOSICAO
                   ADD 1 TO TAB-REPOS(WS-IX-LINHA)
               END-IF
           END-IF.
      *
      *============================================================
      * ACHA-LINHA - PROCURA A TURMA + DISCIPLINA NA TABELA, QUE
      * FICA EM ORDEM DE CHAVE: SE NAO ACHA, ABRE A LINHA NO LUGAR
      * CERTO DESLOCANDO AS SEGUINTES. TABELA CHEIA AVISA UMA VEZ.
      *============================================================
       ACHA-LINHA.
           SET LINHA-NAO-ACHADA TO TRUE
           MOVE 1 TO WS-IX-LINHA
           PERFORM UNTIL WS-IX-LINHA > WS-QTD-LINHAS
                      OR TAB-CHAVE(WS-IX-LINHA) >= WS-CHAVE-ACHAR
               ADD 1 TO WS-IX-LINHA
           END-PERFORM
           IF WS-IX-LINHA <= WS-QTD-LINHAS
              AND TAB-CHAVE(WS-IX-LINHA) = WS-CHAVE-ACHAR
               SET LINHA-ACHADA TO TRUE
           ELSE
               IF WS-QTD-LINHAS < 2000
                   PERFORM DESLOCA-LINHA VARYING WS-IX-DESLOCA
                       FROM WS-QTD-LINHAS BY -1
                       UNTIL WS-IX-DESLOCA < WS-IX-LINHA
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE WS-CHAVE-ACHAR TO TAB-CHAVE(WS-IX-LINHA)
                   MOVE ZEROES TO TAB-PREVISTAS(WS-IX-LINHA)
                   MOVE ZEROES TO TAB-DADAS(WS-IX-LINHA)
                   MOVE ZEROES TO TAB-SUBST(WS-IX-LINHA)
                   MOVE ZEROES TO TAB-REPOS(WS-IX-LINHA)
                   SET LINHA-ACHADA TO TRUE
               ELSE
                   IF NOT TABELA-CHEIA
                       DISPLAY 'AVISO: MAIS DE 2000 TURMAS/DISCIPLINAS'
                           ' - INFORME UMA TURMA.'
                       SET TABELA-CHEIA TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       DESLOCA-LINHA.
           MOVE TAB-LINHA(WS-IX-DESLOCA)
               TO TAB-LINHA(WS-IX-DESLOCA + 1).
      *
      *============================================================
      * IMPRIME-RELATORIO - UMA LINHA POR TURMA/DISCIPLINA COM AS
      * AULAS PREVISTAS, AS DADAS (DAS QUAIS POR SUBSTITUTO E DE
      * REPOSICAO) E O SALDO. SALDO NEGATIVO PEDE REPOSICAO.
      *============================================================
       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-LINHA
           STRING 'AULAS PREVISTAS X DADAS - BIMESTRE '
               WS-BIMESTRE-PARAM ' - DE ' WS-INICIO-PARAM
               ' ATE ' WS-DATA-LIMITE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'DIAS LETIVOS: ' WS-TOTAL-LETIVOS
               '  (SEG ' WS-DIAS-LETIVOS(1) ' TER ' WS-DIAS-LETIVOS(2)
               ' QUA ' WS-DIAS-LETIVOS(3) ' QUI ' WS-DIAS-LETIVOS(4)
               ' SEX ' WS-DIAS-LETIVOS(5) ' SAB ' WS-DIAS-LETIVOS(6)
               ')  FERIADOS: ' WS-TOTAL-FERIADOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF DIARIO-INDISPONIVEL
               MOVE 'DIARCLAS.DAT NAO ENCONTRADO - NENHUMA AULA DADA.'
                   TO REG-REL
               WRITE REG-REL
           END-IF
           MOVE 'TURMA  DISCIPLINA PREVISTAS DADAS SUBST. REPOS. SALDO'
               TO REG-REL
           WRITE REG-REL
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-LINHA VARYING WS-IX-LINHA FROM 1 BY 1
               UNTIL WS-IX-LINHA > WS-QTD-LINHAS
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL PREVISTAS: ' WS-TOTAL-PREVISTAS
               '  DADAS: ' WS-TOTAL-DADAS
               '  DISCIPLINAS COM REPOSICAO: ' WS-CONTA-FALTANTES
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'DISCIPLINAS COM AULA A REPOR: ' WS-CONTA-FALTANTES
           DISPLAY 'RELATORIO GRAVADO EM DIARREL.LST.'.
      *
       IMPRIME-LINHA.
           ADD TAB-PREVISTAS(WS-IX-LINHA) TO WS-TOTAL-PREVISTAS
           ADD TAB-DADAS(WS-IX-LINHA)     TO WS-TOTAL-DADAS
           COMPUTE WS-SALDO = TAB-DADAS(WS-IX-LINHA)
               - TAB-PREVISTAS(WS-IX-LINHA)
           MOVE WS-SALDO TO WS-SALDO-ED
           IF WS-SALDO < 0
               MOVE 'REPOSICAO NECESSARIA' TO WS-SITUACAO
               ADD 1 TO WS-CONTA-FALTANTES
           ELSE
               MOVE SPACES TO WS-SITUACAO
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING TAB-TURMA(WS-IX-LINHA) ' '
               TAB-DISCIPLINA(WS-IX-LINHA) '      '
               TAB-PREVISTAS(WS-IX-LINHA) '  '
               TAB-DADAS(WS-IX-LINHA) '   '
               TAB-SUBST(WS-IX-LINHA) '   '
               TAB-REPOS(WS-IX-LINHA) ' '
               WS-SALDO-ED ' ' WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-HOR
           IF NOT FS-HOR-OK THEN
               DISPLAY 'HORARIO.DAT NAO ENCONTRADO - MONTE A GRADE '
                   'NO MANTHOR PRIMEIRO.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-REL
      * SEM O CALENDARIO TODO DIA DE SEGUNDA A SABADO E LETIVO; SEM
      * O DIARIO O RELATORIO MOSTRA SO AS PREVISTAS.
           SET CAL-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CAL
           IF NOT FS-CAL-OK THEN
               SET CAL-INDISPONIVEL TO TRUE
           END-IF
           SET DIARIO-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-DCL
           IF NOT FS-DCL-OK THEN
               SET DIARIO-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'DIARCLASSE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIARCLASSE
           MOVE 'HORARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-HORARIO
           MOVE 'CALENDARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CALENDARIO
           MOVE 'DIARRELLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIARRELLST.
