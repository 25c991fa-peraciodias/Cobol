              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-PROF.

      * DIARIO DE CLASSE (MANTDIAR): AS AULAS DADAS POR SUBSTITUTO
      * ENTRAM NA CARGA DO MES DE QUEM DEU A AULA.
       SELECT ARQ-DCL
              ASSIGN TO WS-ARQ-DIARCLASSE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-DCL
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DCL.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-CARGAHORLST
              ORGANIZATION IS LINE SEQUENTIAL.
           02 FONE-PROF       PIC X(12).
           02 ADMISSAO-PROF   PIC 9(08).

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
           02 OPERADOR-DCL       PIC X(08).
           02 DATA-REG-DCL       PIC 9(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       01  WS-ARQ-DISCIP PIC X(64).
       01  WS-ARQ-PROFESSOR PIC X(64).
       01  WS-ARQ-CARGAHORLST PIC X(64).
       01  WS-ARQ-DIARCLASSE PIC X(64).
      *
      *----------------------------------------------------------
      * CARGA HORARIA ACUMULADA POR PROFESSOR: E ESTE NUMERO QUE
              03 TAB-COD      PIC 9(04).
              03 TAB-HORAS    PIC 9(04).
              03 TAB-QTD-DISC PIC 9(03).
      * AULAS DO MES PELO DIARIO DE CLASSE: DADAS NO LUGAR DE OUTRO
      * PROFESSOR E CEDIDAS (DO TITULAR, DADAS POR UM SUBSTITUTO).
              03 TAB-SUBST    PIC 9(04).
              03 TAB-CEDIDAS  PIC 9(04).

       01  WS-EOF             PIC X(01).
       01  WS-CONTA-DISC      PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-HORAS     PIC 9(05) VALUE ZEROES.
       01  WS-NOME-LISTADO    PIC X(30).
       01  WS-LINHA           PIC X(90).
       01  WS-MES-PARAM       PIC 9(06).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-COD-ACHAR       PIC 9(04).
       01  WS-TOTAL-SUBST     PIC 9(05) VALUE ZEROES.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CARGAHOR'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-DISC PIC 9(02).
           88 FS-DISC-OK         VALUE ZEROS.
       01  WS-SW-PROF PIC X(01).
           88 PROF-DISPONIVEL   VALUE 'S'.
           88 PROF-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-DCL PIC 9(02).
           88 FS-DCL-OK         VALUE ZEROS.
           88 FS-DCL-NAO-EXISTE VALUE 35.
       01  WS-SW-DCL PIC X(01).
           88 DIARIO-DISPONIVEL   VALUE 'S'.
           88 DIARIO-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
                   PERFORM ACUMULA-CARGA
           END-READ
       END-PERFORM.
       IF DIARIO-DISPONIVEL
           PERFORM ACUMULA-SUBSTITUICOES
           CLOSE ARQ-DCL
       END-IF.
       CLOSE ARQ-DISC.
       PERFORM IMPRIME-RELATORIO.
       IF PROF-DISPONIVEL
           CLOSE ARQ-PROF
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       IF DIARIO-DISPONIVEL
           STRING 'SUBSTITUICOES DO MES ' WS-MES-PARAM
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       END-IF
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CARGAHORLST.
       GOBACK.
      *
      *============================================================
                           MOVE COD-PROF-DISC TO TAB-COD(IX-PROF)
                           MOVE ZEROES TO TAB-HORAS(IX-PROF)
                           MOVE ZEROES TO TAB-QTD-DISC(IX-PROF)
                           MOVE ZEROES TO TAB-SUBST(IX-PROF)
                           MOVE ZEROES TO TAB-CEDIDAS(IX-PROF)
                           ADD HORAS-SEM-DISC TO TAB-HORAS(IX-PROF)
                           ADD 1 TO TAB-QTD-DISC(IX-PROF)
                       END-IF
                           MOVE COD-PROF-DISC TO TAB-COD(IX-PROF)
                           MOVE ZEROES TO TAB-HORAS(IX-PROF)
                           MOVE ZEROES TO TAB-QTD-DISC(IX-PROF)
                           MOVE ZEROES TO TAB-SUBST(IX-PROF)
                           MOVE ZEROES TO TAB-CEDIDAS(IX-PROF)
                           ADD HORAS-SEM-DISC TO TAB-HORAS(IX-PROF)
                           ADD 1 TO TAB-QTD-DISC(IX-PROF)
                       END-IF
           END-IF.
      *
      *============================================================
      * ACUMULA-SUBSTITUICOES - PERCORRE O DIARIO DE CLASSE E, NAS
      * AULAS DO MES DADAS POR SUBSTITUTO, SOMA UMA AULA DADA PARA
      * O SUBSTITUTO E UMA CEDIDA PARA O TITULAR DA DISCIPLINA.
      * PROFESSOR SO DE SUBSTITUICAO ENTRA NO RELATORIO SEM HORAS
      * SEMANAIS.
      *============================================================
       ACUMULA-SUBSTITUICOES.
           MOVE LOW-VALUES TO CHAVE-DCL
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
                       IF DCL-SUBSTITUTO
                          AND DATA-DCL(1:6) = WS-MES-PARAM
                           PERFORM ACUMULA-AULA-SUBSTITUTO
                       END-IF
               END-READ
           END-PERFORM.
      *
       ACUMULA-AULA-SUBSTITUTO.
           ADD 1 TO WS-TOTAL-SUBST
           MOVE COD-PROF-DCL TO WS-COD-ACHAR
           PERFORM ACHA-PROFESSOR
           IF IX-PROF NOT > WS-QTD-PROF
               ADD 1 TO TAB-SUBST(IX-PROF)
           END-IF
           MOVE DISCIPLINA-DCL TO DISCIPLINA-REF
           READ ARQ-DISC KEY IS DISCIPLINA-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COD-PROF-DISC NOT = 0
                       MOVE COD-PROF-DISC TO WS-COD-ACHAR
                       PERFORM ACHA-PROFESSOR
                       IF IX-PROF NOT > WS-QTD-PROF
                           ADD 1 TO TAB-CEDIDAS(IX-PROF)
                       END-IF
                   END-IF
           END-READ.
      *
      *============================================================
      * ACHA-PROFESSOR - POSICIONA IX-PROF NA LINHA DO PROFESSOR,
      * INCLUINDO A LINHA SE ELE AINDA NAO ESTA NA TABELA. TABELA
      * CHEIA DEIXA IX-PROF ALEM DA ULTIMA LINHA.
      *============================================================
       ACHA-PROFESSOR.
           SET IX-PROF TO 1
           SEARCH TAB-PROF
               AT END
                   SET IX-PROF TO 501
               WHEN IX-PROF > WS-QTD-PROF
                   IF WS-QTD-PROF < 500
                       ADD 1 TO WS-QTD-PROF
                       MOVE WS-COD-ACHAR TO TAB-COD(IX-PROF)
                       MOVE ZEROES TO TAB-HORAS(IX-PROF)
                       MOVE ZEROES TO TAB-QTD-DISC(IX-PROF)
                       MOVE ZEROES TO TAB-SUBST(IX-PROF)
                       MOVE ZEROES TO TAB-CEDIDAS(IX-PROF)
                   END-IF
               WHEN TAB-COD(IX-PROF) = WS-COD-ACHAR
                   CONTINUE
           END-SEARCH.
      *
      *============================================================
      * IMPRIME-RELATORIO - UMA LINHA POR PROFESSOR COM O NOME DO
      * CADASTRO, A QUANTIDADE DE DISCIPLINAS E O TOTAL DE HORAS
      * SEMANAIS, MAIS O GRUPO DAS DISCIPLINAS AINDA SEM CODIGO.
           END-PERFORM
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           IF DIARIO-DISPONIVEL
               MOVE SPACES TO WS-LINHA
               STRING 'AULAS DADAS POR SUBSTITUTO NO MES '
                   WS-MES-PARAM ' (DIARIO DE CLASSE): '
                   WS-TOTAL-SUBST
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           IF WS-HORAS-SEM-COD > 0
               MOVE SPACES TO WS-LINHA
               STRING 'DISCIPLINAS SEM CODIGO DE PROFESSOR: '
               ' HORAS/SEMANA: ' TAB-HORAS(WS-IX-VARRE)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF TAB-SUBST(WS-IX-VARRE) > 0
              OR TAB-CEDIDAS(WS-IX-VARRE) > 0
               MOVE SPACES TO WS-LINHA
               STRING '     AULAS NO MES COMO SUBSTITUTO: '
                   TAB-SUBST(WS-IX-VARRE)
                   '  CEDIDAS A SUBSTITUTO: '
                   TAB-CEDIDAS(WS-IX-VARRE)
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           DISPLAY TAB-COD(WS-IX-VARRE) ' ' WS-NOME-LISTADO
               ' HORAS/SEMANA: ' TAB-HORAS(WS-IX-VARRE).
      *
           OPEN INPUT ARQ-PROF
           IF FS-PROF-NAO-EXISTE THEN
               SET PROF-INDISPONIVEL TO TRUE
           END-IF
      * SEM O DIARIO DE CLASSE O RELATORIO SAI SO COM A GRADE DAS
      * DISCIPLINAS, COMO ANTES.
           SET DIARIO-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-DCL
           IF NOT FS-DCL-OK THEN
               SET DIARIO-INDISPONIVEL TO TRUE
           END-IF
           IF DIARIO-DISPONIVEL
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE ZEROES TO WS-MES-PARAM
               DISPLAY 'MES DAS SUBSTITUICOES (AAAAMM, 0 = ATUAL): '
                   WITH NO ADVANCING
               ACCEPT WS-MES-PARAM
               IF WS-MES-PARAM = 0
                   MOVE WS-DATA-HOJE(1:6) TO WS-MES-PARAM
               END-IF
           END-IF.
      *
      *============================================================
           MOVE 'PROFESSOR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PROFESSOR
           MOVE 'CARGAHORLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CARGAHORLST
           MOVE 'DIARCLASSE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIARCLASSE.
