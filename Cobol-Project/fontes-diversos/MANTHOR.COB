      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-DISC.
       01  REG-DISC.
           88 SEM-CONFLITO     VALUE 'N'.
       01  WS-TURMA-CONFLITO   PIC X(06).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'MANTHOR'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-HOR PIC 9(02).
           88 FS-HOR-OK          VALUE ZEROS.
           88 FS-HOR-NAO-EXISTE  VALUE 35.
       IF PROF-DISPONIVEL
           CLOSE ARQ-PROF
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'TURMA ' WS-TURMA-PARAM
              ' PROFESSOR ' WS-COD-PROF-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-HORARIOLST.
       GOBACK.
      *
      *============================================================
