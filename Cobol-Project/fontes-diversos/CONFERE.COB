              03 ANO-REF-MEN PIC 9(04).
           02 NOME-MEN           PIC X(20).
           02 S-NOME-MEN         PIC X(30).
           02 PARCELA-MEN      PIC 9(05)V99.
           02 MENSA-MEN-1.
              03 MES-REF-MEN-1 PIC X(09).
              03 SITU-MEN-1    PIC X(02).
              03 SITU-MEN-12    PIC X(02).

           02 PERC-DESC-MEN      PIC 9(03).
           02 PARCELA-LIQ-MEN    PIC 9(05)V99.
       FD  ARQ-IDX.
       01  REG-IDX.
           02 CHAVE-IDX.
       01  WS-CONTA-MENSAL-LIDAS  PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-IDX-LIDOS     PIC 9(09) VALUE ZEROES.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CONFERE'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       IF IDX-DISPONIVEL
           CLOSE ARQ-IDX
       END-IF
       CLOSE ARQ-REL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CONFERELST.
       STOP RUN.
      *
      *============================================================
