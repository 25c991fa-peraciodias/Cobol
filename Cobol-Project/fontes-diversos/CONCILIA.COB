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
       FD  ARQ-REL.
       01  REG-REL           PIC X(100).

       01  WS-CLASSE-DIV      PIC X(24).
       01  WS-LINHA           PIC X(100).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CONCILIA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       PERFORM CONCILIA-ENVIADOS.
       PERFORM IMPRIME-TOTAIS.
       CLOSE ARQ-MEN.
       CLOSE ARQ-REL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CONCILIALST.
       GOBACK.
      *
      *============================================================
