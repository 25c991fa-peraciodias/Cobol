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
       FD  ARQ-CSV-ALU.
       01  REG-CSV-ALU     PIC X(250).

                   NOT AT END
                       MOVE CODIGO-MEN  TO WS-CODIGO-ED
                       MOVE ANO-REF-MEN TO WS-ANO-ED
                       MOVE PARCELA-MEN TO WS-PARCELA-NUM
                       MOVE WS-PARCELA-NUM TO WS-PARCELA-ED
                       MOVE SPACES TO WS-LINHA-CSV
                       MOVE 1 TO WS-CSV-PONTEIRO
