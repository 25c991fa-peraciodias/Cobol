       01  REG-MENSA.
           02 CODIGO-MENSA    PIC 9(08).
           02 ANO-REF-MENSA   PIC 9(04).
           02 PARCELA-MENSA   PIC 9(05)V99.
           02 MENSA-TAB OCCURS 12 TIMES.
              03 MES-REF-TAB  PIC X(09).
              03 SITU-TAB     PIC X(02).
           MOVE 8 TO WS-QTD-TAB
           PERFORM SORTEIA-INDICE
           COMPUTE WS-VALOR-PARCELA = 100 + (WS-INDICE * 10)
           MOVE WS-VALOR-PARCELA TO PARCELA-MENSA
           MOVE 1 TO WS-CONTA-MES
           PERFORM UNTIL WS-CONTA-MES > 12
               MOVE WS-MES-TAB(WS-CONTA-MES)
