              03 CODIGO-MEN    PIC 9(08).
              03 ANO-REF-MEN   PIC 9(04).
           02 NOMES-MEN        PIC X(50).
           02 RESTO-MEN        PIC X(149).

       FD  ARQ-ALU-SEQ.
       01  REG-ALU-SEQ         PIC X(186).
       01  REG-NOTAS-SEQ       PIC X(88).

       FD  ARQ-MENSAL-SEQ.
       01  REG-MENSAL-SEQ      PIC X(211).

       FD  ARQ-CTL.
       01  REG-CTL.
