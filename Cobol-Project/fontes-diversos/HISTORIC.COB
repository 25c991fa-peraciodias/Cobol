       01  WS-CONTA-ANO       PIC 9(02).
       01  WS-CONTA-TOTAL     PIC 9(04).
       01  WS-LINHA           PIC X(90).
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME      PIC X(08) VALUE 'HISTORIC'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'HISTORIC'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-NOTAS PIC 9(02).
           88 FS-NOTAS-OK         VALUE ZEROS.
       END-PERFORM.
       CLOSE ARQ-NOTAS.
       CLOSE ARQ-ALU.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ALUNO ' WS-CODIGO-PARAM
              ' ANOS ' WS-ANO-INICIAL ' A ' WS-ANO-FINAL
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-HISTORICLST.
       GOBACK.
      *
      *============================================================
                   WRITE REG-REL FROM WS-LINHA
                   END-WRITE
               NOT INVALID KEY
                   CALL 'LENOME' USING WS-DOC-LENOME CODIGO-ALU
                       NOME-ALU S-NOME-ALU
                   DISPLAY 'CODIGO...: ' CODIGO-ALU
                   DISPLAY 'ALUNO....: ' NOME-ALU ' ' S-NOME-ALU
                   MOVE SPACES TO WS-LINHA
