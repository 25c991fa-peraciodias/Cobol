      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO O RECIBO
      * E DE COBRANCA AVULSA (SLOT-REC 00); ZERO NOS DEMAIS.
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-REL.
       01  REG-REL            PIC X(80).
       01  WS-VALOR-REC-ED    PIC ZZ.ZZ9,99.
       01  WS-LINHA           PIC X(80).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'REIMPREC'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK         VALUE ZEROS.
           88 FS-REC-NAO-EXISTE VALUE 35.
           PERFORM SOLICITA-NUMERO
       END-PERFORM.
       CLOSE ARQ-REC.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'RECIBO ' WS-NUM-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-REIMPRELST.
       GOBACK.
      *
      *============================================================
