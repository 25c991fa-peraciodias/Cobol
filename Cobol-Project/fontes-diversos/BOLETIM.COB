       01  WS-TURMA-PARAM  PIC X(06).
       01  WS-EOF          PIC X(01).
       01  WS-CONTA-TURMA  PIC 9(04) VALUE ZEROES.
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME   PIC X(08) VALUE 'BOLETIM'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'BOLETIM'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT     PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       END-IF.
       CLOSE ARQ-NOTAS.
       CLOSE ARQ-ALUNOS.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'MODO ' WS-MODO ' TURMA ' WS-TURMA-PARAM
              ' ALUNO ' WS-CODIGO-PARAM ' ANO ' WS-ANO-PARAM
              ' DISC ' WS-DISCIPLINA-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-BOLETIMLST.
       IF FREQ-DISPONIVEL
           CLOSE ARQ-FREQ
       END-IF.
                           DISPLAY 'ALUNO NAO CADASTRADO EM ALUNOS.DAT'
                           ' !'
                       NOT INVALID KEY
                           CALL 'LENOME' USING WS-DOC-LENOME CODIGO
                               NOME S-NOME
                           PERFORM DETERMINA-SITUACAO-DESC
                           PERFORM BUSCA-FREQUENCIA
                           PERFORM MOSTRA-BOLETIM
