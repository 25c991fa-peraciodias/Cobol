              88 AUD-INCLUSAO   VALUE 'I'.
              88 AUD-ALTERACAO  VALUE 'A'.
              88 AUD-EXCLUSAO   VALUE 'E'.
      * S = NOME SOCIAL ALTERADO (NOMESOC.DAT); P = NOME DO CADASTRO
      * REGRAVADO NAS COPIAS DE NOTAS, MENSAL, LANCEXT E NOMEIDX.
              88 AUD-NOME-SOCIAL VALUE 'S'.
              88 AUD-PROPAGACAO VALUE 'P'.
           02 FILLER            PIC X(02).
           02 CODIGO-AUD        PIC 9(08).
           02 FILLER            PIC X(02).
       01  WS-CODIGO-PARAM      PIC 9(08).
       01  WS-EOF               PIC X(01).
       01  WS-CONTA-ACHADOS     PIC 9(09).
       01  WS-OPERACAO-DESC     PIC X(11).
       01  WS-LINHA             PIC X(200).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'AUDITREL'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-AUD PIC 9(02).
           88 FS-AUD-OK         VALUE ZEROS.
           88 FS-AUD-NAO-EXISTE VALUE 35.
           PERFORM LISTA-HISTORICO
           PERFORM SOLICITA-CODIGO
       END-PERFORM.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-AUDITRELLST.
       GOBACK.
      *
      *============================================================
               WHEN AUD-INCLUSAO  MOVE 'INCLUSAO'  TO WS-OPERACAO-DESC
               WHEN AUD-ALTERACAO MOVE 'ALTERACAO' TO WS-OPERACAO-DESC
               WHEN AUD-EXCLUSAO  MOVE 'EXCLUSAO'  TO WS-OPERACAO-DESC
               WHEN AUD-NOME-SOCIAL
                   MOVE 'NOME SOCIAL' TO WS-OPERACAO-DESC
               WHEN AUD-PROPAGACAO
                   MOVE 'PROPAGACAO' TO WS-OPERACAO-DESC
               WHEN OTHER         MOVE 'DESCONHEC' TO WS-OPERACAO-DESC
           END-EVALUATE
           DISPLAY '-----------------------------------------'
