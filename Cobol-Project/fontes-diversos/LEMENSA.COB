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
       01  REG-REL.
           02 REL-ROTULO     PIC X(12).
           02 WS-ANO-REF        PIC 9(04).
           02 WS-NOME           PIC A(20).
           02 WS-S-NOME         PIC A(30).
           02 WS-VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1-ENT.
              03 WS-MES-REF1      PIC A(9).
              03 WS-SITU-1       PIC A(02).
              03 WS-SITU-12       PIC A(02).

           02 WS-PERC-DESC      PIC 9(03).
           02 WS-PARCELA-LIQ    PIC 9(05)V99.
       01  WS-EOF PIC A(1).
       01  WS-CODIGO-PARAM PIC 9(08).
       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-VENC  PIC 9(08).
       01  WS-QTD-ATRASADAS PIC 9(02) VALUE ZEROES.
       01  WS-SW-IMPRIME PIC X(01).
           88 IMPRIME-RELATORIO VALUE 'S'.
       01  WS-ANO-REF-PARAM  PIC 9(04).
       01  WS-CONTA-LISTADOS PIC 9(04) VALUE ZEROES.
       01  WS-CONTA-ANOS     PIC 9(04) VALUE ZEROES.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'LEMENSA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK             VALUE ZEROS.
           88 FS-NAO-EXISTE     VALUE 35.
       01  WS-VALOR-PARC      PIC 9(07)V99.
       01  WS-SALDO-PARC      PIC 9(07)V99.
       01  WS-SALDO-PARC-ED   PIC ZZ.ZZ9,99.
       01  WS-VAL-PARCELA-ED  PIC ZZ.ZZ9,99.
       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       END-IF.
       IF IMPRIME-RELATORIO
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'MODO ' WS-MODO ' ANO ' WS-ANO-REF-PARAM
                  ' CODIGOS ' WS-CODIGO-INI ' A ' WS-CODIGO-FIM
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-MENSALLST
       END-IF.
       GOBACK.
      *
           DISPLAY 'NOME....:' WS-NOME
           DISPLAY 'S-SNOME.:' WS-S-NOME
           DISPLAY 'ANO REF.:' WS-ANO-REF
           MOVE WS-VAL-PARCELA TO WS-VAL-PARCELA-ED
           DISPLAY 'VALOR...:' WS-VAL-PARCELA-ED
           DISPLAY WS-MES-REF1
           DISPLAY 'SITUACAO:' WS-SITU-1
           DISPLAY WS-MES-REF2
           END-EVALUATE.
      *
       MOSTRA-SALDO-DO-SLOT.
           MOVE WS-VAL-PARCELA TO WS-VALOR-PARC
           IF WS-PARCELA-LIQ > 0
               MOVE WS-PARCELA-LIQ TO WS-VALOR-PARC
           END-IF
      *
      *============================================================
      * VERIFICA-INADIMPLENCIA - PERCORRE AS DOZE PARCELAS DO ALUNO
      * E MARCA COMO ATRASADA TODA PARCELA LANCADA QUE NAO ESTEJA
      * 'PG' (PAGA) NEM 'CN' (CANCELADA) E CUJO VENCIMENTO REAL
      * (CALCVENC: DIA DO ALUNO, ROLADO PARA DIA UTIL) JA PASSOU EM
      * RELACAO A DATA ATUAL, PARA GERAR UMA LISTA DE COBRANCA SEM
      * PRECISAR CONFERIR CARTAO A CARTAO.
      *============================================================
       VERIFICA-INADIMPLENCIA.
           MOVE 0 TO WS-QTD-ATRASADAS
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE 1 TO WS-SLOT-PARC
           PERFORM UNTIL WS-SLOT-PARC > 12
               PERFORM ISOLA-SITU-PARC
               PERFORM VERIFICA-ATRASO-DO-SLOT
               ADD 1 TO WS-SLOT-PARC
           END-PERFORM
           IF WS-QTD-ATRASADAS > 0
               DISPLAY 'ALUNO INADIMPLENTE - ' WS-QTD-ATRASADAS
                   ' PARCELA(S) EM ATRASO.'
           END-IF.
      *
       VERIFICA-ATRASO-DO-SLOT.
           IF WS-SITU-PARC NOT = 'PG' AND WS-SITU-PARC NOT = 'CN'
              AND WS-SITU-PARC NOT = SPACES
               CALL 'CALCVENC' USING WS-CODIGO WS-ANO-REF
                                     WS-SLOT-PARC WS-DATA-VENC
               IF WS-DATA-VENC < WS-DATA-ATUAL
                   ADD 1 TO WS-QTD-ATRASADAS
                   DISPLAY 'PARCELA EM ATRASO..: ' WS-MES-PARC
               END-IF
           END-IF.
      *
      *============================================================
      * IMPRIME-REGISTRO - GRAVA O MESMO RESULTADO DA CONSULTA EM
           MOVE WS-ANO-REF   TO REL-VALOR
           WRITE REG-REL
           MOVE 'VALOR...:'  TO REL-ROTULO
           MOVE WS-VAL-PARCELA TO WS-VAL-PARCELA-ED
           MOVE WS-VAL-PARCELA-ED TO REL-VALOR
           WRITE REG-REL
           MOVE WS-MES-REF1  TO REL-ROTULO
           MOVE WS-SITU-1    TO REL-VALOR
