       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPCHQ.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CUSTODIA DE CHEQUES GRAVADA PELO BAIXAPAG. O DEPOSITO DO DIA
      * E TUDO QUE ESTA EM CUSTODIA COM BOM-PARA ATE A DATA PEDIDA,
      * LIDO PELA CHAVE ALTERNATIVA BOMPARA-CHQ.
       SELECT ARQ-CHQ
              ASSIGN TO WS-ARQ-CHEQUES
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS RECIBO-CHQ
              ALTERNATE RECORD KEY IS BOMPARA-CHQ
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CHQ.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DEPCHQLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHQ.
       01  REG-CHQ.
           02 RECIBO-CHQ      PIC 9(06).
           02 CODIGO-CHQ      PIC 9(08).
           02 ANO-REF-CHQ     PIC 9(04).
           02 SLOT-CHQ        PIC 9(02).
           02 BANCO-CHQ       PIC 9(03).
           02 NUMERO-CHQ      PIC 9(06).
           02 CPF-CHQ         PIC 9(11).
           02 VALOR-CHQ       PIC 9(05)V99.
           02 DATA-RECEB-CHQ  PIC 9(08).
           02 BOMPARA-CHQ     PIC 9(08).
           02 SITU-CHQ        PIC X(01).
              88 CHQ-CUSTODIA     VALUE 'C'.
              88 CHQ-DEPOSITADO   VALUE 'D'.
              88 CHQ-DEVOLVIDO    VALUE 'V'.
           02 DATA-DEP-CHQ    PIC 9(08).
           02 DATA-DEV-CHQ    PIC 9(08).
           02 ALINEA-CHQ      PIC 9(02).
           02 ESTORNO-CHQ     PIC 9(06).

       FD  ARQ-REL.
       01  REG-REL             PIC X(80).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CHEQUES PIC X(64).
       01  WS-ARQ-DEPCHQLST PIC X(64).

       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-PARAM      PIC X(08).
       01  WS-DATA-LIMITE     PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-CHEQUES   PIC 9(04) VALUE ZEROES.
       01  WS-CONTA-DEPOS     PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-CHEQUES   PIC 9(09)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA           PIC X(80).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DEPCHQ'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-CHQ PIC 9(02).
           88 FS-CHQ-OK         VALUE ZEROS.
           88 FS-CHQ-NAO-EXISTE VALUE 35.
           88 FS-CHQ-EM-USO     VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       DISPLAY 'DEPOSITAR CHEQUES BONS PARA ATE AAAAMMDD '
           '(EM BRANCO = HOJE): ' WITH NO ADVANCING
       ACCEPT WS-DATA-PARAM
       IF WS-DATA-PARAM = SPACES OR WS-DATA-PARAM NOT NUMERIC
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
       ELSE
           MOVE WS-DATA-PARAM TO WS-DATA-LIMITE
       END-IF
       PERFORM LISTA-DEPOSITO.
       IF WS-CONTA-CHEQUES = 0
           DISPLAY 'NENHUM CHEQUE EM CUSTODIA BOM PARA ATE '
               WS-DATA-LIMITE '.'
       ELSE
           MOVE WS-TOTAL-CHEQUES TO WS-TOTAL-ED
           DISPLAY 'CHEQUES A DEPOSITAR: ' WS-CONTA-CHEQUES
               '   TOTAL: ' WS-TOTAL-ED
           DISPLAY 'LISTAGEM GRAVADA EM DEPCHQ.LST.'
           DISPLAY 'CONFIRMA O DEPOSITO DESTES CHEQUES EM '
               WS-DATA-HOJE ' (S/N)? ' WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF CONFIRMADO
               PERFORM MARCA-DEPOSITADOS
               DISPLAY 'CHEQUES MARCADOS COMO DEPOSITADOS: '
                   WS-CONTA-DEPOS
           ELSE
               DISPLAY 'DEPOSITO NAO CONFIRMADO - CUSTODIA '
                   'INALTERADA.'
           END-IF
       END-IF.
       CLOSE ARQ-CHQ.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'DATA ' WS-DATA-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DEPCHQLST.
       GOBACK.
      *
      *============================================================
      * LISTA-DEPOSITO - PERCORRE A CUSTODIA PELA DATA BOM-PARA ATE
      * A DATA LIMITE E LISTA OS CHEQUES AINDA EM CUSTODIA, COM O
      * TOTAL DO DEPOSITO PARA CONFERIR COM O BORDERO DO BANCO.
      *============================================================
       LISTA-DEPOSITO.
           MOVE SPACES TO WS-LINHA
           STRING 'DEPOSITO DE CHEQUES - BONS PARA ATE '
               WS-DATA-LIMITE '   EMISSAO ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'RECIBO  ALUNO    BCO  CHEQUE  CPF EMITENTE  '
               'BOM PARA       VALOR'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ZEROES TO BOMPARA-CHQ
           START ARQ-CHQ KEY IS NOT LESS THAN BOMPARA-CHQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CHQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOMPARA-CHQ > WS-DATA-LIMITE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CHQ-CUSTODIA
                               PERFORM LISTA-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE WS-TOTAL-CHEQUES TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DO DEPOSITO: ' WS-CONTA-CHEQUES
               ' CHEQUE(S)   ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       LISTA-CHEQUE.
           ADD 1 TO WS-CONTA-CHEQUES
           ADD VALOR-CHQ TO WS-TOTAL-CHEQUES
           MOVE VALOR-CHQ TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING RECIBO-CHQ '  ' CODIGO-CHQ ' ' BANCO-CHQ '  '
               NUMERO-CHQ '  ' CPF-CHQ '  ' BOMPARA-CHQ ' '
               WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * MARCA-DEPOSITADOS - CONFIRMADO O DEPOSITO, REPASSA A MESMA
      * FAIXA E MARCA CADA CHEQUE EM CUSTODIA COMO DEPOSITADO HOJE.
      * CHEQUE TRAVADO POR OUTRA ESTACAO FICA EM CUSTODIA E SAI NO
      * PROXIMO DEPOSITO.
      *============================================================
       MARCA-DEPOSITADOS.
           MOVE ZEROES TO BOMPARA-CHQ
           START ARQ-CHQ KEY IS NOT LESS THAN BOMPARA-CHQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CHQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOMPARA-CHQ > WS-DATA-LIMITE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CHQ-CUSTODIA
                               PERFORM MARCA-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       MARCA-CHEQUE.
           SET CHQ-DEPOSITADO TO TRUE
           MOVE WS-DATA-HOJE TO DATA-DEP-CHQ
           REWRITE REG-CHQ
           IF FS-CHQ-OK
               ADD 1 TO WS-CONTA-DEPOS
           ELSE
               IF FS-CHQ-EM-USO
                   DISPLAY 'CHEQUE DO RECIBO ' RECIBO-CHQ
                       ' EM USO POR OUTRA ESTACAO - FICA EM CUSTODIA.'
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR CHEQUES.DAT - FS-STAT: '
                       FS-STAT-CHQ ' - RECIBO ' RECIBO-CHQ
               END-IF
           END-IF.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CHQ
           IF FS-CHQ-NAO-EXISTE THEN
               DISPLAY 'CHEQUES.DAT NAO ENCONTRADO - NENHUM CHEQUE '
                   'RECEBIDO PELO BAIXAPAG AINDA.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'CHEQUES' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CHEQUES
           MOVE 'DEPCHQLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DEPCHQLST.
