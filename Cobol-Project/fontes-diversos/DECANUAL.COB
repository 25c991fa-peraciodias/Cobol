              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-REC.

      * CREDITOS DOS RESPONSAVEIS: O PAGAMENTO QUE VIROU CREDITO
      * (DUPLICIDADE OU A MAIOR) FOI DESEMBOLSADO NO ANO E ENTRA NA
      * DECLARACAO; A DEVOLUCAO DO CREDITO NO ANO ABATE. O RECIBO
      * QUITADO COM CREDITO (FORMA 'K') NAO E NOVO DESEMBOLSO.
       SELECT ARQ-CRE
              ASSIGN TO WS-ARQ-CREDITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CRE
              ALTERNATE RECORD KEY IS CPF-CRE
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CRE.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DECANUALLST
              ORGANIZATION IS LINE SEQUENTIAL.
           02 TIPO-REC        PIC X(01).
           02 REF-RECIBO      PIC 9(06).
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-CRE.
       01  REG-CRE.
           02 NUM-CRE         PIC 9(06).
           02 CPF-CRE         PIC X(11).
           02 CODIGO-CRE      PIC 9(08).
           02 ANO-REF-CRE     PIC 9(04).
           02 SLOT-CRE        PIC 9(02).
           02 SEQ-EXT-CRE     PIC 9(03).
           02 TIPO-CRE        PIC X(01).
              88 CRE-ENTRADA      VALUE 'E'.
              88 CRE-APLICACAO    VALUE 'A'.
              88 CRE-DEVOLUCAO    VALUE 'D'.
              88 CRE-RETORNO      VALUE 'R'.
           02 VALOR-CRE       PIC 9(07)V99.
           02 DATA-CRE        PIC 9(08).
           02 RECIBO-CRE      PIC 9(06).
           02 FORMA-CRE       PIC X(01).
           02 ORIGEM-CRE      PIC X(01).
           02 OPERADOR-CRE    PIC X(08).
           02 HISTORICO-CRE   PIC X(30).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-DECANUALLST PIC X(64).
       01  WS-ARQ-CREDITO PIC X(64).
      *
      *----------------------------------------------------------
      * TABELA DE RESPONSAVEIS, A MESMA TECNICA DO FAMILIA: A
                 88 FAMILIA-IMPRESSA VALUE 'S'.
              03 TAB-TOTAL    PIC 9(09)V99.
              03 TAB-QTD-REC  PIC 9(04).
              03 TAB-CREDITO  PIC 9(09)V99.

       01  WS-MODO PIC X(01).
           88 MODO-UMA-FAMILIA VALUE 'U'.
       01  WS-IX-FILHO        PIC 9(04).
       01  WS-QTD-FILHOS      PIC 9(02).
       01  WS-TOTAL-FAMILIA   PIC 9(09)V99.
       01  WS-CRED-ENTRADAS   PIC 9(09)V99.
       01  WS-CRED-DEVOLVIDOS PIC 9(09)V99.
       01  WS-QTD-FAMILIAS    PIC 9(04) VALUE ZEROES.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-VALOR-ED        PIC Z(08)9,99.
       01  WS-LINHA           PIC X(90).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DECANUAL'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK         VALUE ZEROS.
           88 FS-REC-NAO-EXISTE VALUE 35.
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK         VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE VALUE 35.
       01  WS-SW-CRE PIC X(01).
           88 CRE-DISPONIVEL   VALUE 'S'.
           88 CRE-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       END-EVALUATE.
       CLOSE ARQ-RESP.
       CLOSE ARQ-REC.
       IF CRE-DISPONIVEL
           CLOSE ARQ-CRE
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'MODO ' WS-MODO ' ANO ' WS-ANO-PARAM
              ' CPF ' WS-CPF-PARAM ' ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DECANUALLST.
       DISPLAY 'DECLARACOES EMITIDAS: ' WS-QTD-FAMILIAS
       GOBACK.
      *
                           MOVE 'N'    TO TAB-IMPRESSO(WS-QTD-RESP)
                           MOVE ZEROES TO TAB-TOTAL(WS-QTD-RESP)
                           MOVE ZEROES TO TAB-QTD-REC(WS-QTD-RESP)
                           MOVE ZEROES TO TAB-CREDITO(WS-QTD-RESP)
                       END-IF
               END-READ
           END-PERFORM
      * ACUMULA-RECIBOS-DO-ANO - UMA UNICA VARREDURA DE RECIBOS.DAT:
      * CADA RECIBO DO ANO CIVIL INFORMADO SOMA NO ACUMULADOR DO
      * FILHO NA TABELA (E O CONTRA-RECIBO DE ESTORNO ABATE), PARA
      * AS DECLARACOES SAIREM SEM RELEITURAS. RECIBO QUITADO COM
      * CREDITO (FORMA 'K') VAI PARA UM ACUMULADOR A PARTE, SO
      * INFORMATIVO: O DINHEIRO JA FOI DECLARADO QUANDO ENTROU.
      *============================================================
       ACUMULA-RECIBOS-DO-ANO.
           MOVE ZEROES TO NUM-RECIBO
               AT END
                   CONTINUE
               WHEN TAB-CODIGO(IX-RESP) = CODIGO-REC
                   IF FORMA-REC = 'K'
                       IF TIPO-REC = 'E'
                           SUBTRACT VALOR-REC
                               FROM TAB-CREDITO(IX-RESP)
                       ELSE
                           ADD VALOR-REC TO TAB-CREDITO(IX-RESP)
                       END-IF
                   ELSE
                   IF TIPO-REC = 'E'
                       SUBTRACT VALOR-REC FROM TAB-TOTAL(IX-RESP)
                   ELSE
                       ADD VALOR-REC TO TAB-TOTAL(IX-RESP)
                       ADD 1 TO TAB-QTD-REC(IX-RESP)
                   END-IF
                   END-IF
           END-SEARCH.
      *
       EMITE-TODAS.
               END-IF
               ADD 1 TO WS-IX-FILHO
           END-PERFORM
           IF CRE-DISPONIVEL
               PERFORM ACUMULA-CREDITOS-FAMILIA
               IF WS-CRED-ENTRADAS > 0 OR WS-CRED-DEVOLVIDOS > 0
                   PERFORM DETALHA-CREDITOS-DEC
               END-IF
           END-IF
           ADD 1 TO WS-QTD-FAMILIAS
           MOVE WS-TOTAL-FAMILIA TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
               ' - ' TAB-QTD-REC(WS-IX-FILHO) ' RECIBO(S) - '
               'VALOR ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF TAB-CREDITO(WS-IX-FILHO) > 0
               MOVE TAB-CREDITO(WS-IX-FILHO) TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA
               STRING '    (MAIS ' WS-VALOR-ED ' QUITADO COM '
                   'CREDITO DO RESPONSAVEL)'
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * ACUMULA-CREDITOS-FAMILIA - PELA CHAVE DO CPF EM CREDITO.DAT,
      * SOMA AS ENTRADAS DE CREDITO DO ANO CIVIL (VALOR PAGO QUE
      * VIROU CREDITO) E AS DEVOLUCOES DO ANO. APLICACOES E
      * RETORNOS DE ESTORNO SAO MOVIMENTOS INTERNOS E NAO CONTAM.
      *============================================================
       ACUMULA-CREDITOS-FAMILIA.
           MOVE ZEROES TO WS-CRED-ENTRADAS
           MOVE ZEROES TO WS-CRED-DEVOLVIDOS
           MOVE WS-CPF-ATUAL TO CPF-CRE
           START ARQ-CRE KEY IS NOT LESS THAN CPF-CRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CPF-CRE NOT = WS-CPF-ATUAL
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DATA-CRE(1:4) = WS-ANO-PARAM
                               IF CRE-ENTRADA
                                   ADD VALOR-CRE TO WS-CRED-ENTRADAS
                               END-IF
                               IF CRE-DEVOLUCAO
                                   ADD VALOR-CRE TO WS-CRED-DEVOLVIDOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-CRED-ENTRADAS TO WS-TOTAL-FAMILIA
           SUBTRACT WS-CRED-DEVOLVIDOS FROM WS-TOTAL-FAMILIA.
      *
       DETALHA-CREDITOS-DEC.
           MOVE WS-CRED-ENTRADAS TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING '  PAGAMENTOS LANCADOS COMO CREDITO NO ANO: '
               WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-CRED-DEVOLVIDOS TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING '  (-) CREDITOS DEVOLVIDOS NO ANO.........: '
               WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
               CLOSE ARQ-RESP
               GOBACK
           END-IF
           SET CRE-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               SET CRE-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'DECANUALLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DECANUALLST
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO.
