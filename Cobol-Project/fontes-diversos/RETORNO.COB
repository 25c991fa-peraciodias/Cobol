              ASSIGN TO WS-ARQ-RECIBOLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * RESPONSAVEIS E CREDITOS, OS MESMOS DO BAIXAPAG: TITULO PAGO
      * EM DUPLICIDADE NO BANCO VIRA CREDITO DO CPF DO RESPONSAVEL.
       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

       SELECT ARQ-CRE
              ASSIGN TO WS-ARQ-CREDITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CRE
              ALTERNATE RECORD KEY IS CPF-CRE
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CRE.

       DATA DIVISION.
       FILE SECTION.
      *
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
       FD  ARQ-LOG.
       01  REG-LOG.
           02 CODIGO-LOG      PIC 9(08).
      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO O RECIBO
      * E DE COBRANCA AVULSA (SLOT-REC 00); ZERO NOS DEMAIS.
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-RLS.
       01  REG-RLS            PIC X(80).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-RETORNOTXT PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-RETORNOKTXT PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CREDITO PIC X(64).
       01  WS-EOF             PIC A(01).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-CONTA-LIDOS     PIC 9(09) VALUE ZEROES.
       01  WS-SW-BAIXA PIC X(01).
           88 BAIXA-ACEITA    VALUE 'S'.
           88 BAIXA-REJEITADA VALUE 'N'.
           88 BAIXA-CREDITO   VALUE 'C'.
       01  WS-MOTIVO-REJ      PIC X(40).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'RETORNO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK             VALUE ZEROS.
           88 FS-NAO-EXISTE     VALUE 35.
       01  WS-SW-RECIBO PIC X(01).
           88 RECIBO-GRAVADO  VALUE 'S'.
           88 RECIBO-PENDENTE VALUE 'N'.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK          VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE  VALUE 35.
           88 FS-CRE-CHAVE-DUPLIC VALUE 22.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL   VALUE 'S'.
           88 RESP-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CREDITO PIC X(01).
           88 CREDITO-GRAVADO  VALUE 'S'.
           88 CREDITO-PENDENTE VALUE 'N'.
       01  WS-CPF-CREDITO     PIC X(11).
       01  WS-PROX-CREDITO    PIC 9(06) VALUE ZEROES.
       01  WS-RECIBO-ORIGEM   PIC 9(06).
       01  WS-CONTA-CREDITOS  PIC 9(09) VALUE ZEROES.
       01  WS-TOTAL-CREDITOS  PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM DESCOBRE-PROX-RECIBO.
       PERFORM DESCOBRE-PROX-CREDITO.
       MOVE 'N' TO WS-EOF
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
       CLOSE ARQ-MEN.
       CLOSE ARQ-LOG.
       CLOSE ARQ-REC.
       CLOSE ARQ-RLS
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-RECIBOLST.
       IF RESP-DISPONIVEL
           CLOSE ARQ-RESP
       END-IF.
       CLOSE ARQ-CRE.
       PERFORM MOSTRA-TOTAIS.
       GOBACK.
      *
      *============================================================
       CONFERE-E-MARCA.
           PERFORM ISOLA-SITU-SLOT
           PERFORM ACHA-CPF-CREDITO
           EVALUATE TRUE
               WHEN WS-SITU-ATUAL = SPACES
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA NAO LANCADA PARA ESTE ALUNO'
                       TO WS-MOTIVO-REJ
      * TITULO JA PAGO (NO CAIXA OU EM OUTRO RETORNO) E PAGO DE NOVO
      * NO BANCO: O DINHEIRO JA ESTA NA CONTA E VIRA CREDITO DO
      * RESPONSAVEL, EM VEZ DE ACERTO MANUAL.
               WHEN WS-SITU-ATUAL = 'PG'
                AND WS-CPF-CREDITO NOT = SPACES
                AND VALOR-RET > 0
                   SET BAIXA-CREDITO TO TRUE
               WHEN WS-SITU-ATUAL = 'PG'
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA JA BAIXADA ANTERIORMENTE'
                   PERFORM GRAVA-REJEICAO
               END-IF
           ELSE
               IF BAIXA-CREDITO
                   PERFORM CREDITA-DUPLICIDADE
               ELSE
                   PERFORM GRAVA-REJEICAO
               END-IF
           END-IF.
      *
      *============================================================
           DISPLAY 'TITULOS BAIXADOS........: ' WS-CONTA-BAIXADOS
           DISPLAY 'TITULOS REJEITADOS......: ' WS-CONTA-REJEITADOS
           DISPLAY 'VALOR TOTAL BAIXADO.....: ' WS-TOTAL-BAIXADO-ED
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-BAIXADO-ED
           DISPLAY 'TITULOS EM DUPLICIDADE..: ' WS-CONTA-CREDITOS
           DISPLAY 'VALOR LANCADO A CREDITO.: ' WS-TOTAL-BAIXADO-ED
           DISPLAY '================================================'.
      *
      *============================================================
               MOVE 'N'            TO TIPO-REC
               MOVE ZEROES         TO REF-RECIBO
               MOVE ZEROES         TO SEQ-EXT-REC
               CALL 'UNIDALU' USING CODIGO-REC UNIDADE-REC
               WRITE REG-REC
                   INVALID KEY
                       DISPLAY 'RECIBO ' WS-PROX-RECIBO ' JA USADO '
               '  OPERADOR ' OPERADOR-REC
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC.
      *
      *============================================================
      * ACHA-CPF-CREDITO - CPF DO RESPONSAVEL DO ALUNO DO TITULO.
      * SEM RESPONSAVEL CADASTRADO O CAMPO FICA EM BRANCO E O
      * TITULO DUPLICADO VAI PARA RETORNOK.TXT COMO ANTES.
      *============================================================
       ACHA-CPF-CREDITO.
           MOVE SPACES TO WS-CPF-CREDITO
           IF RESP-DISPONIVEL
               MOVE CODIGO-RET TO CODIGO-RESP
               READ ARQ-RESP KEY IS CODIGO-RESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPF-RESP TO WS-CPF-CREDITO
               END-READ
           END-IF.
      *
      *============================================================
      * CREDITA-DUPLICIDADE - GRAVA A ENTRADA DE CREDITO DO TITULO
      * PAGO EM DUPLICIDADE (FORMA E ORIGEM 'B', OPERADOR 'BANCO'),
      * COM O RECIBO QUE JA TINHA QUITADO A PARCELA COMO ORIGEM, E
      * IMPRIME O COMPROVANTE EM RECIBOS.LST.
      *============================================================
       CREDITA-DUPLICIDADE.
           PERFORM ACHA-RECIBO-ORIGEM
           SET CREDITO-PENDENTE TO TRUE
           PERFORM UNTIL CREDITO-GRAVADO
               MOVE WS-PROX-CREDITO  TO NUM-CRE
               MOVE WS-CPF-CREDITO   TO CPF-CRE
               MOVE CODIGO-RET       TO CODIGO-CRE
               MOVE ANO-RET          TO ANO-REF-CRE
               MOVE SLOT-RET         TO SLOT-CRE
               MOVE ZEROES           TO SEQ-EXT-CRE
               SET CRE-ENTRADA TO TRUE
               MOVE VALOR-RET        TO VALOR-CRE
               MOVE DATA-PAG-RET     TO DATA-CRE
               MOVE WS-RECIBO-ORIGEM TO RECIBO-CRE
               MOVE 'B'              TO FORMA-CRE
               MOVE 'B'              TO ORIGEM-CRE
               MOVE 'BANCO'          TO OPERADOR-CRE
               MOVE 'PAGAMENTO EM DUPLICIDADE' TO HISTORICO-CRE
               WRITE REG-CRE
                   INVALID KEY
                       ADD 1 TO WS-PROX-CREDITO
                   NOT INVALID KEY
                       SET CREDITO-GRAVADO TO TRUE
                       ADD 1 TO WS-CONTA-CREDITOS
                       ADD VALOR-RET TO WS-TOTAL-CREDITOS
                       DISPLAY 'TITULO JA PAGO - CODIGO: ' CODIGO-RET
                           ' PARCELA: ' SLOT-RET ' - LANCADO COMO '
                           'CREDITO DO RESPONSAVEL.'
                       PERFORM IMPRIME-CREDITO
                       ADD 1 TO WS-PROX-CREDITO
               END-WRITE
               IF CREDITO-PENDENTE AND NOT FS-CRE-OK
                  AND NOT FS-CRE-CHAVE-DUPLIC
                   SET CREDITO-GRAVADO TO TRUE
                   MOVE 'DUPLICIDADE SEM CREDITO - ERRO DE E/S'
                       TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEICAO
               END-IF
           END-PERFORM.
      *
       IMPRIME-CREDITO.
           MOVE ALL '=' TO REG-RLS
           WRITE REG-RLS
           MOVE SPACES TO WS-LINHA-REC
           STRING 'COMPROVANTE DE CREDITO NO. ' NUM-CRE
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE SPACES TO WS-LINHA-REC
           STRING 'ALUNO ' CODIGO-CRE ' - ' NOME ' ' S-NOME
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE VALOR-CRE TO WS-VALOR-REC-ED
           MOVE SPACES TO WS-LINHA-REC
           STRING 'PARCELA ' SLOT-CRE ' DE ' ANO-REF-CRE
               ' PAGA EM DUPLICIDADE - CREDITO ' WS-VALOR-REC-ED
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE SPACES TO WS-LINHA-REC
           STRING 'RESPONSAVEL CPF ' CPF-CRE '  RECIBO DE ORIGEM '
               RECIBO-CRE
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE SPACES TO WS-LINHA-REC
           STRING 'DATA DO PAGAMENTO ' DATA-CRE
               '  OPERADOR ' OPERADOR-CRE
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC.
      *
      *============================================================
      * ACHA-RECIBO-ORIGEM - ULTIMO RECIBO NORMAL DA MESMA PARCELA
      * EM RECIBOS.DAT, O QUE JA TINHA QUITADO O TITULO.
      *============================================================
       ACHA-RECIBO-ORIGEM.
           MOVE ZEROES TO WS-RECIBO-ORIGEM
           MOVE ZEROES TO NUM-RECIBO
           START ARQ-REC KEY IS NOT LESS THAN NUM-RECIBO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-REC = CODIGO-RET
                          AND ANO-REF-REC = ANO-RET
                          AND SLOT-REC = SLOT-RET
                          AND SEQ-EXT-REC = ZEROES
                          AND TIPO-REC = 'N'
                           MOVE NUM-RECIBO TO WS-RECIBO-ORIGEM
                       END-IF
               END-READ
           END-PERFORM
      * VOLTA O WS-EOF AO ESTADO DO LACO DE LEITURA DO RETORNO.
           MOVE 'N' TO WS-EOF.
      *
      *============================================================
      * DESCOBRE-PROX-CREDITO - MAIOR NUMERO DE MOVIMENTO JA USADO
      * EM CREDITO.DAT, A MESMA TECNICA DO DESCOBRE-PROX-RECIBO.
      *============================================================
       DESCOBRE-PROX-CREDITO.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NUM-CRE > WS-PROX-CREDITO
                           MOVE NUM-CRE TO WS-PROX-CREDITO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-CREDITO.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MEN
               CLOSE ARQ-REC
               OPEN I-O ARQ-REC
           END-IF
           OPEN OUTPUT ARQ-RLS
           SET RESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RESP
           IF FS-RESP-NAO-EXISTE THEN
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CRE
               CLOSE ARQ-CRE
               OPEN I-O ARQ-CRE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'RETORNOKTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RETORNOKTXT
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO.
