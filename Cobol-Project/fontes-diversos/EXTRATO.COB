              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-PP.

      * RESPONSAVEL (CPF) E MOVIMENTOS DE CREDITO DA FAMILIA: O
      * EXTRATO MOSTRA O SALDO DE CREDITO DO CPF DO RESPONSAVEL.
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
              FILE STATUS IS FS-STAT-CRE.

      * DIARIO DAS NOTIFICACOES DO NOTIFICA/NOTIFRET: O EXTRATO
      * MOSTRA O QUE FOI ENVIADO A FAMILIA E SE FOI ENTREGUE.
       SELECT ARQ-NTF
              ASSIGN TO WS-ARQ-NOTIFLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-NTF
              ALTERNATE RECORD KEY IS CHAVE-EVT-NTF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NTF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
              03 ANO-REF PIC 9(04).
           02 NOME-MEN           PIC A(20).
           02 S-NOME-MEN         PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
              03 SITU-12      PIC A(02).

           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.
       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

           02 VALOR-ACUM-PP   PIC 9(07)V99.
           02 DATA-ULT-PP     PIC 9(08).

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

       FD  ARQ-NTF.
       01  REG-NTF.
           02 NUM-NTF            PIC 9(09).
           02 CHAVE-EVT-NTF.
              03 CODIGO-NTF      PIC 9(08).
              03 TIPO-NTF        PIC X(01).
                 88 NTF-A-VENCER    VALUE 'V'.
                 88 NTF-VENCIDA     VALUE 'A'.
                 88 NTF-NOTA        VALUE 'N'.
                 88 NTF-FALTAS      VALUE 'F'.
              03 REF-NTF         PIC X(15).
              03 CANAL-NTF       PIC X(01).
                 88 NTF-EMAIL       VALUE 'E'.
                 88 NTF-SMS         VALUE 'S'.
           02 DESTINO-NTF        PIC X(60).
           02 DATA-ENV-NTF       PIC 9(08).
           02 HORA-ENV-NTF       PIC 9(08).
           02 TEXTO-NTF          PIC X(160).
           02 SITU-NTF           PIC X(01).
              88 NTF-PENDENTE       VALUE 'P'.
              88 NTF-ENTREGUE       VALUE 'E'.
              88 NTF-FALHOU         VALUE 'F'.
           02 DATA-RET-NTF       PIC 9(08).
           02 MOTIVO-RET-NTF     PIC X(40).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-DATA-ATUAL     PIC 9(08).
       01  WS-ANO-HOJE       PIC 9(04).
       01  WS-MES-HOJE       PIC 9(02).
      * VENCIMENTO REAL DA PARCELA (CALCVENC): SO DEPOIS DELE A
      * PARCELA APARECE COMO EM ATRASO, COMO NO CAIXA E NA CARTA.
       01  WS-DATA-VENC      PIC 9(08).
       01  WS-CONTA-DISC     PIC 9(02).
       01  WS-CONTA-ANOS-MEN PIC 9(02).
       01  WS-QTD-ATRASADAS  PIC 9(02).
       01  WS-SITUACAO-DESC  PIC X(12).
       01  WS-LINHA          PIC X(90).
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME     PIC X(08) VALUE 'EXTRATO'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'EXTRATO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
       01  WS-SALDO-PARC      PIC 9(07)V99.
       01  WS-SALDO-TEXTO     PIC X(28).
       01  WS-SALDO-PARC-ED   PIC ZZ.ZZ9,99.
       01  WS-VAL-PARCELA-ED  PIC ZZ.ZZ9,99.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-CONTA-EXTRAS    PIC 9(03).
       01  WS-VALOR-EXT-ED    PIC ZZ.ZZ9,99.
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CREDITO PIC X(64).
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK         VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE VALUE 35.
      * SEM RESPONSAVEIS OU SEM CREDITOS O EXTRATO SAI SEM A SECAO
      * DE CREDITO DA FAMILIA.
       01  WS-SW-CRE PIC X(01).
           88 CRE-DISPONIVEL   VALUE 'S'.
           88 CRE-INDISPONIVEL VALUE 'N'.
       01  WS-CPF-CREDITO     PIC X(11).
       01  WS-CONTA-CREDITOS  PIC 9(03).
       01  WS-SALDO-CREDITO   PIC S9(09)V99.
       01  WS-SALDO-CRED-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-ARQ-NOTIFLOG PIC X(64).
       77 FS-STAT-NTF PIC 9(02).
           88 FS-NTF-OK         VALUE ZEROS.
           88 FS-NTF-NAO-EXISTE VALUE 35.
      * SEM O DIARIO DE NOTIFICACOES O EXTRATO SAI SEM A SECAO.
       01  WS-SW-NTF PIC X(01).
           88 NTF-DISPONIVEL   VALUE 'S'.
           88 NTF-INDISPONIVEL VALUE 'N'.
       01  WS-CONTA-NOTIF     PIC 9(04).
       01  WS-CANAL-DESC      PIC X(06).
       01  WS-TIPO-NTF-DESC   PIC X(16).
       01  WS-SITU-NTF-DESC   PIC X(30).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       IF CRE-DISPONIVEL
           CLOSE ARQ-RESP
           CLOSE ARQ-CRE
       END-IF.
       IF NTF-DISPONIVEL
           CLOSE ARQ-NTF
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-EXTRATOLST.
       GOBACK.
      *
      *============================================================
                   IF EXT-DISPONIVEL
                       PERFORM EXTRATO-EXTRAS
                   END-IF
                   IF CRE-DISPONIVEL
                       PERFORM EXTRATO-CREDITOS
                   END-IF
                   IF NTF-DISPONIVEL
                       PERFORM EXTRATO-NOTIFICACOES
                   END-IF
           END-READ.
      *
      *============================================================
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * EXTRATO-CREDITOS - MOVIMENTOS DE CREDITO DO CPF DO
      * RESPONSAVEL (DE TODOS OS FILHOS DA FAMILIA) E O SALDO
      * DISPONIVEL PARA AS PROXIMAS PARCELAS.
      *============================================================
       EXTRATO-CREDITOS.
           MOVE SPACES TO WS-CPF-CREDITO
           MOVE WS-CODIGO-PARAM TO CODIGO-RESP
           READ ARQ-RESP KEY IS CODIGO-RESP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CPF-RESP TO WS-CPF-CREDITO
           END-READ
           IF WS-CPF-CREDITO NOT = SPACES
               PERFORM LISTA-CREDITOS
           END-IF.
      *
       LISTA-CREDITOS.
           MOVE ZEROES TO WS-CONTA-CREDITOS
           MOVE ZEROES TO WS-SALDO-CREDITO
           MOVE SPACES TO WS-LINHA
           STRING 'CREDITOS DO RESPONSAVEL (CPF ' WS-CPF-CREDITO
               '):' DELIMITED BY SIZE INTO WS-LINHA
           DISPLAY WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-CPF-CREDITO TO CPF-CRE
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
                       IF CPF-CRE NOT = WS-CPF-CREDITO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CONTA-CREDITOS
                           PERFORM MOSTRA-LINHA-CREDITO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTA-CREDITOS = 0
               DISPLAY '  NENHUM MOVIMENTO DE CREDITO.'
               MOVE '  NENHUM MOVIMENTO DE CREDITO.' TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-SALDO-CREDITO TO WS-SALDO-CRED-ED
               MOVE SPACES TO WS-LINHA
               STRING '  SALDO DE CREDITO DISPONIVEL: '
                   WS-SALDO-CRED-ED
                   DELIMITED BY SIZE INTO WS-LINHA
               DISPLAY WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       MOSTRA-LINHA-CREDITO.
           EVALUATE TRUE
               WHEN CRE-ENTRADA OR CRE-RETORNO
                   ADD VALOR-CRE TO WS-SALDO-CREDITO
               WHEN CRE-APLICACAO OR CRE-DEVOLUCAO
                   SUBTRACT VALOR-CRE FROM WS-SALDO-CREDITO
           END-EVALUATE
           MOVE VALOR-CRE TO WS-VALOR-EXT-ED
           MOVE SPACES TO WS-LINHA
           STRING '  ' DATA-CRE ' ' TIPO-CRE ' ' CODIGO-CRE ' '
               HISTORICO-CRE ' VALOR: ' WS-VALOR-EXT-ED
               ' REC: ' RECIBO-CRE
               DELIMITED BY SIZE INTO WS-LINHA
           DISPLAY WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * EXTRATO-NOTIFICACOES - AVISOS MANDADOS AO RESPONSAVEL POR
      * E-MAIL OU SMS (NOTIFICA), COM A SITUACAO DA ENTREGA QUE O
      * GATEWAY DEVOLVEU (NOTIFRET) E O TEXTO ENVIADO.
      *============================================================
       EXTRATO-NOTIFICACOES.
           MOVE ZEROES TO WS-CONTA-NOTIF
           DISPLAY 'NOTIFICACOES ENVIADAS AO RESPONSAVEL:'
           MOVE 'NOTIFICACOES ENVIADAS AO RESPONSAVEL:' TO REG-REL
           WRITE REG-REL
           MOVE LOW-VALUES TO CHAVE-EVT-NTF
           MOVE WS-CODIGO-PARAM TO CODIGO-NTF
           START ARQ-NTF KEY IS NOT LESS THAN CHAVE-EVT-NTF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-NTF NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-NTF NOT = WS-CODIGO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CONTA-NOTIF
                           PERFORM MOSTRA-LINHA-NOTIF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTA-NOTIF = 0
               DISPLAY '  NENHUMA NOTIFICACAO ENVIADA.'
               MOVE '  NENHUMA NOTIFICACAO ENVIADA.' TO REG-REL
               WRITE REG-REL
           END-IF.
      *
       MOSTRA-LINHA-NOTIF.
           IF NTF-EMAIL
               MOVE 'E-MAIL' TO WS-CANAL-DESC
           ELSE
               MOVE 'SMS' TO WS-CANAL-DESC
           END-IF
           EVALUATE TRUE
               WHEN NTF-A-VENCER MOVE 'PARCELA A VENCER' TO
                                      WS-TIPO-NTF-DESC
               WHEN NTF-VENCIDA  MOVE 'PARCELA VENCIDA'  TO
                                      WS-TIPO-NTF-DESC
               WHEN NTF-NOTA     MOVE 'NOTA BAIXA'       TO
                                      WS-TIPO-NTF-DESC
               WHEN NTF-FALTAS   MOVE 'FALTAS'           TO
                                      WS-TIPO-NTF-DESC
               WHEN OTHER        MOVE TIPO-NTF           TO
                                      WS-TIPO-NTF-DESC
           END-EVALUATE
           MOVE SPACES TO WS-SITU-NTF-DESC
           EVALUATE TRUE
               WHEN NTF-ENTREGUE
                   STRING 'ENTREGUE EM ' DATA-RET-NTF(7:2) '/'
                       DATA-RET-NTF(5:2) '/' DATA-RET-NTF(1:4)
                       DELIMITED BY SIZE INTO WS-SITU-NTF-DESC
               WHEN NTF-FALHOU
                   STRING 'NAO ENTREGUE: ' MOTIVO-RET-NTF
                       DELIMITED BY SIZE INTO WS-SITU-NTF-DESC
               WHEN OTHER
                   MOVE 'AGUARDANDO RETORNO' TO WS-SITU-NTF-DESC
           END-EVALUATE
           MOVE SPACES TO WS-LINHA
           STRING '  ' DATA-ENV-NTF(7:2) '/' DATA-ENV-NTF(5:2) '/'
               DATA-ENV-NTF(1:4) ' ' WS-CANAL-DESC ' '
               WS-TIPO-NTF-DESC ' ' WS-SITU-NTF-DESC
               DELIMITED BY SIZE INTO WS-LINHA
           DISPLAY WS-LINHA
           WRITE REG-REL FROM WS-LINHA
      * O TEXTO TEM ATE 160 POSICOES: SAI EM DUAS LINHAS DE 80.
           MOVE SPACES TO WS-LINHA
           STRING '    ' TEXTO-NTF(1:80)
               DELIMITED BY SIZE INTO WS-LINHA
           DISPLAY WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF TEXTO-NTF(81:80) NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '    ' TEXTO-NTF(81:80)
                   DELIMITED BY SIZE INTO WS-LINHA
               DISPLAY WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * EXTRATO-CADASTRO - CABECALHO DO EXTRATO COM OS DADOS
      * CADASTRAIS E A SITUACAO DO ALUNO.
      *============================================================
       EXTRATO-CADASTRO.
           CALL 'LENOME' USING WS-DOC-LENOME CODIGO-ALU NOME-ALU
               S-NOME-ALU
           EVALUATE TRUE
               WHEN ALUNO-ATIVO       MOVE 'ATIVO'       TO
                                           WS-SITUACAO-DESC
      * ANO LETIVO DO ALUNO, COM A MARCACAO DE ATRASO.
      *============================================================
       MOSTRA-ANO-MENSAL.
           MOVE VAL-PARCELA TO WS-VAL-PARCELA-ED
           DISPLAY '  ANO: ' ANO-REF
               ' VALOR PARCELA: ' WS-VAL-PARCELA-ED
           MOVE SPACES TO WS-LINHA
           STRING '  ANO: ' ANO-REF
               ' VALOR PARCELA: ' WS-VAL-PARCELA-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ZEROES TO WS-QTD-ATRASADAS
      *
       MOSTRA-LINHA-PARCELA.
           MOVE SPACES TO WS-ATRASO-TEXTO
           CALL 'CALCVENC' USING CODIGO-MEN ANO-REF WS-SLOT-ATUAL
                                 WS-DATA-VENC
           IF WS-SITU-ATUAL NOT = 'PG'
              AND WS-SITU-ATUAL NOT = 'CN'
              AND WS-DATA-VENC < WS-DATA-ATUAL
               MOVE 'EM ATRASO' TO WS-ATRASO-TEXTO
               ADD 1 TO WS-QTD-ATRASADAS
           END-IF
       MONTA-SALDO-PARCIAL.
           MOVE SPACES TO WS-SALDO-TEXTO
           IF WS-SITU-ATUAL = 'PP' AND PP-DISPONIVEL
               MOVE VAL-PARCELA TO WS-VALOR-PARC
               IF PARCELA-LIQ > 0
                   MOVE PARCELA-LIQ TO WS-VALOR-PARC
               END-IF
           OPEN INPUT ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
           SET CRE-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               SET CRE-INDISPONIVEL TO TRUE
           ELSE
               OPEN INPUT ARQ-RESP
               IF FS-RESP-NAO-EXISTE THEN
                   SET CRE-INDISPONIVEL TO TRUE
                   CLOSE ARQ-CRE
               END-IF
           END-IF
           SET NTF-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NTF
           IF FS-NTF-NAO-EXISTE THEN
               SET NTF-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
           MOVE 'PARCPAGO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PARCPAGO
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO
           MOVE 'NOTIFLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFLOG.
