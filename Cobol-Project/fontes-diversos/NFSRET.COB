       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NFSRET.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * RETORNO DO PROCESSAMENTO DO LOTE DE RPS, BAIXADO DO PORTAL
      * DA PREFEITURA: UM REGISTRO POR RPS COM A NFS-E GERADA, A
      * CONFIRMACAO DE CANCELAMENTO OU O ERRO QUE IMPEDIU A NOTA.
       SELECT ARQ-RET
              ASSIGN TO WS-ARQ-NFSRETTXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-RET.

      * REGISTRO PERMANENTE DE RPS (NFSLOTE): A NFS-E FICA GRAVADA
      * AQUI, CONTRA O RECIBO DE ORIGEM DO RPS.
       SELECT ARQ-RPS
              ASSIGN TO WS-ARQ-RPSREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RPS
              ALTERNATE RECORD KEY IS RECIBO-RPS
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-RPS.

      * PEDIDOS DE CANCELAMENTO DE NFS-E PARA A PREFEITURA,
      * ACUMULADOS EM EXTEND (TAMBEM GRAVADOS PELO ESTORNO).
       SELECT ARQ-CAN
              ASSIGN TO WS-ARQ-NFSCANCTXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CAN.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-NFSRETLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RET.
       01  REG-RET.
           02 TIPO-RET        PIC X(01).
           02 SERIE-RET       PIC X(05).
           02 NUM-RPS-RET     PIC X(08).
      * N = NFS-E EMITIDA, C = NFS-E CANCELADA, E = RPS COM ERRO.
           02 SITU-RET        PIC X(01).
           02 NFSE-RET        PIC X(15).
           02 DATA-NFSE-RET   PIC X(08).
           02 CODVERIF-RET    PIC X(09).
           02 MSG-RET         PIC X(60).

       FD  ARQ-RPS.
       01  REG-RPS.
           02 NUM-RPS         PIC 9(08).
           02 RECIBO-RPS      PIC 9(06).
           02 CODIGO-RPS      PIC 9(08).
           02 DATA-RPS        PIC 9(08).
           02 DATA-ENVIO-RPS  PIC 9(08).
           02 VALOR-RPS       PIC 9(07)V99.
           02 ISS-RPS         PIC 9(07)V99.
           02 CPF-RPS         PIC X(11).
           02 SITU-RPS        PIC X(01).
              88 RPS-ENVIADO      VALUE 'E'.
              88 RPS-EMITIDO      VALUE 'N'.
              88 RPS-RECUSADO     VALUE 'R'.
              88 RPS-CANC-PEDIDO  VALUE 'P'.
              88 RPS-CANCELADO    VALUE 'C'.
           02 NFSE-RPS        PIC X(15).
           02 CODVERIF-RPS    PIC X(09).
           02 DATA-NFSE-RPS   PIC 9(08).
           02 ESTORNO-RPS     PIC 9(06).
           02 MSG-RPS         PIC X(40).

      *----------------------------------------------------------
      * PEDIDO DE CANCELAMENTO: INSCRICAO MUNICIPAL, NFS-E E CODIGO
      * DE VERIFICACAO DA NOTA, RECIBO DE ORIGEM, CONTRA-RECIBO DO
      * ESTORNO E DATA DO PEDIDO.
      *----------------------------------------------------------
       FD  ARQ-CAN.
       01  REG-CAN.
           02 TIPO-CAN        PIC X(01).
           02 INSC-CAN        PIC X(08).
           02 NFSE-CAN        PIC X(15).
           02 CODVERIF-CAN    PIC X(09).
           02 RECIBO-CAN      PIC 9(06).
           02 ESTORNO-CAN     PIC 9(06).
           02 DATA-CAN        PIC 9(08).
           02 MOTIVO-CAN      PIC X(40).

       FD  ARQ-REL.
       01  REG-REL            PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-NFSRETTXT PIC X(64).
       01  WS-ARQ-RPSREG PIC X(64).
       01  WS-ARQ-NFSCANCTXT PIC X(64).
       01  WS-ARQ-NFSRETLST PIC X(64).
       01  WS-PARAM-VALOR PIC X(64).
       01  WS-INSC-MUN        PIC X(08).

       01  WS-EOF             PIC X(01).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-CONTA-LIDOS     PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-EMITIDAS  PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-CANCELADAS PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-RECUSADOS PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-PEDIDOS   PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-NAO-ACHADOS PIC 9(07) VALUE ZEROES.
       01  WS-LINHA           PIC X(90).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'NFSRET'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-RET PIC 9(02).
           88 FS-RET-OK         VALUE ZEROS.
           88 FS-RET-NAO-EXISTE VALUE 35.
       77 FS-STAT-RPS PIC 9(02).
           88 FS-RPS-OK         VALUE ZEROS.
           88 FS-RPS-NAO-EXISTE VALUE 35.
       77 FS-STAT-CAN PIC 9(02).
           88 FS-CAN-OK         VALUE ZEROS.
           88 FS-CAN-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       MOVE SPACES TO WS-LINHA
       STRING 'RETORNO DA PREFEITURA - NFS-E - PROCESSADO EM '
           WS-DATA-HOJE
           DELIMITED BY SIZE INTO WS-LINHA
       WRITE REG-REL FROM WS-LINHA
       MOVE ALL '-' TO REG-REL
       WRITE REG-REL
       MOVE 'N' TO WS-EOF
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-RET
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
      * SO OS REGISTROS TIPO 2 SAO RPS; CABECALHO E RODAPE DA
      * PREFEITURA SAO APENAS PULADOS.
                   IF TIPO-RET = '2'
                       ADD 1 TO WS-CONTA-LIDOS
                       PERFORM TRATA-RETORNO-RPS
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ARQ-RET.
       CLOSE ARQ-RPS.
       CLOSE ARQ-CAN.
       CLOSE ARQ-REL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-NFSRETLST.
       DISPLAY '================================================'
       DISPLAY 'RETORNO DA PREFEITURA - NFS-E'
       DISPLAY 'RPS NO RETORNO........: ' WS-CONTA-LIDOS
       DISPLAY 'NFS-E EMITIDAS........: ' WS-CONTA-EMITIDAS
       DISPLAY 'NFS-E CANCELADAS......: ' WS-CONTA-CANCELADAS
       DISPLAY 'RPS RECUSADOS.........: ' WS-CONTA-RECUSADOS
       DISPLAY 'RPS NAO ENCONTRADOS...: ' WS-CONTA-NAO-ACHADOS
       DISPLAY 'PEDIDOS DE CANCELAMENTO: ' WS-CONTA-PEDIDOS
       DISPLAY '================================================'.
       GOBACK.
      *
      *============================================================
      * TRATA-RETORNO-RPS - LOCALIZA O RPS NO REGISTRO E ANOTA O
      * RESULTADO DA PREFEITURA: A NFS-E EMITIDA (NUMERO, DATA E
      * CODIGO DE VERIFICACAO), A CONFIRMACAO DE CANCELAMENTO OU O
      * ERRO, QUE DEVOLVE O RPS PARA O PROXIMO LOTE DO NFSLOTE.
      *============================================================
       TRATA-RETORNO-RPS.
           IF NUM-RPS-RET NOT NUMERIC
               MOVE 'NUMERO INVALIDO NO RETORNO' TO MSG-RPS
               PERFORM RPS-NAO-ACHADO
           ELSE
               MOVE NUM-RPS-RET TO NUM-RPS
               READ ARQ-RPS KEY IS NUM-RPS
                   INVALID KEY
                       MOVE 'NAO CONSTA DO REGISTRO DE RPS DA ESCOLA'
                           TO MSG-RPS
                       PERFORM RPS-NAO-ACHADO
                   NOT INVALID KEY
                       PERFORM ANOTA-RETORNO
               END-READ
           END-IF.
      *
       RPS-NAO-ACHADO.
           ADD 1 TO WS-CONTA-NAO-ACHADOS
           MOVE SPACES TO WS-LINHA
           STRING 'RPS ' NUM-RPS-RET ' - ' MSG-RPS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ANOTA-RETORNO.
           EVALUATE SITU-RET
               WHEN 'N'
                   MOVE NFSE-RET     TO NFSE-RPS
                   MOVE CODVERIF-RET TO CODVERIF-RPS
                   IF DATA-NFSE-RET NUMERIC
                       MOVE DATA-NFSE-RET TO DATA-NFSE-RPS
                   ELSE
                       MOVE WS-DATA-HOJE TO DATA-NFSE-RPS
                   END-IF
                   MOVE SPACES TO MSG-RPS
                   ADD 1 TO WS-CONTA-EMITIDAS
      * RECIBO ESTORNADO ENQUANTO O RPS ESPERAVA A PREFEITURA: A
      * NOTA JA NASCE COM PEDIDO DE CANCELAMENTO.
                   IF ESTORNO-RPS NOT = ZEROES
                       PERFORM GRAVA-PEDIDO-CANCELAMENTO
                       SET RPS-CANC-PEDIDO TO TRUE
                   ELSE
                       SET RPS-EMITIDO TO TRUE
                   END-IF
                   MOVE SPACES TO WS-LINHA
                   STRING 'RPS ' NUM-RPS ' RECIBO ' RECIBO-RPS
                       ' - NFS-E ' NFSE-RET ' VERIF. ' CODVERIF-RET
                       DELIMITED BY SIZE INTO WS-LINHA
               WHEN 'C'
                   SET RPS-CANCELADO TO TRUE
                   ADD 1 TO WS-CONTA-CANCELADAS
                   MOVE SPACES TO WS-LINHA
                   STRING 'RPS ' NUM-RPS ' RECIBO ' RECIBO-RPS
                       ' - NFS-E ' NFSE-RPS ' CANCELADA'
                       DELIMITED BY SIZE INTO WS-LINHA
               WHEN OTHER
                   SET RPS-RECUSADO TO TRUE
                   MOVE MSG-RET TO MSG-RPS
                   ADD 1 TO WS-CONTA-RECUSADOS
                   MOVE SPACES TO WS-LINHA
                   STRING 'RPS ' NUM-RPS ' RECIBO ' RECIBO-RPS
                       ' - RECUSADO: ' MSG-RET
                       DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE
           REWRITE REG-RPS
           IF NOT FS-RPS-OK
               DISPLAY 'ERRO AO REGRAVAR O RPS ' NUM-RPS
                   ' - FS-STAT: ' FS-STAT-RPS
           END-IF
           WRITE REG-REL FROM WS-LINHA.
      *
       GRAVA-PEDIDO-CANCELAMENTO.
           MOVE 'C'          TO TIPO-CAN
           MOVE WS-INSC-MUN  TO INSC-CAN
           MOVE NFSE-RPS     TO NFSE-CAN
           MOVE CODVERIF-RPS TO CODVERIF-CAN
           MOVE RECIBO-RPS   TO RECIBO-CAN
           MOVE ESTORNO-RPS  TO ESTORNO-CAN
           MOVE WS-DATA-HOJE TO DATA-CAN
           MOVE 'PAGAMENTO ESTORNADO PELA ESCOLA' TO MOTIVO-CAN
           WRITE REG-CAN
           ADD 1 TO WS-CONTA-PEDIDOS.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-RET
           IF FS-RET-NAO-EXISTE THEN
               DISPLAY 'RETORNO DA PREFEITURA NAO ENCONTRADO - NADA '
                   'A PROCESSAR.'
               GOBACK
           END-IF
           OPEN I-O ARQ-RPS
           IF FS-RPS-NAO-EXISTE THEN
               DISPLAY 'REGISTRO DE RPS NAO ENCONTRADO - EXECUTE O '
                   'NFSLOTE PRIMEIRO.'
               CLOSE ARQ-RET
               GOBACK
           END-IF
      * OS PEDIDOS DE CANCELAMENTO SE ACUMULAM ATE O ENVIO A
      * PREFEITURA: SEMPRE EM EXTEND, CRIADO NO PRIMEIRO PEDIDO.
           OPEN EXTEND ARQ-CAN
           IF FS-CAN-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CAN
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
           MOVE 'NFSRETTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NFSRETTXT
           MOVE 'RPSREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RPSREG
           MOVE 'NFSCANCTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NFSCANCTXT
           MOVE 'NFSRETLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NFSRETLST
           MOVE 'NFSINSCMUN' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           MOVE WS-PARAM-VALOR(1:8) TO WS-INSC-MUN.
