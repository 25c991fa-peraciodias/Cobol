       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NFSLOTE.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGISTRO PERMANENTE DE RECIBOS: CADA RECIBO NORMAL DO
      * PERIODO VIRA UM RPS (RECIBO PROVISORIO DE SERVICOS) PARA A
      * PREFEITURA CONVERTER EM NFS-E.
       SELECT ARQ-REC
              ASSIGN TO WS-ARQ-RECIBOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-REC.

       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

      * REGISTRO PERMANENTE DE RPS: NUMERACAO DOS RPS, O RECIBO DE
      * ORIGEM DE CADA UM E A NFS-E DEVOLVIDA PELA PREFEITURA
      * (NFSRET). O MESMO RECIBO NUNCA VAI DUAS VEZES PARA A
      * PREFEITURA, SALVO RPS RECUSADO, QUE E REENVIADO COM O MESMO
      * NUMERO.
       SELECT ARQ-RPS
              ASSIGN TO WS-ARQ-RPSREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RPS
              ALTERNATE RECORD KEY IS RECIBO-RPS
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-RPS.

      * ARQUIVO DO LOTE DE RPS PARA IMPORTACAO NO PORTAL DA
      * PREFEITURA.
       SELECT ARQ-LOT
              ASSIGN TO WS-ARQ-RPSLOTETXT
              ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-NFSLOTELST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REC.
       01  REG-REC.
           02 NUM-RECIBO      PIC 9(06).
           02 CODIGO-REC      PIC 9(08).
           02 ANO-REF-REC     PIC 9(04).
           02 SLOT-REC        PIC 9(02).
           02 VALOR-REC       PIC 9(05)V99.
           02 DATA-PAG-REC    PIC 9(08).
           02 OPERADOR-REC    PIC X(08).
           02 FORMA-REC       PIC X(01).
           02 TIPO-REC        PIC X(01).
           02 REF-RECIBO      PIC 9(06).
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

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
      * CONTRA-RECIBO DO ESTORNO DO RECIBO DE ORIGEM; ZERO ENQUANTO
      * O RECIBO NAO FOR ESTORNADO.
           02 ESTORNO-RPS     PIC 9(06).
           02 MSG-RPS         PIC X(40).

       FD  ARQ-LOT.
       01  REG-LOT            PIC X(200).

       FD  ARQ-REL.
       01  REG-REL            PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-RPSREG PIC X(64).
       01  WS-ARQ-RPSLOTETXT PIC X(64).
       01  WS-ARQ-NFSLOTELST PIC X(64).
       01  WS-PARAM-VALOR PIC X(64).
      *
      *----------------------------------------------------------
      * DADOS FISCAIS DA ESCOLA NA PREFEITURA (PARAMS.CFG):
      * INSCRICAO MUNICIPAL, SERIE DO RPS, CODIGO DO SERVICO NA
      * LISTA DO MUNICIPIO E ALIQUOTA DO ISS (9999 = 99,99%).
      *----------------------------------------------------------
       01  WS-INSC-MUN        PIC X(08).
       01  WS-SERIE-RPS       PIC X(05).
       01  WS-COD-SERV        PIC 9(05).
       01  WS-ALIQ-ISS-DIG    PIC 9(04).
       01  WS-ALIQ-ISS REDEFINES WS-ALIQ-ISS-DIG PIC 9(02)V99.
      *
      *----------------------------------------------------------
      * LAYOUT DO LOTE DE RPS DA PREFEITURA: CABECALHO TIPO 1 COM
      * A INSCRICAO MUNICIPAL E O PERIODO, UM DETALHE TIPO 2 POR
      * RPS E RODAPE TIPO 9 COM QUANTIDADE E TOTAIS DE SERVICO E
      * DE ISS, PARA A PREFEITURA CRITICAR O ARQUIVO RECEBIDO.
      *----------------------------------------------------------
       01  WS-LOT-HEADER.
           02 WS-HDR-TIPO     PIC X(01) VALUE '1'.
           02 WS-HDR-VERSAO   PIC X(03) VALUE '001'.
           02 WS-HDR-INSC     PIC X(08).
           02 WS-HDR-INICIO   PIC 9(08).
           02 WS-HDR-FIM      PIC 9(08).

       01  WS-LOT-DETALHE.
           02 WS-DET-TIPO     PIC X(01) VALUE '2'.
           02 WS-DET-TIPO-RPS PIC X(05) VALUE 'RPS'.
           02 WS-DET-SERIE    PIC X(05).
           02 WS-DET-NUMERO   PIC 9(08).
           02 WS-DET-DATA     PIC 9(08).
      * T = TRIBUTADO NO MUNICIPIO.
           02 WS-DET-SITUACAO PIC X(01) VALUE 'T'.
           02 WS-DET-VALOR    PIC 9(13)V99.
           02 WS-DET-DEDUCOES PIC 9(13)V99 VALUE ZEROES.
           02 WS-DET-COD-SERV PIC 9(05).
           02 WS-DET-ALIQ     PIC 9(02)V99.
      * 2 = ISS NAO RETIDO PELO TOMADOR (A ESCOLA RECOLHE).
           02 WS-DET-ISS-RET  PIC X(01) VALUE '2'.
           02 WS-DET-ISS      PIC 9(13)V99.
      * 1 = TOMADOR PESSOA FISICA (CPF).
           02 WS-DET-IND-DOC  PIC X(01) VALUE '1'.
           02 WS-DET-DOC      PIC X(14).
           02 WS-DET-NOME     PIC X(40).
           02 WS-DET-DISCRIM  PIC X(60).

       01  WS-LOT-TRAILER.
           02 WS-TRL-TIPO     PIC X(01) VALUE '9'.
           02 WS-TRL-QTD      PIC 9(07).
           02 WS-TRL-VALOR    PIC 9(13)V99.
           02 WS-TRL-DEDUCOES PIC 9(13)V99 VALUE ZEROES.
           02 WS-TRL-ISS      PIC 9(13)V99.
      *
      *----------------------------------------------------------
      * RECIBOS JA ESTORNADOS (REF-RECIBO DOS CONTRA-RECIBOS 'E'),
      * CARREGADOS NUMA PRIMEIRA VARREDURA: RECIBO ESTORNADO ANTES
      * DE IR PARA A PREFEITURA NAO GERA RPS.
      *----------------------------------------------------------
       01  WS-TAB-ESTORNOS.
           02 WS-QTD-ESTORNOS PIC 9(04) VALUE ZEROES.
           02 TAB-ESTORNADO OCCURS 9999 TIMES
                       INDEXED BY IX-EST
                       PIC 9(06).

       01  WS-DATA-INICIO     PIC 9(08).
       01  WS-DATA-FIM        PIC 9(08).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-PROX-RPS        PIC 9(08) VALUE ZEROES.
       01  WS-NUM-RPS-ATUAL   PIC 9(08).
       01  WS-VALOR-ISS       PIC 9(07)V99.
       01  WS-CONTA-RPS       PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-REENVIO   PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-PENDENTES PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-ESTORNADOS PIC 9(07) VALUE ZEROES.
       01  WS-TOTAL-SERVICOS  PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-ISS       PIC 9(13)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC Z(10)9,99.
       01  WS-LINHA           PIC X(90).
       01  WS-SW-RPS PIC X(01).
           88 RPS-NOVO         VALUE 'N'.
           88 RPS-REENVIO      VALUE 'R'.
           88 RPS-JA-ENVIADO   VALUE 'J'.
       01  WS-SW-ESTORNADO PIC X(01).
           88 RECIBO-ESTORNADO     VALUE 'S'.
           88 RECIBO-NAO-ESTORNADO VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'NFSLOTE'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK         VALUE ZEROS.
           88 FS-REC-NAO-EXISTE VALUE 35.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-RPS PIC 9(02).
           88 FS-RPS-OK         VALUE ZEROS.
           88 FS-RPS-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-PERIODO.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM DESCOBRE-PROX-RPS.
       PERFORM CARREGA-ESTORNOS.
       PERFORM GRAVA-HEADER.
       PERFORM CABECALHO-RELATORIO.
       MOVE ZEROES TO NUM-RECIBO
       START ARQ-REC KEY IS NOT LESS THAN NUM-RECIBO
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           NOT INVALID KEY
               MOVE 'N' TO WS-EOF
       END-START
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-REC NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TIPO-REC NOT = 'E'
                      AND DATA-PAG-REC NOT < WS-DATA-INICIO
                      AND DATA-PAG-REC NOT > WS-DATA-FIM
                       PERFORM GERA-RPS-RECIBO
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM GRAVA-TRAILER.
       PERFORM RODAPE-RELATORIO.
       CLOSE ARQ-REC.
       CLOSE ARQ-RESP.
       CLOSE ARQ-RPS.
       CLOSE ARQ-LOT.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'DE ' WS-DATA-INICIO ' A ' WS-DATA-FIM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-NFSLOTELST.
       DISPLAY '================================================'
       DISPLAY 'LOTE DE RPS PARA A PREFEITURA'
       DISPLAY 'RPS NOVOS NO LOTE.....: ' WS-CONTA-RPS
       DISPLAY 'RPS REENVIADOS........: ' WS-CONTA-REENVIO
       DISPLAY 'RECIBOS ESTORNADOS....: ' WS-CONTA-ESTORNADOS
       DISPLAY 'RECIBOS SEM TOMADOR...: ' WS-CONTA-PENDENTES
       DISPLAY '================================================'.
       GOBACK.
      *
       SOLICITA-PERIODO.
           DISPLAY ' '
           DISPLAY 'LOTE DE RPS (NFS-E) DOS RECIBOS EMITIDOS'
           DISPLAY 'DATA INICIAL DOS PAGAMENTOS (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL DOS PAGAMENTOS (AAAAMMDD)..: '
               WITH NO ADVANCING
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY 'PERIODO INVALIDO - NENHUM LOTE GERADO.'
               GOBACK
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-RPS - PERCORRE O REGISTRO DE RPS EM SEQUENCIA
      * DE CHAVE PARA DESCOBRIR O MAIOR NUMERO JA USADO (A MESMA
      * TECNICA DO DESCOBRE-PROX-RECIBO DO BAIXAPAG): A NUMERACAO
      * DOS RPS E SEQUENCIAL E NUNCA SE REPETE.
      *============================================================
       DESCOBRE-PROX-RPS.
           MOVE ZEROES TO WS-PROX-RPS
           MOVE ZEROES TO NUM-RPS
           START ARQ-RPS KEY IS NOT LESS THAN NUM-RPS
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NUM-RPS > WS-PROX-RPS
                           MOVE NUM-RPS TO WS-PROX-RPS
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-RPS
           DISPLAY 'PROXIMO RPS...................: ' WS-PROX-RPS.
      *
      *============================================================
      * CARREGA-ESTORNOS - PRIMEIRA VARREDURA DE RECIBOS.DAT: GUARDA
      * O NUMERO DE TODO RECIBO QUE JA TEM CONTRA-RECIBO DE ESTORNO.
      *============================================================
       CARREGA-ESTORNOS.
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
                       IF TIPO-REC = 'E'
                           IF WS-QTD-ESTORNOS >= 9999
                               DISPLAY 'AVISO: MAIS DE 9999 ESTORNOS '
                                   '- DEMAIS IGNORADOS.'
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-QTD-ESTORNOS
                               MOVE REF-RECIBO
                                   TO TAB-ESTORNADO(WS-QTD-ESTORNOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * GERA-RPS-RECIBO - UM RPS POR RECIBO NORMAL DO PERIODO: PULA
      * O RECIBO JA ESTORNADO E O QUE JA ESTA NO REGISTRO DE RPS
      * (SALVO RPS RECUSADO PELA PREFEITURA, REENVIADO COM O MESMO
      * NUMERO). O TOMADOR E O RESPONSAVEL DO ALUNO EM RESPONSA.DAT;
      * RECIBO DE ALUNO SEM RESPONSAVEL COM CPF FICA PENDENTE NO
      * RELATORIO E ENTRA NO PROXIMO LOTE DEPOIS DO CADASTRO.
      *============================================================
       GERA-RPS-RECIBO.
           SET RECIBO-NAO-ESTORNADO TO TRUE
           SET IX-EST TO 1
           SEARCH TAB-ESTORNADO
               AT END
                   CONTINUE
               WHEN IX-EST > WS-QTD-ESTORNOS
                   CONTINUE
               WHEN TAB-ESTORNADO(IX-EST) = NUM-RECIBO
                   SET RECIBO-ESTORNADO TO TRUE
           END-SEARCH
           IF RECIBO-ESTORNADO
               ADD 1 TO WS-CONTA-ESTORNADOS
           ELSE
               PERFORM VERIFICA-REGISTRO-RPS
               IF NOT RPS-JA-ENVIADO
                   MOVE CODIGO-REC TO CODIGO-RESP
                   READ ARQ-RESP KEY IS CODIGO-RESP
                       INVALID KEY
                           MOVE SPACES TO CPF-RESP
                   END-READ
                   IF CPF-RESP = SPACES
                       ADD 1 TO WS-CONTA-PENDENTES
                       MOVE SPACES TO WS-LINHA
                       STRING 'RECIBO ' NUM-RECIBO ' ALUNO '
                           CODIGO-REC ' - SEM RESPONSAVEL COM CPF '
                           'NO MANTRESP - FICA PARA O PROXIMO LOTE'
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
                   ELSE
                       PERFORM GRAVA-DETALHE
                   END-IF
               END-IF
           END-IF.
      *
       VERIFICA-REGISTRO-RPS.
           SET RPS-NOVO TO TRUE
           MOVE NUM-RECIBO TO RECIBO-RPS
           READ ARQ-RPS KEY IS RECIBO-RPS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RPS-RECUSADO
                       SET RPS-REENVIO TO TRUE
                   ELSE
                       SET RPS-JA-ENVIADO TO TRUE
                   END-IF
           END-READ.
      *
      *============================================================
      * GRAVA-DETALHE - MONTA O RPS DO RECIBO CORRENTE NO LOTE E
      * ANOTA NO REGISTRO DE RPS. O VALOR DO SERVICO E O VALOR DO
      * RECIBO (COM MULTA E JUROS, SE HOUVE), E O ISS E CALCULADO
      * PELA ALIQUOTA DO PARAMS.CFG.
      *============================================================
       GRAVA-DETALHE.
           IF RPS-REENVIO
               MOVE NUM-RPS TO WS-NUM-RPS-ATUAL
           ELSE
               MOVE WS-PROX-RPS TO WS-NUM-RPS-ATUAL
           END-IF
           COMPUTE WS-VALOR-ISS ROUNDED =
               VALOR-REC * WS-ALIQ-ISS / 100
           MOVE WS-SERIE-RPS     TO WS-DET-SERIE
           MOVE WS-NUM-RPS-ATUAL TO WS-DET-NUMERO
           MOVE DATA-PAG-REC     TO WS-DET-DATA
           MOVE VALOR-REC        TO WS-DET-VALOR
           MOVE WS-COD-SERV      TO WS-DET-COD-SERV
           MOVE WS-ALIQ-ISS      TO WS-DET-ALIQ
           MOVE WS-VALOR-ISS     TO WS-DET-ISS
           MOVE SPACES TO WS-DET-DOC
           STRING '000' CPF-RESP DELIMITED BY SIZE INTO WS-DET-DOC
           MOVE NOME-RESP        TO WS-DET-NOME
           PERFORM MONTA-DISCRIMINACAO
           WRITE REG-LOT FROM WS-LOT-DETALHE
           PERFORM ANOTA-REGISTRO-RPS
           ADD VALOR-REC    TO WS-TOTAL-SERVICOS
           ADD WS-VALOR-ISS TO WS-TOTAL-ISS
           MOVE VALOR-REC TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING 'RPS ' WS-NUM-RPS-ATUAL ' RECIBO ' NUM-RECIBO
               ' ' DATA-PAG-REC ' ' WS-VALOR-ED ' ' NOME-RESP
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * MONTA-DISCRIMINACAO - TEXTO DO SERVICO NA NOTA: PARCELA DA
      * MENSALIDADE (01-12), COBRANCA AVULSA DO MANTEXT (00) OU
      * PARCELA DE ACORDO DE RENEGOCIACAO (99), SEMPRE COM O ALUNO.
      *============================================================
       MONTA-DISCRIMINACAO.
           MOVE SPACES TO WS-DET-DISCRIM
           EVALUATE SLOT-REC
               WHEN 0
                   STRING 'COBRANCA AVULSA ' SEQ-EXT-REC '/'
                       ANO-REF-REC ' - ALUNO ' CODIGO-REC
                       DELIMITED BY SIZE INTO WS-DET-DISCRIM
               WHEN 99
                   STRING 'ACORDO DE MENSALIDADES ' ANO-REF-REC
                       ' - ALUNO ' CODIGO-REC
                       DELIMITED BY SIZE INTO WS-DET-DISCRIM
               WHEN OTHER
                   STRING 'MENSALIDADE ESCOLAR ' SLOT-REC '/'
                       ANO-REF-REC ' - ALUNO ' CODIGO-REC
                       DELIMITED BY SIZE INTO WS-DET-DISCRIM
           END-EVALUATE.
      *
      *============================================================
      * ANOTA-REGISTRO-RPS - RPS NOVO E INCLUIDO NO REGISTRO E
      * CONSOME UM NUMERO; RPS RECUSADO REENVIADO VOLTA A 'ENVIADO'
      * NO MESMO REGISTRO.
      *============================================================
       ANOTA-REGISTRO-RPS.
           IF RPS-REENVIO
               SET RPS-ENVIADO TO TRUE
               MOVE WS-DATA-HOJE TO DATA-ENVIO-RPS
               MOVE VALOR-REC    TO VALOR-RPS
               MOVE WS-VALOR-ISS TO ISS-RPS
               MOVE CPF-RESP     TO CPF-RPS
               MOVE SPACES       TO MSG-RPS
               REWRITE REG-RPS
               ADD 1 TO WS-CONTA-REENVIO
           ELSE
               MOVE WS-NUM-RPS-ATUAL TO NUM-RPS
               MOVE NUM-RECIBO   TO RECIBO-RPS
               MOVE CODIGO-REC   TO CODIGO-RPS
               MOVE DATA-PAG-REC TO DATA-RPS
               MOVE WS-DATA-HOJE TO DATA-ENVIO-RPS
               MOVE VALOR-REC    TO VALOR-RPS
               MOVE WS-VALOR-ISS TO ISS-RPS
               MOVE CPF-RESP     TO CPF-RPS
               SET RPS-ENVIADO TO TRUE
               MOVE SPACES       TO NFSE-RPS
               MOVE SPACES       TO CODVERIF-RPS
               MOVE ZEROES       TO DATA-NFSE-RPS
               MOVE ZEROES       TO ESTORNO-RPS
               MOVE SPACES       TO MSG-RPS
               WRITE REG-RPS
               ADD 1 TO WS-PROX-RPS
               ADD 1 TO WS-CONTA-RPS
           END-IF
           IF NOT FS-RPS-OK
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DE RPS - FS-STAT: '
                   FS-STAT-RPS ' - RPS ' WS-NUM-RPS-ATUAL
           END-IF.
      *
       GRAVA-HEADER.
           MOVE WS-INSC-MUN    TO WS-HDR-INSC
           MOVE WS-DATA-INICIO TO WS-HDR-INICIO
           MOVE WS-DATA-FIM    TO WS-HDR-FIM
           WRITE REG-LOT FROM WS-LOT-HEADER.
      *
       GRAVA-TRAILER.
           COMPUTE WS-TRL-QTD = WS-CONTA-RPS + WS-CONTA-REENVIO
           MOVE WS-TOTAL-SERVICOS TO WS-TRL-VALOR
           MOVE WS-TOTAL-ISS      TO WS-TRL-ISS
           WRITE REG-LOT FROM WS-LOT-TRAILER.
      *
       CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA
           STRING 'LOTE DE RPS - PAGAMENTOS DE ' WS-DATA-INICIO
               ' A ' WS-DATA-FIM ' - GERADO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL.
      *
       RODAPE-RELATORIO.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE WS-TOTAL-SERVICOS TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DOS SERVICOS: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOTAL-ISS TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DO ISS......: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-REC
           IF FS-REC-NAO-EXISTE THEN
               DISPLAY 'RECIBOS.DAT NAO ENCONTRADO - NENHUM RECIBO '
                   'EMITIDO ATE HOJE.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-RESP
           IF FS-RESP-NAO-EXISTE THEN
               DISPLAY 'RESPONSA.DAT NAO ENCONTRADO - CADASTRE OS '
                   'RESPONSAVEIS NO MANTRESP PRIMEIRO.'
               CLOSE ARQ-REC
               GOBACK
           END-IF
      * O REGISTRO DE RPS E PERMANENTE, CRIADO NO PRIMEIRO LOTE.
           OPEN I-O ARQ-RPS
           IF FS-RPS-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-RPS
               CLOSE ARQ-RPS
               OPEN I-O ARQ-RPS
           END-IF
           OPEN OUTPUT ARQ-LOT
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'RPSREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RPSREG
           MOVE 'RPSLOTETXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RPSLOTETXT
           MOVE 'NFSLOTELST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NFSLOTELST
      * DADOS FISCAIS: UM RPS COM INSCRICAO OU ALIQUOTA ERRADA E
      * PIOR QUE NENHUM, ENTAO VALOR FORA DO FORMATO ABORTA.
           MOVE 'NFSINSCMUN' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:8) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:8) TO WS-INSC-MUN
           MOVE 'NFSSERIE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           MOVE WS-PARAM-VALOR(1:5) TO WS-SERIE-RPS
           MOVE 'NFSCODSERV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:5) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:5) TO WS-COD-SERV
           MOVE 'NFSALIQISS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:4) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:4) TO WS-ALIQ-ISS-DIG.
      *
       PARAMETRO-INVALIDO.
           DISPLAY 'PARAMETRO FISCAL INVALIDO EM PARAMS.CFG: '
               WS-PARAM-NOME
           DISPLAY 'NFSINSCMUN=99999999 NFSCODSERV=99999 '
               'NFSALIQISS=9999 (0200 = 2,00%)'
           GOBACK.
