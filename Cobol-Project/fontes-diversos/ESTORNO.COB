              ASSIGN TO WS-ARQ-ESTORNOLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * REGISTRO DE RPS DO NFSLOTE: RECIBO ESTORNADO QUE JA VIROU
      * NFS-E GERA O PEDIDO DE CANCELAMENTO DA NOTA.
       SELECT ARQ-RPS
              ASSIGN TO WS-ARQ-RPSREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RPS
              ALTERNATE RECORD KEY IS RECIBO-RPS
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-RPS.

      * PEDIDOS DE CANCELAMENTO DE NFS-E PARA A PREFEITURA (OS
      * MESMOS DO NFSRET), ACUMULADOS EM EXTEND.
       SELECT ARQ-CAN
              ASSIGN TO WS-ARQ-NFSCANCTXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CAN.

      * CUSTODIA DE CHEQUES DO BAIXAPAG: O ESTORNO DE RECIBO PAGO
      * EM CHEQUE PODE SER A DEVOLUCAO DO CHEQUE PELO BANCO.
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

      * EMITENTES COM CHEQUE DEVOLVIDO, CONSULTADOS PELO BAIXAPAG
      * ANTES DE ACEITAR OUTRO CHEQUE DO MESMO CPF.
       SELECT ARQ-CHD
              ASSIGN TO WS-ARQ-CHQDEV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CPF-CHD
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CHD.

      * CREDITOS DOS RESPONSAVEIS: RECIBO QUITADO COM CREDITO (FORMA
      * 'K', GRAVADO PELO APLICRED) NAO TEM DINHEIRO NA GAVETA - O
      * ESTORNO DEVOLVE O VALOR AO SALDO DO CPF EM VEZ DE LANCAR
      * SAIDA NO LIVRO CAIXA.
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

      * FILA DE APROVACAO DA DIRECAO (APROVA): A ALTERACAO SENSIVEL
      * E GRAVADA AQUI COMO SOLICITACAO PENDENTE E SO E APLICADA
      * QUANDO OUTRO OPERADOR, DA DIRECAO, APROVA.
       SELECT ARQ-APR
              ASSIGN TO WS-ARQ-APROVA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-APR
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-APR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REC.
      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO O RECIBO
      * E DE COBRANCA AVULSA (SLOT-REC 00); ZERO NOS DEMAIS.
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-MEN.
       01  REG-MEN.
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
       FD  ARQ-PP.
       01  REG-PP.
           02 CHAVE-PP.
           02 VALOR-DECL-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 DIFERENCA-CX     PIC S9(09)V99 SIGN LEADING SEPARATE.
      * O NUMERO DA SAIDA (SAIDA-CX) NAO E USADO AQUI.
           02 FILLER           PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(02) VALUE SPACES.
      * UNIDADE DO CAIXA: A UNIDADE DE TRABALHO DA SESSAO DO MENU.
           02 UNIDADE-CX       PIC X(02).

       FD  ARQ-REL.
       01  REG-REL             PIC X(80).

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

       FD  ARQ-CHD.
       01  REG-CHD.
           02 CPF-CHD         PIC 9(11).
           02 QTD-DEV-CHD     PIC 9(03).
           02 DATA-ULT-CHD    PIC 9(08).
           02 VALOR-ULT-CHD   PIC 9(07)V99.

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

       FD  ARQ-APR.
       01  REG-APR.
           02 NUM-APR          PIC 9(06).
           02 TIPO-APR         PIC X(01).
              88 APR-DESCONTO   VALUE 'D'.
              88 APR-ESTORNO    VALUE 'E'.
              88 APR-NEGOCIACAO VALUE 'N'.
              88 APR-REAJUSTE   VALUE 'R'.
              88 APR-PRECO      VALUE 'P'.
           02 SITU-APR         PIC X(01).
              88 APR-PENDENTE   VALUE 'P'.
              88 APR-LIBERADA   VALUE 'L'.
              88 APR-APLICADA   VALUE 'A'.
              88 APR-REJEITADA  VALUE 'R'.
           02 PROGRAMA-APR     PIC X(08).
           02 CHAVE-ALVO-APR   PIC X(20).
           02 OPER-SOL-APR     PIC X(08).
           02 DATA-SOL-APR     PIC 9(08).
           02 HORA-SOL-APR     PIC 9(08).
           02 OPER-DEC-APR     PIC X(08).
           02 DATA-DEC-APR     PIC 9(08).
           02 HORA-DEC-APR     PIC 9(08).
           02 DESCR-APR        PIC X(40).
           02 ANTES-APR        PIC X(30).
           02 DEPOIS-APR       PIC X(30).
           02 DADOS-APR        PIC X(40).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-SITU-NOVA       PIC X(02).
       01  WS-SALDO-ACUM      PIC 9(07)V99.
       01  WS-VALOR-PRINC-EST PIC 9(05)V99.
       01  WS-AJUSTE-EST      PIC S9(03)V99.
       01  WS-DATA-VENC-EST   PIC 9(08).
       01  WS-VALOR-BASE-EST  PIC 9(07)V99.
       01  WS-ENCARGOS-EST.
           02 WS-DIAS-EST     PIC 9(05).
           02 WS-MULTA-EST    PIC 9(07)V99.
           02 WS-JUROS-EST    PIC 9(07)V99.
      * GUARDA DO RECIBO ORIGINAL, JA QUE REG-REC E REAPROVEITADO
      * PARA GRAVAR O CONTRA-RECIBO.
       01  WS-REC-ORIGINAL.
           02 WS-ORIG-OPER    PIC X(08).
           02 WS-ORIG-FORMA   PIC X(01).
           02 WS-ORIG-SEQ     PIC 9(03).
           02 WS-ORIG-UNIDADE PIC X(02).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'ESTORNO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK              VALUE ZEROS.
       01  WS-SW-RECIBO PIC X(01).
           88 RECIBO-GRAVADO  VALUE 'S'.
           88 RECIBO-PENDENTE VALUE 'N'.
       01  WS-ARQ-RPSREG PIC X(64).
       01  WS-ARQ-NFSCANCTXT PIC X(64).
       01  WS-PARAM-VALOR PIC X(64).
       01  WS-INSC-MUN        PIC X(08).
       77 FS-STAT-RPS PIC 9(02).
           88 FS-RPS-OK         VALUE ZEROS.
           88 FS-RPS-NAO-EXISTE VALUE 35.
       77 FS-STAT-CAN PIC 9(02).
           88 FS-CAN-OK         VALUE ZEROS.
           88 FS-CAN-NAO-EXISTE VALUE 35.
      * SEM REGISTRO DE RPS NENHUMA NFS-E FOI EMITIDA AINDA, E O
      * ESTORNO NAO TEM NOTA A CANCELAR.
       01  WS-SW-RPS PIC X(01).
           88 RPS-DISPONIVEL   VALUE 'S'.
           88 RPS-INDISPONIVEL VALUE 'N'.
       01  WS-ARQ-CHEQUES PIC X(64).
       01  WS-ARQ-CHQDEV PIC X(64).
       77 FS-STAT-CHQ PIC 9(02).
           88 FS-CHQ-OK         VALUE ZEROS.
           88 FS-CHQ-NAO-EXISTE VALUE 35.
       77 FS-STAT-CHD PIC 9(02).
           88 FS-CHD-OK         VALUE ZEROS.
           88 FS-CHD-NAO-EXISTE VALUE 35.
      * SEM CUSTODIA NENHUM CHEQUE FOI REGISTRADO PELO BAIXAPAG, E
      * NAO HA DEVOLUCAO A PROCESSAR.
       01  WS-SW-CHQ PIC X(01).
           88 CHQ-DISPONIVEL   VALUE 'S'.
           88 CHQ-INDISPONIVEL VALUE 'N'.
      *
      *----------------------------------------------------------
      * DEVOLUCAO DE CHEQUE: O ESTORNO DO RECIBO REABRE A PARCELA;
      * A TARIFA DO BANCO VIRA LANCAMENTO EXTRA (LANCEXT) PAGAVEL
      * NO BAIXAPAG E O EMITENTE FICA MARCADO PARA O CAIXA.
      *----------------------------------------------------------
       01  WS-SW-DEVOLUCAO PIC X(01).
           88 DEVOLUCAO-CHEQUE VALUE 'S'.
           88 ESTORNO-COMUM    VALUE 'N'.
       01  WS-ALINEA          PIC 9(02).
       01  WS-TARIFA          PIC 9(05)V99.
       01  WS-CONTRA-RECIBO   PIC 9(06).
       01  WS-PROX-SEQ        PIC 9(03).
       01  WS-NOME-TARIFA     PIC X(20).
       01  WS-S-NOME-TARIFA   PIC X(30).
       01  WS-ARQ-CREDITO PIC X(64).
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK          VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE  VALUE 35.
           88 FS-CRE-CHAVE-DUPLIC VALUE 22.
       01  WS-SW-CRE PIC X(01).
           88 CRE-DISPONIVEL   VALUE 'S'.
           88 CRE-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CREDITO PIC X(01).
           88 CREDITO-GRAVADO  VALUE 'S'.
           88 CREDITO-PENDENTE VALUE 'N'.
       01  WS-EOF-CRE         PIC X(01).
       01  WS-CPF-CREDITO     PIC X(11).
       01  WS-PROX-CREDITO    PIC 9(06).

      *
      *----------------------------------------------------------
      * FILA DE APROVACAO: NUMERO DA SOLICITACAO LIBERADA PELO
      * APROVA (ZERO = EXECUCAO NORMAL PELO OPERADOR), PROXIMO
      * NUMERO LIVRE, SOLICITACAO JA PENDENTE PARA O MESMO ITEM E
      * OS CAMPOS DA SOLICITACAO A GRAVAR.
      *----------------------------------------------------------
       01  WS-ARQ-APROVA PIC X(64).
       77 FS-STAT-APR PIC 9(02).
           88 FS-APR-OK          VALUE ZEROS.
           88 FS-APR-NAO-EXISTE  VALUE 35.
           88 FS-APR-CHAVE-DUPLIC VALUE 22.
           88 FS-APR-EM-USO      VALUES 51 99.
       01  WS-FUNCAO-APR      PIC X(01).
       01  WS-NUM-APR         PIC 9(06) VALUE ZEROES.
       01  WS-PROX-APR        PIC 9(06).
       01  WS-APR-PENDENTE    PIC 9(06).
       01  WS-EOF-APR         PIC X(01).
       01  WS-OPER-SOL        PIC X(08).
       01  WS-OPER-DEC        PIC X(08).
       01  WS-DATA-APR        PIC 9(08).
       01  WS-HORA-APR        PIC 9(08).
       01  WS-TIPO-APR        PIC X(01) VALUE 'E'.
       01  WS-CHAVE-ALVO-APR  PIC X(20).
       01  WS-DESCR-APR       PIC X(40).
       01  WS-ANTES-APR       PIC X(30).
       01  WS-DEPOIS-APR      PIC X(30).
       01  WS-SW-GRAVA-APR PIC X(01).
           88 APR-GRAVADA     VALUE 'S'.
           88 APR-NAO-GRAVADA VALUE 'N'.
       01  WS-SW-MODO-APR PIC X(01) VALUE 'S'.
           88 MODO-SOLICITACAO VALUE 'S'.
           88 MODO-APLICACAO   VALUE 'A'.
       01  WS-SW-APR-LIDA PIC X(01).
           88 APR-LIDA         VALUE 'S'.
           88 APR-NAO-LIDA     VALUE 'N'.
      * DADOS PARA EXECUTAR O ESTORNO DEPOIS DE APROVADO: O RECIBO,
      * A SESSAO DE CAIXA E AS RESPOSTAS DA DEVOLUCAO DE CHEQUE.
       01  WS-DADOS-APR.
           02 WS-RECIBO-APR     PIC 9(06).
           02 WS-SESSAO-APR     PIC 9(04).
           02 WS-DEVOLUCAO-APR  PIC X(01).
           02 WS-ALINEA-APR     PIC 9(02).
           02 WS-TARIFA-APR     PIC 9(05)V99.
           02 FILLER            PIC X(20).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      * TODO ESTORNO DEPENDE DE APROVACAO DA DIRECAO: PELO MENU O
      * OPERADOR SO GRAVA A SOLICITACAO, E O APROVA CHAMA ESTE
      * PROGRAMA DE VOLTA, COM O NUMERO DA SOLICITACAO APROVADA,
      * PARA EXECUTAR O ESTORNO.
       SET MODO-SOLICITACAO TO TRUE
       MOVE 'L' TO WS-FUNCAO-APR
       CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-APR
       IF WS-NUM-APR > 0
           SET MODO-APLICACAO TO TRUE
           PERFORM APLICA-APROVADA
           MOVE ZEROES TO WS-NUM-PARAM
       ELSE
      * COM SESSAO ABERTA PELO MENU, O OPERADOR DO CONTRA-RECIBO E
      * DO LIVRO CAIXA E O DO LOGIN (LEOPER), COMO NO BAIXAPAG;
      * RODADO AVULSO, O PROGRAMA PERGUNTA O SUPERVISOR COMO
      * SEMPRE FEZ.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
           IF WS-OPER-SESSAO NOT = SPACES
               MOVE WS-OPER-SESSAO TO WS-SUPERVISOR
               DISPLAY 'OPERADOR DA SESSAO: ' WS-SUPERVISOR
           ELSE
               DISPLAY 'SUPERVISOR RESPONSAVEL (ATE 8 LETRAS): '
                   WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR
           END-IF
           MOVE WS-SUPERVISOR TO WS-OPER-SOL
           DISPLAY 'NUMERO DA SESSAO DE CAIXA (9999).....: '
               WITH NO ADVANCING
           ACCEPT WS-SESSAO
           PERFORM SOLICITA-NUMERO
       END-IF.
      * repete o estorno ate o operador informar 0 (encerra)
       PERFORM UNTIL WS-NUM-PARAM = 0
           PERFORM ESTORNA-RECIBO
       CLOSE ARQ-PP.
       CLOSE ARQ-EXT.
       CLOSE ARQ-CX.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'SESSAO DE CAIXA ' WS-SESSAO
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-ESTORNOLST.
       CLOSE ARQ-CAN.
       IF RPS-DISPONIVEL
           CLOSE ARQ-RPS
       END-IF.
       IF CHQ-DISPONIVEL
           CLOSE ARQ-CHQ
       END-IF.
       CLOSE ARQ-CHD.
       IF CRE-DISPONIVEL
           CLOSE ARQ-CRE
       END-IF.
       CLOSE ARQ-APR.
       GOBACK.
      *
       SOLICITA-NUMERO.
           MOVE DATA-PAG-REC TO WS-ORIG-DATA
           MOVE OPERADOR-REC TO WS-ORIG-OPER
           MOVE FORMA-REC    TO WS-ORIG-FORMA
           MOVE SEQ-EXT-REC  TO WS-ORIG-SEQ
           MOVE UNIDADE-REC  TO WS-ORIG-UNIDADE.
      *
      *============================================================
      * VERIFICA-JA-ESTORNADO - PERCORRE RECIBOS.DAT EM SEQUENCIA DE
           DISPLAY 'RECIBO ' WS-ORIG-NUM ' - ALUNO '
               WS-ORIG-CODIGO ' PARCELA ' WS-ORIG-SLOT
               ' DE ' WS-ORIG-ANO ' - VALOR ' WS-VALOR-REC-ED
      * NA EXECUCAO DE UM ESTORNO APROVADO AS RESPOSTAS (CHEQUE
      * DEVOLVIDO, ALINEA, TARIFA) JA VIERAM NA SOLICITACAO.
           IF MODO-APLICACAO
               MOVE 'S' TO WS-CONFIRMA
           ELSE
               SET ESTORNO-COMUM TO TRUE
               IF WS-ORIG-FORMA = 'C'
                   PERFORM VERIFICA-CHEQUE
               END-IF
               DISPLAY 'CONFIRMA O ESTORNO (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
           END-IF
           IF NOT CONFIRMADO
               DISPLAY 'ESTORNO CANCELADO.'
           ELSE
               IF MODO-SOLICITACAO
                   PERFORM SOLICITA-ESTORNO
               ELSE
                   PERFORM EXECUTA-ESTORNO
               END-IF
           END-IF.
      *
      *============================================================
      * EXECUTA-ESTORNO - ESTORNO APROVADO: REABRE A PARCELA OU O
      * LANCAMENTO, GRAVA O CONTRA-RECIBO E O MOVIMENTO DE CAIXA (OU
      * A VOLTA AO CREDITO), REGISTRA A DEVOLUCAO DO CHEQUE, IMPRIME
      * O DOCUMENTO E MARCA A SOLICITACAO COMO APLICADA.
      *============================================================
       EXECUTA-ESTORNO.
      * RECIBO DE COBRANCA AVULSA (SLOT 00) REABRE O LANCAMENTO
      * EXTRA; RECIBO DE PARCELA REABRE O SLOT DO MENSAL.
           IF WS-ORIG-SLOT = 0
               PERFORM REABRE-LANCAMENTO
           ELSE
               PERFORM REABRE-PARCELA
               IF SLOT-REABERTO
                   PERFORM DEVOLVE-ACUMULADO
               END-IF
           END-IF
           IF SLOT-REABERTO
               PERFORM GRAVA-CONTRA-RECIBO
               MOVE NUM-RECIBO TO WS-CONTRA-RECIBO
               IF WS-ORIG-FORMA = 'K'
                   PERFORM DEVOLVE-AO-CREDITO
               ELSE
                   PERFORM GRAVA-MOVIMENTO-CAIXA
               END-IF
               IF DEVOLUCAO-CHEQUE
                   PERFORM REGISTRA-DEVOLUCAO
               END-IF
               PERFORM IMPRIME-ESTORNO
               DISPLAY 'ESTORNO CONCLUIDO - CONTRA-RECIBO NO. '
                   WS-CONTRA-RECIBO
               PERFORM CANCELA-NFSE
               PERFORM MARCA-APLICADA
           END-IF.
      *
      *============================================================
      * SOLICITA-ESTORNO - GRAVA O ESTORNO CONFIRMADO COMO
      * SOLICITACAO PARA A DIRECAO, COM A SESSAO DE CAIXA E AS
      * RESPOSTAS DA DEVOLUCAO DE CHEQUE. NADA E REABERTO ATE A
      * APROVACAO.
      *============================================================
       SOLICITA-ESTORNO.
           MOVE WS-ORIG-NUM     TO WS-RECIBO-APR
           MOVE WS-SESSAO       TO WS-SESSAO-APR
           MOVE WS-SW-DEVOLUCAO TO WS-DEVOLUCAO-APR
           IF DEVOLUCAO-CHEQUE
               MOVE WS-ALINEA TO WS-ALINEA-APR
               MOVE WS-TARIFA TO WS-TARIFA-APR
           ELSE
               MOVE ZEROES TO WS-ALINEA-APR
               MOVE ZEROES TO WS-TARIFA-APR
           END-IF
           MOVE SPACES TO WS-CHAVE-ALVO-APR
           MOVE WS-ORIG-NUM TO WS-CHAVE-ALVO-APR(1:6)
           MOVE SPACES TO WS-DESCR-APR
           MOVE SPACES TO WS-ANTES-APR
           MOVE SPACES TO WS-DEPOIS-APR
           STRING 'ESTORNO DO RECIBO ' WS-ORIG-NUM ' ALUNO '
               WS-ORIG-CODIGO
               DELIMITED BY SIZE INTO WS-DESCR-APR
           STRING 'PAGO ' WS-VALOR-REC-ED ' PARC ' WS-ORIG-SLOT
               '/' WS-ORIG-ANO
               DELIMITED BY SIZE INTO WS-ANTES-APR
           IF DEVOLUCAO-CHEQUE
               STRING 'CHEQUE DEVOLVIDO ALINEA ' WS-ALINEA
                   DELIMITED BY SIZE INTO WS-DEPOIS-APR
           ELSE
               MOVE 'PARCELA REABERTA' TO WS-DEPOIS-APR
           END-IF
           PERFORM SOLICITA-APROVACAO.
      *
      *============================================================
      * APLICA-APROVADA - CHAMADO PELO APROVA: REFAZ AS CRITICAS DO
      * RECIBO (JA ESTORNADO, PARCELA DE PLANO) E EXECUTA O ESTORNO
      * APROVADO COM AS RESPOSTAS GUARDADAS NA SOLICITACAO. O
      * CONTRA-RECIBO E O CAIXA FICAM EM NOME DE QUEM PEDIU, NA
      * SESSAO DE CAIXA INFORMADA NO PEDIDO.
      *============================================================
       APLICA-APROVADA.
           PERFORM LE-APROVADA
           IF APR-LIDA
               MOVE WS-OPER-SOL      TO WS-SUPERVISOR
               MOVE WS-SESSAO-APR    TO WS-SESSAO
               MOVE WS-RECIBO-APR    TO WS-NUM-PARAM
               MOVE WS-ALINEA-APR    TO WS-ALINEA
               MOVE WS-TARIFA-APR    TO WS-TARIFA
               MOVE WS-DEVOLUCAO-APR TO WS-SW-DEVOLUCAO
               IF CHQ-INDISPONIVEL
                   SET ESTORNO-COMUM TO TRUE
               END-IF
               PERFORM ESTORNA-RECIBO
           END-IF.
      *
      *============================================================
      * VERIFICA-CHEQUE - RECIBO PAGO EM CHEQUE: SE O CHEQUE ESTA
      * NA CUSTODIA E AINDA NAO VOLTOU, PERGUNTA SE O ESTORNO E A
      * DEVOLUCAO DO CHEQUE PELO BANCO E, SENDO, PEDE A ALINEA DA
      * DEVOLUCAO E A TARIFA COBRADA PELO BANCO.
      *============================================================
       VERIFICA-CHEQUE.
           IF CHQ-DISPONIVEL
               MOVE WS-ORIG-NUM TO RECIBO-CHQ
               READ ARQ-CHQ KEY IS RECIBO-CHQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PERGUNTA-DEVOLUCAO
               END-READ
           END-IF.
      *
       PERGUNTA-DEVOLUCAO.
           IF CHQ-DEVOLVIDO
               DISPLAY 'CHEQUE DESTE RECIBO JA CONSTA COMO DEVOLVIDO '
                   'EM ' DATA-DEV-CHQ '.'
           ELSE
               DISPLAY 'CHEQUE: BANCO ' BANCO-CHQ ' NO. ' NUMERO-CHQ
                   ' CPF ' CPF-CHQ ' BOM PARA ' BOMPARA-CHQ
               DISPLAY 'ESTORNO POR CHEQUE DEVOLVIDO PELO BANCO '
                   '(S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   SET DEVOLUCAO-CHEQUE TO TRUE
                   DISPLAY 'ALINEA DA DEVOLUCAO (99)..............: '
                       WITH NO ADVANCING
                   ACCEPT WS-ALINEA
                   DISPLAY 'TARIFA DE DEVOLUCAO DO BANCO (99999,99): '
                       WITH NO ADVANCING
                   ACCEPT WS-TARIFA
               END-IF
           END-IF.
      *
      *============================================================
      * REGISTRA-DEVOLUCAO - COM O ESTORNO CONCLUIDO: MARCA O
      * CHEQUE COMO DEVOLVIDO NA CUSTODIA, MARCA O EMITENTE, LANCA A
      * TARIFA DO BANCO COMO COBRANCA EXTRA DO ALUNO.
      *============================================================
       REGISTRA-DEVOLUCAO.
           IF WS-ORIG-SLOT = 0
               MOVE NOME-EXT   TO WS-NOME-TARIFA
               MOVE S-NOME-EXT TO WS-S-NOME-TARIFA
           ELSE
               MOVE NOME       TO WS-NOME-TARIFA
               MOVE S-NOME     TO WS-S-NOME-TARIFA
           END-IF
           MOVE WS-ORIG-NUM TO RECIBO-CHQ
           READ ARQ-CHQ KEY IS RECIBO-CHQ
               INVALID KEY
                   DISPLAY 'CHEQUE SUMIU DA CUSTODIA - DEVOLUCAO NAO '
                       'ANOTADA NO CHEQUE.'
               NOT INVALID KEY
                   SET CHQ-DEVOLVIDO TO TRUE
                   MOVE WS-DATA-HOJE     TO DATA-DEV-CHQ
                   MOVE WS-ALINEA        TO ALINEA-CHQ
                   MOVE WS-CONTRA-RECIBO TO ESTORNO-CHQ
                   REWRITE REG-CHQ
                   END-REWRITE
                   IF NOT FS-CHQ-OK
                       DISPLAY 'ERRO AO REGRAVAR CHEQUES.DAT - '
                           'FS-STAT: ' FS-STAT-CHQ
                   END-IF
                   PERFORM MARCA-EMITENTE
           END-READ
           MOVE ZEROES TO WS-PROX-SEQ
           IF WS-TARIFA > 0
               PERFORM LANCA-TARIFA
           END-IF.
      *
      *============================================================
      * IMPRIME-DEVOLUCAO - LINHAS DA DEVOLUCAO NO DOCUMENTO DE
      * ESTORNO, ANTES DA ASSINATURA DO SUPERVISOR.
      *============================================================
       IMPRIME-DEVOLUCAO.
           MOVE SPACES TO WS-LINHA
           STRING 'CHEQUE DEVOLVIDO - BANCO ' BANCO-CHQ ' NO. '
               NUMERO-CHQ ' ALINEA ' WS-ALINEA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF WS-PROX-SEQ > 0
               MOVE WS-TARIFA TO WS-VALOR-REC-ED
               MOVE SPACES TO WS-LINHA
               STRING 'TARIFA ' WS-VALOR-REC-ED ' LANCADA COMO '
                   'COBRANCA EXTRA ' WS-ORIG-ANO '/' WS-PROX-SEQ
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * MARCA-EMITENTE - SOMA A DEVOLUCAO NO CADASTRO DE EMITENTES
      * COM CHEQUE DEVOLVIDO (CRIANDO O EMITENTE NA PRIMEIRA).
      * CHEQUE SEM CPF NAO TEM COMO MARCAR O EMITENTE.
      *============================================================
       MARCA-EMITENTE.
           IF CPF-CHQ = 0
               DISPLAY 'CHEQUE SEM CPF DO EMITENTE - EMITENTE NAO '
                   'MARCADO.'
           ELSE
               MOVE CPF-CHQ TO CPF-CHD
               READ ARQ-CHD KEY IS CPF-CHD
                   INVALID KEY
                       PERFORM INCLUI-EMITENTE
                   NOT INVALID KEY
                       ADD 1 TO QTD-DEV-CHD
                       MOVE WS-DATA-HOJE TO DATA-ULT-CHD
                       MOVE VALOR-CHQ    TO VALOR-ULT-CHD
                       REWRITE REG-CHD
                       END-REWRITE
               END-READ
               IF FS-CHD-OK
                   DISPLAY 'EMITENTE ' CPF-CHD ' MARCADO - '
                       QTD-DEV-CHD ' DEVOLUCAO(OES).'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR CHQDEV.DAT - FS-STAT: '
                       FS-STAT-CHD
               END-IF
           END-IF.
      *
       INCLUI-EMITENTE.
           MOVE CPF-CHQ      TO CPF-CHD
           MOVE 1            TO QTD-DEV-CHD
           MOVE WS-DATA-HOJE TO DATA-ULT-CHD
           MOVE VALOR-CHQ    TO VALOR-ULT-CHD
           WRITE REG-CHD.
      *
      *============================================================
      * LANCA-TARIFA - GRAVA A TARIFA DE DEVOLUCAO COMO LANCAMENTO
      * EXTRA DO ALUNO/ANO DO RECIBO, NA PROXIMA SEQUENCIA LIVRE
      * (A MESMA VARREDURA DO DESCOBRE-PROX-SEQ DO MANTEXT), COM
      * VENCIMENTO HOJE.
      *============================================================
       LANCA-TARIFA.
           MOVE ZEROES TO WS-PROX-SEQ
           MOVE WS-ORIG-CODIGO TO CODIGO-EXT
           MOVE WS-ORIG-ANO    TO ANO-REF-EXT
           MOVE ZEROES         TO SEQ-EXT
           START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-EXT NOT = WS-ORIG-CODIGO
                          OR ANO-REF-EXT NOT = WS-ORIG-ANO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SEQ-EXT TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-SEQ
           MOVE WS-ORIG-CODIGO   TO CODIGO-EXT
           MOVE WS-ORIG-ANO      TO ANO-REF-EXT
           MOVE WS-PROX-SEQ      TO SEQ-EXT
           MOVE WS-NOME-TARIFA   TO NOME-EXT
           MOVE WS-S-NOME-TARIFA TO S-NOME-EXT
           MOVE 'TARIFA CHEQUE DEVOLVIDO' TO DESCRICAO-EXT
           MOVE WS-TARIFA        TO VALOR-EXT
           SET EXT-ABERTO TO TRUE
           MOVE WS-DATA-HOJE     TO DATA-LANC-EXT
           MOVE WS-DATA-HOJE     TO DATA-VENC-EXT
           WRITE REG-EXT
               INVALID KEY
                   DISPLAY 'SEQUENCIA JA USADA - TARIFA NAO LANCADA, '
                       'LANCE PELO MANTEXT.'
                   MOVE ZEROES TO WS-PROX-SEQ
               NOT INVALID KEY
                   DISPLAY 'TARIFA LANCADA - LANCAMENTO EXTRA '
                       WS-ORIG-ANO '/' SEQ-EXT
                       ' (PAGAVEL NO BAIXAPAG COM PARCELA 00)'
           END-WRITE.
      *
      *============================================================
      * REABRE-LANCAMENTO - DEVOLVE PARA 'AB' O LANCAMENTO EXTRA DO
      *============================================================
      * CALCULA-PRINCIPAL-ESTORNO - SEPARA DO VALOR DO RECIBO A
      * PARTE QUE E PRINCIPAL: SO O RECIBO DE QUITACAO EMBUTE A
      * MULTA DE 2% E OS JUROS PRO RATA DIA DO BAIXAPAG - E ELE E
      * O ULTIMO RECIBO NORMAL NAO ESTORNADO DA PARCELA
      * (WS-ULT-NORMAL, APURADO NA VARREDURA). QUALQUER RECIBO
      * ANTERIOR E UM PAGAMENTO PARCIAL, SO PRINCIPAL, MESMO QUE A
           MOVE WS-ORIG-VALOR TO WS-VALOR-PRINC-EST
           IF WS-SITU-ATUAL = 'PG'
              AND WS-ORIG-NUM = WS-ULT-NORMAL
      * O VENCIMENTO E OS DIAS DE ATRASO SAO OS MESMOS QUE O CAIXA
      * USOU (CALCVENC/CALCENC NA DATA DO RECIBO); O CALCENC SO E
      * CHAMADO AQUI PARA SABER OS DIAS.
               CALL 'CALCVENC' USING WS-ORIG-CODIGO WS-ORIG-ANO
                                     WS-ORIG-SLOT WS-DATA-VENC-EST
               MOVE WS-ORIG-VALOR TO WS-VALOR-BASE-EST
               CALL 'CALCENC' USING WS-DATA-VENC-EST WS-ORIG-DATA
                                    WS-VALOR-BASE-EST WS-ENCARGOS-EST
               IF WS-DIAS-EST > 0
                   COMPUTE WS-VALOR-PRINC-EST ROUNDED =
                       WS-ORIG-VALOR
                       / (1,02 + (0,01 * WS-DIAS-EST / 30))
                   MOVE WS-VALOR-PRINC-EST TO WS-VALOR-BASE-EST
                   CALL 'CALCENC' USING WS-DATA-VENC-EST WS-ORIG-DATA
                                        WS-VALOR-BASE-EST
                                        WS-ENCARGOS-EST
                   COMPUTE WS-AJUSTE-EST =
                       WS-ORIG-VALOR - WS-VALOR-PRINC-EST
                       - WS-MULTA-EST - WS-JUROS-EST
               MOVE 'E'            TO TIPO-REC
               MOVE WS-ORIG-NUM    TO REF-RECIBO
               MOVE WS-ORIG-SEQ    TO SEQ-EXT-REC
               MOVE WS-ORIG-UNIDADE TO UNIDADE-REC
               WRITE REG-REC
                   INVALID KEY
                       DISPLAY 'RECIBO ' WS-PROX-RECIBO ' JA USADO '
           MOVE WS-SUPERVISOR TO OPERADOR-CX
           SET CX-ESTORNO TO TRUE
           MOVE WS-ORIG-FORMA TO FORMA-CX
      * O ESTORNO SAI DO CAIXA DA UNIDADE DO RECIBO ORIGINAL.
           MOVE WS-ORIG-UNIDADE TO UNIDADE-CX
           COMPUTE VALOR-SIST-CX = 0 - WS-ORIG-VALOR
           COMPUTE VALOR-DECL-CX = 0 - WS-ORIG-VALOR
           MOVE ZEROES TO DIFERENCA-CX
           WRITE REG-CX.
      *
      *============================================================
      * DEVOLVE-AO-CREDITO - ESTORNO DE RECIBO QUITADO COM CREDITO:
      * ACHA O CPF PELA APLICACAO QUE GEROU O RECIBO E GRAVA O
      * RETORNO ('R') DO VALOR AO SALDO, COM O CONTRA-RECIBO COMO
      * REFERENCIA. NADA VAI PARA O LIVRO CAIXA.
      *============================================================
       DEVOLVE-AO-CREDITO.
           MOVE SPACES TO WS-CPF-CREDITO
           MOVE ZEROES TO WS-PROX-CREDITO
           IF CRE-DISPONIVEL
               MOVE ZEROES TO NUM-CRE
               START ARQ-CRE KEY IS NOT LESS THAN NUM-CRE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CRE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-CRE
               END-START
               PERFORM UNTIL WS-EOF-CRE = 'Y'
                   READ ARQ-CRE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-CRE
                       NOT AT END
                           MOVE NUM-CRE TO WS-PROX-CREDITO
                           IF CRE-APLICACAO
                              AND RECIBO-CRE = WS-ORIG-NUM
                               MOVE CPF-CRE TO WS-CPF-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-PROX-CREDITO
           END-IF
           IF WS-CPF-CREDITO = SPACES
               DISPLAY 'APLICACAO DE CREDITO DO RECIBO NAO '
                   'ENCONTRADA - DEVOLVA O VALOR AO RESPONSAVEL '
                   'MANUALMENTE.'
           ELSE
               PERFORM GRAVA-RETORNO-CREDITO
           END-IF.
      *
       GRAVA-RETORNO-CREDITO.
           SET CREDITO-PENDENTE TO TRUE
           PERFORM UNTIL CREDITO-GRAVADO
               MOVE WS-PROX-CREDITO  TO NUM-CRE
               MOVE WS-CPF-CREDITO   TO CPF-CRE
               MOVE WS-ORIG-CODIGO   TO CODIGO-CRE
               MOVE WS-ORIG-ANO      TO ANO-REF-CRE
               MOVE WS-ORIG-SLOT     TO SLOT-CRE
               MOVE WS-ORIG-SEQ      TO SEQ-EXT-CRE
               SET CRE-RETORNO TO TRUE
               MOVE WS-ORIG-VALOR    TO VALOR-CRE
               MOVE WS-DATA-HOJE     TO DATA-CRE
               MOVE WS-CONTRA-RECIBO TO RECIBO-CRE
               MOVE 'K'              TO FORMA-CRE
               MOVE 'E'              TO ORIGEM-CRE
               MOVE WS-SUPERVISOR    TO OPERADOR-CRE
               MOVE 'ESTORNO DE APLICACAO' TO HISTORICO-CRE
               WRITE REG-CRE
                   INVALID KEY
                       ADD 1 TO WS-PROX-CREDITO
                   NOT INVALID KEY
                       SET CREDITO-GRAVADO TO TRUE
                       DISPLAY 'VALOR DEVOLVIDO AO CREDITO DO CPF '
                           WS-CPF-CREDITO
               END-WRITE
               IF CREDITO-PENDENTE AND NOT FS-CRE-OK
                  AND NOT FS-CRE-CHAVE-DUPLIC
                   SET CREDITO-GRAVADO TO TRUE
                   DISPLAY 'ERRO AO GRAVAR CREDITO.DAT - FS-STAT: '
                       FS-STAT-CRE ' - DEVOLVA O CREDITO '
                       'MANUALMENTE.'
               END-IF
           END-PERFORM.
      *
      *============================================================
      * IMPRIME-ESTORNO - DOCUMENTO DE ESTORNO FORMATADO EM
      * ESTORNO.LST, PARA ASSINATURA DO SUPERVISOR.
      *============================================================
               ' EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF DEVOLUCAO-CHEQUE
               PERFORM IMPRIME-DEVOLUCAO
           END-IF
           IF WS-ORIG-FORMA = 'K'
               MOVE SPACES TO WS-LINHA
               STRING 'RECIBO QUITADO COM CREDITO - VALOR DEVOLVIDO '
                   'AO SALDO DO CPF ' WS-CPF-CREDITO
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING 'SOLICITACAO ' WS-NUM-APR ' DE ' WS-OPER-SOL
               ' APROVADA POR ' WS-OPER-DEC
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'SUPERVISOR: ___________________________' TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * CANCELA-NFSE - RECIBO ESTORNADO QUE JA FOI PARA A PREFEITURA
      * COMO RPS: ANOTA O CONTRA-RECIBO NO REGISTRO DE RPS E, SE A
      * NFS-E JA FOI EMITIDA, GRAVA O PEDIDO DE CANCELAMENTO. RPS
      * AINDA SEM RETORNO TEM O PEDIDO GRAVADO PELO NFSRET QUANDO A
      * NOTA CHEGAR; RECIBO QUE NUNCA FOI PARA A PREFEITURA FICA DE
      * FORA DO PROXIMO LOTE.
      *============================================================
       CANCELA-NFSE.
           IF RPS-DISPONIVEL
               MOVE WS-ORIG-NUM TO RECIBO-RPS
               READ ARQ-RPS KEY IS RECIBO-RPS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ANOTA-ESTORNO-RPS
               END-READ
           END-IF.
      *
       ANOTA-ESTORNO-RPS.
           MOVE NUM-RECIBO TO ESTORNO-RPS
           EVALUATE TRUE
               WHEN RPS-EMITIDO
                   MOVE 'C'          TO TIPO-CAN
                   MOVE WS-INSC-MUN  TO INSC-CAN
                   MOVE NFSE-RPS     TO NFSE-CAN
                   MOVE CODVERIF-RPS TO CODVERIF-CAN
                   MOVE RECIBO-RPS   TO RECIBO-CAN
                   MOVE ESTORNO-RPS  TO ESTORNO-CAN
                   MOVE WS-DATA-HOJE TO DATA-CAN
                   MOVE 'PAGAMENTO ESTORNADO PELA ESCOLA'
                       TO MOTIVO-CAN
                   WRITE REG-CAN
                   SET RPS-CANC-PEDIDO TO TRUE
                   DISPLAY 'NFS-E ' NFSE-RPS ' - PEDIDO DE '
                       'CANCELAMENTO GRAVADO PARA A PREFEITURA.'
               WHEN RPS-ENVIADO
                   DISPLAY 'RPS ' NUM-RPS ' AINDA SEM RETORNO DA '
                       'PREFEITURA - O CANCELAMENTO SAI NO NFSRET.'
           END-EVALUATE
           REWRITE REG-RPS
           IF NOT FS-RPS-OK
               DISPLAY 'ERRO AO REGRAVAR O RPS ' NUM-RPS
                   ' - FS-STAT: ' FS-STAT-RPS
                   ' - PECA O CANCELAMENTO DA NOTA NO PORTAL.'
           END-IF.
      *
      *============================================================
      * SOLICITA-APROVACAO - A ALTERACAO NAO E APLICADA AQUI: VAI
      * PARA APROVA.DAT COMO SOLICITACAO PENDENTE, COM O OPERADOR
      * SOLICITANTE E OS VALORES ANTES E DEPOIS, E SO E APLICADA
      * QUANDO OUTRO OPERADOR, DA DIRECAO, APROVAR NO APROVA (QUE
      * CHAMA ESTE PROGRAMA DE VOLTA PARA APLICAR). CADA ITEM TEM NO
      * MAXIMO UMA SOLICITACAO EM ABERTO. SEM O LOGIN DO MENU NAO
      * HA SOLICITANTE AUTENTICADO PARA O APROVA CONFERIR, E A
      * SOLICITACAO NAO E GRAVADA.
      *============================================================
       SOLICITA-APROVACAO.
           IF WS-OPER-SESSAO = SPACES
               DISPLAY 'SOLICITACAO NAO GRAVADA - O PEDIDO DE '
                   'APROVACAO PRECISA DO LOGIN DO MENU.'
           ELSE
               PERFORM GRAVA-SOLICITACAO
           END-IF.
      *
       GRAVA-SOLICITACAO.
           PERFORM DESCOBRE-PROX-APR
           IF WS-APR-PENDENTE > 0
               DISPLAY 'JA HA A SOLICITACAO ' WS-APR-PENDENTE
                   ' EM ABERTO PARA ESTE ITEM - AGUARDE A DECISAO '
                   'DA DIRECAO.'
           ELSE
               ACCEPT WS-DATA-APR FROM DATE YYYYMMDD
               ACCEPT WS-HORA-APR FROM TIME
               SET APR-NAO-GRAVADA TO TRUE
               PERFORM UNTIL APR-GRAVADA
                   MOVE SPACES            TO REG-APR
                   MOVE WS-PROX-APR       TO NUM-APR
                   MOVE WS-TIPO-APR       TO TIPO-APR
                   SET APR-PENDENTE TO TRUE
                   MOVE 'ESTORNO'          TO PROGRAMA-APR
                   MOVE WS-CHAVE-ALVO-APR TO CHAVE-ALVO-APR
                   MOVE WS-OPER-SOL       TO OPER-SOL-APR
                   MOVE WS-DATA-APR       TO DATA-SOL-APR
                   MOVE WS-HORA-APR       TO HORA-SOL-APR
                   MOVE ZEROES            TO DATA-DEC-APR
                   MOVE ZEROES            TO HORA-DEC-APR
                   MOVE WS-DESCR-APR      TO DESCR-APR
                   MOVE WS-ANTES-APR      TO ANTES-APR
                   MOVE WS-DEPOIS-APR     TO DEPOIS-APR
                   MOVE WS-DADOS-APR      TO DADOS-APR
                   WRITE REG-APR
                       INVALID KEY
                           ADD 1 TO WS-PROX-APR
                       NOT INVALID KEY
                           SET APR-GRAVADA TO TRUE
                           DISPLAY 'SOLICITACAO ' NUM-APR
                               ' GRAVADA - AGUARDANDO APROVACAO DA '
                               'DIRECAO.'
                   END-WRITE
                   IF APR-NAO-GRAVADA AND NOT FS-APR-OK
                      AND NOT FS-APR-CHAVE-DUPLIC
                       SET APR-GRAVADA TO TRUE
                       DISPLAY 'ERRO AO GRAVAR APROVA.DAT - FS-STAT: '
                           FS-STAT-APR ' - SOLICITACAO NAO GRAVADA.'
                   END-IF
               END-PERFORM
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-APR - MAIOR NUMERO DE SOLICITACAO JA USADO EM
      * APROVA.DAT E, NA MESMA VARREDURA, SOLICITACAO AINDA EM
      * ABERTO (PENDENTE OU LIBERADA) DO MESMO TIPO E ITEM.
      *============================================================
       DESCOBRE-PROX-APR.
           MOVE ZEROES TO WS-PROX-APR
           MOVE ZEROES TO WS-APR-PENDENTE
           MOVE ZEROES TO NUM-APR
           START ARQ-APR KEY IS NOT LESS THAN NUM-APR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-APR
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-APR
           END-START
           PERFORM UNTIL WS-EOF-APR = 'Y'
               READ ARQ-APR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-APR
                   NOT AT END
                       MOVE NUM-APR TO WS-PROX-APR
                       IF TIPO-APR = WS-TIPO-APR
                          AND CHAVE-ALVO-APR = WS-CHAVE-ALVO-APR
                          AND (APR-PENDENTE OR APR-LIBERADA)
                           MOVE NUM-APR TO WS-APR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-APR.
      *
      *============================================================
      * LE-APROVADA - CHAMADO PELO APROVA: LE A SOLICITACAO
      * LIBERADA PELA DIRECAO E DEVOLVE OS DADOS GUARDADOS NELA E O
      * OPERADOR QUE APROVOU. SOLICITACAO DE OUTRO TIPO OU QUE NAO
      * ESTA MAIS LIBERADA NAO E APLICADA.
      *============================================================
       LE-APROVADA.
           SET APR-NAO-LIDA TO TRUE
           MOVE WS-NUM-APR TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ENCONTRADA '
                       'EM APROVA.DAT.'
               NOT INVALID KEY
                   IF APR-LIBERADA AND TIPO-APR = WS-TIPO-APR
                       SET APR-LIDA TO TRUE
                       MOVE DADOS-APR    TO WS-DADOS-APR
                       MOVE OPER-SOL-APR TO WS-OPER-SOL
                       MOVE OPER-DEC-APR TO WS-OPER-DEC
                   ELSE
                       DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ESTA '
                           'LIBERADA PARA ESTE PROGRAMA.'
                   END-IF
           END-READ.
      *
      *============================================================
      * MARCA-APLICADA - ALTERACAO APROVADA E GRAVADA: A SOLICITACAO
      * PASSA A APLICADA. SE A APLICACAO FALHOU, ELA CONTINUA
      * LIBERADA E O APROVA A DEVOLVE PARA A FILA.
      *============================================================
       MARCA-APLICADA.
           MOVE WS-NUM-APR TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ENCONTRADA '
                       'EM APROVA.DAT.'
               NOT INVALID KEY
                   SET APR-APLICADA TO TRUE
                   REWRITE REG-APR
                   IF NOT FS-APR-OK
                       DISPLAY 'ERRO AO REGRAVAR APROVA.DAT - '
                           'FS-STAT: ' FS-STAT-APR
                   END-IF
           END-READ.
      *
       ABRIR-ARQUIVOS.
      * ABRE EM I-O (E NAO EM OUTPUT) PARA QUE OS RECIBOS JA
           IF FS-CX-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CX
           END-IF
           OPEN OUTPUT ARQ-REL
           SET RPS-DISPONIVEL TO TRUE
           OPEN I-O ARQ-RPS
           IF FS-RPS-NAO-EXISTE THEN
               SET RPS-INDISPONIVEL TO TRUE
           END-IF
           OPEN EXTEND ARQ-CAN
           IF FS-CAN-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CAN
           END-IF
           SET CHQ-DISPONIVEL TO TRUE
           OPEN I-O ARQ-CHQ
           IF FS-CHQ-NAO-EXISTE THEN
               SET CHQ-INDISPONIVEL TO TRUE
           END-IF
      * O CADASTRO DE EMITENTES COM DEVOLUCAO NASCE AQUI, NA
      * PRIMEIRA EXECUCAO.
           OPEN I-O ARQ-CHD
           IF FS-CHD-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CHD
               CLOSE ARQ-CHD
               OPEN I-O ARQ-CHD
           END-IF
           SET CRE-DISPONIVEL TO TRUE
           OPEN I-O ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               SET CRE-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-APR
           IF FS-APR-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-APR
               CLOSE ARQ-APR
               OPEN I-O ARQ-APR
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'ESTORNOLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ESTORNOLST
           MOVE 'RPSREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RPSREG
           MOVE 'NFSCANCTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NFSCANCTXT
           MOVE 'NFSINSCMUN' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           MOVE WS-PARAM-VALOR(1:8) TO WS-INSC-MUN
           MOVE 'CHEQUES' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CHEQUES
           MOVE 'CHQDEV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CHQDEV
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO
           MOVE 'APROVA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APROVA.
