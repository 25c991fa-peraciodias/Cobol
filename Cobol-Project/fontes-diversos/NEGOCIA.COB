              ASSIGN TO WS-ARQ-NEGOCIALST
              ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  ARQ-MEN.
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
       FD  ARQ-NEG.
       01  REG-NEG.
           02 CHAVE-NEG.
       FD  ARQ-REL.
       01  REG-REL            PIC X(80).

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
       01  WS-DATA-ATUAL      PIC 9(08).
       01  WS-ANO-HOJE        PIC 9(04).
       01  WS-MES-HOJE        PIC 9(02).
      * VENCIMENTO REAL DA PARCELA (CALCVENC): SO ENTRA NO ACORDO A
      * PARCELA JA VENCIDA, PELA MESMA DATA DO CAIXA E DA CARTA.
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-TOTAL-PLANO     PIC 9(09)V99.
       01  WS-VALOR-ED        PIC Z(08)9,99.
       01  WS-LINHA           PIC X(80).
       01  WS-SITU-NEG-DESC   PIC X(10).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'NEGOCIA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK              VALUE ZEROS.
           88 FS-NAO-EXISTE      VALUE 35.
           88 FS-NEG-CHAVE-DUPLIC VALUE 22.
           88 FS-NEG-EM-USO      VALUES 51 99.

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
       01  WS-TIPO-APR        PIC X(01) VALUE 'N'.
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
      * DADOS PARA GRAVAR O ACORDO DEPOIS DE APROVADO.
       01  WS-DADOS-APR.
           02 WS-CODIGO-APR     PIC 9(08).
           02 WS-ANO-APR        PIC 9(04).
           02 WS-QTD-PARC-APR   PIC 9(02).
           02 WS-VALOR-APR      PIC 9(05)V99.
           02 WS-DATA-INI-APR   PIC 9(08).
           02 FILLER            PIC X(11).
      * ACORDO COM DEBITO OU TOTAL ACIMA DESTE VALOR EM REAIS
      * (APRLIMNEG NO PARAMS.CFG) SO E FECHADO COM APROVACAO.
       01  WS-PARAM-LIMNEG    PIC X(64).
       01  WS-LIMITE-NEG      PIC 9(07).
       01  WS-SW-ACORDO PIC X(01).
           88 ACORDO-GRAVADO     VALUE 'S'.
           88 ACORDO-NAO-GRAVADO VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
       MOVE WS-DATA-ATUAL(1:4) TO WS-ANO-HOJE
       MOVE WS-DATA-ATUAL(5:2) TO WS-MES-HOJE
      * CHAMADO PELO APROVA COM UM ACORDO APROVADO: GRAVA SO ESSE
      * ACORDO E VOLTA, SEM MOSTRAR O MENU.
       SET MODO-SOLICITACAO TO TRUE
       MOVE 'L' TO WS-FUNCAO-APR
       CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-APR
       IF WS-NUM-APR > 0
           SET MODO-APLICACAO TO TRUE
           PERFORM APLICA-APROVADA
           MOVE 'S' TO WS-OPCAO
       ELSE
           MOVE WS-OPER-SESSAO TO WS-OPER-SOL
           PERFORM SOLICITA-OPCAO
       END-IF.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
       END-PERFORM.
       CLOSE ARQ-MEN.
       CLOSE ARQ-NEG.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ALUNO ' WS-CODIGO-PARAM ' ANO ' WS-ANO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-NEGOCIALST.
       CLOSE ARQ-APR.
       GOBACK.
      *
      *============================================================
               ELSE
                   PERFORM CAPTURA-PLANO
                   IF CONFIRMADO
      * ACORDO GRANDE (DEBITO OU TOTAL DO PLANO ACIMA DO LIMITE) SO
      * E GRAVADO DEPOIS DA APROVACAO DA DIRECAO.
                       IF WS-TOTAL-VENCIDO > WS-LIMITE-NEG
                          OR WS-TOTAL-PLANO > WS-LIMITE-NEG
                           PERFORM SOLICITA-ACORDO
                       ELSE
                           PERFORM GRAVA-PLANO
                       END-IF
                   ELSE
                       DISPLAY 'NEGOCIACAO CANCELADA.'
                   END-IF
       MOSTRA-VENCIDAS.
           MOVE ZEROES TO WS-QTD-VENCIDAS
           MOVE ZEROES TO WS-TOTAL-VENCIDO
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM ISOLA-SITU-SLOT
               CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                     WS-DATA-VENC
               IF WS-SITU-ATUAL NOT = 'PG'
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND WS-SITU-ATUAL NOT = 'NG'
                  AND WS-SITU-ATUAL NOT = SPACES
                  AND WS-DATA-VENC < WS-DATA-ATUAL
                   ADD 1 TO WS-QTD-VENCIDAS
                   ADD WS-VALOR-PARCELA TO WS-TOTAL-VENCIDO
                   DISPLAY '  PARCELA VENCIDA..: ' WS-MES-ATUAL-SLOT
      * VEZES.
      *============================================================
       GRAVA-PLANO.
           SET ACORDO-NAO-GRAVADO TO TRUE
           MOVE ZEROES TO WS-QTD-MARCADAS
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
                       CONTINUE
               END-WRITE
               IF FS-NEG-OK
                   SET ACORDO-GRAVADO TO TRUE
                   DISPLAY 'ACORDO GRAVADO - SLOTS NEGOCIADOS: '
                       WS-QTD-MARCADAS
                   PERFORM IMPRIME-ACORDO
      *============================================================
       MARCA-SLOT-NEGOCIADO.
           PERFORM ISOLA-SITU-SLOT
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                 WS-DATA-VENC
           IF WS-SITU-ATUAL NOT = 'PG'
              AND WS-SITU-ATUAL NOT = 'CN'
              AND WS-SITU-ATUAL NOT = 'NG'
              AND WS-SITU-ATUAL NOT = SPACES
              AND WS-DATA-VENC < WS-DATA-ATUAL
               EVALUATE WS-SLOT-ATUAL
                   WHEN 1  MOVE 'NG' TO SITU-1
                   WHEN 2  MOVE 'NG' TO SITU-2
           STRING 'ACORDO FECHADO EM ' DATA-ACORDO-NEG
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF MODO-APLICACAO
               MOVE SPACES TO WS-LINHA
               STRING 'SOLICITACAO ' WS-NUM-APR ' DE ' WS-OPER-SOL
                   ' APROVADA POR ' WS-OPER-DEC
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           MOVE 'ASSINATURA: ___________________________' TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * SOLICITA-ACORDO - GRAVA O PLANO COMBINADO COMO SOLICITACAO
      * PARA A DIRECAO: ANTES, O DEBITO ORIGINAL VENCIDO; DEPOIS, O
      * PLANO. NADA E MARCADO EM MENSAL.DAT ATE A APROVACAO.
      *============================================================
       SOLICITA-ACORDO.
           MOVE WS-CODIGO-PARAM   TO WS-CODIGO-APR
           MOVE WS-ANO-PARAM      TO WS-ANO-APR
           MOVE WS-QTD-PARC-PARAM TO WS-QTD-PARC-APR
           MOVE WS-VALOR-PARAM    TO WS-VALOR-APR
           MOVE WS-DATA-INI-PARAM TO WS-DATA-INI-APR
           MOVE SPACES TO WS-CHAVE-ALVO-APR
           STRING WS-CODIGO-PARAM '/' WS-ANO-PARAM
               DELIMITED BY SIZE INTO WS-CHAVE-ALVO-APR
           MOVE SPACES TO WS-DESCR-APR
           MOVE SPACES TO WS-ANTES-APR
           MOVE SPACES TO WS-DEPOIS-APR
           STRING 'ACORDO ' WS-CODIGO-PARAM '/' WS-ANO-PARAM ' '
               NOME
               DELIMITED BY SIZE INTO WS-DESCR-APR
           MOVE WS-TOTAL-VENCIDO TO WS-VALOR-ED
           STRING WS-QTD-VENCIDAS ' VENCIDAS ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-ANTES-APR
           MOVE WS-VALOR-PARAM TO WS-VALOR-ED
           STRING WS-QTD-PARC-PARAM ' X ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-DEPOIS-APR
           DISPLAY 'ACORDO ACIMA DE ' WS-LIMITE-NEG ' - DEPENDE DE '
               'APROVACAO DA DIRECAO.'
           PERFORM SOLICITA-APROVACAO.
      *
      *============================================================
      * APLICA-APROVADA - CHAMADO PELO APROVA: RELE O REGISTRO DO
      * ALUNO, REFAZ A SELECAO DAS PARCELAS VENCIDAS (COMO NO
      * NEGOCIA-DEBITO) E GRAVA O ACORDO APROVADO, MARCANDO A
      * SOLICITACAO COMO APLICADA.
      *============================================================
       APLICA-APROVADA.
           PERFORM LE-APROVADA
           IF APR-LIDA
               MOVE WS-CODIGO-APR   TO WS-CODIGO-PARAM
               MOVE WS-ANO-APR      TO WS-ANO-PARAM
               MOVE WS-QTD-PARC-APR TO WS-QTD-PARC-PARAM
               MOVE WS-VALOR-APR    TO WS-VALOR-PARAM
               MOVE WS-DATA-INI-APR TO WS-DATA-INI-PARAM
               SET ACORDO-NAO-GRAVADO TO TRUE
               MOVE WS-CODIGO-PARAM TO CODIGO
               MOVE WS-ANO-PARAM    TO ANO-REF
               READ ARQ-MEN KEY IS CHAVE-MEN
                   INVALID KEY
                       DISPLAY 'CODIGO/ANO NAO CADASTRADO EM '
                           'MENSAL.DAT !'
                   NOT INVALID KEY
                       PERFORM APLICA-ACORDO
               END-READ
               IF ACORDO-GRAVADO
                   PERFORM MARCA-APLICADA
               END-IF
           END-IF.
      *
       APLICA-ACORDO.
           MOVE WS-CODIGO-PARAM TO CODIGO-NEG
           MOVE WS-ANO-PARAM    TO ANO-REF-NEG
           READ ARQ-NEG KEY IS CHAVE-NEG
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-NEG-OK AND NEG-ATIVO
               DISPLAY 'ALUNO JA TEM PLANO ATIVO NESTE ANO - ACORDO '
                   'NAO GRAVADO.'
           ELSE
               PERFORM MOSTRA-VENCIDAS
               IF WS-QTD-VENCIDAS = 0
                   DISPLAY 'ALUNO SEM PARCELAS VENCIDAS - ACORDO NAO '
                       'GRAVADO.'
               ELSE
                   PERFORM GRAVA-PLANO
               END-IF
           END-IF.
      *
      *============================================================
      * CONSULTA-PLANO - MOSTRA NA TELA O ACORDO DO ALUNO/ANO
      * INFORMADO E O ANDAMENTO DELE.
      *============================================================
           IF SITU-10 = 'NG' MOVE 'AB' TO SITU-10 END-IF
           IF SITU-11 = 'NG' MOVE 'AB' TO SITU-11 END-IF
           IF SITU-12 = 'NG' MOVE 'AB' TO SITU-12 END-IF.
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
                   MOVE 'NEGOCIA'          TO PROGRAMA-APR
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
           OPEN I-O ARQ-MEN
               CLOSE ARQ-NEG
               OPEN I-O ARQ-NEG
           END-IF
           OPEN OUTPUT ARQ-REL
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
           MOVE 'NEGOCIA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NEGOCIA
           MOVE 'NEGOCIALST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NEGOCIALST
           MOVE 'APROVA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APROVA
      * LIMITE DO ACORDO SEM APROVACAO, EM REAIS (APRLIMNEG=NNNNNNN).
      * INVALIDO, TODO ACORDO PASSA PELA DIRECAO.
           MOVE 'APRLIMNEG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-LIMNEG
           IF WS-PARAM-LIMNEG(1:7) NUMERIC
               MOVE WS-PARAM-LIMNEG(1:7) TO WS-LIMITE-NEG
           ELSE
               DISPLAY 'APRLIMNEG INVALIDO EM PARAMS.CFG - TODO '
                   'ACORDO DEPENDE DE APROVACAO.'
               MOVE ZEROES TO WS-LIMITE-NEG
           END-IF.
