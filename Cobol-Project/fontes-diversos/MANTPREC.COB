              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PRECO.

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
       FD  ARQ-PRECO.
       01  REG-PRECO.
           02 CHAVE-PRECO.
      * CADA UNIDADE TEM A SUA TABELA: O PRECO DA SERIE/ANO PODE
      * SER DIFERENTE DE UMA UNIDADE PARA OUTRA.
              03 UNIDADE-PRECO PIC X(02).
              03 SERIE-PRECO  PIC X(02).
              03 ANO-PRECO    PIC 9(04).
           02 VALOR-PRECO     PIC 9(05)V99.

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

       01  WS-SERIE-PARAM     PIC X(02).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-PRECOS    PIC 9(04) VALUE ZEROES.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

           88 FS-PRECO-CHAVE-DUPLIC VALUE 22.
           88 FS-PRECO-EM-USO      VALUES 51 99.

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
       01  WS-TIPO-APR        PIC X(01) VALUE 'P'.
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
      * DADOS PARA APLICAR A ALTERACAO DA TABELA DEPOIS DE APROVADA.
       01  WS-DADOS-APR.
           02 WS-OPER-PRECO-APR PIC X(01).
              88 APR-INCLUI-PRECO VALUE 'I'.
              88 APR-ALTERA-PRECO VALUE 'A'.
              88 APR-EXCLUI-PRECO VALUE 'E'.
           02 WS-SERIE-APR      PIC X(02).
           02 WS-ANO-APR        PIC 9(04).
           02 WS-VALOR-APR      PIC 9(05)V99.
           02 WS-UNIDADE-APR    PIC X(02).
           02 FILLER            PIC X(24).
       01  WS-VALOR-ANTIGO    PIC 9(05)V99.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).
      * UNIDADE DE TRABALHO DA SESSAO (LEUNID), SUGERIDA NA CHAVE.
       01  WS-UNIDADE-SES     PIC X(02).
       01  WS-UNIDADES-SES    PIC X(10).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
           CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES.
       PERFORM ABRIR-ARQUIVOS.
      * CHAMADO PELO APROVA COM UMA SOLICITACAO APROVADA: APLICA SO
      * A ALTERACAO GUARDADA NELA E VOLTA, SEM MOSTRAR O MENU.
       SET MODO-SOLICITACAO TO TRUE
       MOVE 'L' TO WS-FUNCAO-APR
       CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-APR
       IF WS-NUM-APR > 0
           SET MODO-APLICACAO TO TRUE
           PERFORM APLICA-APROVADA
           CLOSE ARQ-PRECO
           CLOSE ARQ-APR
           GOBACK
       END-IF
       MOVE WS-OPER-SESSAO TO WS-OPER-SOL
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-PRECO.
       CLOSE ARQ-APR.
       GOBACK.
      *
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'MANUTENCAO DA TABELA DE PRECOS (TABPRECO.DAT)'
           DISPLAY 'I - INCLUIR PRECO DE UMA SERIE/ANO NA UNIDADE'
           DISPLAY 'A - ALTERAR UM PRECO'
           DISPLAY 'E - EXCLUIR UM PRECO'
           DISPLAY 'L - LISTAR A TABELA'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * INCLUI-PRECO / ALTERA-PRECO / EXCLUI-PRECO - A TABELA DE
      * PRECOS E A BASE DE TODA A COBRANCA DO ANO: NENHUMA MUDANCA E
      * GRAVADA DIRETO, TODAS VIRAM SOLICITACAO PARA A DIRECAO
      * APROVAR NO APROVA (VER SOLICITA-APROVACAO).
      *============================================================
       INCLUI-PRECO.
           PERFORM SOLICITA-UNIDADE
           IF UNIDADE-PERMITIDA
               DISPLAY 'SERIE (COMO EM TURMAS.DAT): '
                   WITH NO ADVANCING
               ACCEPT WS-SERIE-PARAM
               DISPLAY 'ANO LETIVO (AAAA).........: '
                   WITH NO ADVANCING
               ACCEPT WS-ANO-PARAM
               DISPLAY 'PARCELA MENSAL (99999,99).: '
                   WITH NO ADVANCING
               ACCEPT WS-VALOR-APR
               IF WS-VALOR-APR NOT NUMERIC OR WS-VALOR-APR = ZEROES
                   DISPLAY 'PRECO INVALIDO - NADA FOI SOLICITADO.'
               ELSE
                   MOVE WS-UNIDADE-PARAM TO UNIDADE-PRECO
                   MOVE WS-SERIE-PARAM   TO SERIE-PRECO
                   MOVE WS-ANO-PARAM     TO ANO-PRECO
                   READ ARQ-PRECO KEY IS CHAVE-PRECO
                       INVALID KEY
                           SET APR-INCLUI-PRECO TO TRUE
                           MOVE ZEROES TO WS-VALOR-ANTIGO
                           PERFORM SOLICITA-PRECO
                       NOT INVALID KEY
                           DISPLAY 'SERIE/ANO JA TEM PRECO NA '
                               'UNIDADE - USE A OPCAO A PARA ALTERAR.'
                   END-READ
               END-IF
           END-IF.
      *
       ALTERA-PRECO.
           PERFORM SOLICITA-CHAVE
           IF UNIDADE-PERMITIDA
               READ ARQ-PRECO KEY IS CHAVE-PRECO
                   INVALID KEY
                       DISPLAY 'CHAVE INVALIDA !'
                   NOT INVALID KEY
                       MOVE VALOR-PRECO TO WS-VALOR-ED
                       DISPLAY 'PRECO ATUAL....: ' WS-VALOR-ED
                       DISPLAY 'NOVO PRECO 99999,99 (ZERO OU EM BRANCO '
                           'P/ MANTER): ' WITH NO ADVANCING
      * O NOVO PRECO ENTRA DIRETO NO CAMPO NUMERICO DA SOLICITACAO,
      * COMO NA INCLUSAO: O QUE VAI PARA A APROVACAO E O NUMERO.
                       ACCEPT WS-VALOR-APR
                       EVALUATE TRUE
                           WHEN WS-VALOR-APR NOT NUMERIC
                               DISPLAY 'PRECO INVALIDO - NADA FOI '
                                   'SOLICITADO.'
                           WHEN WS-VALOR-APR = ZEROES
                               DISPLAY 'PRECO MANTIDO.'
                           WHEN OTHER
                               MOVE VALOR-PRECO TO WS-VALOR-ANTIGO
                               SET APR-ALTERA-PRECO TO TRUE
                               PERFORM SOLICITA-PRECO
                       END-EVALUATE
               END-READ
               IF FS-PRECO-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'TENTE NOVAMENTE EM ALGUNS INSTANTES.'
               END-IF
           END-IF.
      *
       EXCLUI-PRECO.
           PERFORM SOLICITA-CHAVE
           IF UNIDADE-PERMITIDA
               READ ARQ-PRECO KEY IS CHAVE-PRECO
                   INVALID KEY
                       DISPLAY 'CHAVE INVALIDA !'
                   NOT INVALID KEY
                       MOVE VALOR-PRECO TO WS-VALOR-ED
                       DISPLAY 'PRECO....: ' WS-VALOR-ED
                       DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF CONFIRMADO
                           MOVE VALOR-PRECO TO WS-VALOR-ANTIGO
                           MOVE ZEROES TO WS-VALOR-APR
                           SET APR-EXCLUI-PRECO TO TRUE
                           PERFORM SOLICITA-PRECO
                       ELSE
                           DISPLAY 'EXCLUSAO CANCELADA.'
                       END-IF
               END-READ
           END-IF.
      *
      *============================================================
      * SOLICITA-PRECO - MONTA A SOLICITACAO DA MUDANCA NA TABELA,
      * COM O PRECO ANTES E DEPOIS, E A GRAVA EM APROVA.DAT.
      *============================================================
       SOLICITA-PRECO.
           MOVE WS-SERIE-PARAM TO WS-SERIE-APR
           MOVE WS-ANO-PARAM   TO WS-ANO-APR
           MOVE WS-UNIDADE-PARAM TO WS-UNIDADE-APR
           MOVE SPACES TO WS-CHAVE-ALVO-APR
           STRING WS-UNIDADE-APR '/' WS-SERIE-APR '/' WS-ANO-APR
               DELIMITED BY SIZE INTO WS-CHAVE-ALVO-APR
           MOVE SPACES TO WS-DESCR-APR
           MOVE SPACES TO WS-ANTES-APR
           MOVE SPACES TO WS-DEPOIS-APR
           STRING 'PRECO DA SERIE ' WS-SERIE-APR ' ANO ' WS-ANO-APR
               ' UNID ' WS-UNIDADE-APR
               DELIMITED BY SIZE INTO WS-DESCR-APR
           IF APR-INCLUI-PRECO
               MOVE 'SEM PRECO' TO WS-ANTES-APR
           ELSE
               MOVE WS-VALOR-ANTIGO TO WS-VALOR-ED
               STRING 'PARCELA ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-ANTES-APR
           END-IF
           IF APR-EXCLUI-PRECO
               MOVE 'PRECO EXCLUIDO' TO WS-DEPOIS-APR
           ELSE
               MOVE WS-VALOR-APR TO WS-VALOR-ED
               STRING 'PARCELA ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-DEPOIS-APR
           END-IF
           PERFORM SOLICITA-APROVACAO.
      *
      *============================================================
      * APLICA-APROVADA - CHAMADO PELO APROVA: GRAVA NA TABELA A
      * INCLUSAO, ALTERACAO OU EXCLUSAO APROVADA E MARCA A
      * SOLICITACAO COMO APLICADA.
      *============================================================
       APLICA-APROVADA.
           PERFORM LE-APROVADA
           IF APR-LIDA
      * SOLICITACAO FEITA ANTES DAS UNIDADES VALE PARA A SEDE.
               IF WS-UNIDADE-APR = SPACES
                   MOVE WS-UNIDADE-SES TO WS-UNIDADE-APR
               END-IF
               MOVE WS-UNIDADE-APR TO UNIDADE-PRECO
               MOVE WS-SERIE-APR TO SERIE-PRECO
               MOVE WS-ANO-APR   TO ANO-PRECO
               EVALUATE TRUE
                   WHEN APR-INCLUI-PRECO
                       MOVE WS-VALOR-APR TO VALOR-PRECO
                       WRITE REG-PRECO
                           INVALID KEY
                               DISPLAY 'SERIE/ANO JA TEM PRECO - '
                                   'INCLUSAO NAO APLICADA.'
                       END-WRITE
                   WHEN APR-ALTERA-PRECO
                       READ ARQ-PRECO KEY IS CHAVE-PRECO
                           INVALID KEY
                               DISPLAY 'PRECO NAO EXISTE MAIS - '
                                   'ALTERACAO NAO APLICADA.'
                           NOT INVALID KEY
                               MOVE WS-VALOR-APR TO VALOR-PRECO
                               REWRITE REG-PRECO
                               END-REWRITE
                       END-READ
                   WHEN APR-EXCLUI-PRECO
                       READ ARQ-PRECO KEY IS CHAVE-PRECO
                           INVALID KEY
                               DISPLAY 'PRECO NAO EXISTE MAIS - '
                                   'EXCLUSAO NAO APLICADA.'
                           NOT INVALID KEY
                               DELETE ARQ-PRECO RECORD
                               END-DELETE
                       END-READ
               END-EVALUATE
               IF FS-PRECO-OK
                   DISPLAY 'TABELA DE PRECOS ATUALIZADA: SERIE '
                       SERIE-PRECO ' ANO ' ANO-PRECO ' UNIDADE '
                       UNIDADE-PRECO
                   PERFORM MARCA-APLICADA
               ELSE
                   IF FS-PRECO-EM-USO
                       DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                           'TENTE NOVAMENTE EM ALGUNS INSTANTES.'
                   END-IF
               END-IF
           END-IF.
      *
       SOLICITA-CHAVE.
           PERFORM SOLICITA-UNIDADE
           IF UNIDADE-PERMITIDA
               DISPLAY 'SERIE: ' WITH NO ADVANCING
               ACCEPT WS-SERIE-PARAM
               DISPLAY 'ANO LETIVO (AAAA): ' WITH NO ADVANCING
               ACCEPT WS-ANO-PARAM
               MOVE WS-UNIDADE-PARAM TO UNIDADE-PRECO
               MOVE WS-SERIE-PARAM   TO SERIE-PRECO
               MOVE WS-ANO-PARAM     TO ANO-PRECO
           END-IF.
      *
      *============================================================
      * SOLICITA-UNIDADE - UNIDADE DO PRECO (EM BRANCO = A DA
      * SESSAO). SO MEXE NA TABELA DE UMA UNIDADE QUEM TEM A
      * UNIDADE LIBERADA.
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'UNIDADE (EM BRANCO = ' WS-UNIDADE-SES '): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           IF WS-UNIDADE-PARAM = SPACES
               MOVE WS-UNIDADE-SES TO WS-UNIDADE-PARAM
           END-IF
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA - '
                   'OPERACAO CANCELADA.'
           END-IF.
      *
       LISTA-PRECOS.
           MOVE ZEROES TO WS-CONTA-PRECOS
           MOVE SPACES TO UNIDADE-PRECO
           MOVE SPACES TO SERIE-PRECO
           MOVE ZEROES TO ANO-PRECO
           START ARQ-PRECO KEY IS NOT LESS THAN CHAVE-PRECO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE VALOR-PRECO TO WS-VALOR-ED
                       DISPLAY 'UNID ' UNIDADE-PRECO ' SERIE '
                           SERIE-PRECO ' ANO ' ANO-PRECO
                           ' PARCELA: ' WS-VALOR-ED
                       ADD 1 TO WS-CONTA-PRECOS
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE PRECOS: ' WS-CONTA-PRECOS.
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
                   MOVE 'MANTPREC'         TO PROGRAMA-APR
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
           OPEN I-O ARQ-PRECO
               OPEN OUTPUT ARQ-PRECO
               CLOSE ARQ-PRECO
               OPEN I-O ARQ-PRECO
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
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'TABPRECO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TABPRECO
           MOVE 'APROVA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APROVA.
