       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APLICRED.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * APLICACAO DO SALDO DE CREDITO DOS RESPONSAVEIS: PARA CADA
      * CPF COM SALDO, QUITA AS PARCELAS EM ABERTO DOS FILHOS (DA
      * MAIS ANTIGA PARA A MAIS NOVA) E DEPOIS OS LANCAMENTOS
      * EXTRAS, ENQUANTO O SALDO COBRIR O VALOR DEVIDO INTEIRO.
      * CHAMADO NO FIM DO BAIXAPAG E DO CRIAPAR E PELO MENU.
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

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-REC
              ASSIGN TO WS-ARQ-RECIBOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-REC.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-APLICREDLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-MEN.
       01  REG-MEN.
           02 CHAVE-MEN.
              03 CODIGO  PIC 9(08).
              03 ANO-REF PIC 9(04).
           02 NOME           PIC A(20).
           02 S-NOME         PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
           02 MENSA-2.
              03 MES-REF-2   PIC  A(9).
              03 SITU-2      PIC A(02).
           02 MENSA-3.
              03 MES-REF-3   PIC  A(9).
              03 SITU-3      PIC A(02).
           02 MENSA-4.
              03 MES-REF-4   PIC  A(9).
              03 SITU-4      PIC A(02).
           02 MENSA-5.
              03 MES-REF-5   PIC  A(9).
              03 SITU-5      PIC A(02).
           02 MENSA-6.
              03 MES-REF-6   PIC  A(9).
              03 SITU-6      PIC A(02).
           02 MENSA-7.
              03 MES-REF-7   PIC  A(9).
              03 SITU-7      PIC A(02).
           02 MENSA-8.
              03 MES-REF-8   PIC  A(9).
              03 SITU-8      PIC A(02).
           02 MENSA-9.
              03 MES-REF-9   PIC  A(9).
              03 SITU-9      PIC A(02).
           02 MENSA-10.
              03 MES-REF-10   PIC  A(9).
              03 SITU-10      PIC A(02).
           02 MENSA-11.
              03 MES-REF-11   PIC  A(9).
              03 SITU-11      PIC A(02).
           02 MENSA-12.
              03 MES-REF-12   PIC  A(9).
              03 SITU-12      PIC A(02).

           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.

       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
              03 CODIGO-EXT   PIC 9(08).
              03 ANO-REF-EXT  PIC 9(04).
              03 SEQ-EXT      PIC 9(03).
           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 DESCRICAO-EXT   PIC X(30).
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
              88 EXT-ABERTO    VALUE 'AB'.
              88 EXT-PAGO      VALUE 'PG'.
              88 EXT-CANCELADO VALUE 'CN'.
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

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

       FD  ARQ-REL.
       01  REG-REL            PIC X(80).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CREDITO PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-APLICREDLST PIC X(64).

      *
      *----------------------------------------------------------
      * CPFS COM SALDO DE CREDITO POSITIVO, APURADOS NA PRIMEIRA
      * PASSADA POR CREDITO.DAT, E TABELA CODIGO/CPF DE
      * RESPONSA.DAT (A FAMILIA E O CONJUNTO DE CODIGOS COM O MESMO
      * CPF, COMO NO FAMILIA).
      *----------------------------------------------------------
       01  WS-TAB-SALDOS.
           02 WS-QTD-SALDOS   PIC 9(04) VALUE ZEROES.
           02 TAB-SALDO OCCURS 2000 TIMES.
              03 TAB-CPF-SALDO PIC X(11).
              03 TAB-VALOR-SALDO PIC S9(09)V99.
       01  WS-TAB-FAMILIA.
           02 WS-QTD-RESP     PIC 9(04) VALUE ZEROES.
           02 TAB-RESP OCCURS 9999 TIMES.
              03 TAB-CODIGO   PIC 9(08).
              03 TAB-CPF      PIC X(11).

       01  WS-OPER-SESSAO     PIC X(08).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-OPERADOR        PIC X(08).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-EOF             PIC A(01).
       01  WS-EOF-MEN         PIC A(01).
       01  WS-CPF-ATUAL       PIC X(11).
       01  WS-SALDO-ATUAL     PIC S9(09)V99.
       01  WS-IX-SALDO        PIC 9(04).
       01  WS-IX-FILHO        PIC 9(04).
       01  WS-CODIGO-ATUAL    PIC 9(08).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-VALOR-BASE      PIC 9(07)V99.
       01  WS-ENCARGOS.
           02 WS-DIAS-ATRASO  PIC 9(05).
           02 WS-VALOR-MULTA  PIC 9(07)V99.
           02 WS-VALOR-JUROS  PIC 9(07)V99.
       01  WS-VALOR-DEVIDO    PIC 9(07)V99.
       01  WS-PROX-RECIBO     PIC 9(06) VALUE ZEROES.
       01  WS-PROX-CREDITO    PIC 9(06) VALUE ZEROES.
       01  WS-HIST-CREDITO    PIC X(30).
       01  WS-CONTA-APLIC     PIC 9(06) VALUE ZEROES.
       01  WS-TOTAL-APLIC     PIC 9(09)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA           PIC X(80).

      * A APLICACAO DE UM FILHO PARA NO PRIMEIRO ITEM QUE O SALDO
      * NAO COBRE INTEIRO: CREDITO NAO QUITA PARCELA PELA METADE.
       01  WS-SW-APLICA PIC X(01).
           88 APLICA-CONTINUA VALUE 'S'.
           88 APLICA-PAROU    VALUE 'N'.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-SW-ABERTURA PIC X(01).
           88 ABERTURA-OK     VALUE 'S'.
           88 ABERTURA-FALHOU VALUE 'N'.
       01  WS-SW-RECIBO PIC X(01).
           88 RECIBO-GRAVADO  VALUE 'S'.
           88 RECIBO-PENDENTE VALUE 'N'.
       01  WS-SW-CREDITO PIC X(01).
           88 CREDITO-GRAVADO  VALUE 'S'.
           88 CREDITO-PENDENTE VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'APLICRED'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK             VALUE ZEROS.
           88 FS-NAO-EXISTE     VALUE 35.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK          VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE  VALUE 35.
           88 FS-CRE-CHAVE-DUPLIC VALUE 22.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK          VALUE ZEROS.
           88 FS-REC-NAO-EXISTE  VALUE 35.
           88 FS-REC-CHAVE-DUPLIC VALUE 22.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
      * CHAMADO DE OUTROS PROGRAMAS NA MESMA EXECUCAO, OS TOTAIS E
      * AS TABELAS COMECAM SEMPRE ZERADOS.
       MOVE ZEROES TO WS-QTD-SALDOS WS-QTD-RESP WS-CONTA-APLIC
                      WS-TOTAL-APLIC WS-PROX-RECIBO WS-PROX-CREDITO
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       IF WS-OPER-SESSAO = SPACES
           MOVE 'CREDITO' TO WS-OPERADOR
       ELSE
           MOVE WS-OPER-SESSAO TO WS-OPERADOR
       END-IF
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM ABRIR-ARQUIVOS.
       IF ABERTURA-OK
           PERFORM CARREGA-SALDOS
           IF WS-QTD-SALDOS = 0
               DISPLAY 'APLICRED: NENHUM RESPONSAVEL COM SALDO DE '
                   'CREDITO.'
           ELSE
               PERFORM CARREGA-TAB-FAMILIA
               PERFORM DESCOBRE-PROX-RECIBO
               PERFORM DESCOBRE-PROX-CREDITO
               PERFORM CABECALHO-LISTAGEM
               MOVE 1 TO WS-IX-SALDO
               PERFORM UNTIL WS-IX-SALDO > WS-QTD-SALDOS
                   PERFORM APLICA-SALDO-CPF
                   ADD 1 TO WS-IX-SALDO
               END-PERFORM
               PERFORM RODAPE-LISTAGEM
               MOVE WS-TOTAL-APLIC TO WS-TOTAL-ED
               DISPLAY 'APLICRED: CREDITOS APLICADOS: '
                   WS-CONTA-APLIC ' - TOTAL ' WS-TOTAL-ED
           END-IF
           PERFORM FECHAR-ARQUIVOS
       END-IF.
       GOBACK.
      *
      *============================================================
      * CARREGA-SALDOS - PERCORRE CREDITO.DAT PELA CHAVE DO CPF E,
      * A CADA QUEBRA DE CPF, GUARDA NA TABELA O SALDO POSITIVO
      * (ENTRADAS + RETORNOS - APLICACOES - DEVOLUCOES).
      *============================================================
       CARREGA-SALDOS.
           MOVE SPACES TO WS-CPF-ATUAL
           MOVE ZEROES TO WS-SALDO-ATUAL
           MOVE LOW-VALUES TO CPF-CRE
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
                           PERFORM GUARDA-SALDO
                           MOVE CPF-CRE TO WS-CPF-ATUAL
                           MOVE ZEROES TO WS-SALDO-ATUAL
                       END-IF
                       EVALUATE TRUE
                           WHEN CRE-ENTRADA OR CRE-RETORNO
                               ADD VALOR-CRE TO WS-SALDO-ATUAL
                           WHEN CRE-APLICACAO OR CRE-DEVOLUCAO
                               SUBTRACT VALOR-CRE FROM WS-SALDO-ATUAL
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM GUARDA-SALDO.
      *
       GUARDA-SALDO.
           IF WS-CPF-ATUAL NOT = SPACES AND WS-SALDO-ATUAL > 0
               IF WS-QTD-SALDOS >= 2000
                   DISPLAY 'AVISO: MAIS DE 2000 CPFS COM SALDO - '
                       'DEMAIS FICAM PARA A PROXIMA APLICACAO.'
               ELSE
                   ADD 1 TO WS-QTD-SALDOS
                   MOVE WS-CPF-ATUAL
                       TO TAB-CPF-SALDO(WS-QTD-SALDOS)
                   MOVE WS-SALDO-ATUAL
                       TO TAB-VALOR-SALDO(WS-QTD-SALDOS)
               END-IF
           END-IF.
      *
      *============================================================
      * CARREGA-TAB-FAMILIA - LE TODO O RESPONSA.DAT UMA UNICA VEZ
      * E GUARDA CODIGO/CPF EM MEMORIA, COMO NO FAMILIA.
      *============================================================
       CARREGA-TAB-FAMILIA.
           MOVE ZEROES TO CODIGO-RESP
           START ARQ-RESP KEY IS NOT LESS THAN CODIGO-RESP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RESP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-RESP >= 9999
                           DISPLAY 'AVISO: RESPONSA.DAT TEM MAIS DE '
                               '9999 REGISTROS - DEMAIS IGNORADOS.'
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-RESP
                           MOVE CODIGO-RESP
                               TO TAB-CODIGO(WS-QTD-RESP)
                           MOVE CPF-RESP TO TAB-CPF(WS-QTD-RESP)
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * APLICA-SALDO-CPF - APLICA O SALDO DO CPF CORRENTE NOS ITENS
      * EM ABERTO DE CADA FILHO, NA ORDEM DOS CODIGOS.
      *============================================================
       APLICA-SALDO-CPF.
           MOVE TAB-CPF-SALDO(WS-IX-SALDO) TO WS-CPF-ATUAL
           MOVE TAB-VALOR-SALDO(WS-IX-SALDO) TO WS-SALDO-ATUAL
           MOVE 1 TO WS-IX-FILHO
           PERFORM UNTIL WS-IX-FILHO > WS-QTD-RESP
                      OR WS-SALDO-ATUAL NOT > 0
               IF TAB-CPF(WS-IX-FILHO) = WS-CPF-ATUAL
                   MOVE TAB-CODIGO(WS-IX-FILHO) TO WS-CODIGO-ATUAL
                   SET APLICA-CONTINUA TO TRUE
                   PERFORM APLICA-MENSALIDADES
                   IF APLICA-CONTINUA AND EXT-DISPONIVEL
                       PERFORM APLICA-EXTRAS
                   END-IF
               END-IF
               ADD 1 TO WS-IX-FILHO
           END-PERFORM.
      *
      *============================================================
      * APLICA-MENSALIDADES - PERCORRE OS ANOS DO ALUNO EM
      * MENSAL.DAT (CHAVE CODIGO + ANO) E, EM CADA ANO, AS PARCELAS
      * EM ABERTO DE 01 A 12. O VALOR DEVIDO E O DO BAIXAPAG:
      * LIQUIDO DA BOLSA + MULTA E JUROS ATE HOJE.
      *============================================================
       APLICA-MENSALIDADES.
           MOVE WS-CODIGO-ATUAL TO CODIGO
           MOVE ZEROES TO ANO-REF
           START ARQ-MEN KEY IS NOT LESS THAN CHAVE-MEN
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MEN
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-MEN
           END-START
           PERFORM UNTIL WS-EOF-MEN = 'Y' OR APLICA-PAROU
               READ ARQ-MEN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MEN
                   NOT AT END
                       IF CODIGO NOT = WS-CODIGO-ATUAL
                           MOVE 'Y' TO WS-EOF-MEN
                       ELSE
                           PERFORM APLICA-ANO
                       END-IF
               END-READ
           END-PERFORM.
      *
       APLICA-ANO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
           IF PARCELA-LIQ > 0
               MOVE PARCELA-LIQ TO WS-VALOR-PARCELA
           END-IF
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12 OR APLICA-PAROU
               PERFORM ISOLA-SITU-SLOT
               IF WS-SITU-ATUAL = 'AB'
                   PERFORM APLICA-PARCELA
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
       APLICA-PARCELA.
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                 WS-DATA-VENC
           MOVE WS-VALOR-PARCELA TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC WS-DATA-HOJE
                                WS-VALOR-BASE WS-ENCARGOS
           COMPUTE WS-VALOR-DEVIDO =
               WS-VALOR-PARCELA + WS-VALOR-MULTA + WS-VALOR-JUROS
           IF WS-VALOR-DEVIDO > WS-SALDO-ATUAL
               SET APLICA-PAROU TO TRUE
           ELSE
               PERFORM MARCA-SLOT-PAGO
               REWRITE REG-MEN
               IF FS-OK
                   MOVE CODIGO        TO CODIGO-REC
                   MOVE ANO-REF       TO ANO-REF-REC
                   MOVE WS-SLOT-ATUAL TO SLOT-REC
                   MOVE ZEROES        TO SEQ-EXT-REC
                   MOVE 'APLICACAO EM MENSALIDADE' TO WS-HIST-CREDITO
                   PERFORM REGISTRA-APLICACAO
               ELSE
                   DISPLAY 'APLICRED: ERRO AO REGRAVAR MENSAL.DAT - '
                       'CODIGO ' CODIGO ' PARCELA ' WS-SLOT-ATUAL
                       ' - FS-STAT: ' FS-STAT
                   SET APLICA-PAROU TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * APLICA-EXTRAS - LANCAMENTOS EXTRAS EM ABERTO DO ALUNO, NA
      * ORDEM DA CHAVE (ANO + SEQUENCIA), COM O DEVIDO CORRIGIDO
      * PELO VENCIMENTO DO PROPRIO LANCAMENTO.
      *============================================================
       APLICA-EXTRAS.
           MOVE WS-CODIGO-ATUAL TO CODIGO-EXT
           MOVE ZEROES TO ANO-REF-EXT
           MOVE ZEROES TO SEQ-EXT
           START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MEN
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-MEN
           END-START
           PERFORM UNTIL WS-EOF-MEN = 'Y' OR APLICA-PAROU
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-MEN
                   NOT AT END
                       IF CODIGO-EXT NOT = WS-CODIGO-ATUAL
                           MOVE 'Y' TO WS-EOF-MEN
                       ELSE
                           IF EXT-ABERTO
                               PERFORM APLICA-LANC-EXTRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       APLICA-LANC-EXTRA.
           MOVE DATA-VENC-EXT TO WS-DATA-VENC
           CALL 'CALCVENC' USING CODIGO-EXT ANO-REF-EXT WS-MES-ZERO
                                 WS-DATA-VENC
           MOVE VALOR-EXT TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC WS-DATA-HOJE
                                WS-VALOR-BASE WS-ENCARGOS
           COMPUTE WS-VALOR-DEVIDO =
               VALOR-EXT + WS-VALOR-MULTA + WS-VALOR-JUROS
           IF WS-VALOR-DEVIDO > WS-SALDO-ATUAL
               SET APLICA-PAROU TO TRUE
           ELSE
               SET EXT-PAGO TO TRUE
               REWRITE REG-EXT
               IF FS-EXT-OK
                   MOVE CODIGO-EXT    TO CODIGO-REC
                   MOVE ANO-REF-EXT   TO ANO-REF-REC
                   MOVE ZEROES        TO SLOT-REC
                   MOVE SEQ-EXT       TO SEQ-EXT-REC
                   MOVE 'APLICACAO EM LANCAMENTO EXTRA'
                       TO WS-HIST-CREDITO
                   PERFORM REGISTRA-APLICACAO
               ELSE
                   DISPLAY 'APLICRED: ERRO AO REGRAVAR LANCEXT.DAT - '
                       'CODIGO ' CODIGO-EXT ' SEQ ' SEQ-EXT
                       ' - FS-STAT: ' FS-STAT-EXT
                   SET APLICA-PAROU TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * REGISTRA-APLICACAO - ITEM QUITADO COM CREDITO: RECIBO
      * NORMAL NUMERADO COM FORMA 'K' (CREDITO, SEM DINHEIRO NA
      * GAVETA), MOVIMENTO DE APLICACAO NO CPF E LINHA NA LISTAGEM.
      * CODIGO/ANO/SLOT/SEQ DO RECIBO JA VEM PREENCHIDOS.
      *============================================================
       REGISTRA-APLICACAO.
           SET RECIBO-PENDENTE TO TRUE
           PERFORM UNTIL RECIBO-GRAVADO
               MOVE WS-PROX-RECIBO  TO NUM-RECIBO
               MOVE WS-VALOR-DEVIDO TO VALOR-REC
               MOVE WS-DATA-HOJE    TO DATA-PAG-REC
               MOVE WS-OPERADOR     TO OPERADOR-REC
               MOVE 'K'             TO FORMA-REC
               MOVE 'N'             TO TIPO-REC
               MOVE ZEROES          TO REF-RECIBO
               CALL 'UNIDALU' USING CODIGO-REC UNIDADE-REC
               WRITE REG-REC
                   INVALID KEY
                       ADD 1 TO WS-PROX-RECIBO
                   NOT INVALID KEY
                       SET RECIBO-GRAVADO TO TRUE
                       ADD 1 TO WS-PROX-RECIBO
               END-WRITE
               IF RECIBO-PENDENTE AND NOT FS-REC-OK
                  AND NOT FS-REC-CHAVE-DUPLIC
                   SET RECIBO-GRAVADO TO TRUE
                   MOVE ZEROES TO NUM-RECIBO
                   DISPLAY 'APLICRED: ITEM QUITADO SEM RECIBO - '
                       'CODIGO ' CODIGO-REC ' - FS-STAT: '
                       FS-STAT-REC
               END-IF
           END-PERFORM
           PERFORM GRAVA-APLICACAO
           SUBTRACT WS-VALOR-DEVIDO FROM WS-SALDO-ATUAL
           ADD 1 TO WS-CONTA-APLIC
           ADD WS-VALOR-DEVIDO TO WS-TOTAL-APLIC
           PERFORM LISTA-APLICACAO.
      *
       GRAVA-APLICACAO.
           SET CREDITO-PENDENTE TO TRUE
           PERFORM UNTIL CREDITO-GRAVADO
               MOVE WS-PROX-CREDITO TO NUM-CRE
               MOVE WS-CPF-ATUAL    TO CPF-CRE
               MOVE CODIGO-REC      TO CODIGO-CRE
               MOVE ANO-REF-REC     TO ANO-REF-CRE
               MOVE SLOT-REC        TO SLOT-CRE
               MOVE SEQ-EXT-REC     TO SEQ-EXT-CRE
               SET CRE-APLICACAO TO TRUE
               MOVE WS-VALOR-DEVIDO TO VALOR-CRE
               MOVE WS-DATA-HOJE    TO DATA-CRE
               MOVE NUM-RECIBO      TO RECIBO-CRE
               MOVE 'K'             TO FORMA-CRE
               MOVE 'A'             TO ORIGEM-CRE
               MOVE WS-OPERADOR     TO OPERADOR-CRE
               MOVE WS-HIST-CREDITO TO HISTORICO-CRE
               WRITE REG-CRE
                   INVALID KEY
                       ADD 1 TO WS-PROX-CREDITO
                   NOT INVALID KEY
                       SET CREDITO-GRAVADO TO TRUE
                       ADD 1 TO WS-PROX-CREDITO
               END-WRITE
               IF CREDITO-PENDENTE AND NOT FS-CRE-OK
                  AND NOT FS-CRE-CHAVE-DUPLIC
                   SET CREDITO-GRAVADO TO TRUE
                   DISPLAY 'APLICRED: ERRO AO GRAVAR A APLICACAO DO '
                       'CPF ' WS-CPF-ATUAL ' - FS-STAT: ' FS-STAT-CRE
               END-IF
           END-PERFORM.
      *
      *============================================================
      * ISOLA-SITU-SLOT / MARCA-SLOT-PAGO - AS DOZE PARCELAS DO
      * REGISTRO SAO CAMPOS NOMEADOS UM A UM, COMO NO BAIXAPAG.
      *============================================================
       ISOLA-SITU-SLOT.
           EVALUATE WS-SLOT-ATUAL
               WHEN 1  MOVE SITU-1  TO WS-SITU-ATUAL
               WHEN 2  MOVE SITU-2  TO WS-SITU-ATUAL
               WHEN 3  MOVE SITU-3  TO WS-SITU-ATUAL
               WHEN 4  MOVE SITU-4  TO WS-SITU-ATUAL
               WHEN 5  MOVE SITU-5  TO WS-SITU-ATUAL
               WHEN 6  MOVE SITU-6  TO WS-SITU-ATUAL
               WHEN 7  MOVE SITU-7  TO WS-SITU-ATUAL
               WHEN 8  MOVE SITU-8  TO WS-SITU-ATUAL
               WHEN 9  MOVE SITU-9  TO WS-SITU-ATUAL
               WHEN 10 MOVE SITU-10 TO WS-SITU-ATUAL
               WHEN 11 MOVE SITU-11 TO WS-SITU-ATUAL
               WHEN 12 MOVE SITU-12 TO WS-SITU-ATUAL
           END-EVALUATE.
      *
       MARCA-SLOT-PAGO.
           EVALUATE WS-SLOT-ATUAL
               WHEN 1  MOVE 'PG' TO SITU-1
               WHEN 2  MOVE 'PG' TO SITU-2
               WHEN 3  MOVE 'PG' TO SITU-3
               WHEN 4  MOVE 'PG' TO SITU-4
               WHEN 5  MOVE 'PG' TO SITU-5
               WHEN 6  MOVE 'PG' TO SITU-6
               WHEN 7  MOVE 'PG' TO SITU-7
               WHEN 8  MOVE 'PG' TO SITU-8
               WHEN 9  MOVE 'PG' TO SITU-9
               WHEN 10 MOVE 'PG' TO SITU-10
               WHEN 11 MOVE 'PG' TO SITU-11
               WHEN 12 MOVE 'PG' TO SITU-12
           END-EVALUATE.
      *
      *============================================================
      * LISTAGEM DAS APLICACOES (APLICRED.LST), PARA CONFERENCIA
      * DA TESOURARIA.
      *============================================================
       CABECALHO-LISTAGEM.
           MOVE SPACES TO WS-LINHA
           STRING 'APLICACAO DE CREDITOS DOS RESPONSAVEIS - '
               WS-DATA-HOJE '  OPERADOR ' WS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE 'CPF          ALUNO    ANO  PC SEQ  RECIBO       VALOR'
               TO REG-REL
           WRITE REG-REL.
      *
       LISTA-APLICACAO.
           MOVE WS-VALOR-DEVIDO TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING WS-CPF-ATUAL '  ' CODIGO-REC ' ' ANO-REF-REC ' '
               SLOT-REC ' ' SEQ-EXT-REC '  ' NUM-RECIBO '  '
               WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       RODAPE-LISTAGEM.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE WS-TOTAL-APLIC TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL APLICADO: ' WS-CONTA-APLIC ' ITEM(NS)   '
               WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * DESCOBRE-PROX-RECIBO / DESCOBRE-PROX-CREDITO - MAIOR NUMERO
      * JA USADO EM CADA ARQUIVO, COMO NO BAIXAPAG.
      *============================================================
       DESCOBRE-PROX-RECIBO.
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
                       MOVE NUM-RECIBO TO WS-PROX-RECIBO
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-RECIBO.
      *
       DESCOBRE-PROX-CREDITO.
           MOVE ZEROES TO NUM-CRE
           START ARQ-CRE KEY IS NOT LESS THAN NUM-CRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-CRE TO WS-PROX-CREDITO
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-CREDITO.
      *
      *============================================================
      * ABRIR-ARQUIVOS - SEM CREDITOS, SEM RESPONSAVEIS OU SEM
      * MENSAL.DAT NAO HA O QUE APLICAR: VOLTA AO CHAMADOR SEM
      * ERRO. LANCEXT.DAT E OPCIONAL.
      *============================================================
       ABRIR-ARQUIVOS.
           SET ABERTURA-OK TO TRUE
           OPEN I-O ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               SET ABERTURA-FALHOU TO TRUE
           ELSE
               OPEN INPUT ARQ-RESP
               IF FS-RESP-NAO-EXISTE THEN
                   SET ABERTURA-FALHOU TO TRUE
                   CLOSE ARQ-CRE
               ELSE
                   OPEN I-O ARQ-MEN
                   IF FS-NAO-EXISTE THEN
                       SET ABERTURA-FALHOU TO TRUE
                       CLOSE ARQ-CRE
                       CLOSE ARQ-RESP
                   END-IF
               END-IF
           END-IF
           IF ABERTURA-OK
               SET EXT-DISPONIVEL TO TRUE
               OPEN I-O ARQ-EXT
               IF FS-EXT-NAO-EXISTE THEN
                   SET EXT-INDISPONIVEL TO TRUE
               END-IF
               OPEN I-O ARQ-REC
               IF FS-REC-NAO-EXISTE THEN
                   DISPLAY 'CRIANDO NOVO ARQUIVO ...'
                   OPEN OUTPUT ARQ-REC
                   CLOSE ARQ-REC
                   OPEN I-O ARQ-REC
               END-IF
               OPEN OUTPUT ARQ-REL
           END-IF.
      *
       FECHAR-ARQUIVOS.
           CLOSE ARQ-CRE
           CLOSE ARQ-RESP
           CLOSE ARQ-MEN
           IF EXT-DISPONIVEL
               CLOSE ARQ-EXT
           END-IF
           CLOSE ARQ-REC
           CLOSE ARQ-REL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-APLICREDLST.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'APLICREDLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APLICREDLST.
