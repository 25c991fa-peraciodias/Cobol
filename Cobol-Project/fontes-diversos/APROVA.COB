       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APROVA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SOLICITACOES DE ALTERACOES SENSIVEIS QUE AGUARDAM A DIRECAO:
      * DESCONTO ACIMA DO LIMITE (MANTALU), ESTORNO DE RECIBO
      * (ESTORNO), ACORDO ACIMA DO LIMITE (NEGOCIA), REAJUSTE DAS
      * MENSALIDADES (REAJUSTE) E TABELA DE PRECOS (MANTPREC).
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
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-APROVA PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-LISTAR   VALUE 'L'.
           88 OPCAO-DECIDIR  VALUE 'D'.
           88 OPCAO-SAIR     VALUE 'S'.
       01  WS-DECISAO PIC X(01).
           88 DECISAO-APROVAR  VALUE 'A'.
           88 DECISAO-REJEITAR VALUE 'R'.

       01  WS-NUM-PARAM       PIC 9(06).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-PENDENTES PIC 9(04).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-TIPO-DESC       PIC X(12).
       01  WS-FUNCAO-APR      PIC X(01).
       01  WS-PROGRAMA-APR    PIC X(08).
       01  WS-NUM-SOBRA       PIC 9(06).

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-APR PIC 9(02).
           88 FS-APR-OK          VALUE ZEROS.
           88 FS-APR-NAO-EXISTE  VALUE 35.
           88 FS-APR-EM-USO      VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
      * A DECISAO FICA GRAVADA EM NOME DO OPERADOR DO LOGIN: SEM
      * SESSAO DA DIRECAO ABERTA NO MENU NAO HA COMO SABER QUEM
      * APROVOU, E O PROGRAMA NAO RODA.
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       IF WS-OPER-SESSAO = SPACES OR WS-PERFIL-SESSAO NOT = 'D'
           DISPLAY 'APROVACAO SO COM SESSAO DE OPERADOR DA DIRECAO '
               'ABERTA NO MENU.'
           GOBACK
       END-IF
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-LISTAR  PERFORM LISTA-PENDENTES
               WHEN OPCAO-DECIDIR PERFORM DECIDE-SOLICITACAO
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-APR.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DA FILA DE APROVACAO E LE A
      * OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'APROVACAO DE SOLICITACOES (APROVA.DAT) - '
               'OPERADOR ' WS-OPER-SESSAO
           DISPLAY 'L - LISTAR AS SOLICITACOES PENDENTES'
           DISPLAY 'D - DECIDIR (APROVAR/REJEITAR) UMA SOLICITACAO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * LISTA-PENDENTES - UMA LINHA POR SOLICITACAO AINDA PENDENTE,
      * NA ORDEM EM QUE FORAM FEITAS.
      *============================================================
       LISTA-PENDENTES.
           MOVE ZEROES TO WS-CONTA-PENDENTES
           MOVE ZEROES TO NUM-APR
           START ARQ-APR KEY IS NOT LESS THAN NUM-APR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-APR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APR-PENDENTE
                           ADD 1 TO WS-CONTA-PENDENTES
                           PERFORM DESCREVE-TIPO
                           DISPLAY NUM-APR ' ' WS-TIPO-DESC ' '
                               DESCR-APR ' POR ' OPER-SOL-APR
                               ' EM ' DATA-SOL-APR
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'SOLICITACOES PENDENTES: ' WS-CONTA-PENDENTES.
      *
      *============================================================
      * DECIDE-SOLICITACAO - MOSTRA A SOLICITACAO COM O ANTES E O
      * DEPOIS E GRAVA A DECISAO EM NOME DO OPERADOR DO LOGIN. QUEM
      * PEDIU NUNCA DECIDE O PROPRIO PEDIDO.
      *============================================================
       DECIDE-SOLICITACAO.
           DISPLAY 'NUMERO DA SOLICITACAO: ' WITH NO ADVANCING
           ACCEPT WS-NUM-PARAM
           MOVE WS-NUM-PARAM TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO NAO ENCONTRADA: ' WS-NUM-PARAM
               NOT INVALID KEY
                   PERFORM MOSTRA-E-DECIDE
           END-READ
           IF FS-APR-EM-USO
               DISPLAY 'SOLICITACAO EM USO POR OUTRA ESTACAO - TENTE '
                   'NOVAMENTE EM ALGUNS INSTANTES.'
           END-IF.
      *
       MOSTRA-E-DECIDE.
           PERFORM DESCREVE-TIPO
           DISPLAY 'SOLICITACAO...: ' NUM-APR ' - ' WS-TIPO-DESC
               ' (' PROGRAMA-APR ')'
           DISPLAY 'ITEM..........: ' DESCR-APR
           DISPLAY 'ANTES.........: ' ANTES-APR
           DISPLAY 'DEPOIS........: ' DEPOIS-APR
           DISPLAY 'SOLICITANTE...: ' OPER-SOL-APR ' EM '
               DATA-SOL-APR ' AS ' HORA-SOL-APR(1:4)
           IF NOT APR-PENDENTE
               DISPLAY 'SOLICITACAO JA DECIDIDA (SITUACAO ' SITU-APR
                   ') POR ' OPER-DEC-APR ' EM ' DATA-DEC-APR '.'
           ELSE
               IF OPER-SOL-APR = WS-OPER-SESSAO
                   DISPLAY 'SOLICITACAO FEITA PELO PROPRIO OPERADOR - '
                       'SO OUTRO OPERADOR DA DIRECAO PODE DECIDIR.'
               ELSE
                   DISPLAY 'A - APROVAR  R - REJEITAR  OUTRA - VOLTAR: '
                       WITH NO ADVANCING
                   ACCEPT WS-DECISAO
                   EVALUATE TRUE
                       WHEN DECISAO-APROVAR  PERFORM APROVA-SOLICITACAO
                       WHEN DECISAO-REJEITAR PERFORM REJEITA-SOLICITACAO
                       WHEN OTHER DISPLAY 'NADA DECIDIDO.'
                   END-EVALUATE
               END-IF
           END-IF.
      *
       REJEITA-SOLICITACAO.
           PERFORM ANOTA-DECISAO
           SET APR-REJEITADA TO TRUE
           REWRITE REG-APR
           IF FS-APR-OK
               DISPLAY 'SOLICITACAO ' NUM-APR ' REJEITADA - NADA FOI '
                   'ALTERADO.'
           ELSE
               DISPLAY 'ERRO AO REGRAVAR APROVA.DAT - FS-STAT: '
                   FS-STAT-APR ' - DECISAO NAO GRAVADA.'
           END-IF.
      *
      *============================================================
      * APROVA-SOLICITACAO - LIBERA A SOLICITACAO COM O APROVADOR
      * ANOTADO E CHAMA O PROGRAMA DE ORIGEM, QUE APLICA A
      * ALTERACAO COM OS DADOS GUARDADOS NA SOLICITACAO (O NUMERO
      * VAI PELO APRCTL) E A MARCA COMO APLICADA. SE O PROGRAMA NAO
      * CONSEGUIR APLICAR (REGISTRO TRAVADO, PARCELA JA MUDOU), A
      * SOLICITACAO VOLTA PARA A FILA COMO PENDENTE.
      *============================================================
       APROVA-SOLICITACAO.
           PERFORM ANOTA-DECISAO
           SET APR-LIBERADA TO TRUE
           REWRITE REG-APR
           IF NOT FS-APR-OK
               DISPLAY 'ERRO AO REGRAVAR APROVA.DAT - FS-STAT: '
                   FS-STAT-APR ' - DECISAO NAO GRAVADA.'
           ELSE
               MOVE PROGRAMA-APR TO WS-PROGRAMA-APR
      * O PROGRAMA DE ORIGEM ABRE O APROVA.DAT POR CONTA PROPRIA.
               CLOSE ARQ-APR
               MOVE 'G' TO WS-FUNCAO-APR
               CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-PARAM
               CALL WS-PROGRAMA-APR
                   ON EXCEPTION
                       DISPLAY 'PROGRAMA ' WS-PROGRAMA-APR
                           ' NAO ENCONTRADO NESTA INSTALACAO.'
               END-CALL
      * NUMERO NAO APANHADO (PROGRAMA AUSENTE) NAO PODE SOBRAR PARA
      * A PROXIMA EXECUCAO NORMAL DE OUTRO PROGRAMA.
               MOVE 'L' TO WS-FUNCAO-APR
               CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-SOBRA
               PERFORM ABRIR-ARQUIVOS
               PERFORM CONFERE-APLICACAO
           END-IF.
      *
       CONFERE-APLICACAO.
           MOVE WS-NUM-PARAM TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-PARAM ' SUMIU DE '
                       'APROVA.DAT.'
               NOT INVALID KEY
                   IF APR-APLICADA
                       DISPLAY 'SOLICITACAO ' NUM-APR ' APROVADA E '
                           'APLICADA.'
                   ELSE
                       SET APR-PENDENTE TO TRUE
                       MOVE SPACES TO OPER-DEC-APR
                       MOVE ZEROES TO DATA-DEC-APR
                       MOVE ZEROES TO HORA-DEC-APR
                       REWRITE REG-APR
                       DISPLAY 'ALTERACAO NAO APLICADA - A SOLICITACAO '
                           NUM-APR ' VOLTOU PARA A FILA.'
                   END-IF
           END-READ.
      *
       ANOTA-DECISAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-OPER-SESSAO TO OPER-DEC-APR
           MOVE WS-DATA-HOJE   TO DATA-DEC-APR
           MOVE WS-HORA-AGORA  TO HORA-DEC-APR.
      *
       DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN APR-DESCONTO   MOVE 'DESCONTO'    TO WS-TIPO-DESC
               WHEN APR-ESTORNO    MOVE 'ESTORNO'     TO WS-TIPO-DESC
               WHEN APR-NEGOCIACAO MOVE 'NEGOCIACAO'  TO WS-TIPO-DESC
               WHEN APR-REAJUSTE   MOVE 'REAJUSTE'    TO WS-TIPO-DESC
               WHEN APR-PRECO      MOVE 'TAB. PRECOS' TO WS-TIPO-DESC
               WHEN OTHER          MOVE 'DESCONHECIDO' TO WS-TIPO-DESC
           END-EVALUATE.
      *
       ABRIR-ARQUIVOS.
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
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'APROVA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APROVA.
