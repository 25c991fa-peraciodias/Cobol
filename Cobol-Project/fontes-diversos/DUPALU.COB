              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-AUD.

      * NOME SOCIAL (MANTALU OPCAO N): PASSA PARA O SOBREVIVENTE SE
      * ELE AINDA NAO TIVER O DELE.
       SELECT ARQ-NSO
              ASSIGN TO WS-ARQ-NOMESOC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-NSO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NSO.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DUPALULST
              ORGANIZATION IS LINE SEQUENTIAL.

      * REGISTRO DE CONCLUSAO DAS ROTINAS EM MASSA, O MESMO DAS
      * CARGAS DA CADEIA NOTURNA.
       SELECT ARQ-CTL ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
           02 CHAVE-MEN.
              03 CODIGO-MEN PIC 9(08).
              03 ANO-REF    PIC 9(04).
           02 RESTO-MEN     PIC X(199).

       FD  ARQ-FREQ.
       01  REG-FREQ.
      * ESPACOS QUANDO O PROGRAMA RODOU AVULSO.
           02 OPERADOR-AUD      PIC X(08).

       FD  ARQ-NSO.
       01  REG-NSO.
           02 CODIGO-NSO      PIC 9(08).
           02 NOME-NSO        PIC X(20).
           02 S-NOME-NSO      PIC X(30).
           02 DATA-NSO        PIC 9(08).
           02 OPERADOR-NSO    PIC X(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(100).

       FD  ARQ-CTL.
       01  REG-CTL               PIC X(32).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-NEGOCIA PIC X(64).
       01  WS-ARQ-AUDITALU PIC X(64).
       01  WS-ARQ-DUPALULST PIC X(64).
       01  WS-ARQ-NOMESOC PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-RELATORIO VALUE 'R'.
           88 OPCAO-FUSAO     VALUE 'M'.
       01  WS-SUPERVISOR      PIC X(08).
       01  WS-NOME-SOBREV     PIC X(20).
       01  WS-S-NOME-SOBREV   PIC X(30).
       01  WS-NOME-DUP        PIC X(20).
       01  WS-S-NOME-DUP      PIC X(30).
      * REGISTROS MOVIDOS QUE PASSARAM A TER O NOME DO SOBREVIVENTE
      * (NOTAS, MENSAL E LANCEXT GUARDAM UMA COPIA DO NOME).
       01  WS-CONTA-RENOMEADOS PIC 9(05).
       01  WS-IMAGEM-NOME.
           02 WS-CODIGO-IMG   PIC 9(08).
           02 WS-NOME-IMG     PIC X(20).
           02 WS-S-NOME-IMG   PIC X(30).
           02 WS-DESCR-IMG    PIC X(128).
       01  WS-EOF             PIC X(01).
       01  WS-IX-A            PIC 9(04).
       01  WS-IX-B            PIC 9(04).
       01  WS-CONTA-MOVIDOS   PIC 9(05).
       01  WS-CONTA-CONFLITOS PIC 9(05).
       01  WS-NOTA-SAVE       PIC X(88).
       01  WS-MEN-SAVE        PIC X(211).
       01  WS-FREQ-SAVE       PIC X(38).
       01  WS-EXT-SAVE        PIC X(120).
       01  WS-PP-SAVE         PIC X(31).
       01  WS-LINHA           PIC X(100).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
           88 SO-PREVIA  VALUE 'P'.
       01  WS-MOTIVO-SUSP     PIC X(20).
       01  WS-CONTA-ERROS     PIC 9(05).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DUPALU'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
       01  WS-SW-NEG PIC X(01).
           88 NEG-DISPONIVEL   VALUE 'S'.
           88 NEG-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-NSO PIC 9(02).
           88 FS-NSO-OK         VALUE ZEROS.
           88 FS-NSO-NAO-EXISTE VALUE 35.
       01  WS-SW-NSO PIC X(01).
           88 NSO-DISPONIVEL   VALUE 'S'.
           88 NSO-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK         VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE VALUE 35.

      *
      *----------------------------------------------------------
      * PREVIA DA FUSAO: A MESMA LEITURA E A MESMA DECISAO (MOVE OU
      * CONFLITO) DA EXECUCAO, SEM GRAVAR NADA. A RODADA DE PREVIA
      * LISTA O QUE MUDARIA E GUARDA A ASSINATURA NO PREVCTL; A DE
      * CONFERENCIA REFAZ A ASSINATURA ANTES DA FUSAO, PARA O
      * PREVCTL COMPARAR.
      *----------------------------------------------------------
       01  WS-SW-RODADA PIC X(01) VALUE 'E'.
           88 RODADA-PREVIA       VALUE 'P'.
           88 RODADA-CONFERENCIA  VALUE 'C'.
           88 RODADA-EFETIVA      VALUE 'E'.
       01  WS-SW-SIMULA PIC X(01).
           88 SIMULA-MOVE         VALUE 'M'.
           88 SIMULA-CONFLITO     VALUE 'C'.
       01  WS-FUNCAO-PRV      PIC X(01).
       01  WS-TAM-PRV         PIC 9(04).
       01  WS-PREVIA.
           02 WS-CHAVE-PRV.
              03 WS-PROGRAMA-PRV   PIC X(08) VALUE 'DUPALU'.
              03 WS-PARAMETROS-PRV PIC X(60) VALUE SPACES.
           02 WS-ASSINATURA-PRV.
              03 WS-QTD-LIDOS-PRV  PIC 9(09) VALUE ZEROES.
              03 WS-SOMA-PRV       PIC 9(12) VALUE ZEROES.
           02 WS-QTD-ALTERA-PRV    PIC 9(09) VALUE ZEROES.
           02 WS-NUM-SPL-PRV       PIC 9(07) VALUE ZEROES.
           02 WS-RESULTADO-PRV     PIC X(01) VALUE SPACES.
              88 PREVIA-CONFERE    VALUE 'S'.
              88 PREVIA-DIFERENTE  VALUE 'D'.
              88 PREVIA-AUSENTE    VALUE 'N'.
              88 PREVIA-LIVRE      VALUE 'L'.
      * LINHA DO CONTROLE.LOG: GRAVADA PELA FUSAO E MOSTRADA NO FIM
      * DA LISTAGEM DA PREVIA.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-IMAGEM-CTL.
           02 PROGRAMA-CTL    PIC X(08) VALUE 'DUPALU'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
                           DISPLAY 'DUPLICADO NAO CADASTRADO - '
                               'FUSAO CANCELADA.'
                       NOT INVALID KEY
                           MOVE NOME   TO WS-NOME-DUP
                           MOVE S-NOME TO WS-S-NOME-DUP
                           DISPLAY 'DUPLICADO...: ' NOME ' ' S-NOME
                           DISPLAY 'SOBREVIVENTE: ' WS-NOME-SOBREV
                               ' ' WS-S-NOME-SOBREV
                           DISPLAY 'P = SO A PREVIA (NADA E GRAVADO)'
                           DISPLAY 'CONFIRMA A FUSAO (S/N/P)? '
                               WITH NO ADVANCING
                           ACCEPT WS-CONFIRMA
                           PERFORM DECIDE-FUSAO
                   END-READ
           END-READ.
      *
       DECIDE-FUSAO.
           MOVE SPACES TO WS-PARAMETROS-PRV
           STRING 'FUSAO ' WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
               DELIMITED BY SIZE INTO WS-PARAMETROS-PRV
           EVALUATE TRUE
               WHEN SO-PREVIA
                   PERFORM PREVIA-FUSAO
               WHEN CONFIRMADO
                   PERFORM CONFERE-E-EXECUTA-FUSAO
               WHEN OTHER
                   DISPLAY 'FUSAO CANCELADA.'
           END-EVALUATE
           SET RODADA-EFETIVA TO TRUE.
      *
      *============================================================
      * PREVIA-FUSAO - PERCORRE OS DEPENDENTES DO DUPLICADO COMO A
      * FUSAO, SEM GRAVAR NADA, E LISTA O QUE SERIA MOVIDO (CHAVE
      * DO DUPLICADO -> SOBREVIVENTE), OS CONFLITOS, O QUE SERIA
      * EXCLUIDO E A LINHA DO CONTROLE.LOG. A LISTAGEM VAI PARA O
      * SPOOL NA HORA, PARA O PREVCTL GUARDAR O NUMERO DELA, E O
      * DUPALU.LST RECOMECA PARA O RESTO DA SESSAO.
      *============================================================
       PREVIA-FUSAO.
           SET RODADA-PREVIA TO TRUE
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           PERFORM EXECUTA-FUSAO
           PERFORM MONTA-CONTROLE
           MOVE SPACES TO WS-LINHA
           STRING 'A FUSAO GRAVARA EM CONTROLE.LOG: ' WS-IMAGEM-CTL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'PREVIA ' WS-PARAMETROS-PRV
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DUPALULST
           MOVE WS-NUM-SPL TO WS-NUM-SPL-PRV
           MOVE 'G' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * CONFERE-E-EXECUTA-FUSAO - REFAZ A LEITURA SEM GRAVAR E
      * CONFERE COM A PREVIA NO PREVCTL; SO COM A PREVIA CONFERIDA
      * (OU DISPENSADA PELO PREVIAOBRIG) FUNDE DE FATO, GRAVA O
      * CONTROLE.LOG E DA BAIXA NA PREVIA.
      *============================================================
       CONFERE-E-EXECUTA-FUSAO.
           SET RODADA-CONFERENCIA TO TRUE
           PERFORM EXECUTA-FUSAO
           MOVE 'C' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           IF PREVIA-CONFERE OR PREVIA-LIVRE
               SET RODADA-EFETIVA TO TRUE
               PERFORM EXECUTA-FUSAO
               PERFORM GRAVA-CONTROLE
               IF PREVIA-CONFERE
                   MOVE 'B' TO WS-FUNCAO-PRV
                   CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
               END-IF
           ELSE
               MOVE SPACES TO WS-LINHA
               STRING 'FUSAO ' WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   ' RECUSADA PELA CONFERENCIA DA PREVIA - NADA FOI '
                   'GRAVADO'
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               DISPLAY 'FUSAO RECUSADA - NADA FOI GRAVADO.'
           END-IF.
      *
       EXECUTA-FUSAO.
           MOVE ZEROES TO WS-CONTA-MOVIDOS
           MOVE ZEROES TO WS-CONTA-CONFLITOS
           MOVE ZEROES TO WS-CONTA-RENOMEADOS
           MOVE ZEROES TO WS-CONTA-ERROS
           MOVE ZEROES TO WS-QTD-LIDOS-PRV
           MOVE ZEROES TO WS-SOMA-PRV
           MOVE SPACES TO WS-LINHA
           STRING 'FUSAO: ' WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
               ' SUPERVISOR ' WS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-LINHA
           IF NOT RODADA-CONFERENCIA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           IF NOTAS-DISPONIVEL
               PERFORM MOVE-NOTAS
           END-IF
           IF NEG-DISPONIVEL
               PERFORM MOVE-NEGOCIA
           END-IF
           IF RESP-DISPONIVEL AND RODADA-EFETIVA
               PERFORM MOVE-RESPONSAVEL
           END-IF
           IF RESP-DISPONIVEL AND NOT RODADA-EFETIVA
               PERFORM SIMULA-RESPONSAVEL
           END-IF
           IF NSO-DISPONIVEL AND RODADA-EFETIVA
               PERFORM MOVE-NOME-SOCIAL
           END-IF
           IF NSO-DISPONIVEL AND NOT RODADA-EFETIVA
               PERFORM SIMULA-NOME-SOCIAL
           END-IF
           IF IDX-DISPONIVEL AND RODADA-EFETIVA
               PERFORM REMOVE-INDICE-DUP
           END-IF
           IF IDX-DISPONIVEL AND NOT RODADA-EFETIVA
               PERFORM SIMULA-INDICE-DUP
           END-IF
           IF RODADA-EFETIVA
               PERFORM MATA-DUPLICADO
           ELSE
               PERFORM SIMULA-MATA-DUPLICADO
           END-IF
           IF WS-CONTA-RENOMEADOS > 0 AND RODADA-EFETIVA
               PERFORM GRAVA-AUDITORIA-NOME
           END-IF
           COMPUTE WS-QTD-ALTERA-PRV = WS-CONTA-MOVIDOS + 1
           IF NOT RODADA-CONFERENCIA
               PERFORM IMPRIME-TOTAIS-FUSAO
           END-IF.
      *
       IMPRIME-TOTAIS-FUSAO.
           MOVE 'RECIBOS.DAT NAO E ALTERADO: RECIBOS ANTIGOS '
               TO REG-REL
           WRITE REG-REL
               '  CONFLITOS NAO MOVIDOS: ' WS-CONTA-CONFLITOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF RODADA-PREVIA
               DISPLAY 'PREVIA DA FUSAO - MOVERIA: ' WS-CONTA-MOVIDOS
                   ' CONFLITOS: ' WS-CONTA-CONFLITOS
               DISPLAY 'NADA FOI GRAVADO - DETALHES EM DUPALU.LST.'
           ELSE
               DISPLAY 'FUSAO CONCLUIDA - MOVIDOS: ' WS-CONTA-MOVIDOS
                   ' CONFLITOS: ' WS-CONTA-CONFLITOS
               DISPLAY 'DETALHES EM DUPALU.LST.'
           END-IF.
      *
      *============================================================
      * MONTA-CONTROLE / GRAVA-CONTROLE - LINHA DE CONCLUSAO EM
      * CONTROLE.LOG (PROGRAMA, DATA, REGISTROS MOVIDOS MAIS O
      * CADASTRO MORTO, E STATUS), COMO NAS CARGAS DA CADEIA
      * NOTURNA. A PREVIA SO A MOSTRA NA LISTAGEM.
      *============================================================
       MONTA-CONTROLE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE      TO DATA-EXEC-CTL
           MOVE WS-QTD-ALTERA-PRV TO QTD-PROC-CTL
           IF WS-CONTA-ERROS > 0
               SET CTL-FALHA TO TRUE
           ELSE
               SET CTL-SUCESSO TO TRUE
           END-IF.
      *
       GRAVA-CONTROLE.
           PERFORM MONTA-CONTROLE
           OPEN EXTEND ARQ-CTL
           IF FS-CTL-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL
           END-IF
           WRITE REG-CTL FROM WS-IMAGEM-CTL
           CLOSE ARQ-CTL.
      *
      * NA CONFERENCIA A LINHA MONTADA NAO VAI PARA A LISTAGEM.
       LISTA-PREVIA.
           IF RODADA-PREVIA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * MOVE-NOTAS - RECHAVEIA AS NOTAS DO DUPLICADO: CADA REGISTRO
                       IF CODIGO-OK NOT = WS-CODIGO-DUP
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RODADA-EFETIVA
                               PERFORM MOVE-UMA-NOTA
                           ELSE
                               PERFORM SIMULA-UMA-NOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE WS-NOTA-SAVE TO REG-OK
               NOT INVALID KEY
                   ADD 1 TO WS-CONTA-MOVIDOS
                   ADD 1 TO WS-CONTA-RENOMEADOS
                   MOVE WS-NOTA-SAVE TO REG-OK
                   DELETE ARQ-NOTAS RECORD
                   END-DELETE
                       IF CODIGO-MEN NOT = WS-CODIGO-DUP
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RODADA-EFETIVA
                               PERFORM MOVE-UM-MENSAL
                           ELSE
                               PERFORM SIMULA-UM-MENSAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       MOVE-UM-MENSAL.
           MOVE REG-MEN TO WS-MEN-SAVE
           MOVE WS-CODIGO-SOBREV TO CODIGO-MEN
      * O NOME GUARDADO NO REGISTRO (INICIO DO RESTO-MEN) PASSA A
      * SER O DO SOBREVIVENTE, COMO NAS NOTAS.
           MOVE WS-NOME-SOBREV   TO RESTO-MEN(1:20)
           MOVE WS-S-NOME-SOBREV TO RESTO-MEN(21:30)
           WRITE REG-MEN
               INVALID KEY
                   ADD 1 TO WS-CONTA-CONFLITOS
                   MOVE WS-MEN-SAVE TO REG-MEN
               NOT INVALID KEY
                   ADD 1 TO WS-CONTA-MOVIDOS
                   ADD 1 TO WS-CONTA-RENOMEADOS
                   MOVE WS-MEN-SAVE TO REG-MEN
                   DELETE ARQ-MEN RECORD
                   END-DELETE
                       IF CODIGO-FREQ NOT = WS-CODIGO-DUP
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RODADA-EFETIVA
                               PERFORM MOVE-UM-FREQ
                           ELSE
                               PERFORM SIMULA-UM-FREQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       IF CODIGO-EXT NOT = WS-CODIGO-DUP
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RODADA-EFETIVA
                               PERFORM MOVE-UM-EXTRA
                           ELSE
                               PERFORM SIMULA-UM-EXTRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       MOVE-UM-EXTRA.
           MOVE REG-EXT TO WS-EXT-SAVE
           MOVE WS-CODIGO-SOBREV TO CODIGO-EXT
           MOVE WS-NOME-SOBREV   TO RESTO-EXT(1:20)
           MOVE WS-S-NOME-SOBREV TO RESTO-EXT(21:30)
           WRITE REG-EXT
               INVALID KEY
                   ADD 1 TO WS-CONTA-CONFLITOS
                   MOVE WS-EXT-SAVE TO REG-EXT
               NOT INVALID KEY
                   ADD 1 TO WS-CONTA-MOVIDOS
                   ADD 1 TO WS-CONTA-RENOMEADOS
                   MOVE WS-EXT-SAVE TO REG-EXT
                   DELETE ARQ-EXT RECORD
                   END-DELETE
                       IF CODIGO-PP NOT = WS-CODIGO-DUP
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RODADA-EFETIVA
                               PERFORM MOVE-UM-PARCPAGO
                           ELSE
                               PERFORM SIMULA-UM-PARCPAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       IF CODIGO-NEG NOT = WS-CODIGO-DUP
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RODADA-EFETIVA
                               PERFORM MOVE-UM-NEGOCIA
                           ELSE
                               PERFORM SIMULA-UM-NEGOCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               'RESPONSAVEL - O DO DUPLICADO FICOU LA'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * MOVE-NOME-SOCIAL - O NOME SOCIAL DO DUPLICADO PASSA PARA O
      * SOBREVIVENTE. SE O SOBREVIVENTE JA TEM O DELE, O DO
      * DUPLICADO FICA ONDE ESTA E VIRA CONFLITO NO LOG.
      *============================================================
       MOVE-NOME-SOCIAL.
           MOVE WS-CODIGO-DUP TO CODIGO-NSO
           READ ARQ-NSO KEY IS CODIGO-NSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CODIGO-SOBREV TO CODIGO-NSO
                   WRITE REG-NSO
                       INVALID KEY
                           PERFORM APONTA-CONFLITO-NSO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTA-MOVIDOS
                           MOVE WS-CODIGO-DUP TO CODIGO-NSO
                           DELETE ARQ-NSO RECORD
                           END-DELETE
                   END-WRITE
           END-READ.
      *
       APONTA-CONFLITO-NSO.
           ADD 1 TO WS-CONTA-CONFLITOS
           MOVE SPACES TO WS-LINHA
           STRING 'CONFLITO NOMESOC - SOBREVIVENTE JA TEM NOME '
               'SOCIAL - O DO DUPLICADO FICOU LA'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       REMOVE-INDICE-DUP.
      * O INDICE DE NOMES DO DUPLICADO SAI; O DO SOBREVIVENTE JA
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
                   ELSE
                       ADD 1 TO WS-CONTA-ERROS
                       DISPLAY 'ALUNOS.DAT NAO REGRAVADO (FS-STAT: '
                           FS-STAT-ALU ') - MARQUE O DUPLICADO '
                           'MANUALMENTE.'
           END-READ.
      *
      *============================================================
      * SIMULA-UMA-NOTA ... SIMULA-UM-NEGOCIA - PREVIA E CONFERENCIA
      * DA FUSAO: PARA CADA REGISTRO DO DUPLICADO, LE A CHAVE DO
      * SOBREVIVENTE PARA SABER SE ELE SERIA MOVIDO OU FICARIA COMO
      * CONFLITO, SEM GRAVAR. O REGISTRO DO DUPLICADO, O DO
      * SOBREVIVENTE QUE CAUSA O CONFLITO E O REGISTRO COMO SERIA
      * GRAVADO ENTRAM NA ASSINATURA. A LEITURA DIRETA DESFAZ A
      * SEQUENCIA DO READ NEXT, ENTAO O ARQUIVO E REPOSICIONADO LOGO
      * DEPOIS DA CHAVE DO DUPLICADO.
      *============================================================
       SIMULA-UMA-NOTA.
           MOVE REG-OK TO WS-NOTA-SAVE
           MOVE LENGTH OF REG-OK TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-OK WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-OK
           READ ARQ-NOTAS KEY IS CHAVE-OK
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-OK
                                         WS-TAM-PRV
           END-READ
           MOVE WS-NOTA-SAVE TO REG-OK
           MOVE SPACES TO WS-LINHA
           IF SIMULA-CONFLITO
               ADD 1 TO WS-CONTA-CONFLITOS
               STRING 'CONFLITO NOTAS ' ANO-OK ' '
                   DISCIPLINA-OK ' - JA EXISTE NO SOBREVIVENTE'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               ADD 1 TO WS-CONTA-RENOMEADOS
               MOVE WS-CODIGO-SOBREV TO CODIGO-OK
               MOVE WS-NOME-SOBREV   TO NOME-OK
               MOVE WS-S-NOME-SOBREV TO S-NOME-OK
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-OK
                                     WS-TAM-PRV
               MOVE WS-NOTA-SAVE TO REG-OK
               STRING 'MOVERIA NOTAS ' ANO-OK ' ' DISCIPLINA-OK ': '
                   WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM LISTA-PREVIA
           START ARQ-NOTAS KEY IS GREATER THAN CHAVE-OK
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
       SIMULA-UM-MENSAL.
           MOVE REG-MEN TO WS-MEN-SAVE
           MOVE LENGTH OF REG-MEN TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MEN WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-MEN
           READ ARQ-MEN KEY IS CHAVE-MEN
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MEN
                                         WS-TAM-PRV
           END-READ
           MOVE WS-MEN-SAVE TO REG-MEN
           MOVE SPACES TO WS-LINHA
           IF SIMULA-CONFLITO
               ADD 1 TO WS-CONTA-CONFLITOS
               STRING 'CONFLITO MENSAL ANO ' ANO-REF
                   ' - JA EXISTE NO SOBREVIVENTE'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               ADD 1 TO WS-CONTA-RENOMEADOS
               MOVE WS-CODIGO-SOBREV TO CODIGO-MEN
               MOVE WS-NOME-SOBREV   TO RESTO-MEN(1:20)
               MOVE WS-S-NOME-SOBREV TO RESTO-MEN(21:30)
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MEN
                                     WS-TAM-PRV
               MOVE WS-MEN-SAVE TO REG-MEN
               STRING 'MOVERIA MENSAL ANO ' ANO-REF ': '
                   WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM LISTA-PREVIA
           START ARQ-MEN KEY IS GREATER THAN CHAVE-MEN
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
       SIMULA-UM-FREQ.
           MOVE REG-FREQ TO WS-FREQ-SAVE
           MOVE LENGTH OF REG-FREQ TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-FREQ WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-FREQ
           READ ARQ-FREQ KEY IS CHAVE-FREQ
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-FREQ
                                         WS-TAM-PRV
           END-READ
           MOVE WS-FREQ-SAVE TO REG-FREQ
           MOVE SPACES TO WS-LINHA
           IF SIMULA-CONFLITO
               ADD 1 TO WS-CONTA-CONFLITOS
               STRING 'CONFLITO FREQ ' DISCIPLINA-FREQ
                   ' - JA EXISTE NO SOBREVIVENTE'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               MOVE WS-CODIGO-SOBREV TO CODIGO-FREQ
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-FREQ
                                     WS-TAM-PRV
               MOVE WS-FREQ-SAVE TO REG-FREQ
               STRING 'MOVERIA FREQ ' DISCIPLINA-FREQ ': '
                   WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM LISTA-PREVIA
           START ARQ-FREQ KEY IS GREATER THAN CHAVE-FREQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
       SIMULA-UM-EXTRA.
           MOVE REG-EXT TO WS-EXT-SAVE
           MOVE LENGTH OF REG-EXT TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-EXT WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-EXT
           READ ARQ-EXT KEY IS CHAVE-EXT
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-EXT
                                         WS-TAM-PRV
           END-READ
           MOVE WS-EXT-SAVE TO REG-EXT
           MOVE SPACES TO WS-LINHA
           IF SIMULA-CONFLITO
               ADD 1 TO WS-CONTA-CONFLITOS
               STRING 'CONFLITO LANCEXT ' ANO-REF-EXT '/'
                   SEQ-EXT ' - JA EXISTE NO SOBREVIVENTE'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               ADD 1 TO WS-CONTA-RENOMEADOS
               MOVE WS-CODIGO-SOBREV TO CODIGO-EXT
               MOVE WS-NOME-SOBREV   TO RESTO-EXT(1:20)
               MOVE WS-S-NOME-SOBREV TO RESTO-EXT(21:30)
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-EXT
                                     WS-TAM-PRV
               MOVE WS-EXT-SAVE TO REG-EXT
               STRING 'MOVERIA LANCEXT ' ANO-REF-EXT '/' SEQ-EXT ': '
                   WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM LISTA-PREVIA
           START ARQ-EXT KEY IS GREATER THAN CHAVE-EXT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
       SIMULA-UM-PARCPAGO.
           MOVE REG-PP TO WS-PP-SAVE
           MOVE LENGTH OF REG-PP TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-PP WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-PP
           READ ARQ-PP KEY IS CHAVE-PP
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-PP
                                         WS-TAM-PRV
           END-READ
           MOVE WS-PP-SAVE TO REG-PP
           MOVE SPACES TO WS-LINHA
           IF SIMULA-CONFLITO
               ADD 1 TO WS-CONTA-CONFLITOS
               STRING 'CONFLITO PARCPAGO ' ANO-REF-PP '/'
                   SLOT-PP ' - JA EXISTE NO SOBREVIVENTE'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               MOVE WS-CODIGO-SOBREV TO CODIGO-PP
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-PP
                                     WS-TAM-PRV
               MOVE WS-PP-SAVE TO REG-PP
               STRING 'MOVERIA PARCPAGO ' ANO-REF-PP '/' SLOT-PP ': '
                   WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM LISTA-PREVIA
           START ARQ-PP KEY IS GREATER THAN CHAVE-PP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
       SIMULA-UM-NEGOCIA.
           MOVE REG-NEG TO WS-NEG-SAVE
           MOVE LENGTH OF REG-NEG TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-NEG WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-NEG
           READ ARQ-NEG KEY IS CHAVE-NEG
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-NEG
                                         WS-TAM-PRV
           END-READ
           MOVE WS-NEG-SAVE TO REG-NEG
           MOVE SPACES TO WS-LINHA
           IF SIMULA-CONFLITO
               ADD 1 TO WS-CONTA-CONFLITOS
               STRING 'CONFLITO NEGOCIA ANO ' ANO-REF-NEG
                   ' - JA EXISTE NO SOBREVIVENTE'
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               MOVE WS-CODIGO-SOBREV TO CODIGO-NEG
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-NEG
                                     WS-TAM-PRV
               MOVE WS-NEG-SAVE TO REG-NEG
               STRING 'MOVERIA NEGOCIA ANO ' ANO-REF-NEG ': '
                   WS-CODIGO-DUP ' -> ' WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM LISTA-PREVIA
           START ARQ-NEG KEY IS GREATER THAN CHAVE-NEG
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
      * RESPONSAVEL E NOME SOCIAL: UM REGISTRO SO POR ALUNO, LIDO
      * PELA CHAVE; O DO SOBREVIVENTE, SE EXISTIR, E O CONFLITO.
       SIMULA-RESPONSAVEL.
           MOVE LENGTH OF REG-RESP TO WS-TAM-PRV
           MOVE WS-CODIGO-DUP TO CODIGO-RESP
           READ ARQ-RESP KEY IS CODIGO-RESP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SIMULA-UM-RESPONSAVEL
           END-READ.
      *
       SIMULA-UM-RESPONSAVEL.
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-RESP WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-RESP
           READ ARQ-RESP KEY IS CODIGO-RESP
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-RESP
                                         WS-TAM-PRV
           END-READ
           IF SIMULA-CONFLITO
               IF RODADA-PREVIA
                   PERFORM APONTA-CONFLITO-RESP
               ELSE
                   ADD 1 TO WS-CONTA-CONFLITOS
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               MOVE SPACES TO WS-LINHA
               STRING 'MOVERIA RESPONSA: ' WS-CODIGO-DUP ' -> '
                   WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM LISTA-PREVIA
           END-IF.
      *
       SIMULA-NOME-SOCIAL.
           MOVE LENGTH OF REG-NSO TO WS-TAM-PRV
           MOVE WS-CODIGO-DUP TO CODIGO-NSO
           READ ARQ-NSO KEY IS CODIGO-NSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SIMULA-UM-NOME-SOCIAL
           END-READ.
      *
       SIMULA-UM-NOME-SOCIAL.
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-NSO WS-TAM-PRV
           MOVE WS-CODIGO-SOBREV TO CODIGO-NSO
           READ ARQ-NSO KEY IS CODIGO-NSO
               INVALID KEY
                   SET SIMULA-MOVE TO TRUE
               NOT INVALID KEY
                   SET SIMULA-CONFLITO TO TRUE
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-NSO
                                         WS-TAM-PRV
           END-READ
           IF SIMULA-CONFLITO
               IF RODADA-PREVIA
                   PERFORM APONTA-CONFLITO-NSO
               ELSE
                   ADD 1 TO WS-CONTA-CONFLITOS
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-MOVIDOS
               MOVE SPACES TO WS-LINHA
               STRING 'MOVERIA NOMESOC: ' WS-CODIGO-DUP ' -> '
                   WS-CODIGO-SOBREV
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM LISTA-PREVIA
           END-IF.
      *
       SIMULA-INDICE-DUP.
           MOVE WS-CODIGO-DUP TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE S-NOME TO S-NOME-IDX
                   MOVE WS-CODIGO-DUP TO CODIGO-IDX
                   PERFORM SIMULA-UM-INDICE
           END-READ.
      *
       SIMULA-UM-INDICE.
           READ ARQ-IDX KEY IS CHAVE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LENGTH OF REG-IDX TO WS-TAM-PRV
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-IDX
                                         WS-TAM-PRV
                   MOVE SPACES TO WS-LINHA
                   STRING 'EXCLUIRIA NOMEIDX ' S-NOME-IDX ' '
                       CODIGO-IDX
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM LISTA-PREVIA
           END-READ.
      *
       SIMULA-MATA-DUPLICADO.
           MOVE WS-CODIGO-DUP TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'DUPLICADO SUMIU DURANTE A FUSAO - '
                       'CONFIRA O CADASTRO.'
               NOT INVALID KEY
                   PERFORM SIMULA-UM-DUPLICADO
           END-READ.
      *
       SIMULA-UM-DUPLICADO.
           MOVE LENGTH OF REG-ALU TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-ALU WS-TAM-PRV
           MOVE SPACES TO WS-LINHA
           STRING 'DUPLICADO ' WS-CODIGO-DUP ' ' NOME ' SITUACAO '
               SITUACAO-ALUNO ' -> X (EXCLUIDO POR FUSAO)'
               DELIMITED BY SIZE INTO WS-LINHA
           MOVE 'X' TO SITUACAO-ALUNO
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-ALU WS-TAM-PRV
           PERFORM LISTA-PREVIA.
      *
      *============================================================
      * GRAVA-AUDITORIA - ANOTA A FUSAO EM AUDITALU.DAT COM AS
      * IMAGENS DO CADASTRO DUPLICADO ANTES E DEPOIS, NO MESMO
      * FORMATO DO MANTALU.
           MOVE REG-ALU TO IMAGEM-DEPOIS-AUD
           MOVE WS-OPER-SESSAO TO OPERADOR-AUD
           WRITE REG-AUD.
      *
      *============================================================
      * GRAVA-AUDITORIA-NOME - ANOTA EM AUDITALU.DAT (OPERACAO P)
      * QUE OS REGISTROS MOVIDOS DE NOTAS, MENSAL E LANCEXT PASSARAM
      * A TER O NOME DO SOBREVIVENTE, NO FORMATO DO MANTALU: CODIGO,
      * NOME E SOBRENOME NAS POSICOES DO CADASTRO E A QUANTIDADE.
      *============================================================
       GRAVA-AUDITORIA-NOME.
           ACCEPT WS-DATA-AUD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AUD FROM TIME
           MOVE WS-DATA-AUD TO DATA-AUD
           MOVE WS-HORA-AUD TO HORA-AUD
           MOVE 'DUPALU' TO PROGRAMA-AUD
           MOVE 'P' TO OPERACAO-AUD
           MOVE WS-CODIGO-SOBREV TO CODIGO-AUD
           MOVE WS-CODIGO-DUP    TO WS-CODIGO-IMG
           MOVE WS-NOME-DUP      TO WS-NOME-IMG
           MOVE WS-S-NOME-DUP    TO WS-S-NOME-IMG
           MOVE 'NOTAS/MENSAL/LANCEXT' TO WS-DESCR-IMG
           MOVE WS-IMAGEM-NOME   TO IMAGEM-ANTES-AUD
           MOVE WS-CODIGO-SOBREV TO WS-CODIGO-IMG
           MOVE WS-NOME-SOBREV   TO WS-NOME-IMG
           MOVE WS-S-NOME-SOBREV TO WS-S-NOME-IMG
           MOVE SPACES TO WS-DESCR-IMG
           STRING 'NOTAS/MENSAL/LANCEXT ' WS-CONTA-RENOMEADOS
               ' REGISTRO(S) COM O NOME DO SOBREVIVENTE'
               DELIMITED BY SIZE INTO WS-DESCR-IMG
           MOVE WS-IMAGEM-NOME   TO IMAGEM-DEPOIS-AUD
           MOVE WS-OPER-SESSAO TO OPERADOR-AUD
           WRITE REG-AUD.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-ALU
           IF FS-NEG-NAO-EXISTE THEN
               SET NEG-INDISPONIVEL TO TRUE
           END-IF
           SET NSO-DISPONIVEL TO TRUE
           OPEN I-O ARQ-NSO
           IF FS-NSO-NAO-EXISTE THEN
               SET NSO-INDISPONIVEL TO TRUE
           END-IF
           OPEN EXTEND ARQ-AUD
           IF FS-AUD-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-AUD
           IF NEG-DISPONIVEL
               CLOSE ARQ-NEG
           END-IF
           IF NSO-DISPONIVEL
               CLOSE ARQ-NSO
           END-IF
           CLOSE ARQ-AUD
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'DUPLICADO ' WS-CODIGO-DUP
                  ' SOBREVIVENTE ' WS-CODIGO-SOBREV
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DUPALULST.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'AUDITALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITALU
           MOVE 'DUPALULST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DUPALULST
           MOVE 'NOMESOC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMESOC
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE.
