              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DISC.

      * REABERTURAS DE BIMESTRE E ALTERACOES FEITAS SOB ELAS, PARA O
      * RELATORIO POSFECHA DA SECRETARIA.
       SELECT ARQ-POS
              ASSIGN TO WS-ARQ-POSFECHA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENT0.
      * ZERO NOS REGISTROS ANTIGOS SO COM O NOME LIVRE.
           02 COD-PROF-DISC  PIC 9(04).

       FD  ARQ-POS.
       01  REG-POS.
           02 TIPO-POS            PIC X(01).
              88 POS-REABERTURA   VALUE 'R'.
              88 POS-ALTERACAO    VALUE 'A'.
           02 ANO-POS             PIC 9(04).
           02 BIM-POS             PIC 9(01).
           02 REAB-POS            PIC 9(03).
           02 DATA-POS            PIC 9(08).
           02 HORA-POS            PIC 9(08).
           02 PROGRAMA-POS        PIC X(08).
           02 OPERADOR-POS        PIC X(08).
           02 CODIGO-POS          PIC 9(08).
           02 DISCIPLINA-POS      PIC X(10).
           02 CAMPO-POS           PIC X(01).
              88 POS-NOTA         VALUE 'N'.
              88 POS-FALTAS       VALUE 'F'.
           02 ANTES-POS           PIC 9(03).
           02 DEPOIS-POS          PIC 9(03).
           02 INICIO-POS          PIC 9(08).
           02 FIM-POS             PIC 9(08).
           02 MOTIVO-POS          PIC X(40).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       77 FS-STAT-DISC PIC 9(02).
           88 FS-DISC-OK         VALUE ZEROS.
           88 FS-DISC-NAO-EXISTE VALUE 35.
       01  WS-ARQ-POSFECHA PIC X(64).
       01  WS-SW-GRAVOU PIC X(01).
           88 FREQ-GRAVADA     VALUE 'S'.
           88 FREQ-NAO-GRAVADA VALUE 'N'.
      * FREQ.DAT NAO TEM ANO NA CHAVE: E SEMPRE O ANO LETIVO
      * CORRENTE, E E O CALENDARIO DESTE ANO QUE VALE PARA A CARGA.
       01  WS-ANO-CAL PIC 9(04).
      * AULAS DADAS PELO DIARIO DE CLASSE (AULASDAD) E QUANTAS
      * LINHAS TRAZIAM NO FALTAS.TXT UM NUMERO DIFERENTE DELE.
       01  WS-AULAS-DIARIO PIC 9(04).
       01  WS-CONTA-DIVERGE PIC 9(07) VALUE ZEROES.

      * SITUACAO DOS QUATRO BIMESTRES DO ANO NO DIA (LEBIM): BIMESTRE
      * FECHADO NAO ACEITA ALTERACAO SEM REABERTURA DA DIRECAO.
       01  WS-BIMESTRES.
           02 WS-BIM OCCURS 4 TIMES.
              03 WS-SIT-BIM      PIC X(01).
                 88 BIM-ABERTO       VALUE 'A'.
                 88 BIM-FORA-PRAZO   VALUE 'P'.
                 88 BIM-FECHADO      VALUE 'F'.
                 88 BIM-REABERTO     VALUE 'R'.
              03 WS-PRAZO-BIM    PIC 9(08).
              03 WS-FECHA-BIM    PIC 9(08).
              03 WS-REAB-BIM     PIC 9(03).
              03 WS-FIM-REAB-BIM PIC 9(08).
              03 WS-MOTIVO-BIM   PIC X(40).
       01  WS-IX-BIM          PIC 9(01).
       01  WS-VALORES-BIM.
           02 WS-VALOR-ANTES  PIC 9(03) OCCURS 4 TIMES.
           02 WS-VALOR-NOVO   PIC 9(03) OCCURS 4 TIMES.
       01  WS-DATA-POS        PIC 9(08).
       01  WS-HORA-POS        PIC 9(08).
       01  WS-CONTA-RECUSADAS PIC 9(07) VALUE ZEROES.
       77 FS-STAT-POS PIC 9(02).
           88 FS-POS-OK         VALUE ZEROS.
           88 FS-POS-NAO-EXISTE VALUE 35.

      * OPERADOR DA SESSAO DO MENU (VIA LEOPER), PARA O DIARIO
      * POS-FECHAMENTO; ESPACOS NA CADEIA NOTURNA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

      *
      *******************************************************
       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
       MOVE WS-DATA-ATUAL(1:4) TO WS-ANO-CAL.
       CALL 'LEBIM' USING WS-ANO-CAL WS-BIMESTRES.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM CARREGA-TAB-ALUNOS.
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
                          WS-FALTAS-1 + WS-FALTAS-2
                          + WS-FALTAS-3 + WS-FALTAS-4
                      MOVE WS-AULAS-ANO TO WS-AULAS-ANO-FREQ
                      PERFORM APLICA-DIARIO
                      PERFORM APLICA-CALENDARIO
                      PERFORM GRAVA-FREQUENCIA
                      IF FREQ-GRAVADA
                          PERFORM REGISTRA-POS-FECHAMENTO
                      END-IF
                      ADD 1 TO WS-CONTA-GRAV
                  END-IF
              END-READ
       CLOSE ARQ-SAI.
       CLOSE ARQ-LOG.
       CLOSE ARQ-DISC.
       CLOSE ARQ-POS.
       IF WS-CONTA-DIVERGE > 0
           DISPLAY 'AULAS DO FALTAS.TXT TROCADAS PELAS DO DIARIO DE '
               'CLASSE: ' WS-CONTA-DIVERGE
       END-IF.
       IF WS-CONTA-RECUSADAS > 0
           DISPLAY 'FALTAS DE BIMESTRE FECHADO IGNORADAS: '
               WS-CONTA-RECUSADAS ' (VER FALTANOK.TXT)'
       END-IF.
       PERFORM GRAVA-CONTROLE.
       CLOSE ARQ-CTL.
       STOP RUN.
           END-READ.
      *
      *============================================================
      * APLICA-DIARIO - AS AULAS DADAS NO ANO SAEM DO DIARIO DE
      * CLASSE (MANTDIAR) QUANDO A TURMA DO ALUNO JA O USA; O NUMERO
      * DIGITADO NO FALTAS.TXT SO VALE PARA TURMA SEM DIARIO.
      *============================================================
       APLICA-DIARIO.
           CALL 'AULASDAD' USING WS-CODIGO-FREQ WS-DISCIPLINA-FREQ
               WS-ANO-CAL WS-AULAS-DIARIO
           IF WS-AULAS-DIARIO > 0
               IF WS-AULAS-ANO > 0
                  AND WS-AULAS-ANO NOT = WS-AULAS-DIARIO
                   ADD 1 TO WS-CONTA-DIVERGE
               END-IF
               MOVE WS-AULAS-DIARIO TO WS-AULAS-ANO-FREQ
           END-IF.
      *
      *============================================================
      * APLICA-CALENDARIO - CONFERE AS FALTAS DOS QUATRO BIMESTRES
      * CONTRA O CALENDARIO DE FECHAMENTO DO ANO (LEBIM). NUM
      * BIMESTRE FECHADO A RECARGA NAO MUDA AS FALTAS JA GRAVADAS:
      * O VALOR ANTERIOR E MANTIDO, O TOTAL E REFEITO E A DIFERENCA
      * VAI PARA FALTANOK.TXT.
      *============================================================
       APLICA-CALENDARIO.
           MOVE WS-FALTAS-1-FREQ TO WS-VALOR-NOVO(1)
           MOVE WS-FALTAS-2-FREQ TO WS-VALOR-NOVO(2)
           MOVE WS-FALTAS-3-FREQ TO WS-VALOR-NOVO(3)
           MOVE WS-FALTAS-4-FREQ TO WS-VALOR-NOVO(4)
           MOVE ZEROES TO WS-VALOR-ANTES(1) WS-VALOR-ANTES(2)
                          WS-VALOR-ANTES(3) WS-VALOR-ANTES(4)
           MOVE WS-CHAVE-FREQ TO CHAVE-FREQ
           READ ARQ-SAI KEY IS CHAVE-FREQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FALTAS-1-FREQ TO WS-VALOR-ANTES(1)
                   MOVE FALTAS-2-FREQ TO WS-VALOR-ANTES(2)
                   MOVE FALTAS-3-FREQ TO WS-VALOR-ANTES(3)
                   MOVE FALTAS-4-FREQ TO WS-VALOR-ANTES(4)
           END-READ
           PERFORM CONFERE-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4
           MOVE WS-VALOR-NOVO(1) TO WS-FALTAS-1-FREQ
           MOVE WS-VALOR-NOVO(2) TO WS-FALTAS-2-FREQ
           MOVE WS-VALOR-NOVO(3) TO WS-FALTAS-3-FREQ
           MOVE WS-VALOR-NOVO(4) TO WS-FALTAS-4-FREQ
           COMPUTE WS-TOTAL-FALTAS-FREQ =
               WS-FALTAS-1-FREQ + WS-FALTAS-2-FREQ
               + WS-FALTAS-3-FREQ + WS-FALTAS-4-FREQ.
      *
       CONFERE-BIMESTRE.
           IF BIM-FECHADO(WS-IX-BIM)
              AND WS-VALOR-NOVO(WS-IX-BIM)
                  NOT = WS-VALOR-ANTES(WS-IX-BIM)
               MOVE WS-VALOR-ANTES(WS-IX-BIM)
                   TO WS-VALOR-NOVO(WS-IX-BIM)
               PERFORM GRAVA-LOG-BIM-FECHADO
           END-IF.
      *
      *============================================================
      * GRAVA-LOG-BIM-FECHADO - REGISTRA EM FALTANOK.TXT AS FALTAS
      * DE BIMESTRE FECHADO QUE A CARGA DEIXOU DE APLICAR.
      *============================================================
       GRAVA-LOG-BIM-FECHADO.
           MOVE WS-CODIGO-FREQ     TO CODIGO-FALTA-LOG
           MOVE WS-DISCIPLINA-FREQ TO DISCIPLINA-LOG
           MOVE SPACES             TO MOTIVO-LOG
           STRING WS-IX-BIM 'O BIMESTRE FECHADO - FALTAS MANTIDAS'
               DELIMITED BY SIZE INTO MOTIVO-LOG
           WRITE REG-LOG
           ADD 1 TO WS-CONTA-INCONSIST
           ADD 1 TO WS-CONTA-RECUSADAS
           DISPLAY 'FALTAS DE BIMESTRE FECHADO IGNORADAS - CODIGO: '
                   WS-CODIGO-FREQ ' ' WS-DISCIPLINA-FREQ ' '
                   WS-IX-BIM 'O BIMESTRE'.
      *
      *============================================================
      * GRAVA-FREQUENCIA - INCLUI OU ATUALIZA O REGISTRO DE
      * FREQUENCIA EM FREQ.DAT. A CHAVE E CODIGO + DISCIPLINA, DE
      * MODO QUE CADA RECARGA DE FALTAS.TXT (UMA POR BIMESTRE)
      * SUBSTITUI OS TOTAIS DAQUELE ALUNO/DISCIPLINA.
      *============================================================
       GRAVA-FREQUENCIA.
           SET FREQ-GRAVADA TO TRUE
           MOVE WS-CHAVE-FREQ TO CHAVE-FREQ
           READ ARQ-SAI KEY IS CHAVE-FREQ
               INVALID KEY
      * DEIXAR O RUNTIME ABORTAR O PROGRAMA SEM EXPLICACAO.
      *============================================================
       TRATA-ERRO-GRAVACAO.
           SET FREQ-NAO-GRAVADA TO TRUE
           DISPLAY 'ERRO AO GRAVAR REGISTRO - FS-STAT: ' FS-STAT
                   ' CODIGO: ' WS-CODIGO-FREQ
           MOVE WS-CODIGO-FREQ     TO CODIGO-FALTA-LOG
           END-IF
           WRITE REG-LOG
           ADD 1 TO WS-CONTA-ERRO.
      *
       REGISTRA-POS-FECHAMENTO.
           ACCEPT WS-DATA-POS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-POS FROM TIME
           PERFORM REGISTRA-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4.
      *
      *============================================================
      * REGISTRA-BIMESTRE - ALTERACAO GRAVADA NUM BIMESTRE REABERTO
      * VAI PARA POSFECHA.DAT COM O NUMERO E O MOTIVO DA REABERTURA
      * E OS VALORES ANTES E DEPOIS.
      *============================================================
       REGISTRA-BIMESTRE.
           IF BIM-REABERTO(WS-IX-BIM)
              AND WS-VALOR-NOVO(WS-IX-BIM)
                  NOT = WS-VALOR-ANTES(WS-IX-BIM)
               INITIALIZE REG-POS
               SET POS-ALTERACAO TO TRUE
               MOVE WS-ANO-CAL    TO ANO-POS
               MOVE WS-IX-BIM     TO BIM-POS
               MOVE WS-REAB-BIM(WS-IX-BIM) TO REAB-POS
               MOVE WS-DATA-POS   TO DATA-POS
               MOVE WS-HORA-POS   TO HORA-POS
               MOVE 'CRIAFREQ'    TO PROGRAMA-POS
               MOVE WS-OPER-SESSAO TO OPERADOR-POS
               MOVE WS-CODIGO-FREQ TO CODIGO-POS
               MOVE WS-DISCIPLINA-FREQ TO DISCIPLINA-POS
               SET POS-FALTAS TO TRUE
               MOVE WS-VALOR-ANTES(WS-IX-BIM) TO ANTES-POS
               MOVE WS-VALOR-NOVO(WS-IX-BIM)  TO DEPOIS-POS
               MOVE WS-FIM-REAB-BIM(WS-IX-BIM) TO FIM-POS
               MOVE WS-MOTIVO-BIM(WS-IX-BIM)  TO MOTIVO-POS
               WRITE REG-POS
           END-IF.
      *
      *============================================================
      * GRAVA-CONTROLE - GRAVA EM CONTROLE.LOG O REGISTRO DE CONCLUSAO
               OPEN OUTPUT ARQ-CTL
           END-IF

      * DIARIO POS-FECHAMENTO: CRIADO NA PRIMEIRA GRAVACAO.
           OPEN EXTEND ARQ-POS
           IF FS-POS-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-POS
           END-IF

           OPEN INPUT ARQ-DISC
           IF FS-DISC-NAO-EXISTE THEN
               DISPLAY 'DISCIP.DAT NAO ENCONTRADO - CADASTRE AS '
               CLOSE ARQ-SAI
               CLOSE ARQ-LOG
               CLOSE ARQ-CTL
               CLOSE ARQ-POS
               STOP RUN
           END-IF.
      *
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE
           MOVE 'DISCIP' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DISCIP
           MOVE 'POSFECHA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-POSFECHA.
