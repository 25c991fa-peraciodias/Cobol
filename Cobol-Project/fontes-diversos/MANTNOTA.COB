              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FREQ.

      * TURMAS: SO PARA A SERIE DA TURMA, QUE ESCOLHE A REGRA DE
      * AVALIACAO DO RECALCULO.
       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

      * O MESMO DIARIO DE AUDITORIA DO MANTALU/CRIALUNO: A ALTERACAO
      * DE NOTA E EXATAMENTE O TIPO DE GRAVACAO QUE A DIRECAO QUER
      * RASTREAVEL, COM A IMAGEM ANTES E DEPOIS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-AUD.

      * REABERTURAS DE BIMESTRE E ALTERACOES FEITAS SOB ELAS, PARA O
      * RELATORIO POSFECHA DA SECRETARIA.
       SELECT ARQ-POS
              ASSIGN TO WS-ARQ-POSFECHA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTAS.
           02 TOTAL-FALTAS-FREQ  PIC 9(04).
           02 AULAS-ANO-FREQ     PIC 9(04).

       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-AUD.
       01  REG-AUD.
           02 DATA-AUD          PIC 9(08).
      * ESPACOS QUANDO O PROGRAMA RODOU AVULSO.
           02 OPERADOR-AUD      PIC X(08).

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
       01  WS-ARQ-DISCIP PIC X(64).
       01  WS-ARQ-FREQ PIC X(64).
       01  WS-ARQ-AUDITALU PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-POSFECHA PIC X(64).

       01  WS-TURMA-PARAM     PIC X(06).
       01  WS-SERIE-PARAM     PIC X(02).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-DISCIPLINA-PARAM PIC X(10).
       01  WS-NOTA-PARAM      PIC X(02).
       77 FS-STAT-FREQ PIC 9(02).
           88 FS-FREQ-OK         VALUE ZEROS.
           88 FS-FREQ-NAO-EXISTE VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK         VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE VALUE 35.
       77 FS-STAT-AUD PIC 9(02).
           88 FS-AUD-OK         VALUE ZEROS.
           88 FS-AUD-NAO-EXISTE VALUE 35.
       01  WS-SW-FREQ PIC X(01).
           88 FREQ-DISPONIVEL   VALUE 'S'.
           88 FREQ-INDISPONIVEL VALUE 'N'.
       01  WS-SW-TUR PIC X(01).
           88 TURMAS-DISPONIVEIS   VALUE 'S'.
           88 TURMAS-INDISPONIVEIS VALUE 'N'.

      *
      * REGRA DE AVALIACAO DA SERIE/ANO (REGRAS.DAT, VIA LEREGRA).
       01  WS-REGRA.
           02 WS-PESO-1-REGRA      PIC 9(02).
           02 WS-PESO-2-REGRA      PIC 9(02).
           02 WS-PESO-3-REGRA      PIC 9(02).
           02 WS-PESO-4-REGRA      PIC 9(02).
           02 WS-MEDIA-AP-REGRA    PIC 9(02)V99.
           02 WS-MEDIA-RC-REGRA    PIC 9(02)V99.
           02 WS-FORMULA-REC-REGRA PIC X(01).
           02 WS-PESO-MEDIA-REGRA  PIC 9(02).
           02 WS-PESO-PROVA-REGRA  PIC 9(02).
           02 WS-MEDIA-REC-REGRA   PIC 9(02)V99.
           02 WS-FREQ-MIN-REGRA    PIC 9(03).
           02 WS-ORIGEM-REGRA      PIC X(01).

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

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

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       CLOSE ARQ-ALU.
       CLOSE ARQ-DISC.
       CLOSE ARQ-AUD.
       CLOSE ARQ-POS.
       IF TURMAS-DISPONIVEIS
           CLOSE ARQ-TUR
       END-IF.
       IF FREQ-DISPONIVEL
           CLOSE ARQ-FREQ
       END-IF.
       DISPLAY 'MANUTENCAO DE NOTAS CONCLUIDA'
       DISPLAY 'ALUNOS DA TURMA VISTOS: ' WS-CONTA-ALUNOS
       DISPLAY 'NOTAS ALTERADAS.......: ' WS-CONTA-ALTERADOS
       DISPLAY 'BIMESTRES RECUSADOS...: ' WS-CONTA-RECUSADAS
       DISPLAY '================================================'
       GOBACK.
      *
           ACCEPT WS-ANO-PARAM
           DISPLAY 'DISCIPLINA (GRAFIA OFICIAL): ' WITH NO ADVANCING
           ACCEPT WS-DISCIPLINA-PARAM
           PERFORM DESCOBRE-SERIE
           CALL 'LEREGRA' USING WS-SERIE-PARAM WS-ANO-PARAM WS-REGRA
           CALL 'LEBIM' USING WS-ANO-PARAM WS-BIMESTRES
           PERFORM AVISA-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4
           MOVE WS-DISCIPLINA-PARAM TO DISCIPLINA-REF
           READ ARQ-DISC KEY IS DISCIPLINA-REF
               INVALID KEY
           END-READ.
      *
      *============================================================
      * AVISA-BIMESTRE - MOSTRA NA ABERTURA OS BIMESTRES DO ANO QUE
      * NAO ESTAO SIMPLESMENTE ABERTOS.
      *============================================================
       AVISA-BIMESTRE.
           EVALUATE TRUE
               WHEN BIM-FORA-PRAZO(WS-IX-BIM)
                   DISPLAY WS-IX-BIM 'O BIMESTRE: PRAZO DE LANCAMENTO '
                       'VENCIDO EM ' WS-PRAZO-BIM(WS-IX-BIM)
                       ' - FECHA EM ' WS-FECHA-BIM(WS-IX-BIM)
               WHEN BIM-FECHADO(WS-IX-BIM)
                   DISPLAY WS-IX-BIM 'O BIMESTRE: FECHADO EM '
                       WS-FECHA-BIM(WS-IX-BIM)
                       ' - NOTAS NAO PODEM SER ALTERADAS'
               WHEN BIM-REABERTO(WS-IX-BIM)
                   DISPLAY WS-IX-BIM 'O BIMESTRE: REABERTO ATE '
                       WS-FIM-REAB-BIM(WS-IX-BIM)
                       ' - ALTERACOES VAO PARA O RELATORIO '
                       'POS-FECHAMENTO'
           END-EVALUATE.
      *
      *============================================================
      * DESCOBRE-SERIE - SERIE DA TURMA INFORMADA EM TURMAS.DAT; EM
      * BRANCO (REGRA GERAL DO ANO) SEM O CADASTRO DE TURMAS.
      *============================================================
       DESCOBRE-SERIE.
           MOVE SPACES TO WS-SERIE-PARAM
           IF TURMAS-DISPONIVEIS
               MOVE WS-TURMA-PARAM TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SERIE-TUR TO WS-SERIE-PARAM
               END-READ
           END-IF.
      *
      *============================================================
      * PERCORRE-TURMA - PERCORRE ALUNOS.DAT POR ORDEM DE CODIGO E,
      * PARA CADA ALUNO DA TURMA INFORMADA, ABRE A MANUTENCAO DA
      * NOTA DA DISCIPLINA NO ANO (O MESMO PADRAO DE VARREDURA DO
           ACCEPT WS-CONFIRMA
           IF CONFIRMADO
               MOVE REG-OK TO WS-IMAGEM-ANTES
               MOVE PRIMEIRO-OK TO WS-VALOR-ANTES(1)
               MOVE SEGUNDO-OK  TO WS-VALOR-ANTES(2)
               MOVE TERCEIRO-OK TO WS-VALOR-ANTES(3)
               MOVE QUARTO-OK   TO WS-VALOR-ANTES(4)
               SET NOTA-NAO-ALTERADA TO TRUE
               PERFORM CORRIGE-BIMESTRES
               IF NOTA-ALTERADA
                   IF FS-OK
                       ADD 1 TO WS-CONTA-ALTERADOS
                       PERFORM GRAVA-AUDITORIA
                       PERFORM REGISTRA-POS-FECHAMENTO
                       DISPLAY 'NOTA REGRAVADA.'
                   ELSE
                       DISPLAY 'NOTAS.DAT NAO REGRAVADO (FS-STAT: '
           ACCEPT WS-NOTA-PARAM
           IF WS-NOTA-PARAM NOT = SPACES
              AND WS-NOTA-PARAM NUMERIC
               MOVE 1 TO WS-IX-BIM
               MOVE WS-NOTA-PARAM TO WS-VALOR-NOVO(1)
               PERFORM CONFERE-BIMESTRE
               IF NOT BIM-FECHADO(1)
                   MOVE WS-NOTA-PARAM TO PRIMEIRO-OK
                   SET NOTA-ALTERADA TO TRUE
               END-IF
           END-IF
           DISPLAY 'NOVO 2B 00-10 (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-NOTA-PARAM
           IF WS-NOTA-PARAM NOT = SPACES
              AND WS-NOTA-PARAM NUMERIC
               MOVE 2 TO WS-IX-BIM
               MOVE WS-NOTA-PARAM TO WS-VALOR-NOVO(2)
               PERFORM CONFERE-BIMESTRE
               IF NOT BIM-FECHADO(2)
                   MOVE WS-NOTA-PARAM TO SEGUNDO-OK
                   SET NOTA-ALTERADA TO TRUE
               END-IF
           END-IF
           DISPLAY 'NOVO 3B 00-10 (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-NOTA-PARAM
           IF WS-NOTA-PARAM NOT = SPACES
              AND WS-NOTA-PARAM NUMERIC
               MOVE 3 TO WS-IX-BIM
               MOVE WS-NOTA-PARAM TO WS-VALOR-NOVO(3)
               PERFORM CONFERE-BIMESTRE
               IF NOT BIM-FECHADO(3)
                   MOVE WS-NOTA-PARAM TO TERCEIRO-OK
                   SET NOTA-ALTERADA TO TRUE
               END-IF
           END-IF
           DISPLAY 'NOVO 4B 00-10 (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-NOTA-PARAM
           IF WS-NOTA-PARAM NOT = SPACES
              AND WS-NOTA-PARAM NUMERIC
               MOVE 4 TO WS-IX-BIM
               MOVE WS-NOTA-PARAM TO WS-VALOR-NOVO(4)
               PERFORM CONFERE-BIMESTRE
               IF NOT BIM-FECHADO(4)
                   MOVE WS-NOTA-PARAM TO QUARTO-OK
                   SET NOTA-ALTERADA TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * CONFERE-BIMESTRE - BIMESTRE FECHADO (SEM REABERTURA VALIDA
      * HOJE) RECUSA A NOTA NOVA; A NOTA ATUAL FICA.
      *============================================================
       CONFERE-BIMESTRE.
           IF BIM-FECHADO(WS-IX-BIM)
              AND WS-VALOR-NOVO(WS-IX-BIM)
                  NOT = WS-VALOR-ANTES(WS-IX-BIM)
               ADD 1 TO WS-CONTA-RECUSADAS
               DISPLAY WS-IX-BIM 'O BIMESTRE FECHADO EM '
                   WS-FECHA-BIM(WS-IX-BIM) ' - NOTA NAO ALTERADA '
                   '(REABERTURA SO PELA DIRECAO).'
           END-IF.
      *
      *============================================================
      * CALCULA-MEDIA-SITUACAO - A MESMA REGRA DO CRIANOTA: MEDIA
      * PONDERADA DOS BIMESTRES PELOS PESOS DA REGRA DA SERIE/ANO,
      * AP E RC PELAS MEDIAS DE CORTE DA REGRA, RP ABAIXO, E
      * REPROVACAO POR FALTAS ABAIXO DA FREQUENCIA MINIMA QUANDO
      * FREQ.DAT ESTA DISPONIVEL.
      *============================================================
       CALCULA-MEDIA-SITUACAO.
           COMPUTE MEDIA-FINAL-OK ROUNDED =
               (PRIMEIRO-OK * WS-PESO-1-REGRA +
                SEGUNDO-OK  * WS-PESO-2-REGRA +
                TERCEIRO-OK * WS-PESO-3-REGRA +
                QUARTO-OK   * WS-PESO-4-REGRA) /
               (WS-PESO-1-REGRA + WS-PESO-2-REGRA +
                WS-PESO-3-REGRA + WS-PESO-4-REGRA)
           IF MEDIA-FINAL-OK >= WS-MEDIA-AP-REGRA
               MOVE 'AP' TO SITUACAO-OK
           ELSE
               IF MEDIA-FINAL-OK >= WS-MEDIA-RC-REGRA
                   MOVE 'RC' TO SITUACAO-OK
               ELSE
                   MOVE 'RP' TO SITUACAO-OK
               NOT INVALID KEY
                   IF AULAS-ANO-FREQ > 0
                       COMPUTE WS-LIMITE-FALTAS =
                           AULAS-ANO-FREQ *
                           (100 - WS-FREQ-MIN-REGRA) / 100
                       IF TOTAL-FALTAS-FREQ > WS-LIMITE-FALTAS
                           MOVE 'RP' TO SITUACAO-OK
                           DISPLAY 'REPROVADO POR FALTAS - '
           MOVE REG-OK TO IMAGEM-DEPOIS-AUD
           MOVE WS-OPER-SESSAO TO OPERADOR-AUD
           WRITE REG-AUD.
      *
       REGISTRA-POS-FECHAMENTO.
           ACCEPT WS-DATA-POS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-POS FROM TIME
           MOVE PRIMEIRO-OK TO WS-VALOR-NOVO(1)
           MOVE SEGUNDO-OK  TO WS-VALOR-NOVO(2)
           MOVE TERCEIRO-OK TO WS-VALOR-NOVO(3)
           MOVE QUARTO-OK   TO WS-VALOR-NOVO(4)
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
               MOVE ANO-OK        TO ANO-POS
               MOVE WS-IX-BIM     TO BIM-POS
               MOVE WS-REAB-BIM(WS-IX-BIM) TO REAB-POS
               MOVE WS-DATA-POS   TO DATA-POS
               MOVE WS-HORA-POS   TO HORA-POS
               MOVE 'MANTNOTA'    TO PROGRAMA-POS
               MOVE WS-OPER-SESSAO TO OPERADOR-POS
               MOVE CODIGO-OK     TO CODIGO-POS
               MOVE DISCIPLINA-OK TO DISCIPLINA-POS
               SET POS-NOTA TO TRUE
               MOVE WS-VALOR-ANTES(WS-IX-BIM) TO ANTES-POS
               MOVE WS-VALOR-NOVO(WS-IX-BIM)  TO DEPOIS-POS
               MOVE WS-FIM-REAB-BIM(WS-IX-BIM) TO FIM-POS
               MOVE WS-MOTIVO-BIM(WS-IX-BIM)  TO MOTIVO-POS
               WRITE REG-POS
           END-IF.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-NOTAS
           IF FS-AUD-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-AUD
           END-IF
      * DIARIO POS-FECHAMENTO: CRIADO NA PRIMEIRA GRAVACAO.
           OPEN EXTEND ARQ-POS
           IF FS-POS-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-POS
           END-IF
      * SEM TURMAS.DAT A SERIE FICA EM BRANCO E VALE A REGRA GERAL
      * DO ANO.
           SET TURMAS-DISPONIVEIS TO TRUE
           OPEN INPUT ARQ-TUR
           IF NOT FS-TUR-OK
               SET TURMAS-INDISPONIVEIS TO TRUE
           END-IF
      * A FREQUENCIA E OPCIONAL, COMO NO CRIANOTA: SEM ELA A
      * SITUACAO E DEFINIDA SO PELA MEDIA.
           SET FREQ-DISPONIVEL TO TRUE
           MOVE 'FREQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FREQ
           MOVE 'AUDITALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITALU
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'POSFECHA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-POSFECHA.
