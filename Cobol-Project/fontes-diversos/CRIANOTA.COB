              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CURR.

      * REABERTURAS DE BIMESTRE E ALTERACOES FEITAS SOB ELAS, PARA O
      * RELATORIO POSFECHA DA SECRETARIA.
       SELECT ARQ-POS
              ASSIGN TO WS-ARQ-POSFECHA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENT0.
      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-CURR.
       01  REG-CURR.
              03 SERIE-CURR      PIC X(02).
              03 DISCIPLINA-CURR PIC X(10).

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
       01  WS-SW-CURRICULO PIC X(01).
           88 CURRICULO-OK       VALUE 'S'.
           88 CURRICULO-INVALIDO VALUE 'N'.
      * CADASTRO + TURMAS ABERTOS: DAO A SERIE DO ALUNO, QUE ESCOLHE
      * A REGRA DE AVALIACAO E ALIMENTA A CRITICA DE CURRICULO.
       01  WS-SW-SERIE PIC X(01).
           88 SERIE-DISPONIVEL   VALUE 'S'.
           88 SERIE-INDISPONIVEL VALUE 'N'.
       01  WS-SERIE-NOTA PIC X(02).
       01  WS-ARQ-POSFECHA PIC X(64).
       01  WS-SW-GRAVOU PIC X(01).
           88 NOTA-GRAVADA     VALUE 'S'.
           88 NOTA-NAO-GRAVADA VALUE 'N'.

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
      * REGRA DE AVALIACAO DA SERIE/ANO DA NOTA (REGRAS.DAT, VIA
      * LEREGRA): PESOS DOS BIMESTRES, MEDIAS E FREQUENCIA MINIMA.
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

      *
      *******************************************************
       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM CARREGA-TAB-ALUNOS.
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
              NOT AT END
                  PERFORM ACHA-ALUNO
                  PERFORM VALIDA-DISCIPLINA
                  PERFORM DESCOBRE-SERIE
                  SET CURRICULO-OK TO TRUE
                  IF ALUNO-ACHADO AND DISCIPLINA-VALIDA
                     AND CURRIC-ATIVO
      * NOTA NOVA ENTRA SEM RECUPERACAO; A RECARGA DE UMA NOTA JA
      * EXISTENTE PRESERVA A NOTA DE RECUPERACAO NO GRAVA-NOTA.
                      MOVE ZEROES         TO WS-RECUPERACAO-OK
                      PERFORM APLICA-CALENDARIO
                      PERFORM CALCULA-MEDIA-SITUACAO
                      PERFORM MOSTRA
                      PERFORM GRAVA-NOTA
                      IF NOTA-GRAVADA
                          PERFORM REGISTRA-POS-FECHAMENTO
                      END-IF
                      ADD 1 TO WS-CONTA-GRAV
                  END-IF
              END-READ
       CLOSE ARQ-SAI.
       CLOSE ARQ-LOG.
       CLOSE ARQ-DISC.
       CLOSE ARQ-POS.
       IF FREQ-DISPONIVEL
           CLOSE ARQ-FREQ
       END-IF.
       IF CURRIC-ATIVO
           CLOSE ARQ-CURR
       END-IF.
       IF SERIE-DISPONIVEL
           CLOSE ARQ-ALUCAD
           CLOSE ARQ-TUR
       END-IF.
       IF WS-CONTA-RECUSADAS > 0
           DISPLAY 'NOTAS DE BIMESTRE FECHADO IGNORADAS: '
               WS-CONTA-RECUSADAS ' (VER INCONSIST.TXT)'
       END-IF.
       PERFORM GRAVA-CONTROLE.
       CLOSE ARQ-CTL.
       GOBACK.
           END-READ.
      *
      *============================================================
      * DESCOBRE-SERIE - SERIE DO ALUNO DA NOTA (CADASTRO -> TURMA
      * -> SERIE). EM BRANCO QUANDO O ALUNO NAO TEM TURMA, A TURMA
      * NAO TEM SERIE OU OS CADASTROS NAO ESTAO DISPONIVEIS.
      *============================================================
       DESCOBRE-SERIE.
           MOVE SPACES TO WS-SERIE-NOTA
           IF SERIE-DISPONIVEL
               MOVE WS-CODIGO-NOTA TO CODIGO-ALUCAD
               READ ARQ-ALUCAD KEY IS CODIGO-ALUCAD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TURMA-ALUCAD NOT = SPACES
                           MOVE TURMA-ALUCAD TO TURMA-REF
                           READ ARQ-TUR KEY IS TURMA-REF
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE SERIE-TUR TO WS-SERIE-NOTA
                           END-READ
                       END-IF
               END-READ
           END-IF.
      *
      *============================================================
      * VALIDA-CURRICULO - CONFERE SE A DISCIPLINA DA NOTA ESTA NA
      * MATRIZ CURRICULAR DA SERIE DO ALUNO (CURRIC.DAT DO
      * MANTCURR). ALUNO SEM TURMA OU TURMA SEM SERIE NAO E
      * CRITICADO - A MATRIZ SO BARRA O QUE ELA CONSEGUE PROVAR QUE
      * ESTA ERRADO.
      *============================================================
       VALIDA-CURRICULO.
           IF WS-SERIE-NOTA NOT = SPACES
               MOVE WS-SERIE-NOTA      TO SERIE-CURR
               MOVE WS-DISCIPLINA-NOTA TO DISCIPLINA-CURR
               READ ARQ-CURR KEY IS CHAVE-CURR
                   INVALID KEY
                       SET CURRICULO-INVALIDO TO TRUE
               END-READ
           END-IF.
      *
      *============================================================
      * GRAVA-LOG-FORA-CURRICULO - REGISTRA EM INCONSIST.TXT A NOTA
                   WS-DISCIPLINA-NOTA.
      *
      *============================================================
      * APLICA-CALENDARIO - CONFERE OS QUATRO BIMESTRES DA NOTA
      * CONTRA O CALENDARIO DE FECHAMENTO DO ANO (LEBIM). NUM
      * BIMESTRE FECHADO A RECARGA NAO MUDA A NOTA JA GRAVADA (NEM
      * LANCA NOTA ONDE NAO HAVIA): O VALOR ANTERIOR E MANTIDO E A
      * DIFERENCA VAI PARA INCONSIST.TXT.
      *============================================================
       APLICA-CALENDARIO.
           CALL 'LEBIM' USING WS-ANO-OK WS-BIMESTRES
           MOVE WS-PRIMEIRO-OK TO WS-VALOR-NOVO(1)
           MOVE WS-SEGUNDO-OK  TO WS-VALOR-NOVO(2)
           MOVE WS-TERCEIRO-OK TO WS-VALOR-NOVO(3)
           MOVE WS-QUARTO-OK   TO WS-VALOR-NOVO(4)
           MOVE ZEROES TO WS-VALOR-ANTES(1) WS-VALOR-ANTES(2)
                          WS-VALOR-ANTES(3) WS-VALOR-ANTES(4)
           MOVE WS-CHAVE-OK TO CHAVE-OK
           READ ARQ-SAI KEY IS CHAVE-OK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRIMEIRO-OK TO WS-VALOR-ANTES(1)
                   MOVE SEGUNDO-OK  TO WS-VALOR-ANTES(2)
                   MOVE TERCEIRO-OK TO WS-VALOR-ANTES(3)
                   MOVE QUARTO-OK   TO WS-VALOR-ANTES(4)
           END-READ
           PERFORM CONFERE-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4
           MOVE WS-VALOR-NOVO(1) TO WS-PRIMEIRO-OK
           MOVE WS-VALOR-NOVO(2) TO WS-SEGUNDO-OK
           MOVE WS-VALOR-NOVO(3) TO WS-TERCEIRO-OK
           MOVE WS-VALOR-NOVO(4) TO WS-QUARTO-OK.
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
      * GRAVA-LOG-BIM-FECHADO - REGISTRA EM INCONSIST.TXT A NOTA DE
      * BIMESTRE FECHADO QUE A CARGA DEIXOU DE APLICAR.
      *============================================================
       GRAVA-LOG-BIM-FECHADO.
           MOVE WS-CODIGO-NOTA TO CODIGO-NOTA-LOG
           MOVE ZEROES         TO CODIGO-CAD-LOG
           MOVE SPACES         TO MOTIVO-LOG
           STRING WS-IX-BIM 'O BIMESTRE FECHADO - NOTA MANTIDA'
               DELIMITED BY SIZE INTO MOTIVO-LOG
           WRITE REG-LOG
           ADD 1 TO WS-CONTA-INCONSIST
           ADD 1 TO WS-CONTA-RECUSADAS
           DISPLAY 'NOTA DE BIMESTRE FECHADO IGNORADA - CODIGO: '
                   WS-CODIGO-NOTA ' ' WS-DISCIPLINA-NOTA ' '
                   WS-IX-BIM 'O BIMESTRE'.
      *
      *============================================================
      * CALCULA-MEDIA-SITUACAO - TIRA A MEDIA DAS QUATRO NOTAS
      * BIMESTRAIS E DEFINE A SITUACAO DO ALUNO, PARA QUE O BOLETIM E
      * OS RELATORIOS NAO PRECISEM RECALCULAR ISSO A PARTIR DAS
      * QUATRO NOTAS BRUTAS TODA VEZ. PESOS DOS BIMESTRES E MEDIAS
      * DE CORTE VEM DA REGRA DA SERIE/ANO (REGRAS.DAT); SEM REGRA
      * CADASTRADA O LEREGRA DEVOLVE A MEDIA SIMPLES COM AP A 7 E
      * RC A 5 DE SEMPRE.
      *============================================================
       CALCULA-MEDIA-SITUACAO.
           CALL 'LEREGRA' USING WS-SERIE-NOTA WS-ANO-OK WS-REGRA
           COMPUTE WS-MEDIA-FINAL-OK ROUNDED =
               (WS-PRIMEIRO-OK * WS-PESO-1-REGRA +
                WS-SEGUNDO-OK  * WS-PESO-2-REGRA +
                WS-TERCEIRO-OK * WS-PESO-3-REGRA +
                WS-QUARTO-OK   * WS-PESO-4-REGRA) /
               (WS-PESO-1-REGRA + WS-PESO-2-REGRA +
                WS-PESO-3-REGRA + WS-PESO-4-REGRA)

           IF WS-MEDIA-FINAL-OK >= WS-MEDIA-AP-REGRA
               MOVE 'AP' TO WS-SITUACAO-OK
           ELSE
               IF WS-MEDIA-FINAL-OK >= WS-MEDIA-RC-REGRA
                   MOVE 'RC' TO WS-SITUACAO-OK
               ELSE
                   MOVE 'RP' TO WS-SITUACAO-OK
           END-IF.
      *
      *============================================================
      * VERIFICA-FREQUENCIA - POR LEI, ALUNO COM MAIS FALTAS DO QUE
      * A FREQUENCIA MINIMA DA REGRA PERMITE (75% DE PRESENCA = 25%
      * DE FALTAS) E REPROVADO INDEPENDENTE DA MEDIA FINAL. BUSCA EM
      * FREQ.DAT O TOTAL DE FALTAS DO ALUNO/DISCIPLINA E, ACIMA DO
      * LIMITE, FORCA A SITUACAO PARA 'RP'.
      *============================================================
               NOT INVALID KEY
                   IF AULAS-ANO-FREQ > 0
                       COMPUTE WS-LIMITE-FALTAS =
                           AULAS-ANO-FREQ *
                           (100 - WS-FREQ-MIN-REGRA) / 100
                       IF TOTAL-FALTAS-FREQ > WS-LIMITE-FALTAS
                           MOVE 'RP' TO WS-SITUACAO-OK
                           DISPLAY 'REPROVADO POR FALTAS - CODIGO: '
      * DISCIPLINA DO MESMO ALUNO NO MESMO ANO E RECARREGADA.
      *============================================================
       GRAVA-NOTA.
           SET NOTA-GRAVADA TO TRUE
           MOVE WS-CHAVE-OK TO CHAVE-OK
           READ ARQ-SAI KEY IS CHAVE-OK
               INVALID KEY
      * PROGRAMA SEM EXPLICACAO PARA A OPERACAO.
      *============================================================
       TRATA-ERRO-GRAVACAO.
           SET NOTA-NAO-GRAVADA TO TRUE
           DISPLAY 'ERRO AO GRAVAR REGISTRO - FS-STAT: ' FS-STAT
                   ' CODIGO: ' WS-CODIGO-OK
           MOVE WS-CODIGO-OK   TO CODIGO-NOTA-LOG
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
               MOVE WS-ANO-OK     TO ANO-POS
               MOVE WS-IX-BIM     TO BIM-POS
               MOVE WS-REAB-BIM(WS-IX-BIM) TO REAB-POS
               MOVE WS-DATA-POS   TO DATA-POS
               MOVE WS-HORA-POS   TO HORA-POS
               MOVE 'CRIANOTA'    TO PROGRAMA-POS
               MOVE WS-OPER-SESSAO TO OPERADOR-POS
               MOVE WS-CODIGO-OK  TO CODIGO-POS
               MOVE WS-DISCIPLINA-OK TO DISCIPLINA-POS
               SET POS-NOTA TO TRUE
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

      * O REFERENCIAL DE DISCIPLINAS E OBRIGATORIO: SEM ELE A CARGA
      * VOLTARIA A ACEITAR QUALQUER GRAFIA E NOTAS.DAT ACUMULARIA DE
      * NOVO 'MATEMATICA'/'MATEMATIC' COMO DISCIPLINAS DIFERENTES.
               CLOSE ARQ-SAI
               CLOSE ARQ-LOG
               CLOSE ARQ-CTL
               CLOSE ARQ-POS
               GOBACK
           END-IF

               SET FREQ-INDISPONIVEL TO TRUE
           END-IF

      * CADASTRO E TURMAS DAO A SERIE DO ALUNO: SEM ELES A NOTA E
      * CALCULADA PELA REGRA GERAL DO ANO E A CRITICA DE CURRICULO
      * FICA DESLIGADA.
           SET SERIE-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ALUCAD
           IF FS-ALUCAD-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - REGRA GERAL DO '
                       'ANO E SEM CRITICA DE CURRICULO NESTA CARGA'
               SET SERIE-INDISPONIVEL TO TRUE
           END-IF
           IF SERIE-DISPONIVEL
               OPEN INPUT ARQ-TUR
               IF FS-TUR-NAO-EXISTE THEN
                   DISPLAY 'TURMAS.DAT NAO ENCONTRADO - REGRA GERAL '
                           'DO ANO E SEM CRITICA DE CURRICULO NESTA '
                           'CARGA'
                   CLOSE ARQ-ALUCAD
                   SET SERIE-INDISPONIVEL TO TRUE
               END-IF
           END-IF

      * A CRITICA DE CURRICULO SO LIGA COM OS TRES REFERENCIAIS
      * (CADASTRO, TURMAS E MATRIZ) ABERTOS; SEM ELES A CARGA SEGUE
      * SO COM A CRITICA DE GRAFIA, COMO SEMPRE FOI.
           SET CURRIC-ATIVO TO TRUE
           IF SERIE-INDISPONIVEL
               SET CURRIC-INATIVO TO TRUE
           ELSE
               OPEN INPUT ARQ-CURR
               IF FS-CURR-NAO-EXISTE THEN
                   DISPLAY 'CURRIC.DAT NAO ENCONTRADO - CRITICA DE '
                           'CURRICULO DESATIVADA NESTA CARGA'
                   SET CURRIC-INATIVO TO TRUE
               END-IF
           END-IF.
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'CURRIC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CURRIC
           MOVE 'POSFECHA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-POSFECHA.
