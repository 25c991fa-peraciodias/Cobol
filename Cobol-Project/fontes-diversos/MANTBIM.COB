       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTBIM.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CALENDARIO DE FECHAMENTO DOS BIMESTRES: UM REGISTRO POR
      * ANO LETIVO E BIMESTRE, COM O PRAZO DE LANCAMENTO, A DATA DE
      * FECHAMENTO E A REABERTURA VIGENTE. CONSULTADO PELO LEBIM NO
      * MANTNOTA, CRIANOTA E CRIAFREQ.
       SELECT ARQ-BIM
              ASSIGN TO WS-ARQ-BIMESTRES
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-BIM
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-BIM.

      * DIARIO DAS REABERTURAS E DAS ALTERACOES FEITAS SOB ELAS, QUE
      * O POSFECHA IMPRIME PARA O ARQUIVO DA SECRETARIA.
       SELECT ARQ-POS
              ASSIGN TO WS-ARQ-POSFECHA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BIM.
       01  REG-BIM.
           02 CHAVE-BIM.
              03 ANO-BIM          PIC 9(04).
              03 NUM-BIM          PIC 9(01).
      * ULTIMO DIA PARA LANCAR NOTAS E FALTAS NO PRAZO E DIA DO
      * FECHAMENTO; A PARTIR DO DIA SEGUINTE O BIMESTRE ESTA FECHADO.
           02 PRAZO-BIM           PIC 9(08).
           02 FECHA-BIM           PIC 9(08).
      * REABERTURA VIGENTE (A ULTIMA CONCEDIDA), NUMERADA EM ORDEM
      * DENTRO DO BIMESTRE; AS ANTERIORES FICAM EM POSFECHA.DAT.
           02 REAB-QTD-BIM        PIC 9(03).
           02 REAB-INICIO-BIM     PIC 9(08).
           02 REAB-FIM-BIM        PIC 9(08).
           02 REAB-MOTIVO-BIM     PIC X(40).
           02 REAB-OPER-BIM       PIC X(08).
           02 REAB-DATA-BIM       PIC 9(08).

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
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-BIMESTRES PIC X(64).
       01  WS-ARQ-POSFECHA PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-DEFINIR VALUE 'D'.
           88 OPCAO-LISTAR  VALUE 'L'.
           88 OPCAO-REABRIR VALUE 'R'.
           88 OPCAO-SAIR    VALUE 'S'.

       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-BIM-PARAM       PIC 9(01).
       01  WS-IX-BIM          PIC 9(01).
       01  WS-DATA-PARAM      PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-PARAM.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MES     PIC 9(02).
           02 WS-DATA-DIA     PIC 9(02).
       01  WS-PRAZO-NOVO      PIC 9(08).
       01  WS-FECHA-NOVO      PIC 9(08).
       01  WS-INICIO-REAB     PIC 9(08).
       01  WS-FIM-REAB        PIC 9(08).
       01  WS-MOTIVO-REAB     PIC X(40).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-SITUACAO-DESC   PIC X(24).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-DATA PIC X(01).
           88 DATA-VALIDA   VALUE 'S'.
           88 DATA-INVALIDA VALUE 'N'.
       01  WS-SW-EXISTE PIC X(01).
           88 BIMESTRE-CADASTRADO     VALUE 'S'.
           88 BIMESTRE-NAO-CADASTRADO VALUE 'N'.

       77 FS-STAT-BIM PIC 9(02).
           88 FS-BIM-OK          VALUE ZEROS.
           88 FS-BIM-NAO-EXISTE  VALUE 35.
           88 FS-BIM-EM-USO      VALUES 51 99.
       77 FS-STAT-POS PIC 9(02).
           88 FS-POS-OK          VALUE ZEROS.
           88 FS-POS-NAO-EXISTE  VALUE 35.

      * SITUACAO DOS QUATRO BIMESTRES NO DIA (LEBIM).
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

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-DEFINIR PERFORM DEFINE-CALENDARIO
               WHEN OPCAO-LISTAR  PERFORM LISTA-CALENDARIO
               WHEN OPCAO-REABRIR PERFORM REABRE-BIMESTRE
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-BIM.
       CLOSE ARQ-POS.
      * O LEBIM GUARDA A SITUACAO DO ULTIMO ANO LIDO: A PROXIMA
      * ROTINA QUE O CHAMAR NESTA SESSAO JA VE O CALENDARIO NOVO.
       CANCEL 'LEBIM'.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DO CALENDARIO DE BIMESTRES E
      * LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'CALENDARIO DE FECHAMENTO DOS BIMESTRES'
           DISPLAY 'D - DEFINIR PRAZOS E FECHAMENTOS DE UM ANO'
           DISPLAY 'L - LISTAR O CALENDARIO E A SITUACAO DE UM ANO'
           DISPLAY 'R - REABRIR UM BIMESTRE FECHADO (DIRECAO)'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * VALIDA-DATA - CONFERE MES E DIA DA DATA EM WS-DATA-PARAM,
      * COMO O SOLICITA-DATA DO MANTCAL.
      *============================================================
       VALIDA-DATA.
           SET DATA-VALIDA TO TRUE
           IF WS-DATA-ANO < 1900
              OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
              OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
               DISPLAY 'DATA INVALIDA.'
               SET DATA-INVALIDA TO TRUE
           ELSE
               IF (WS-DATA-MES = 4 OR WS-DATA-MES = 6
                   OR WS-DATA-MES = 9 OR WS-DATA-MES = 11)
                  AND WS-DATA-DIA > 30
                  OR (WS-DATA-MES = 2 AND WS-DATA-DIA > 29)
                   DISPLAY 'DATA INVALIDA.'
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * DEFINE-CALENDARIO - PEDE O PRAZO DE LANCAMENTO E A DATA DE
      * FECHAMENTO DOS QUATRO BIMESTRES DO ANO. BIMESTRE JA FECHADO
      * NAO TEM AS DATAS MEXIDAS AQUI: ADIAR O FECHAMENTO SERIA UMA
      * REABERTURA SEM MOTIVO NEM REGISTRO.
      *============================================================
       DEFINE-CALENDARIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'ANO LETIVO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-PARAM
           IF WS-ANO-PARAM < 1900
               DISPLAY 'ANO INVALIDO.'
           ELSE
               PERFORM DEFINE-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
                   UNTIL WS-IX-BIM > 4
               CANCEL 'LEBIM'
           END-IF.
      *
       DEFINE-BIMESTRE.
           MOVE WS-ANO-PARAM TO ANO-BIM
           MOVE WS-IX-BIM    TO NUM-BIM
           SET BIMESTRE-CADASTRADO TO TRUE
           READ ARQ-BIM KEY IS CHAVE-BIM
               INVALID KEY
                   SET BIMESTRE-NAO-CADASTRADO TO TRUE
                   INITIALIZE REG-BIM
                   MOVE WS-ANO-PARAM TO ANO-BIM
                   MOVE WS-IX-BIM    TO NUM-BIM
           END-READ
           DISPLAY '------------------------------------------------'
           IF BIMESTRE-CADASTRADO
              AND FECHA-BIM > 0 AND WS-DATA-HOJE > FECHA-BIM
               DISPLAY WS-IX-BIM 'O BIMESTRE FECHADO EM ' FECHA-BIM
                   ' - DATAS MANTIDAS (USE A REABERTURA).'
           ELSE
               DISPLAY WS-IX-BIM 'O BIMESTRE - PRAZO ATUAL: '
                   PRAZO-BIM ' FECHAMENTO ATUAL: ' FECHA-BIM
               PERFORM SOLICITA-DATAS-BIMESTRE
               IF DATA-VALIDA
                   PERFORM GRAVA-BIMESTRE
               END-IF
           END-IF.
      *
      *============================================================
      * SOLICITA-DATAS-BIMESTRE - ZERO (OU EM BRANCO) MANTEM A DATA
      * ATUAL. O PRAZO NAO PODE PASSAR DO FECHAMENTO.
      *============================================================
       SOLICITA-DATAS-BIMESTRE.
           MOVE PRAZO-BIM TO WS-PRAZO-NOVO
           MOVE FECHA-BIM TO WS-FECHA-NOVO
           SET DATA-VALIDA TO TRUE
           MOVE ZEROES TO WS-DATA-PARAM
           DISPLAY 'PRAZO DE LANCAMENTO (AAAAMMDD, 0 MANTEM): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PARAM
           IF WS-DATA-PARAM NOT = 0
               PERFORM VALIDA-DATA
               MOVE WS-DATA-PARAM TO WS-PRAZO-NOVO
           END-IF
           IF DATA-VALIDA
               MOVE ZEROES TO WS-DATA-PARAM
               DISPLAY 'DATA DE FECHAMENTO (AAAAMMDD, 0 MANTEM): '
                   WITH NO ADVANCING
               ACCEPT WS-DATA-PARAM
               IF WS-DATA-PARAM NOT = 0
                   PERFORM VALIDA-DATA
                   MOVE WS-DATA-PARAM TO WS-FECHA-NOVO
               END-IF
           END-IF
           IF DATA-VALIDA
               IF WS-PRAZO-NOVO = 0 OR WS-FECHA-NOVO = 0
                   DISPLAY 'INFORME O PRAZO E O FECHAMENTO - '
                       'BIMESTRE NAO GRAVADO.'
                   SET DATA-INVALIDA TO TRUE
               ELSE
                   IF WS-PRAZO-NOVO > WS-FECHA-NOVO
                       DISPLAY 'PRAZO DEPOIS DO FECHAMENTO - '
                           'BIMESTRE NAO GRAVADO.'
                       SET DATA-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       GRAVA-BIMESTRE.
           MOVE WS-PRAZO-NOVO TO PRAZO-BIM
           MOVE WS-FECHA-NOVO TO FECHA-BIM
           IF BIMESTRE-CADASTRADO
               REWRITE REG-BIM
           ELSE
               WRITE REG-BIM
           END-IF
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-BIM-OK
               DISPLAY 'BIMESTRE GRAVADO.'
           ELSE
               IF FS-BIM-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'BIMESTRE NAO GRAVADO, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR BIMESTRE.DAT - FS-STAT: '
                       FS-STAT-BIM
               END-IF
           END-IF.
      *
      *============================================================
      * LISTA-CALENDARIO - OS QUATRO BIMESTRES DO ANO COM AS DATAS,
      * A SITUACAO DE HOJE E A ULTIMA REABERTURA CONCEDIDA.
      *============================================================
       LISTA-CALENDARIO.
           DISPLAY 'ANO LETIVO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-PARAM
           CALL 'LEBIM' USING WS-ANO-PARAM WS-BIMESTRES
           PERFORM LISTA-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4.
      *
       LISTA-BIMESTRE.
           EVALUATE TRUE
               WHEN BIM-ABERTO(WS-IX-BIM)
                   MOVE 'ABERTO'               TO WS-SITUACAO-DESC
               WHEN BIM-FORA-PRAZO(WS-IX-BIM)
                   MOVE 'PRAZO VENCIDO'        TO WS-SITUACAO-DESC
               WHEN BIM-FECHADO(WS-IX-BIM)
                   MOVE 'FECHADO'              TO WS-SITUACAO-DESC
               WHEN BIM-REABERTO(WS-IX-BIM)
                   MOVE 'REABERTO PELA DIRECAO' TO WS-SITUACAO-DESC
           END-EVALUATE
           DISPLAY '------------------------------------------------'
           DISPLAY WS-IX-BIM 'O BIMESTRE  PRAZO: '
               WS-PRAZO-BIM(WS-IX-BIM) '  FECHAMENTO: '
               WS-FECHA-BIM(WS-IX-BIM) '  ' WS-SITUACAO-DESC
           MOVE WS-ANO-PARAM TO ANO-BIM
           MOVE WS-IX-BIM    TO NUM-BIM
           READ ARQ-BIM KEY IS CHAVE-BIM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REAB-QTD-BIM > 0
                       DISPLAY '   REABERTURA ' REAB-QTD-BIM
                           ' DE ' REAB-INICIO-BIM ' A ' REAB-FIM-BIM
                           ' POR ' REAB-OPER-BIM
                       DISPLAY '   MOTIVO: ' REAB-MOTIVO-BIM
                   END-IF
           END-READ.
      *
      *============================================================
      * REABRE-BIMESTRE - REABERTURA FORMAL DE UM BIMESTRE FECHADO,
      * SO PELA DIRECAO, COM MOTIVO E VALIDADE. DENTRO DA VALIDADE O
      * MANTNOTA E AS CARGAS VOLTAM A ACEITAR O BIMESTRE, E TUDO O
      * QUE MUDAR FICA EM POSFECHA.DAT COM O NUMERO DA REABERTURA.
      *============================================================
       REABRE-BIMESTRE.
           IF WS-PERFIL-SESSAO NOT = 'D'
               DISPLAY 'REABERTURA DE BIMESTRE SO PELA DIRECAO - '
                   'ENTRE NO MENU COM UM OPERADOR DA DIRECAO.'
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY 'ANO LETIVO (AAAA): ' WITH NO ADVANCING
               ACCEPT WS-ANO-PARAM
               DISPLAY 'BIMESTRE (1-4)...: ' WITH NO ADVANCING
               ACCEPT WS-BIM-PARAM
               MOVE WS-ANO-PARAM TO ANO-BIM
               MOVE WS-BIM-PARAM TO NUM-BIM
               READ ARQ-BIM KEY IS CHAVE-BIM
                   INVALID KEY
                       DISPLAY 'BIMESTRE SEM CALENDARIO CADASTRADO - '
                           'ELE NAO ESTA FECHADO.'
                   NOT INVALID KEY
                       IF FECHA-BIM = 0
                          OR WS-DATA-HOJE NOT > FECHA-BIM
                           DISPLAY 'BIMESTRE AINDA NAO FECHOU - NAO '
                               'PRECISA DE REABERTURA.'
                       ELSE
                           PERFORM SOLICITA-REABERTURA
                       END-IF
               END-READ
           END-IF.
      *
       SOLICITA-REABERTURA.
           IF REAB-QTD-BIM > 0
               DISPLAY 'ULTIMA REABERTURA: ' REAB-QTD-BIM ' DE '
                   REAB-INICIO-BIM ' A ' REAB-FIM-BIM
           END-IF
           MOVE SPACES TO WS-MOTIVO-REAB
           DISPLAY 'MOTIVO DA REABERTURA: ' WITH NO ADVANCING
           ACCEPT WS-MOTIVO-REAB
           SET DATA-VALIDA TO TRUE
           IF WS-MOTIVO-REAB = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - REABERTURA NAO FEITA.'
               SET DATA-INVALIDA TO TRUE
           END-IF
           IF DATA-VALIDA
               MOVE ZEROES TO WS-DATA-PARAM
               DISPLAY 'VALIDA DE (AAAAMMDD, 0 = HOJE): '
                   WITH NO ADVANCING
               ACCEPT WS-DATA-PARAM
               IF WS-DATA-PARAM = 0
                   MOVE WS-DATA-HOJE TO WS-DATA-PARAM
               END-IF
               PERFORM VALIDA-DATA
               MOVE WS-DATA-PARAM TO WS-INICIO-REAB
           END-IF
           IF DATA-VALIDA
               MOVE ZEROES TO WS-DATA-PARAM
               DISPLAY 'VALIDA ATE (AAAAMMDD)..........: '
                   WITH NO ADVANCING
               ACCEPT WS-DATA-PARAM
               PERFORM VALIDA-DATA
               MOVE WS-DATA-PARAM TO WS-FIM-REAB
           END-IF
           IF DATA-VALIDA
               IF WS-FIM-REAB < WS-INICIO-REAB
                  OR WS-FIM-REAB < WS-DATA-HOJE
                   DISPLAY 'VALIDADE INVALIDA - O FIM DEVE SER HOJE '
                       'OU DEPOIS, E NAO ANTES DO INICIO.'
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF
           IF DATA-VALIDA
               DISPLAY 'CONFIRMA A REABERTURA DO ' NUM-BIM
                   'O BIMESTRE DE ' ANO-BIM ' (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM GRAVA-REABERTURA
               ELSE
                   DISPLAY 'REABERTURA CANCELADA.'
               END-IF
           END-IF.
      *
       GRAVA-REABERTURA.
           ADD 1 TO REAB-QTD-BIM
           MOVE WS-INICIO-REAB TO REAB-INICIO-BIM
           MOVE WS-FIM-REAB    TO REAB-FIM-BIM
           MOVE WS-MOTIVO-REAB TO REAB-MOTIVO-BIM
           MOVE WS-OPER-SESSAO TO REAB-OPER-BIM
           MOVE WS-DATA-HOJE   TO REAB-DATA-BIM
           REWRITE REG-BIM
           IF FS-BIM-OK
               PERFORM REGISTRA-REABERTURA
               CANCEL 'LEBIM'
               DISPLAY 'BIMESTRE REABERTO - REABERTURA '
                   REAB-QTD-BIM ' VALIDA ATE ' REAB-FIM-BIM
           ELSE
               IF FS-BIM-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'REABERTURA NAO GRAVADA, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR BIMESTRE.DAT - FS-STAT: '
                       FS-STAT-BIM
               END-IF
           END-IF.
      *
      *============================================================
      * REGISTRA-REABERTURA - ANOTA A REABERTURA EM POSFECHA.DAT,
      * ABRINDO O BLOCO DAS ALTERACOES QUE ELA VAI AUTORIZAR.
      *============================================================
       REGISTRA-REABERTURA.
           ACCEPT WS-HORA-AGORA FROM TIME
           INITIALIZE REG-POS
           SET POS-REABERTURA TO TRUE
           MOVE ANO-BIM         TO ANO-POS
           MOVE NUM-BIM         TO BIM-POS
           MOVE REAB-QTD-BIM    TO REAB-POS
           MOVE WS-DATA-HOJE    TO DATA-POS
           MOVE WS-HORA-AGORA   TO HORA-POS
           MOVE 'MANTBIM'       TO PROGRAMA-POS
           MOVE WS-OPER-SESSAO  TO OPERADOR-POS
           MOVE REAB-INICIO-BIM TO INICIO-POS
           MOVE REAB-FIM-BIM    TO FIM-POS
           MOVE REAB-MOTIVO-BIM TO MOTIVO-POS
           WRITE REG-POS.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-BIM
           IF FS-BIM-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-BIM
               CLOSE ARQ-BIM
               OPEN I-O ARQ-BIM
           END-IF
           OPEN EXTEND ARQ-POS
           IF FS-POS-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-POS
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'BIMESTRES' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-BIMESTRES
           MOVE 'POSFECHA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-POSFECHA.
