       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEBIM.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CALENDARIO DE FECHAMENTO DOS BIMESTRES, MANTIDO PELA DIRECAO
      * NO MANTBIM: PRAZO DE LANCAMENTO, DATA DE FECHAMENTO E A
      * REABERTURA VIGENTE DE CADA BIMESTRE DO ANO LETIVO.
       SELECT ARQ-BIM
              ASSIGN TO WS-ARQ-BIMESTRES
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-BIM
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-BIM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BIM.
       01  REG-BIM.
           02 CHAVE-BIM.
              03 ANO-BIM          PIC 9(04).
              03 NUM-BIM          PIC 9(01).
           02 PRAZO-BIM           PIC 9(08).
           02 FECHA-BIM           PIC 9(08).
           02 REAB-QTD-BIM        PIC 9(03).
           02 REAB-INICIO-BIM     PIC 9(08).
           02 REAB-FIM-BIM        PIC 9(08).
           02 REAB-MOTIVO-BIM     PIC X(40).
           02 REAB-OPER-BIM       PIC X(08).
           02 REAB-DATA-BIM       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-BIMESTRES PIC X(64).
       01  WS-DATA-HOJE     PIC 9(08).
       01  WS-IX-BIM        PIC 9(01).
      *
      * ULTIMO ANO RESOLVIDO NO DIA: AS CARGAS CHAMAM O LEBIM UMA
      * VEZ POR REGISTRO, QUASE SEMPRE DO MESMO ANO LETIVO. O
      * MANTBIM CANCELA ESTE SUBPROGRAMA AO GRAVAR, PARA A PROXIMA
      * CHAMADA DA SESSAO JA VER O CALENDARIO NOVO.
       01  WS-ANO-ULTIMO    PIC 9(04) VALUE ZEROES.
       01  WS-DATA-ULTIMA   PIC 9(08) VALUE ZEROES.
       01  WS-BIM-ULTIMO    PIC X(272).

       77 FS-STAT-BIM PIC 9(02).
           88 FS-BIM-OK         VALUE ZEROS.
           88 FS-BIM-NAO-EXISTE VALUE 35.
       01  WS-SW-BIM PIC X(01).
           88 CALENDARIO-DISPONIVEL   VALUE 'S'.
           88 CALENDARIO-INDISPONIVEL VALUE 'N'.

       LINKAGE SECTION.
       01  PRM-ANO            PIC 9(04).
       01  PRM-BIMESTRES.
           02 PRM-BIM OCCURS 4 TIMES.
      * A = ABERTO, P = PRAZO DE LANCAMENTO VENCIDO (AINDA ACEITA,
      * COM AVISO), F = FECHADO, R = FECHADO MAS REABERTO PELA
      * DIRECAO HOJE (ALTERACAO VAI PARA O RELATORIO POS-FECHAMENTO).
              03 PRM-SIT-BIM     PIC X(01).
              03 PRM-PRAZO-BIM   PIC 9(08).
              03 PRM-FECHA-BIM   PIC 9(08).
              03 PRM-REAB-BIM    PIC 9(03).
              03 PRM-FIM-REAB    PIC 9(08).
              03 PRM-MOTIVO-BIM  PIC X(40).

      *
      *============================================================
      * LEBIM - DEVOLVE A SITUACAO DE CADA UM DOS QUATRO BIMESTRES
      * DE UM ANO LETIVO NA DATA DE HOJE. SEM BIMESTRE.DAT, SEM O
      * ANO CADASTRADO OU SEM DATA DE FECHAMENTO NO BIMESTRE, ELE
      * FICA ABERTO, COMO SEMPRE FOI ANTES DO CALENDARIO.
      *============================================================
       PROCEDURE DIVISION USING PRM-ANO PRM-BIMESTRES.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       IF PRM-ANO = WS-ANO-ULTIMO
          AND WS-DATA-HOJE = WS-DATA-ULTIMA
           MOVE WS-BIM-ULTIMO TO PRM-BIMESTRES
           GOBACK
       END-IF
       PERFORM CARREGA-ABERTOS
       MOVE 'BIMESTRES' TO WS-PARAM-NOME
       CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-BIMESTRES
       SET CALENDARIO-DISPONIVEL TO TRUE
       OPEN INPUT ARQ-BIM
       IF NOT FS-BIM-OK
           SET CALENDARIO-INDISPONIVEL TO TRUE
       END-IF
       IF CALENDARIO-DISPONIVEL
           PERFORM LE-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4
           CLOSE ARQ-BIM
       END-IF
       MOVE PRM-ANO       TO WS-ANO-ULTIMO
       MOVE WS-DATA-HOJE  TO WS-DATA-ULTIMA
       MOVE PRM-BIMESTRES TO WS-BIM-ULTIMO
       GOBACK.
      *
       CARREGA-ABERTOS.
           MOVE SPACES TO PRM-BIMESTRES
           PERFORM ABRE-BIMESTRE VARYING WS-IX-BIM FROM 1 BY 1
               UNTIL WS-IX-BIM > 4.
      *
       ABRE-BIMESTRE.
           MOVE 'A'    TO PRM-SIT-BIM(WS-IX-BIM)
           MOVE ZEROES TO PRM-PRAZO-BIM(WS-IX-BIM)
           MOVE ZEROES TO PRM-FECHA-BIM(WS-IX-BIM)
           MOVE ZEROES TO PRM-REAB-BIM(WS-IX-BIM)
           MOVE ZEROES TO PRM-FIM-REAB(WS-IX-BIM).
      *
      *============================================================
      * LE-BIMESTRE - SITUACAO DE UM BIMESTRE: ATE O PRAZO ESTA
      * ABERTO; ENTRE O PRAZO E O FECHAMENTO ACEITA COM AVISO; DEPOIS
      * DO FECHAMENTO SO A REABERTURA DENTRO DA VALIDADE LIBERA.
      *============================================================
       LE-BIMESTRE.
           MOVE PRM-ANO   TO ANO-BIM
           MOVE WS-IX-BIM TO NUM-BIM
           READ ARQ-BIM KEY IS CHAVE-BIM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRAZO-BIM TO PRM-PRAZO-BIM(WS-IX-BIM)
                   MOVE FECHA-BIM TO PRM-FECHA-BIM(WS-IX-BIM)
                   IF PRAZO-BIM > 0 AND WS-DATA-HOJE > PRAZO-BIM
                       MOVE 'P' TO PRM-SIT-BIM(WS-IX-BIM)
                   END-IF
                   IF FECHA-BIM > 0 AND WS-DATA-HOJE > FECHA-BIM
                       MOVE 'F' TO PRM-SIT-BIM(WS-IX-BIM)
                       IF REAB-INICIO-BIM > 0
                          AND WS-DATA-HOJE >= REAB-INICIO-BIM
                          AND WS-DATA-HOJE <= REAB-FIM-BIM
                           MOVE 'R' TO PRM-SIT-BIM(WS-IX-BIM)
                           MOVE REAB-QTD-BIM
                               TO PRM-REAB-BIM(WS-IX-BIM)
                           MOVE REAB-FIM-BIM
                               TO PRM-FIM-REAB(WS-IX-BIM)
                           MOVE REAB-MOTIVO-BIM
                               TO PRM-MOTIVO-BIM(WS-IX-BIM)
                       END-IF
                   END-IF
           END-READ.
