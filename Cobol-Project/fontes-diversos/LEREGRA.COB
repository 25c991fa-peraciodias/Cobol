       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEREGRA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGRAS DE AVALIACAO POR SERIE E ANO LETIVO, MANTIDAS PELA
      * DIRECAO NO MANTREGR: PESOS DOS BIMESTRES, MEDIAS DE
      * APROVACAO E DE RECUPERACAO, FORMULA DA RECUPERACAO E
      * FREQUENCIA MINIMA.
       SELECT ARQ-REGRA
              ASSIGN TO WS-ARQ-REGRAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-REGRA
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-REGRA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REGRA.
       01  REG-REGRA.
           02 CHAVE-REGRA.
              03 SERIE-REGRA      PIC X(02).
              03 ANO-REGRA        PIC 9(04).
           02 PESO-1-REGRA        PIC 9(02).
           02 PESO-2-REGRA        PIC 9(02).
           02 PESO-3-REGRA        PIC 9(02).
           02 PESO-4-REGRA        PIC 9(02).
           02 MEDIA-AP-REGRA      PIC 9(02)V99.
           02 MEDIA-RC-REGRA      PIC 9(02)V99.
           02 FORMULA-REC-REGRA   PIC X(01).
           02 PESO-MEDIA-REGRA    PIC 9(02).
           02 PESO-PROVA-REGRA    PIC 9(02).
           02 MEDIA-REC-REGRA     PIC 9(02)V99.
           02 FREQ-MIN-REGRA      PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-REGRAS PIC X(64).

       77 FS-STAT-REGRA PIC 9(02).
           88 FS-REGRA-OK         VALUE ZEROS.
           88 FS-REGRA-NAO-EXISTE VALUE 35.
       01  WS-SW-REGRAS PIC X(01).
           88 REGRAS-DISPONIVEIS   VALUE 'S'.
           88 REGRAS-INDISPONIVEIS VALUE 'N'.

       LINKAGE SECTION.
       01  PRM-SERIE          PIC X(02).
       01  PRM-ANO            PIC 9(04).
       01  PRM-REGRA.
           02 PRM-PESO-1      PIC 9(02).
           02 PRM-PESO-2      PIC 9(02).
           02 PRM-PESO-3      PIC 9(02).
           02 PRM-PESO-4      PIC 9(02).
           02 PRM-MEDIA-AP    PIC 9(02)V99.
           02 PRM-MEDIA-RC    PIC 9(02)V99.
           02 PRM-FORMULA-REC PIC X(01).
           02 PRM-PESO-MEDIA  PIC 9(02).
           02 PRM-PESO-PROVA  PIC 9(02).
           02 PRM-MEDIA-REC   PIC 9(02)V99.
           02 PRM-FREQ-MIN    PIC 9(03).
      * 'S' = REGRA DA SERIE, 'G' = REGRA GERAL DO ANO (SERIE EM
      * BRANCO), 'P' = PADRAO HISTORICO DA ESCOLA (NADA CADASTRADO).
           02 PRM-ORIGEM      PIC X(01).

      *
      *============================================================
      * LEREGRA - DEVOLVE A REGRA DE AVALIACAO DE UMA SERIE NUM ANO
      * LETIVO. PROCURA PRIMEIRO A SERIE/ANO EXATA, DEPOIS A REGRA
      * GERAL DO ANO (SERIE EM BRANCO) E, SEM NENHUMA DAS DUAS OU
      * SEM REGRAS.DAT, DEVOLVE O PADRAO QUE A ESCOLA SEMPRE USOU:
      * MEDIA SIMPLES DOS QUATRO BIMESTRES, AP A PARTIR DE 7, RC A
      * PARTIR DE 5, RECUPERACAO (MEDIA + PROVA) / 2 >= 5 E
      * FREQUENCIA MINIMA DE 75%. O ARQUIVO E LIDO A CADA CHAMADA,
      * COMO NO BUSCAPAR E NO LEBIM: A REGRA ALTERADA NO MANTREGR
      * VALE NA HORA, MESMO DENTRO DA MESMA SESSAO DO MENU.
      *============================================================
       PROCEDURE DIVISION USING PRM-SERIE PRM-ANO PRM-REGRA.
       PERFORM CARREGA-PADRAO
       MOVE 'REGRAS' TO WS-PARAM-NOME
       CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-REGRAS
       SET REGRAS-DISPONIVEIS TO TRUE
       OPEN INPUT ARQ-REGRA
       IF NOT FS-REGRA-OK
           SET REGRAS-INDISPONIVEIS TO TRUE
       END-IF
       IF REGRAS-DISPONIVEIS
           PERFORM PROCURA-REGRA
           CLOSE ARQ-REGRA
       END-IF
       GOBACK.
      *
       CARREGA-PADRAO.
           MOVE 1      TO PRM-PESO-1
           MOVE 1      TO PRM-PESO-2
           MOVE 1      TO PRM-PESO-3
           MOVE 1      TO PRM-PESO-4
           MOVE 7      TO PRM-MEDIA-AP
           MOVE 5      TO PRM-MEDIA-RC
           MOVE 'P'    TO PRM-FORMULA-REC
           MOVE 1      TO PRM-PESO-MEDIA
           MOVE 1      TO PRM-PESO-PROVA
           MOVE 5      TO PRM-MEDIA-REC
           MOVE 75     TO PRM-FREQ-MIN
           MOVE 'P'    TO PRM-ORIGEM.
      *
      *============================================================
      * PROCURA-REGRA - SERIE/ANO EXATA; SE NAO HOUVER, A REGRA
      * GERAL DO ANO.
      *============================================================
       PROCURA-REGRA.
           MOVE PRM-SERIE TO SERIE-REGRA
           MOVE PRM-ANO   TO ANO-REGRA
           READ ARQ-REGRA KEY IS CHAVE-REGRA
               INVALID KEY
                   MOVE SPACES  TO SERIE-REGRA
                   MOVE PRM-ANO TO ANO-REGRA
                   READ ARQ-REGRA KEY IS CHAVE-REGRA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM DEVOLVE-REGRA
                           MOVE 'G' TO PRM-ORIGEM
                   END-READ
               NOT INVALID KEY
                   PERFORM DEVOLVE-REGRA
                   MOVE 'S' TO PRM-ORIGEM
           END-READ.
      *
      *============================================================
      * DEVOLVE-REGRA - COPIA O REGISTRO PARA O CHAMADOR. PESOS
      * TODOS ZERADOS (REGISTRO INCOMPLETO) FICAM COM A MEDIA
      * SIMPLES, PARA A DIVISAO DA MEDIA PONDERADA NUNCA SER POR
      * ZERO; O MESMO VALE PARA OS PESOS DA RECUPERACAO.
      *============================================================
       DEVOLVE-REGRA.
           MOVE PESO-1-REGRA      TO PRM-PESO-1
           MOVE PESO-2-REGRA      TO PRM-PESO-2
           MOVE PESO-3-REGRA      TO PRM-PESO-3
           MOVE PESO-4-REGRA      TO PRM-PESO-4
           MOVE MEDIA-AP-REGRA    TO PRM-MEDIA-AP
           MOVE MEDIA-RC-REGRA    TO PRM-MEDIA-RC
           MOVE FORMULA-REC-REGRA TO PRM-FORMULA-REC
           MOVE PESO-MEDIA-REGRA  TO PRM-PESO-MEDIA
           MOVE PESO-PROVA-REGRA  TO PRM-PESO-PROVA
           MOVE MEDIA-REC-REGRA   TO PRM-MEDIA-REC
           MOVE FREQ-MIN-REGRA    TO PRM-FREQ-MIN
           IF PRM-PESO-1 + PRM-PESO-2 + PRM-PESO-3 + PRM-PESO-4 = 0
               MOVE 1 TO PRM-PESO-1
               MOVE 1 TO PRM-PESO-2
               MOVE 1 TO PRM-PESO-3
               MOVE 1 TO PRM-PESO-4
           END-IF
           IF PRM-PESO-MEDIA + PRM-PESO-PROVA = 0
               MOVE 1 TO PRM-PESO-MEDIA
               MOVE 1 TO PRM-PESO-PROVA
           END-IF
           IF PRM-FORMULA-REC NOT = 'S'
               MOVE 'P' TO PRM-FORMULA-REC
           END-IF.
