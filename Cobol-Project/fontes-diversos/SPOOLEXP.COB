       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPOOLEXP.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-CAT
              ASSIGN TO WS-ARQ-SPOOLCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CAT
              ALTERNATE RECORD KEY IS CHAVE-PRG-CAT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CAT.

      * REGRA DE GUARDA POR PROGRAMA, NO MESMO FORMATO DO
      * PARAMS.CFG: PROGRAMA=DDD (DIAS; 000 = GUARDA PARA SEMPRE).
      * LINHAS INICIADAS POR * SAO COMENTARIO.
       SELECT ARQ-RET
              ASSIGN TO WS-ARQ-SPOOLRET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-RET.

       SELECT ARQ-CTL
              ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAT.
       01  REG-CAT.
           02 NUM-CAT            PIC 9(07).
           02 CHAVE-PRG-CAT.
              03 PROGRAMA-CAT    PIC X(08).
              03 DATA-CAT        PIC 9(08).
           02 HORA-CAT           PIC 9(08).
           02 OPERADOR-CAT       PIC X(08).
           02 PERFIL-CAT         PIC X(01).
           02 PARAMETROS-CAT     PIC X(60).
           02 ORIGEM-CAT         PIC X(64).
           02 ARQUIVO-CAT        PIC X(64).
           02 QTD-LIN-CAT        PIC 9(07).
           02 QTD-PAG-CAT        PIC 9(05).
           02 SITU-CAT           PIC X(01).
              88 CAT-INCOMPLETO     VALUE 'I'.
              88 CAT-GUARDADO       VALUE 'G'.
              88 CAT-EXPURGADO      VALUE 'X'.
           02 DATA-EXP-CAT       PIC 9(08).

       FD  ARQ-RET.
       01  REG-RET               PIC X(80).

       FD  ARQ-CTL.
       01  REG-CTL.
           02 PROGRAMA-CTL    PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-SPOOLCAT PIC X(64).
       01  WS-ARQ-SPOOLRET PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
       01  WS-PARAM-DIAS   PIC X(64).
      * DIAS DE GUARDA DE QUEM NAO ESTA NO SPOOLRET.CFG (SPOOLDIAS).
       01  WS-DIAS-PADRAO     PIC 9(03) VALUE 90.

      * LISTAGENS QUE SAO DOCUMENTO DA ESCOLA - FECHAMENTO DO MES,
      * ATA DE RESULTADOS E DECLARACAO ANUAL DE PAGAMENTOS - NUNCA
      * SAO EXPURGADAS, QUALQUER QUE SEJA O SPOOLRET.CFG.
       01  WS-LISTA-PERMANENTES.
           02 FILLER PIC X(08) VALUE 'FECHAMES'.
           02 FILLER PIC X(08) VALUE 'ATARES'.
           02 FILLER PIC X(08) VALUE 'DECANUAL'.
       01  WS-TAB-PERMANENTES REDEFINES WS-LISTA-PERMANENTES.
           02 WS-PERMANENTE-TAB PIC X(08) OCCURS 3 TIMES.
       01  WS-IX-PERM         PIC 9(02).

      * REGRAS LIDAS DO SPOOLRET.CFG.
       01  WS-TAB-REGRAS.
           02 WS-QTD-REGRAS   PIC 9(03) VALUE ZEROES.
           02 TAB-REGRA OCCURS 100 TIMES.
              03 TAB-PROGRAMA PIC X(08).
              03 TAB-DIAS     PIC 9(03).
       01  WS-IX-REGRA        PIC 9(03).
       01  WS-NOME-LIDO       PIC X(12).
       01  WS-VALOR-LIDO      PIC X(64).

       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DIAS-HOJE       PIC 9(08).
       01  WS-DIAS-GUARDA     PIC 9(03).
       01  WS-DATA-LIMITE     PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-LIDOS     PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-EXPURGO   PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-PERMANENTE PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-SEM-ARQ   PIC 9(07) VALUE ZEROES.
       01  WS-SW-PERMANENTE PIC X(01).
           88 GUARDA-PERMANENTE   VALUE 'S'.
           88 GUARDA-POR-PRAZO    VALUE 'N'.

       77 FS-STAT-CAT PIC 9(02).
           88 FS-CAT-OK          VALUE ZEROS.
           88 FS-CAT-NAO-EXISTE  VALUE 35.
       77 FS-STAT-RET PIC 9(02).
           88 FS-RET-OK          VALUE ZEROS.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK          VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE  VALUE 35.

      *
      *============================================================
      * SPOOLEXP - EXPURGO DO SPOOL DE RELATORIOS, NA CADEIA DA
      * NOITE. APAGA O ARQUIVO DAS LISTAGENS GUARDADAS HA MAIS DIAS
      * DO QUE A REGRA DO PROGRAMA MANDA E MARCA O REGISTRO DO
      * CATALOGO COMO EXPURGADO (O REGISTRO FICA, PARA O SPOOLCON
      * MOSTRAR QUE A LISTAGEM EXISTIU).
      *============================================================
       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
       PERFORM CARREGA-REGRAS.
       OPEN EXTEND ARQ-CTL
       IF FS-CTL-NAO-EXISTE THEN
           OPEN OUTPUT ARQ-CTL
       END-IF
       OPEN I-O ARQ-CAT
       IF NOT FS-CAT-OK
           DISPLAY 'SPOOLCAT.DAT NAO ENCONTRADO - NADA A EXPURGAR.'
           PERFORM GRAVA-CONTROLE
           CLOSE ARQ-CTL
           GOBACK
       END-IF
       MOVE ZEROES TO NUM-CAT
       START ARQ-CAT KEY IS NOT LESS THAN NUM-CAT
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           NOT INVALID KEY
               MOVE 'N' TO WS-EOF
       END-START
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-CAT NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CAT-GUARDADO
                       ADD 1 TO WS-CONTA-LIDOS
                       PERFORM AVALIA-LISTAGEM
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM GRAVA-CONTROLE.
       CLOSE ARQ-CAT.
       CLOSE ARQ-CTL.
       DISPLAY '================================================'
       DISPLAY 'LISTAGENS GUARDADAS EXAMINADAS...: ' WS-CONTA-LIDOS
       DISPLAY 'EXPURGADAS NESTA EXECUCAO........: ' WS-CONTA-EXPURGO
       DISPLAY '  (JA SEM ARQUIVO NA PASTA)......: ' WS-CONTA-SEM-ARQ
       DISPLAY 'GUARDADAS PARA SEMPRE............: '
           WS-CONTA-PERMANENTE
       DISPLAY '================================================'
       GOBACK.
      *
      *============================================================
      * CARREGA-REGRAS - LE O SPOOLRET.CFG. SEM O ARQUIVO, TODOS OS
      * PROGRAMAS (FORA OS PERMANENTES) FICAM COM O SPOOLDIAS.
      *============================================================
       CARREGA-REGRAS.
           OPEN INPUT ARQ-RET
           IF FS-RET-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-RET
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM GUARDA-REGRA
                   END-READ
               END-PERFORM
               CLOSE ARQ-RET
           END-IF.
      *
       GUARDA-REGRA.
           IF REG-RET(1:1) NOT = '*' AND REG-RET NOT = SPACES
              AND WS-QTD-REGRAS < 100
               MOVE SPACES TO WS-NOME-LIDO
               MOVE SPACES TO WS-VALOR-LIDO
               UNSTRING REG-RET DELIMITED BY '='
                   INTO WS-NOME-LIDO WS-VALOR-LIDO
               IF WS-VALOR-LIDO(1:3) NUMERIC
                   ADD 1 TO WS-QTD-REGRAS
                   MOVE WS-NOME-LIDO TO TAB-PROGRAMA(WS-QTD-REGRAS)
                   MOVE WS-VALOR-LIDO(1:3) TO TAB-DIAS(WS-QTD-REGRAS)
               ELSE
                   DISPLAY 'SPOOLRET.CFG - LINHA IGNORADA: ' REG-RET
               END-IF
           END-IF.
      *
      *============================================================
      * AVALIA-LISTAGEM - DIAS DE GUARDA DO PROGRAMA (ZERO = PARA
      * SEMPRE) E, VENCIDO O PRAZO, EXPURGO. ARQUIVO QUE JA NAO
      * ESTAVA NA PASTA TAMBEM E MARCADO, PARA O CATALOGO NAO
      * PROMETER UMA LISTAGEM QUE NAO EXISTE MAIS.
      *============================================================
       AVALIA-LISTAGEM.
           PERFORM APURA-DIAS-GUARDA
           IF GUARDA-PERMANENTE
               ADD 1 TO WS-CONTA-PERMANENTE
           ELSE
               COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-HOJE - WS-DIAS-GUARDA)
               IF DATA-CAT < WS-DATA-LIMITE
                   PERFORM EXPURGA-LISTAGEM
               END-IF
           END-IF.
      *
       APURA-DIAS-GUARDA.
           SET GUARDA-POR-PRAZO TO TRUE
           MOVE WS-DIAS-PADRAO TO WS-DIAS-GUARDA
           PERFORM VARYING WS-IX-REGRA FROM 1 BY 1
                   UNTIL WS-IX-REGRA > WS-QTD-REGRAS
               IF TAB-PROGRAMA(WS-IX-REGRA) = PROGRAMA-CAT
                   MOVE TAB-DIAS(WS-IX-REGRA) TO WS-DIAS-GUARDA
               END-IF
           END-PERFORM
           IF WS-DIAS-GUARDA = 0
               SET GUARDA-PERMANENTE TO TRUE
           END-IF
           PERFORM VARYING WS-IX-PERM FROM 1 BY 1
                   UNTIL WS-IX-PERM > 3
               IF WS-PERMANENTE-TAB(WS-IX-PERM) = PROGRAMA-CAT
                   SET GUARDA-PERMANENTE TO TRUE
               END-IF
           END-PERFORM.
      *
       EXPURGA-LISTAGEM.
           CALL 'CBL_DELETE_FILE' USING ARQUIVO-CAT
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-CONTA-SEM-ARQ
           END-IF
           SET CAT-EXPURGADO TO TRUE
           MOVE WS-DATA-HOJE TO DATA-EXP-CAT
           REWRITE REG-CAT
           IF FS-CAT-OK
               ADD 1 TO WS-CONTA-EXPURGO
           ELSE
               DISPLAY 'ERRO AO REGRAVAR SPOOLCAT.DAT - SPOOL No '
                   NUM-CAT ' FS-STAT: ' FS-STAT-CAT
           END-IF.
      *
       GRAVA-CONTROLE.
           MOVE 'SPOOLEXP' TO PROGRAMA-CTL
           MOVE WS-DATA-HOJE TO DATA-EXEC-CTL
           MOVE WS-CONTA-EXPURGO TO QTD-PROC-CTL
           SET CTL-SUCESSO TO TRUE
           WRITE REG-CTL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'SPOOLCAT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SPOOLCAT
           MOVE 'SPOOLRET' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-SPOOLRET
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE
      * DIAS DE GUARDA PADRAO (SPOOLDIAS=DDD); INVALIDO, 90 DIAS.
           MOVE 'SPOOLDIAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-DIAS
           IF WS-PARAM-DIAS(1:3) NUMERIC
               MOVE WS-PARAM-DIAS(1:3) TO WS-DIAS-PADRAO
           END-IF.
