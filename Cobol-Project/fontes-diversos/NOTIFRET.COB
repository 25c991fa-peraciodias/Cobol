       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTIFRET.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * RELATORIO DE ENTREGA DEVOLVIDO PELO GATEWAY DE E-MAIL/SMS:
      * UM REGISTRO POR MENSAGEM DO NOTIFICA.TXT, PELO NUMERO DA
      * NOTIFICACAO, COM ENTREGUE OU FALHA E O MOTIVO DA FALHA.
       SELECT ARQ-RET
              ASSIGN TO WS-ARQ-NOTIFRETTXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-RET.

       SELECT ARQ-NTF
              ASSIGN TO WS-ARQ-NOTIFLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-NTF
              ALTERNATE RECORD KEY IS CHAVE-EVT-NTF
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NTF.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-NOTIFRETLST
              ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQ-CTL
              ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RET.
       01  REG-RET.
           02 NUM-RET         PIC X(09).
      * E = ENTREGUE, F = FALHA NA ENTREGA.
           02 SITU-RET        PIC X(01).
           02 DATA-RET        PIC X(08).
           02 MOTIVO-RET      PIC X(40).

       FD  ARQ-NTF.
       01  REG-NTF.
           02 NUM-NTF            PIC 9(09).
           02 CHAVE-EVT-NTF.
              03 CODIGO-NTF      PIC 9(08).
              03 TIPO-NTF        PIC X(01).
              03 REF-NTF         PIC X(15).
              03 CANAL-NTF       PIC X(01).
           02 DESTINO-NTF        PIC X(60).
           02 DATA-ENV-NTF       PIC 9(08).
           02 HORA-ENV-NTF       PIC 9(08).
           02 TEXTO-NTF          PIC X(160).
           02 SITU-NTF           PIC X(01).
              88 NTF-PENDENTE       VALUE 'P'.
              88 NTF-ENTREGUE       VALUE 'E'.
              88 NTF-FALHOU         VALUE 'F'.
           02 DATA-RET-NTF       PIC 9(08).
           02 MOTIVO-RET-NTF     PIC X(40).

       FD  ARQ-REL.
       01  REG-REL            PIC X(100).

       FD  ARQ-CTL.
       01  REG-CTL.
           02 PROGRAMA-CTL    PIC X(08).
           02 FILLER          PIC X(02).
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02).
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02).
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-NOTIFRETTXT PIC X(64).
       01  WS-ARQ-NOTIFLOG PIC X(64).
       01  WS-ARQ-NOTIFRETLST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).

       01  WS-EOF             PIC X(01).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-MOTIVO          PIC X(40).
       01  WS-CONTA-LIDOS     PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-ENTREGUES PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-FALHAS    PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-NAO-ACHADOS PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-INVALIDOS PIC 9(07) VALUE ZEROES.
       01  WS-LINHA           PIC X(100).
       01  WS-SW-RET PIC X(01).
           88 RET-DISPONIVEL     VALUE 'S'.
           88 RET-INDISPONIVEL   VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'NOTIFRET'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-RET PIC 9(02).
           88 FS-RET-OK         VALUE ZEROS.
           88 FS-RET-NAO-EXISTE VALUE 35.
       77 FS-STAT-NTF PIC 9(02).
           88 FS-NTF-OK         VALUE ZEROS.
           88 FS-NTF-NAO-EXISTE VALUE 35.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK         VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM ABRIR-ARQUIVOS.
       MOVE SPACES TO WS-LINHA
       STRING 'RETORNO DO GATEWAY - ENTREGA DAS NOTIFICACOES - '
           'PROCESSADO EM ' WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2)
           '/' WS-DATA-HOJE(1:4)
           DELIMITED BY SIZE INTO WS-LINHA
       WRITE REG-REL FROM WS-LINHA
       MOVE ALL '-' TO REG-REL
       WRITE REG-REL
      * SEM RELATORIO DE ENTREGA NA PASTA O PASSO CONCLUI COM ZERO:
      * O GATEWAY PODE AINDA NAO TER DEVOLVIDO NADA.
       IF RET-DISPONIVEL
           MOVE 'N' TO WS-EOF
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RET
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-LIDOS
                       PERFORM TRATA-RETORNO
               END-READ
           END-PERFORM
       ELSE
           MOVE SPACES TO WS-LINHA
           STRING 'RELATORIO DE ENTREGA NAO ENCONTRADO - NADA A '
               'PROCESSAR.' DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
       END-IF.
       PERFORM IMPRIME-TOTAIS.
       PERFORM GRAVA-CONTROLE.
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
      *============================================================
      * TRATA-RETORNO - LOCALIZA A NOTIFICACAO PELO NUMERO E ANOTA
      * O RESULTADO DA ENTREGA. SO AS FALHAS, OS NUMEROS QUE NAO
      * CONSTAM DO DIARIO E OS REGISTROS INVALIDOS VAO PARA A
      * LISTAGEM.
      *============================================================
       TRATA-RETORNO.
           IF NUM-RET NOT NUMERIC
              OR (SITU-RET NOT = 'E' AND SITU-RET NOT = 'F')
               ADD 1 TO WS-CONTA-INVALIDOS
               MOVE 'REGISTRO INVALIDO NO RETORNO' TO WS-MOTIVO
               PERFORM LISTA-OCORRENCIA
           ELSE
               MOVE NUM-RET TO NUM-NTF
               READ ARQ-NTF KEY IS NUM-NTF
                   INVALID KEY
                       ADD 1 TO WS-CONTA-NAO-ACHADOS
                       MOVE 'NAO CONSTA DO DIARIO DE NOTIFICACOES'
                           TO WS-MOTIVO
                       PERFORM LISTA-OCORRENCIA
                   NOT INVALID KEY
                       PERFORM ANOTA-ENTREGA
               END-READ
           END-IF.
      *
       ANOTA-ENTREGA.
           IF DATA-RET NUMERIC
               MOVE DATA-RET TO DATA-RET-NTF
           ELSE
               MOVE WS-DATA-HOJE TO DATA-RET-NTF
           END-IF
           IF SITU-RET = 'E'
               SET NTF-ENTREGUE TO TRUE
               MOVE SPACES TO MOTIVO-RET-NTF
               ADD 1 TO WS-CONTA-ENTREGUES
           ELSE
               SET NTF-FALHOU TO TRUE
               MOVE MOTIVO-RET TO MOTIVO-RET-NTF
               ADD 1 TO WS-CONTA-FALHAS
               MOVE MOTIVO-RET TO WS-MOTIVO
               PERFORM LISTA-FALHA
           END-IF
           REWRITE REG-NTF
           IF NOT FS-NTF-OK
               DISPLAY 'ERRO AO REGRAVAR A NOTIFICACAO ' NUM-NTF
                   ' - FS-STAT: ' FS-STAT-NTF
           END-IF.
      *
       LISTA-FALHA.
           MOVE SPACES TO WS-LINHA
           STRING 'NOTIF. ' NUM-NTF ' ALUNO ' CODIGO-NTF ' CANAL '
               CANAL-NTF ' ' DESTINO-NTF
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '   NAO ENTREGUE: ' WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       LISTA-OCORRENCIA.
           MOVE SPACES TO WS-LINHA
           STRING 'NOTIF. ' NUM-RET ' - ' WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'REGISTROS NO RETORNO......: ' WS-CONTA-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'ENTREGUES.................: ' WS-CONTA-ENTREGUES
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'NAO ENTREGUES.............: ' WS-CONTA-FALHAS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'NAO ENCONTRADOS NO DIARIO.: ' WS-CONTA-NAO-ACHADOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'REGISTROS INVALIDOS.......: ' WS-CONTA-INVALIDOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'NOTIFRET - RETORNOS: ' WS-CONTA-LIDOS
               ' ENTREGUES: ' WS-CONTA-ENTREGUES
               ' FALHAS: ' WS-CONTA-FALHAS
               ' NAO ACHADOS: ' WS-CONTA-NAO-ACHADOS.
      *
      *============================================================
      * GRAVA-CONTROLE - GRAVA EM CONTROLE.LOG O REGISTRO DE
      * CONCLUSAO DESTE PASSO DA CADEIA NOTURNA.
      *============================================================
       GRAVA-CONTROLE.
           MOVE 'NOTIFRET' TO PROGRAMA-CTL
           MOVE WS-DATA-HOJE TO DATA-EXEC-CTL
           MOVE WS-CONTA-LIDOS TO QTD-PROC-CTL
           SET CTL-SUCESSO TO TRUE
           WRITE REG-CTL.
      *
       ABRIR-ARQUIVOS.
           SET RET-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RET
           IF FS-RET-NAO-EXISTE THEN
               SET RET-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-NTF
           IF FS-NTF-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO NOTIFLOG.DAT...'
               OPEN OUTPUT ARQ-NTF
               CLOSE ARQ-NTF
               OPEN I-O ARQ-NTF
           END-IF
           OPEN OUTPUT ARQ-REL
           OPEN EXTEND ARQ-CTL
           IF FS-CTL-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL
           END-IF.
      *
       FECHA-ARQUIVOS.
           IF RET-DISPONIVEL
               CLOSE ARQ-RET
           END-IF
           CLOSE ARQ-NTF
           CLOSE ARQ-REL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-NOTIFRETLST
           CLOSE ARQ-CTL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'NOTIFRETTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFRETTXT
           MOVE 'NOTIFLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFLOG
           MOVE 'NOTIFRETLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFRETLST
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE.
