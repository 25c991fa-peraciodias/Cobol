       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREVCTL.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PREVIAS DAS ATUALIZACOES EM MASSA (REAJUSTE, PROMOVE,
      * REMATRIC, ARQUIVA E A FUSAO DO DUPALU): UM REGISTRO POR
      * PROGRAMA E PARAMETROS, COM A ASSINATURA DOS ARQUIVOS NA HORA
      * DA PREVIA. A EXECUCAO CONFERE A ASSINATURA ANTES DE GRAVAR.
       SELECT ARQ-PRV
              ASSIGN TO WS-ARQ-PREVIA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PRV
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PRV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRV.
       01  REG-PRV.
           02 CHAVE-PRV.
              03 PROGRAMA-PRV    PIC X(08).
              03 PARAMETROS-PRV  PIC X(60).
           02 DATA-PRV           PIC 9(08).
           02 HORA-PRV           PIC 9(08).
           02 OPERADOR-PRV       PIC X(08).
           02 QTD-LIDOS-PRV      PIC 9(09).
           02 SOMA-PRV           PIC 9(12).
           02 QTD-ALTERA-PRV     PIC 9(09).
           02 NUM-SPL-PRV        PIC 9(07).
           02 SITU-PRV           PIC X(01).
              88 PRV-PENDENTE       VALUE 'P'.
              88 PRV-APLICADA       VALUE 'A'.
           02 DATA-APL-PRV       PIC 9(08).
           02 OPERADOR-APL-PRV   PIC X(08).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-PREVIA PIC X(64).
      * PREVIAOBRIG=S: EXECUCAO SEM PREVIA PENDENTE E RECUSADA.
      * PREVIAOBRIG=N: SO AVISA E DEIXA SEGUIR. A PREVIA QUE EXISTE
      * E SEMPRE CONFERIDA.
       01  WS-PARAM-VALOR PIC X(64).
       01  WS-SW-OBRIG PIC X(01) VALUE 'S'.
           88 PREVIA-OBRIGATORIA VALUE 'S'.
           88 PREVIA-OPCIONAL    VALUE 'N'.

       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-SW-ACHOU PIC X(01).
           88 PREVIA-ACHADA       VALUE 'S'.
           88 PREVIA-NAO-ACHADA   VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU. NA CADEIA DA NOITE NAO HA
      * SESSAO E O OPERADOR FICA EM BRANCO.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-PRV PIC 9(02).
           88 FS-PRV-OK          VALUE ZEROS.
           88 FS-PRV-NAO-EXISTE  VALUE 35.

       LINKAGE SECTION.
       01  PRM-FUNCAO         PIC X(01).
           88 FUNCAO-GUARDA   VALUE 'G'.
           88 FUNCAO-CONFERE  VALUE 'C'.
           88 FUNCAO-BAIXA    VALUE 'B'.
       01  PRM-PREVIA.
           02 PRM-CHAVE.
              03 PRM-PROGRAMA    PIC X(08).
              03 PRM-PARAMETROS  PIC X(60).
           02 PRM-ASSINATURA.
              03 PRM-QTD-LIDOS   PIC 9(09).
              03 PRM-SOMA        PIC 9(12).
           02 PRM-QTD-ALTERA     PIC 9(09).
           02 PRM-NUM-SPL        PIC 9(07).
           02 PRM-RESULTADO      PIC X(01).
              88 RESULTADO-CONFERE    VALUE 'S'.
              88 RESULTADO-DIFERENTE  VALUE 'D'.
              88 RESULTADO-SEM-PREVIA VALUE 'N'.
              88 RESULTADO-LIVRE      VALUE 'L'.

      *
      *============================================================
      * PREVCTL - GUARDA E CONFERE AS PREVIAS DAS ATUALIZACOES EM
      * MASSA. A PREVIA FAZ TODA A LEITURA E O CALCULO DA RODADA
      * SEM GRAVAR NADA E CHAMA COM 'G' PARA GUARDAR A ASSINATURA
      * (PREVSOMA) E A QUANTIDADE DE REGISTROS QUE MUDARIAM. A
      * EXECUCAO REFAZ A MESMA LEITURA SEM GRAVAR, CHAMA COM 'C' E
      * SO GRAVA SE A RESPOSTA FOR 'S' (CONFERE) OU 'L' (SEM
      * PREVIA, COM A PREVIA OPCIONAL); 'D' (OS ARQUIVOS MUDARAM) E
      * 'N' (SEM PREVIA, COM A PREVIA OBRIGATORIA) RECUSAM. DEPOIS
      * DE GRAVAR, A EXECUCAO CHAMA COM 'B' PARA DAR BAIXA NA
      * PREVIA, QUE NAO SERVE PARA UMA SEGUNDA EXECUCAO.
      *============================================================
       PROCEDURE DIVISION USING PRM-FUNCAO PRM-PREVIA.
       PERFORM BUSCA-PARAMETROS
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       ACCEPT WS-HORA-AGORA FROM TIME
       OPEN I-O ARQ-PRV
       IF FS-PRV-NAO-EXISTE
           DISPLAY 'CRIANDO NOVO ARQUIVO PREVIA.DAT...'
           OPEN OUTPUT ARQ-PRV
           CLOSE ARQ-PRV
           OPEN I-O ARQ-PRV
       END-IF
       IF NOT FS-PRV-OK
           DISPLAY 'PREVIA.DAT INDISPONIVEL - FS-STAT: ' FS-STAT-PRV
           IF FUNCAO-CONFERE
               PERFORM SEM-PREVIA
           END-IF
           GOBACK
       END-IF
       EVALUATE TRUE
           WHEN FUNCAO-GUARDA
               PERFORM GUARDA-PREVIA
           WHEN FUNCAO-CONFERE
               PERFORM CONFERE-PREVIA
           WHEN FUNCAO-BAIXA
               PERFORM BAIXA-PREVIA
       END-EVALUATE
       CLOSE ARQ-PRV
       GOBACK.
      *
      *============================================================
      * GUARDA-PREVIA - UMA PREVIA NOVA DOS MESMOS PARAMETROS TOMA O
      * LUGAR DA ANTERIOR, APLICADA OU NAO.
      *============================================================
       GUARDA-PREVIA.
           MOVE PRM-CHAVE TO CHAVE-PRV
           READ ARQ-PRV KEY IS CHAVE-PRV
               INVALID KEY
                   SET PREVIA-NAO-ACHADA TO TRUE
               NOT INVALID KEY
                   SET PREVIA-ACHADA TO TRUE
           END-READ
           MOVE SPACES TO REG-PRV
           MOVE PRM-CHAVE      TO CHAVE-PRV
           MOVE WS-DATA-HOJE   TO DATA-PRV
           MOVE WS-HORA-AGORA  TO HORA-PRV
           MOVE WS-OPER-SESSAO TO OPERADOR-PRV
           MOVE PRM-QTD-LIDOS  TO QTD-LIDOS-PRV
           MOVE PRM-SOMA       TO SOMA-PRV
           MOVE PRM-QTD-ALTERA TO QTD-ALTERA-PRV
           MOVE PRM-NUM-SPL    TO NUM-SPL-PRV
           SET PRV-PENDENTE TO TRUE
           MOVE ZEROES TO DATA-APL-PRV
           IF PREVIA-ACHADA
               REWRITE REG-PRV
           ELSE
               WRITE REG-PRV
           END-IF
           IF FS-PRV-OK
               DISPLAY 'PREVIA GUARDADA PARA CONFERENCIA NA '
                   'EXECUCAO.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR PREVIA.DAT - FS-STAT: '
                   FS-STAT-PRV ' - A EXECUCAO NAO VAI ACHAR ESTA '
                   'PREVIA.'
           END-IF.
      *
      *============================================================
      * CONFERE-PREVIA - PROCURA A PREVIA PENDENTE DO PROGRAMA COM
      * OS MESMOS PARAMETROS E COMPARA A QUANTIDADE DE REGISTROS
      * LIDOS, A SOMA E A QUANTIDADE DE REGISTROS A ALTERAR.
      *============================================================
       CONFERE-PREVIA.
           MOVE PRM-CHAVE TO CHAVE-PRV
           READ ARQ-PRV KEY IS CHAVE-PRV
               INVALID KEY
                   DISPLAY 'NAO HA PREVIA DESTA EXECUCAO ('
                       PRM-PROGRAMA ' ' PRM-PARAMETROS ').'
                   PERFORM SEM-PREVIA
               NOT INVALID KEY
                   PERFORM COMPARA-PREVIA
           END-READ.
      *
       COMPARA-PREVIA.
           IF PRV-APLICADA
               DISPLAY 'A PREVIA DE ' DATA-PRV ' JA FOI APLICADA EM '
                   DATA-APL-PRV ' POR ' OPERADOR-APL-PRV '.'
               PERFORM SEM-PREVIA
           ELSE
               IF QTD-LIDOS-PRV = PRM-QTD-LIDOS
                  AND SOMA-PRV = PRM-SOMA
                  AND QTD-ALTERA-PRV = PRM-QTD-ALTERA
                   SET RESULTADO-CONFERE TO TRUE
                   DISPLAY 'ARQUIVOS CONFEREM COM A PREVIA DE '
                       DATA-PRV ' ' HORA-PRV(1:4) ' (SPOOL No '
                       NUM-SPL-PRV ').'
               ELSE
                   SET RESULTADO-DIFERENTE TO TRUE
                   DISPLAY 'OS ARQUIVOS (OU OS DADOS DIGITADOS) '
                       'MUDARAM DESDE A PREVIA DE ' DATA-PRV ' '
                       HORA-PRV(1:4) ' (SPOOL No ' NUM-SPL-PRV ').'
                   DISPLAY 'NA PREVIA: ' QTD-LIDOS-PRV
                       ' REGISTROS LIDOS, ' QTD-ALTERA-PRV
                       ' A ALTERAR.'
                   DISPLAY 'AGORA....: ' PRM-QTD-LIDOS
                       ' REGISTROS LIDOS, ' PRM-QTD-ALTERA
                       ' A ALTERAR.'
                   DISPLAY 'RODE E CONFIRA UMA PREVIA NOVA ANTES DE '
                       'EXECUTAR.'
               END-IF
           END-IF.
      *
       SEM-PREVIA.
           IF PREVIA-OBRIGATORIA
               SET RESULTADO-SEM-PREVIA TO TRUE
               DISPLAY 'A PREVIA E OBRIGATORIA (PREVIAOBRIG) - RODE '
                   'A PREVIA ANTES DE EXECUTAR.'
           ELSE
               SET RESULTADO-LIVRE TO TRUE
               DISPLAY 'ATENCAO: EXECUCAO SEM PREVIA CONFERIDA.'
           END-IF.
      *
      *============================================================
      * BAIXA-PREVIA - A PREVIA CONFERIDA FOI APLICADA: FICA NO
      * ARQUIVO COMO HISTORICO, COM A DATA E O OPERADOR DA
      * EXECUCAO.
      *============================================================
       BAIXA-PREVIA.
           MOVE PRM-CHAVE TO CHAVE-PRV
           READ ARQ-PRV KEY IS CHAVE-PRV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRV-APLICADA TO TRUE
                   MOVE WS-DATA-HOJE   TO DATA-APL-PRV
                   MOVE WS-OPER-SESSAO TO OPERADOR-APL-PRV
                   REWRITE REG-PRV
                   IF NOT FS-PRV-OK
                       DISPLAY 'ERRO AO REGRAVAR PREVIA.DAT - '
                           'FS-STAT: ' FS-STAT-PRV
                   END-IF
           END-READ.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'PREVIA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PREVIA
           MOVE 'PREVIAOBRIG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:1) = 'N'
               SET PREVIA-OPCIONAL TO TRUE
           ELSE
               SET PREVIA-OBRIGATORIA TO TRUE
           END-IF.
