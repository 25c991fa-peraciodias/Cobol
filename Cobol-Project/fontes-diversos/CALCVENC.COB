       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCVENC.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * DIA DE VENCIMENTO ESCOLHIDO POR ALUNO (MANTVENC). ALUNO SEM
      * REGISTRO VENCE NO DIA PADRAO DO PARAMETRO DIAVENCPAD.
       SELECT ARQ-DVE
              ASSIGN TO WS-ARQ-DIAVENC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-DVE
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DVE.

      * CALENDARIO DA ESCOLA (MANTCAL): FERIADOS E DIAS SEM
      * EXPEDIENTE. VENCIMENTO QUE CAI NUM DELES, OU NO FIM DE
      * SEMANA, PASSA PARA O PROXIMO DIA UTIL.
       SELECT ARQ-CAL
              ASSIGN TO WS-ARQ-CALENDARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS DATA-CAL
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DVE.
       01  REG-DVE.
           02 CODIGO-DVE      PIC 9(08).
           02 DIA-DVE         PIC 9(02).
           02 DATA-ALT-DVE    PIC 9(08).
           02 OPERADOR-DVE    PIC X(08).

       FD  ARQ-CAL.
       01  REG-CAL.
           02 DATA-CAL        PIC 9(08).
           02 DESCRICAO-CAL   PIC X(30).
      * F = FERIADO, N = DIA SEM EXPEDIENTE (RECESSO, PONTO
      * FACULTATIVO).
           02 TIPO-CAL        PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-DIAVENC PIC X(64).
       01  WS-ARQ-CALENDARIO PIC X(64).
       01  WS-PARAM-DIAVENC PIC X(64).
      *
      * OS DOIS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E FICAM
      * ABERTOS ATE O FIM DA EXECUCAO: O CHAMADOR PEDE UM
      * VENCIMENTO POR PARCELA, MILHARES DE VEZES NUMA CARGA.
       01  WS-SW-INICIO PIC X(01) VALUE 'N'.
           88 JA-INICIADO    VALUE 'S'.
       01  WS-SW-DVE PIC X(01).
           88 DVE-DISPONIVEL   VALUE 'S'.
           88 DVE-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CAL PIC X(01).
           88 CAL-DISPONIVEL   VALUE 'S'.
           88 CAL-INDISPONIVEL VALUE 'N'.
       01  WS-SW-UTIL PIC X(01).
           88 DIA-UTIL     VALUE 'S'.
           88 DIA-NAO-UTIL VALUE 'N'.

       01  WS-DIA-PADRAO      PIC 9(02) VALUE 10.
       01  WS-DIA-VENC        PIC 9(02).
       01  WS-ULTIMO-DIA      PIC 9(02).
       01  WS-DATA-R.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MES     PIC 9(02).
           02 WS-DATA-DIA     PIC 9(02).
       01  WS-DATA-NUM REDEFINES WS-DATA-R PIC 9(08).
       01  WS-DIAS-CORRIDOS   PIC 9(07).
       01  WS-DIA-SEMANA      PIC 9(01).
       01  WS-QUOCIENTE       PIC 9(07).
       01  WS-RESTO-4         PIC 9(03).
       01  WS-RESTO-100       PIC 9(03).
       01  WS-RESTO-400       PIC 9(03).

       77 FS-STAT-DVE PIC 9(02).
           88 FS-DVE-OK         VALUE ZEROS.
           88 FS-DVE-NAO-EXISTE VALUE 35.
       77 FS-STAT-CAL PIC 9(02).
           88 FS-CAL-OK         VALUE ZEROS.
           88 FS-CAL-NAO-EXISTE VALUE 35.

       LINKAGE SECTION.
       01  PRM-CODIGO         PIC 9(08).
       01  PRM-ANO            PIC 9(04).
      * MES DA PARCELA (O SLOT DE MENSAL.DAT). MES ZERO = SO ROLAR
      * PARA DIA UTIL A DATA JA INFORMADA EM PRM-DATA-VENC (USADO
      * PELOS LANCAMENTOS EXTRAS, QUE JA TEM VENCIMENTO PROPRIO).
       01  PRM-MES            PIC 9(02).
       01  PRM-DATA-VENC      PIC 9(08).

      *
      *============================================================
      * CALCVENC - DEVOLVE O VENCIMENTO REAL (AAAAMMDD) DA PARCELA
      * DE UM ALUNO NUM MES/ANO: O DIA DE VENCIMENTO DO ALUNO (OU O
      * PADRAO), LIMITADO AO ULTIMO DIA DO MES, E ROLADO PARA O
      * PROXIMO DIA UTIL QUANDO CAI EM SABADO, DOMINGO OU DATA DO
      * CALENDARIO. E A MESMA DATA QUE O CAIXA, O CARNE, A REMESSA
      * E A CARTA DE COBRANCA USAM.
      *============================================================
       PROCEDURE DIVISION USING PRM-CODIGO PRM-ANO PRM-MES
                                PRM-DATA-VENC.
       IF NOT JA-INICIADO
           PERFORM INICIA
       END-IF
       IF PRM-MES = 0
           IF PRM-DATA-VENC = 0
               GOBACK
           END-IF
           MOVE PRM-DATA-VENC TO WS-DATA-NUM
       ELSE
           PERFORM MONTA-VENCIMENTO
       END-IF
       PERFORM ROLA-PARA-DIA-UTIL
       MOVE WS-DATA-NUM TO PRM-DATA-VENC
       GOBACK.
      *
       INICIA.
           SET JA-INICIADO TO TRUE
           MOVE 'DIAVENC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIAVENC
           MOVE 'CALENDARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CALENDARIO
      * O DIA PADRAO E PARAMETRO DE OPERACAO (DIAVENCPAD=NN NO
      * PARAMS.CFG); VALOR INVALIDO FICA NO DIA 10 DO CONTRATO.
           MOVE 'DIAVENCPAD' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-DIAVENC
           IF WS-PARAM-DIAVENC(1:2) NUMERIC
              AND WS-PARAM-DIAVENC(1:2) > '00'
              AND WS-PARAM-DIAVENC(1:2) < '32'
               MOVE WS-PARAM-DIAVENC(1:2) TO WS-DIA-PADRAO
           ELSE
               DISPLAY 'DIAVENCPAD INVALIDO EM PARAMS.CFG - '
                   'VENCIMENTO PADRAO NO DIA 10.'
           END-IF
      * OS DOIS ARQUIVOS SAO OPCIONAIS: SEM DIAVENC.DAT TODO ALUNO
      * VENCE NO DIA PADRAO; SEM CALENDARIO.DAT SO O FIM DE SEMANA
      * ROLA O VENCIMENTO.
           SET DVE-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-DVE
           IF NOT FS-DVE-OK
               SET DVE-INDISPONIVEL TO TRUE
           END-IF
           SET CAL-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CAL
           IF NOT FS-CAL-OK
               SET CAL-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * MONTA-VENCIMENTO - DIA DO ALUNO (OU O PADRAO) NO MES/ANO DA
      * PARCELA. DIA 29 A 31 EM MES MAIS CURTO VENCE NO ULTIMO DIA
      * DO MES.
      *============================================================
       MONTA-VENCIMENTO.
           MOVE WS-DIA-PADRAO TO WS-DIA-VENC
           IF DVE-DISPONIVEL
               MOVE PRM-CODIGO TO CODIGO-DVE
               READ ARQ-DVE KEY IS CODIGO-DVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIA-DVE > 0 AND DIA-DVE < 32
                           MOVE DIA-DVE TO WS-DIA-VENC
                       END-IF
               END-READ
           END-IF
           MOVE PRM-ANO TO WS-DATA-ANO
           MOVE PRM-MES TO WS-DATA-MES
           PERFORM DESCOBRE-ULTIMO-DIA
           IF WS-DIA-VENC > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-VENC
           END-IF
           MOVE WS-DIA-VENC TO WS-DATA-DIA.
      *
       DESCOBRE-ULTIMO-DIA.
           EVALUATE WS-DATA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN 2
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-400 = 0
                      OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
           END-EVALUATE.
      *
      *============================================================
      * ROLA-PARA-DIA-UTIL - AVANCA UM DIA DE CADA VEZ ENQUANTO A
      * DATA FOR SABADO, DOMINGO OU ESTIVER NO CALENDARIO. O DIA
      * DA SEMANA SAI DO NUMERO DE DIAS CORRIDOS DESDE 01/01/1601
      * (UMA SEGUNDA-FEIRA): RESTO 6 = SABADO, RESTO 0 = DOMINGO.
      *============================================================
       ROLA-PARA-DIA-UTIL.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NUM)
           SET DIA-NAO-UTIL TO TRUE
           PERFORM UNTIL DIA-UTIL
               PERFORM CONFERE-DIA-UTIL
               IF DIA-NAO-UTIL
                   ADD 1 TO WS-DIAS-CORRIDOS
                   COMPUTE WS-DATA-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-DIAS-CORRIDOS)
               END-IF
           END-PERFORM.
      *
       CONFERE-DIA-UTIL.
           SET DIA-UTIL TO TRUE
           DIVIDE WS-DIAS-CORRIDOS BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               SET DIA-NAO-UTIL TO TRUE
           ELSE
               IF CAL-DISPONIVEL
                   MOVE WS-DATA-NUM TO DATA-CAL
                   READ ARQ-CAL KEY IS DATA-CAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DIA-NAO-UTIL TO TRUE
                   END-READ
               END-IF
           END-IF.
