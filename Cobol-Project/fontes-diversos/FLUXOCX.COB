       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLUXOCX.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FLUXO DE CAIXA PROJETADO, SEMANA A SEMANA: AS MENSALIDADES
      * EM ABERTO (A MESMA REGRA DO PREVISAO, NO VENCIMENTO REAL DO
      * CALCVENC) CONTRA OS DOCUMENTOS EM ABERTO DO CONTAS A PAGAR.
       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT.

       SELECT ARQ-CP
              ASSIGN TO WS-ARQ-CPAGAR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CP
              ALTERNATE RECORD KEY IS FORNEC-CP
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CP
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CP.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-FLUXOCXLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MEN.
       01  REG-MEN.
           02 CHAVE-MEN.
              03 CODIGO  PIC 9(08).
              03 ANO-REF PIC 9(04).
           02 NOME           PIC A(20).
           02 S-NOME         PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
           02 MENSA-2.
              03 MES-REF-2   PIC  A(9).
              03 SITU-2      PIC A(02).
           02 MENSA-3.
              03 MES-REF-3   PIC  A(9).
              03 SITU-3      PIC A(02).
           02 MENSA-4.
              03 MES-REF-4   PIC  A(9).
              03 SITU-4      PIC A(02).
           02 MENSA-5.
              03 MES-REF-5   PIC  A(9).
              03 SITU-5      PIC A(02).
           02 MENSA-6.
              03 MES-REF-6   PIC  A(9).
              03 SITU-6      PIC A(02).
           02 MENSA-7.
              03 MES-REF-7   PIC  A(9).
              03 SITU-7      PIC A(02).
           02 MENSA-8.
              03 MES-REF-8   PIC  A(9).
              03 SITU-8      PIC A(02).
           02 MENSA-9.
              03 MES-REF-9   PIC  A(9).
              03 SITU-9      PIC A(02).
           02 MENSA-10.
              03 MES-REF-10   PIC  A(9).
              03 SITU-10      PIC A(02).
           02 MENSA-11.
              03 MES-REF-11   PIC  A(9).
              03 SITU-11      PIC A(02).
           02 MENSA-12.
              03 MES-REF-12   PIC  A(9).
              03 SITU-12      PIC A(02).

           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.

       FD  ARQ-CP.
       01  REG-CP.
           02 NUM-CP          PIC 9(06).
           02 FORNEC-CP       PIC 9(06).
           02 DOC-CP          PIC X(15).
           02 DESCRICAO-CP    PIC X(30).
           02 CATEG-CP        PIC X(02).
           02 DATA-EMIS-CP    PIC 9(08).
           02 DATA-VENC-CP    PIC 9(08).
           02 VALOR-CP        PIC 9(07)V99.
           02 SITU-CP         PIC X(02).
              88 CP-ABERTO        VALUE 'AB'.
           02 DATA-PAGTO-CP   PIC 9(08).
           02 VALOR-PAGO-CP   PIC 9(07)V99.
           02 FORMA-CP        PIC X(01).
           02 SAIDA-CP        PIC 9(06).
           02 OPERADOR-CP     PIC X(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-CPAGAR PIC X(64).
       01  WS-ARQ-FLUXOCXLST PIC X(64).
      *
      *----------------------------------------------------------
      * UMA LINHA POR SEMANA DO HORIZONTE (ATE 26 SEMANAS), MAIS OS
      * ATRASADOS: O QUE JA VENCEU ANTES DA DATA INICIAL E AINDA
      * ESTA EM ABERTO, DOS DOIS LADOS.
      *----------------------------------------------------------
       01  WS-TAB-FLUXO.
           02 TAB-SEMANA OCCURS 26 TIMES.
              03 TAB-RECEBER   PIC 9(11)V99.
              03 TAB-PAGAR     PIC 9(11)V99.
       01  WS-ATRASO-RECEBER  PIC 9(11)V99 VALUE ZEROES.
       01  WS-ATRASO-PAGAR    PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-RECEBER     PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-PAGAR       PIC 9(11)V99 VALUE ZEROES.
       01  WS-SALDO-SEMANA    PIC S9(11)V99.
       01  WS-SALDO-ACUM      PIC S9(11)V99.

       01  WS-EOF             PIC A(01).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-PARAM      PIC X(08).
       01  WS-DATA-INICIO     PIC 9(08).
       01  WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
           02 WS-INI-ANO      PIC 9(04).
           02 WS-INI-MES      PIC 9(02).
           02 WS-INI-DIA      PIC 9(02).
       01  WS-DATA-FIM        PIC 9(08).
       01  WS-DATA-FIM-R REDEFINES WS-DATA-FIM.
           02 WS-FIM-ANO      PIC 9(04).
           02 WS-FIM-MES      PIC 9(02).
           02 WS-FIM-DIA      PIC 9(02).
       01  WS-DATA-SEMANA     PIC 9(08).
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-DIAS-INICIO     PIC 9(07).
       01  WS-DIAS-VENC       PIC 9(07).
       01  WS-DIAS-DIF        PIC S9(07).
       01  WS-SEMANA          PIC 9(04).
       01  WS-QTD-SEMANAS     PIC 9(02).
       01  WS-SALDO-INICIAL   PIC 9(09)V99.
       01  WS-ANO-VARRE       PIC 9(04).
       01  WS-IX              PIC 9(02).
       01  WS-CONTA-PARCELAS  PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-DOCS      PIC 9(07) VALUE ZEROES.
       01  WS-LINHA           PIC X(90).
       01  WS-ED-RECEBER      PIC Z(10)9,99.
       01  WS-ED-PAGAR        PIC Z(10)9,99.
       01  WS-ED-SALDO        PIC -(10)9,99.
       01  WS-ED-ACUM         PIC -(10)9,99.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'FLUXOCX'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-CP PIC 9(02).
           88 FS-CP-OK         VALUE ZEROS.
           88 FS-CP-NAO-EXISTE VALUE 35.
       77 WS-CP-SW PIC X(01).
           88 CP-DISPONIVEL   VALUE 'S'.
           88 CP-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM SOLICITA-PARAMETROS.
       PERFORM ZERA-TABELA.
       COMPUTE WS-DIAS-INICIO = FUNCTION INTEGER-OF-DATE
           (WS-DATA-INICIO)
       COMPUTE WS-DIAS-VENC = WS-DIAS-INICIO + WS-QTD-SEMANAS * 7 - 1
       COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER (WS-DIAS-VENC)
      * OS RECEBIVEIS VEM DO ANO ANTERIOR AO INICIO (PARCELAS AINDA
      * EM ATRASO) ATE O ANO DO FIM DO HORIZONTE.
       COMPUTE WS-ANO-VARRE = WS-INI-ANO - 1
       PERFORM POSICIONA-NO-ANO.
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-MEN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ANO-REF > WS-FIM-ANO
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       PERFORM PROJETA-ALUNO
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ARQ-MEN.
       IF CP-DISPONIVEL
           PERFORM PROJETA-CONTAS-A-PAGAR
           CLOSE ARQ-CP
       END-IF
       PERFORM IMPRIME-FLUXO.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'DATA ' WS-DATA-PARAM ' SEMANAS ' WS-QTD-SEMANAS
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-FLUXOCXLST.
       GOBACK.
      *
      *============================================================
      * SOLICITA-PARAMETROS - DATA INICIAL (EM BRANCO = HOJE),
      * QUANTIDADE DE SEMANAS (1 A 26, EM BRANCO = 12) E SALDO
      * INICIAL EM CAIXA/BANCO PARA O ACUMULADO.
      *============================================================
       SOLICITA-PARAMETROS.
           DISPLAY 'FLUXO DE CAIXA - DATA INICIAL AAAAMMDD (EM '
               'BRANCO = HOJE): ' WITH NO ADVANCING
           ACCEPT WS-DATA-PARAM
           IF WS-DATA-PARAM = SPACES OR WS-DATA-PARAM NOT NUMERIC
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO
           ELSE
               MOVE WS-DATA-PARAM TO WS-DATA-INICIO
           END-IF
           IF WS-INI-MES < 1 OR WS-INI-MES > 12
              OR WS-INI-DIA < 1 OR WS-INI-DIA > 31
               DISPLAY 'DATA INVALIDA - USANDO A DATA DE HOJE.'
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO
           END-IF
           DISPLAY 'QUANTIDADE DE SEMANAS (01-26, ZERO = 12)......: '
               WITH NO ADVANCING
           ACCEPT WS-QTD-SEMANAS
           IF WS-QTD-SEMANAS = 0 OR WS-QTD-SEMANAS > 26
               MOVE 12 TO WS-QTD-SEMANAS
           END-IF
           DISPLAY 'SALDO INICIAL EM CAIXA E BANCOS (999999999,99): '
               WITH NO ADVANCING
           ACCEPT WS-SALDO-INICIAL.
      *
       ZERA-TABELA.
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 26
               MOVE ZEROES TO TAB-RECEBER(WS-IX)
               MOVE ZEROES TO TAB-PAGAR(WS-IX)
               ADD 1 TO WS-IX
           END-PERFORM.
      *
      *============================================================
      * POSICIONA-NO-ANO - POSICIONA NO PRIMEIRO REGISTRO DO ANO
      * WS-ANO-VARRE PELA ALTERNATE KEY DE ANO-REF, COMO O PREVISAO.
      *============================================================
       POSICIONA-NO-ANO.
           MOVE 'N' TO WS-EOF
           MOVE WS-ANO-VARRE TO ANO-REF
           START ARQ-MEN KEY IS NOT LESS THAN ANO-REF
               INVALID KEY
                   DISPLAY 'MENSAL.DAT NAO TEM REGISTROS DO PERIODO.'
                   MOVE 'Y' TO WS-EOF
           END-START.
      *
      *============================================================
      * PROJETA-ALUNO - CADA SLOT EM ABERTO (MESMA REGRA DO
      * PREVISAO E DO VENCIDOS) ENTRA NA SEMANA DO SEU VENCIMENTO
      * REAL, PELO VALOR LIQUIDO DE BOLSA/DESCONTO QUANDO HOUVER.
      *============================================================
       PROJETA-ALUNO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
           IF PARCELA-LIQ > 0
               MOVE PARCELA-LIQ TO WS-VALOR-PARCELA
           END-IF
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM ISOLA-SITU-SLOT
               IF WS-SITU-ATUAL NOT = 'PG'
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND WS-SITU-ATUAL NOT = SPACES
                   CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                         WS-DATA-VENC
                   PERFORM LOCALIZA-SEMANA
                   EVALUATE TRUE
                       WHEN WS-DIAS-DIF < 0
                           ADD WS-VALOR-PARCELA TO WS-ATRASO-RECEBER
                           ADD 1 TO WS-CONTA-PARCELAS
                       WHEN WS-SEMANA NOT > WS-QTD-SEMANAS
                           ADD WS-VALOR-PARCELA
                               TO TAB-RECEBER(WS-SEMANA)
                           ADD 1 TO WS-CONTA-PARCELAS
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      *============================================================
      * ISOLA-SITU-SLOT - COPIA PARA WS-SITU-ATUAL A SITUACAO DO
      * SLOT CORRENTE, JA QUE AS DOZE PARCELAS DO REGISTRO SAO
      * CAMPOS NOMEADOS UM A UM.
      *============================================================
       ISOLA-SITU-SLOT.
           EVALUATE WS-SLOT-ATUAL
               WHEN 1  MOVE SITU-1  TO WS-SITU-ATUAL
               WHEN 2  MOVE SITU-2  TO WS-SITU-ATUAL
               WHEN 3  MOVE SITU-3  TO WS-SITU-ATUAL
               WHEN 4  MOVE SITU-4  TO WS-SITU-ATUAL
               WHEN 5  MOVE SITU-5  TO WS-SITU-ATUAL
               WHEN 6  MOVE SITU-6  TO WS-SITU-ATUAL
               WHEN 7  MOVE SITU-7  TO WS-SITU-ATUAL
               WHEN 8  MOVE SITU-8  TO WS-SITU-ATUAL
               WHEN 9  MOVE SITU-9  TO WS-SITU-ATUAL
               WHEN 10 MOVE SITU-10 TO WS-SITU-ATUAL
               WHEN 11 MOVE SITU-11 TO WS-SITU-ATUAL
               WHEN 12 MOVE SITU-12 TO WS-SITU-ATUAL
           END-EVALUATE.
      *
      *============================================================
      * LOCALIZA-SEMANA - DIAS ENTRE A DATA INICIAL E WS-DATA-VENC
      * (NEGATIVO = ATRASADO) E A SEMANA DO HORIZONTE EM QUE O
      * VENCIMENTO CAI (SEMANA 1 = OS 7 DIAS A PARTIR DO INICIO).
      *============================================================
       LOCALIZA-SEMANA.
           COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE
               (WS-DATA-VENC)
           COMPUTE WS-DIAS-DIF = WS-DIAS-VENC - WS-DIAS-INICIO
           MOVE ZEROES TO WS-SEMANA
           IF WS-DIAS-DIF NOT < 0
               COMPUTE WS-SEMANA = WS-DIAS-DIF / 7 + 1
           END-IF.
      *
      *============================================================
      * PROJETA-CONTAS-A-PAGAR - OS DOCUMENTOS EM ABERTO DO
      * CPAGAR.DAT, NA ORDEM DE VENCIMENTO (ALTERNATE KEY), DESDE O
      * MAIS ANTIGO ATE O FIM DO HORIZONTE.
      *============================================================
       PROJETA-CONTAS-A-PAGAR.
           MOVE ZEROES TO DATA-VENC-CP
           START ARQ-CP KEY IS NOT LESS THAN DATA-VENC-CP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DATA-VENC-CP > WS-DATA-FIM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CP-ABERTO
                               PERFORM PROJETA-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       PROJETA-DOCUMENTO.
           MOVE DATA-VENC-CP TO WS-DATA-VENC
           PERFORM LOCALIZA-SEMANA
           ADD 1 TO WS-CONTA-DOCS
           IF WS-DIAS-DIF < 0
               ADD VALOR-CP TO WS-ATRASO-PAGAR
           ELSE
               ADD VALOR-CP TO TAB-PAGAR(WS-SEMANA)
           END-IF.
      *
      *============================================================
      * IMPRIME-FLUXO - GRAVA EM FLUXOCX.LST UMA LINHA POR SEMANA
      * COM O A RECEBER, O A PAGAR, O SALDO DA SEMANA E O SALDO
      * ACUMULADO A PARTIR DO SALDO INICIAL. OS ATRASADOS SAEM EM
      * LINHA PROPRIA E NAO ENTRAM NO ACUMULADO: SAO COBRANCA E
      * NEGOCIACAO, NAO DATA CERTA DE CAIXA.
      *============================================================
       IMPRIME-FLUXO.
           MOVE SPACES TO WS-LINHA
           STRING 'FLUXO DE CAIXA PROJETADO DE ' WS-DATA-INICIO
               ' A ' WS-DATA-FIM ' (' WS-QTD-SEMANAS ' SEMANAS)'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'GERADO EM ' WS-DATA-HOJE
               ' (MENSALIDADES LIQUIDAS DE DESCONTO)'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF CP-INDISPONIVEL
               MOVE 'CPAGAR.DAT NAO ENCONTRADO - SEM CONTAS A PAGAR.'
                   TO REG-REL
               WRITE REG-REL
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING 'SEMANA DE       A RECEBER        A PAGAR'
               '   SALDO DA SEMANA   SALDO ACUMULADO'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-ATRASO-RECEBER TO WS-ED-RECEBER
           MOVE WS-ATRASO-PAGAR   TO WS-ED-PAGAR
           MOVE SPACES TO WS-LINHA
           STRING 'ATRASADOS ' WS-ED-RECEBER ' ' WS-ED-PAGAR
               '   (FORA DO ACUMULADO)'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-SALDO-INICIAL TO WS-SALDO-ACUM
           MOVE WS-SALDO-ACUM    TO WS-ED-ACUM
           MOVE SPACES TO WS-LINHA
           STRING 'SALDO INICIAL' '                                '
               '            ' WS-ED-ACUM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-QTD-SEMANAS
               PERFORM IMPRIME-LINHA-SEMANA
               ADD 1 TO WS-IX
           END-PERFORM
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE WS-TOT-RECEBER TO WS-ED-RECEBER
           MOVE WS-TOT-PAGAR   TO WS-ED-PAGAR
           MOVE WS-SALDO-ACUM  TO WS-ED-ACUM
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL A RECEBER NO HORIZONTE..: ' WS-ED-RECEBER
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL A PAGAR NO HORIZONTE....: ' WS-ED-PAGAR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'SALDO FINAL PROJETADO.........: ' WS-ED-ACUM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'PARCELAS EM ABERTO PROJETADAS: ' WS-CONTA-PARCELAS
           DISPLAY 'DOCUMENTOS A PAGAR PROJETADOS: ' WS-CONTA-DOCS
           DISPLAY 'SALDO FINAL PROJETADO........: ' WS-ED-ACUM
           DISPLAY 'FLUXO DE CAIXA GRAVADO EM FLUXOCX.LST.'.
      *
       IMPRIME-LINHA-SEMANA.
           COMPUTE WS-DIAS-VENC = WS-DIAS-INICIO + (WS-IX - 1) * 7
           COMPUTE WS-DATA-SEMANA = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-VENC)
           ADD TAB-RECEBER(WS-IX) TO WS-TOT-RECEBER
           ADD TAB-PAGAR(WS-IX)   TO WS-TOT-PAGAR
           COMPUTE WS-SALDO-SEMANA =
               TAB-RECEBER(WS-IX) - TAB-PAGAR(WS-IX)
           ADD WS-SALDO-SEMANA TO WS-SALDO-ACUM
           MOVE TAB-RECEBER(WS-IX) TO WS-ED-RECEBER
           MOVE TAB-PAGAR(WS-IX)   TO WS-ED-PAGAR
           MOVE WS-SALDO-SEMANA    TO WS-ED-SALDO
           MOVE WS-SALDO-ACUM      TO WS-ED-ACUM
           MOVE SPACES TO WS-LINHA
           STRING WS-DATA-SEMANA '  ' WS-ED-RECEBER ' ' WS-ED-PAGAR
               ' ' WS-ED-SALDO ' ' WS-ED-ACUM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MEN
           IF FS-NAO-EXISTE THEN
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIAPAR PRIMEIRO.'
               GOBACK
           END-IF
      * SEM CONTAS A PAGAR CADASTRADAS O FLUXO SAI SO COM OS
      * RECEBIVEIS.
           SET CP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CP
           IF FS-CP-NAO-EXISTE THEN
               SET CP-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'CPAGAR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CPAGAR
           MOVE 'FLUXOCXLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FLUXOCXLST.
