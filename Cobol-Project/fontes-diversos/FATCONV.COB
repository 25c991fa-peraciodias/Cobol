       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FATCONV.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * EMPRESAS CONVENIADAS (MANTCONV).
       SELECT ARQ-CNV
              ASSIGN TO WS-ARQ-CONVENIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CNV
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CNV.

      * COTAS DAS EMPRESAS GRAVADAS PELO CRIAPAR, UMA POR PARCELA.
      * A COTA FATURADA GUARDA O NUMERO DA FATURA.
       SELECT ARQ-COT
              ASSIGN TO WS-ARQ-COTACNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-COT
              ALTERNATE RECORD KEY IS EMPRESA-COT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-COT.

      * FATURAS CONSOLIDADAS, UMA POR EMPRESA E COMPETENCIA. A
      * BAIXA E FEITA PELO BAIXACNV.
       SELECT ARQ-FAT
              ASSIGN TO WS-ARQ-FATCNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-FAT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-FAT.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT.

      * CADASTRO DE ALUNOS: SO PARA SEPARAR A PARCELA 'CN' DO ALUNO
      * QUE SAIU DA PARCELA 'CN' QUE A EMPRESA PAGA INTEIRA.
       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-ALU
              ALTERNATE RECORD KEY IS SITUACAO-ALU
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-FATCONVLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CNV.
       01  REG-CNV.
           02 CODIGO-CNV      PIC 9(04).
           02 NOME-CNV        PIC X(40).
           02 CNPJ-CNV        PIC X(14).
           02 CONTATO-CNV     PIC X(30).
           02 FONE-CNV        PIC X(12).
           02 DIA-VENC-CNV    PIC 9(02).
           02 SITU-CNV        PIC X(01).
              88 CNV-ATIVO        VALUE 'A'.
              88 CNV-INATIVO      VALUE 'I'.

       FD  ARQ-COT.
       01  REG-COT.
           02 CHAVE-COT.
              03 CODIGO-COT   PIC 9(08).
              03 ANO-COT      PIC 9(04).
              03 SLOT-COT     PIC 9(02).
           02 EMPRESA-COT     PIC 9(04).
           02 VALOR-COT       PIC 9(05)V99.
           02 SITU-COT        PIC X(02).
              88 COT-A-FATURAR    VALUE 'AB'.
              88 COT-FATURADA     VALUE 'FT'.
              88 COT-PAGA         VALUE 'PG'.
              88 COT-CANCELADA    VALUE 'CN'.
           02 FATURA-COT      PIC 9(06).

       FD  ARQ-FAT.
       01  REG-FAT.
           02 NUM-FAT         PIC 9(06).
           02 EMPRESA-FAT     PIC 9(04).
           02 ANO-FAT         PIC 9(04).
           02 MES-FAT         PIC 9(02).
           02 DATA-EMIS-FAT   PIC 9(08).
           02 DATA-VENC-FAT   PIC 9(08).
           02 QTD-ALUNOS-FAT  PIC 9(04).
           02 VALOR-FAT       PIC 9(07)V99.
           02 SITU-FAT        PIC X(02).
              88 FAT-ABERTA       VALUE 'AB'.
              88 FAT-PAGA         VALUE 'PG'.
           02 DATA-PAG-FAT    PIC 9(08).
           02 VALOR-PAGO-FAT  PIC 9(07)V99.
           02 FORMA-FAT       PIC X(01).
           02 OPERADOR-FAT    PIC X(08).

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

       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO-ALU     PIC 9(08).
           02 DADOS-ALU      PIC X(167).
           02 SITUACAO-ALU   PIC X(01).
              88 ALUNO-ATIVO     VALUE 'A'.
           02 TURMA-ALU      PIC X(06).
           02 PERC-DESC-ALU  PIC 9(03).
           02 TIPO-DESC-ALU  PIC X(01).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CONVENIO PIC X(64).
       01  WS-ARQ-COTACNV PIC X(64).
       01  WS-ARQ-FATCNV PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-FATCONVLST PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).

       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-MES-PARAM       PIC 9(02).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-VENC-R.
           02 WS-VENC-ANO     PIC 9(04).
           02 WS-VENC-MES     PIC 9(02).
           02 WS-VENC-DIA     PIC 9(02).
       01  WS-DATA-VENC REDEFINES WS-DATA-VENC-R PIC 9(08).
       01  WS-PROX-FATURA     PIC 9(06) VALUE ZEROES.
       01  WS-EOF             PIC X(01).
       01  WS-EOF-COT         PIC X(01).
       01  WS-QTD-FATURA      PIC 9(04).
       01  WS-VALOR-FATURA    PIC 9(07)V99.
       01  WS-CONTA-FATURAS   PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-FATURADO  PIC 9(09)V99 VALUE ZEROES.
       01  WS-NOME-ALUNO      PIC X(50).
       01  WS-PARCELA-ALUNO   PIC 9(05)V99.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-PARCELA-ED      PIC ZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC Z.ZZZ.ZZ9,99.
       01  WS-GERAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA           PIC X(90).
       01  WS-SW-FATURA PIC X(01).
           88 FATURA-ABERTA    VALUE 'S'.
           88 FATURA-FECHADA   VALUE 'N'.
       01  WS-SW-GRAVACAO PIC X(01).
           88 FATURA-GRAVADA   VALUE 'S'.
           88 FATURA-PENDENTE  VALUE 'N'.
       01  WS-SW-ALU PIC X(01).
           88 ALU-DISPONIVEL   VALUE 'S'.
           88 ALU-INDISPONIVEL VALUE 'N'.
       01  WS-SW-SAIDA PIC X(01).
           88 ALUNO-SAIU       VALUE 'S'.
           88 ALUNO-NAO-SAIU   VALUE 'N'.
       01  WS-SITU-SLOT       PIC X(02).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'FATCONV'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK         VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.
       77 FS-STAT-FAT PIC 9(02).
           88 FS-FAT-OK          VALUE ZEROS.
           88 FS-FAT-NAO-EXISTE  VALUE 35.
           88 FS-FAT-CHAVE-DUPLIC VALUE 22.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       DISPLAY 'FATURAMENTO DE CONVENIOS - ANO (AAAA)..: '
           WITH NO ADVANCING
       ACCEPT WS-ANO-PARAM
       DISPLAY 'FATURAMENTO DE CONVENIOS - MES (MM)....: '
           WITH NO ADVANCING
       ACCEPT WS-MES-PARAM
       IF WS-MES-PARAM < 1 OR WS-MES-PARAM > 12
           DISPLAY 'MES INVALIDO - NADA FATURADO.'
       ELSE
           PERFORM DESCOBRE-PROX-FATURA
           PERFORM IMPRIME-CABECALHO
           MOVE ZEROES TO CODIGO-CNV
           START ARQ-CNV KEY IS NOT LESS THAN CODIGO-CNV
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
      * uma fatura por empresa ativa com cota a faturar no mes
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CNV NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CNV-ATIVO
                           PERFORM FATURA-EMPRESA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM IMPRIME-RESUMO
       END-IF.
       CLOSE ARQ-CNV.
       CLOSE ARQ-COT.
       CLOSE ARQ-FAT.
       CLOSE ARQ-MEN.
       IF ALU-DISPONIVEL
           CLOSE ARQ-ALU
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ANO ' WS-ANO-PARAM ' MES ' WS-MES-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-FATCONVLST.
       MOVE WS-TOTAL-FATURADO TO WS-GERAL-ED
       DISPLAY 'FATURAS EMITIDAS: ' WS-CONTA-FATURAS
           '   TOTAL FATURADO: ' WS-GERAL-ED
       DISPLAY 'FATURAS GRAVADAS EM FATCONV.LST.'
       GOBACK.
      *
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING 'FATURAMENTO DE CONVENIOS - COMPETENCIA '
               WS-MES-PARAM '/' WS-ANO-PARAM '   EMITIDO EM '
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * FATURA-EMPRESA - PERCORRE AS COTAS DA EMPRESA CORRENTE PELA
      * CHAVE ALTERNATIVA E JUNTA NUMA FATURA SO TODAS AS COTAS A
      * FATURAR DA COMPETENCIA. A FATURA SO E ABERTA (E NUMERADA)
      * NA PRIMEIRA COTA ENCONTRADA; RODAR DE NOVO NO MESMO MES SO
      * FATURA AS COTAS QUE APARECERAM DEPOIS. COTA DE ALUNO QUE
      * SAIU DA ESCOLA (PARCELA 'CN' E ALUNO NAO ATIVO) NAO ENTRA,
      * MESMO QUE AINDA ESTEJA A FATURAR.
      *============================================================
       FATURA-EMPRESA.
           SET FATURA-FECHADA TO TRUE
           MOVE ZEROES TO WS-QTD-FATURA
           MOVE ZEROES TO WS-VALOR-FATURA
           MOVE CODIGO-CNV TO EMPRESA-COT
           START ARQ-COT KEY IS NOT LESS THAN EMPRESA-COT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-COT
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-COT
           END-START
           PERFORM UNTIL WS-EOF-COT = 'Y'
               READ ARQ-COT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-COT
                   NOT AT END
                       IF EMPRESA-COT NOT = CODIGO-CNV
                           MOVE 'Y' TO WS-EOF-COT
                       ELSE
                           IF COT-A-FATURAR
                              AND ANO-COT = WS-ANO-PARAM
                              AND SLOT-COT = WS-MES-PARAM
                               PERFORM CONFERE-SAIDA-ALUNO
                               IF ALUNO-SAIU
                                   DISPLAY 'COTA ' CODIGO-COT '/'
                                       SLOT-COT ' NAO FATURADA - '
                                       'ALUNO SAIU DA ESCOLA.'
                               ELSE
                                   PERFORM FATURA-COTA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FATURA-ABERTA
               PERFORM FECHA-FATURA
           END-IF.
      *
       CONFERE-SAIDA-ALUNO.
           SET ALUNO-NAO-SAIU TO TRUE
           MOVE SPACES TO WS-SITU-SLOT
           MOVE CODIGO-COT TO CODIGO
           MOVE ANO-COT    TO ANO-REF
           READ ARQ-MEN KEY IS CHAVE-MEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE SLOT-COT
                       WHEN 1  MOVE SITU-1  TO WS-SITU-SLOT
                       WHEN 2  MOVE SITU-2  TO WS-SITU-SLOT
                       WHEN 3  MOVE SITU-3  TO WS-SITU-SLOT
                       WHEN 4  MOVE SITU-4  TO WS-SITU-SLOT
                       WHEN 5  MOVE SITU-5  TO WS-SITU-SLOT
                       WHEN 6  MOVE SITU-6  TO WS-SITU-SLOT
                       WHEN 7  MOVE SITU-7  TO WS-SITU-SLOT
                       WHEN 8  MOVE SITU-8  TO WS-SITU-SLOT
                       WHEN 9  MOVE SITU-9  TO WS-SITU-SLOT
                       WHEN 10 MOVE SITU-10 TO WS-SITU-SLOT
                       WHEN 11 MOVE SITU-11 TO WS-SITU-SLOT
                       WHEN 12 MOVE SITU-12 TO WS-SITU-SLOT
                   END-EVALUATE
           END-READ
           IF WS-SITU-SLOT = 'CN' AND ALU-DISPONIVEL
               MOVE CODIGO-COT TO CODIGO-ALU
               READ ARQ-ALU KEY IS CODIGO-ALU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ALUNO-ATIVO
                           SET ALUNO-SAIU TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       FATURA-COTA.
           IF FATURA-FECHADA
               PERFORM ABRE-FATURA
           END-IF
           IF FATURA-ABERTA
               MOVE NUM-FAT TO FATURA-COT
               SET COT-FATURADA TO TRUE
               REWRITE REG-COT
               IF NOT FS-COT-OK
                   DISPLAY 'COTA ' CODIGO-COT '/' SLOT-COT ' EM USO '
                       'POR OUTRA ESTACAO - FICA PARA A PROXIMA '
                       'FATURA. FS-STAT: ' FS-STAT-COT
               ELSE
                   ADD 1 TO WS-QTD-FATURA
                   ADD VALOR-COT TO WS-VALOR-FATURA
                   PERFORM IMPRIME-COTA
               END-IF
           END-IF.
      *
      *============================================================
      * ABRE-FATURA - GRAVA A FATURA NUMERADA AINDA SEM VALOR
      * (NUMERO JA USADO POR OUTRA ESTACAO AVANCA A NUMERACAO),
      * PARA AS COTAS JA PODEREM APONTAR PARA ELA. O VENCIMENTO E O
      * DIA DA EMPRESA NO MES DA COMPETENCIA; FATURA EMITIDA DEPOIS
      * DESSE DIA VENCE NO MES SEGUINTE.
      *============================================================
       ABRE-FATURA.
           MOVE WS-ANO-PARAM  TO WS-VENC-ANO
           MOVE WS-MES-PARAM  TO WS-VENC-MES
           MOVE DIA-VENC-CNV  TO WS-VENC-DIA
           IF WS-VENC-DIA < 1 OR WS-VENC-DIA > 28
               MOVE 10 TO WS-VENC-DIA
           END-IF
           IF WS-DATA-VENC < WS-DATA-HOJE
               MOVE WS-DATA-HOJE(1:4) TO WS-VENC-ANO
               MOVE WS-DATA-HOJE(5:2) TO WS-VENC-MES
               ADD 1 TO WS-VENC-MES
               IF WS-VENC-MES > 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               END-IF
           END-IF
           SET FATURA-PENDENTE TO TRUE
           PERFORM UNTIL FATURA-GRAVADA
               MOVE WS-PROX-FATURA TO NUM-FAT
               MOVE CODIGO-CNV     TO EMPRESA-FAT
               MOVE WS-ANO-PARAM   TO ANO-FAT
               MOVE WS-MES-PARAM   TO MES-FAT
               MOVE WS-DATA-HOJE   TO DATA-EMIS-FAT
               MOVE WS-DATA-VENC   TO DATA-VENC-FAT
               MOVE ZEROES         TO QTD-ALUNOS-FAT
               MOVE ZEROES         TO VALOR-FAT
               SET FAT-ABERTA TO TRUE
               MOVE ZEROES         TO DATA-PAG-FAT
               MOVE ZEROES         TO VALOR-PAGO-FAT
               MOVE SPACES         TO FORMA-FAT
               MOVE SPACES         TO OPERADOR-FAT
               WRITE REG-FAT
                   INVALID KEY
                       DISPLAY 'FATURA ' WS-PROX-FATURA ' JA USADA '
                           'POR OUTRA ESTACAO - AVANCANDO A '
                           'NUMERACAO.'
                       ADD 1 TO WS-PROX-FATURA
                   NOT INVALID KEY
                       SET FATURA-GRAVADA TO TRUE
                       SET FATURA-ABERTA TO TRUE
                       ADD 1 TO WS-PROX-FATURA
                       PERFORM IMPRIME-CABECALHO-FATURA
               END-WRITE
               IF FATURA-PENDENTE AND NOT FS-FAT-OK
                  AND NOT FS-FAT-CHAVE-DUPLIC
                   SET FATURA-GRAVADA TO TRUE
                   DISPLAY 'ERRO AO GRAVAR FATCNV.DAT - FS-STAT: '
                       FS-STAT-FAT ' - EMPRESA ' CODIGO-CNV
                       ' NAO FATURADA.'
               END-IF
           END-PERFORM.
      *
      *============================================================
      * FECHA-FATURA - REGRAVA A FATURA COM A QUANTIDADE DE ALUNOS
      * E O VALOR TOTAL DAS COTAS E IMPRIME O TOTAL.
      *============================================================
       FECHA-FATURA.
           READ ARQ-FAT KEY IS NUM-FAT
               INVALID KEY
                   DISPLAY 'FATURA ' NUM-FAT ' NAO ENCONTRADA PARA '
                       'O FECHAMENTO.'
               NOT INVALID KEY
                   MOVE WS-QTD-FATURA   TO QTD-ALUNOS-FAT
                   MOVE WS-VALOR-FATURA TO VALOR-FAT
                   REWRITE REG-FAT
                   IF NOT FS-FAT-OK
                       DISPLAY 'ERRO AO FECHAR A FATURA ' NUM-FAT
                           ' - FS-STAT: ' FS-STAT-FAT
                   END-IF
           END-READ
           ADD 1 TO WS-CONTA-FATURAS
           ADD WS-VALOR-FATURA TO WS-TOTAL-FATURADO
           MOVE WS-VALOR-FATURA TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DA FATURA (' WS-QTD-FATURA ' ALUNOS)'
               '.........................: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'VENCIMENTO ' DATA-VENC-FAT
               '   PAGAVEL POR DEPOSITO/TRANSFERENCIA A ESCOLA.'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-CABECALHO-FATURA.
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'FATURA DE CONVENIO NO. ' NUM-FAT
               '   COMPETENCIA ' MES-FAT '/' ANO-FAT
               '   VENCIMENTO ' DATA-VENC-FAT
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'EMPRESA ' CODIGO-CNV ' - ' NOME-CNV
               '  CNPJ ' CNPJ-CNV
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'A/C ' CONTATO-CNV '  FONE ' FONE-CNV
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE 'CODIGO   ALUNO' TO WS-LINHA(1:14)
           MOVE 'PARCELA' TO WS-LINHA(63:7)
           MOVE 'COTA EMP.' TO WS-LINHA(73:9)
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-COTA - UMA LINHA POR ALUNO COBERTO: O NOME E O
      * VALOR CHEIO DA PARCELA VEM DE MENSAL.DAT.
      *============================================================
       IMPRIME-COTA.
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE ZEROES TO WS-PARCELA-ALUNO
           MOVE CODIGO-COT TO CODIGO
           MOVE ANO-COT    TO ANO-REF
           READ ARQ-MEN KEY IS CHAVE-MEN
               INVALID KEY
                   MOVE 'ALUNO SEM PARCELA EM MENSAL.DAT'
                       TO WS-NOME-ALUNO
               NOT INVALID KEY
                   STRING NOME DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       S-NOME DELIMITED BY '  '
                       INTO WS-NOME-ALUNO
                   MOVE VAL-PARCELA TO WS-PARCELA-ALUNO
           END-READ
           MOVE WS-PARCELA-ALUNO TO WS-PARCELA-ED
           MOVE VALOR-COT        TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING CODIGO-COT ' ' WS-NOME-ALUNO ' '
               WS-PARCELA-ED '   ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-RESUMO.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE WS-TOTAL-FATURADO TO WS-GERAL-ED
           MOVE SPACES TO WS-LINHA
           STRING 'FATURAS EMITIDAS: ' WS-CONTA-FATURAS
               '   TOTAL FATURADO NA COMPETENCIA: ' WS-GERAL-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * DESCOBRE-PROX-FATURA - MAIOR NUMERO DE FATURA JA USADO EM
      * FATCNV.DAT.
      *============================================================
       DESCOBRE-PROX-FATURA.
           MOVE ZEROES TO WS-PROX-FATURA
           MOVE ZEROES TO NUM-FAT
           START ARQ-FAT KEY IS NOT LESS THAN NUM-FAT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-FAT TO WS-PROX-FATURA
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-FATURA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CNV
           IF FS-CNV-NAO-EXISTE THEN
               DISPLAY 'CONVENIO.DAT NAO ENCONTRADO - NENHUMA EMPRESA '
                   'CONVENIADA CADASTRADA.'
               GOBACK
           END-IF
           OPEN I-O ARQ-COT
           IF FS-COT-NAO-EXISTE THEN
               DISPLAY 'COTACNV.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIAPAR COM OS CONVENIOS CADASTRADOS.'
               CLOSE ARQ-CNV
               GOBACK
           END-IF
           OPEN INPUT ARQ-MEN
           IF FS-NAO-EXISTE THEN
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIAPAR PRIMEIRO.'
               CLOSE ARQ-CNV
               CLOSE ARQ-COT
               GOBACK
           END-IF
           SET ALU-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ALU
           IF NOT FS-ALU-OK
               SET ALU-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-FAT
           IF FS-FAT-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-FAT
               CLOSE ARQ-FAT
               OPEN I-O ARQ-FAT
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
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV
           MOVE 'FATCNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FATCNV
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'FATCONVLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FATCONVLST.
