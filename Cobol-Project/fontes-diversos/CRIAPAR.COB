                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALUCAD.
      * CONVENIOS: EMPRESA QUE PAGA PARTE DA MENSALIDADE (MANTCONV),
      * CONVENIO DE CADA ALUNO (MANTCVA) E AS COTAS DAS EMPRESAS
      * GRAVADAS AQUI, UMA POR PARCELA, PARA O FATURAMENTO MENSAL
      * (FATCONV). A PARCELA DA FAMILIA FICA SO COM A DIFERENCA.
       SELECT ARQ-CNV
              ASSIGN TO WS-ARQ-CONVENIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CNV
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CNV.
       SELECT ARQ-CVA
              ASSIGN TO WS-ARQ-CONVALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-CVA
              ALTERNATE RECORD KEY IS EMPRESA-CVA
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CVA.
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
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ENT0.
       01 REG-ENT0.
           02 CODIGO-MENSA-ENT PIC  9(8).
           02 ANO-REF-ENT      PIC  9(4).
           02 PARCELA-ENT      PIC  9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
              03 ANO-REF-SAI PIC 9(04).
           02 NOME           PIC A(20).
           02 S-NOME         PIC A(30).
           02 PARCELA-SAI      PIC 9(05)V99.
           02 MENSA-1-SAI.
              03 MES-REF-1     PIC A(9).
              03 SITU-1        PIC A(02).
              03 MES-REF-12     PIC A(9).
              03 SITU-12        PIC A(02).
           02 PERC-DESC-SAI     PIC 9(03).
           02 PARCELA-LIQ-SAI   PIC 9(05)V99.

       FD ARQ-LOG.
       01 REG-LOG.
       FD  ARQ-PRECO.
       01  REG-PRECO.
           02 CHAVE-PRECO.
      * CADA UNIDADE TEM A SUA TABELA: O PRECO DA SERIE/ANO PODE
      * SER DIFERENTE DE UMA UNIDADE PARA OUTRA.
              03 UNIDADE-PRECO PIC X(02).
              03 SERIE-PRECO  PIC X(02).
              03 ANO-PRECO    PIC 9(04).
           02 VALOR-PRECO     PIC 9(05)V99.

       FD  ARQ-TUR.
       01  REG-TUR.
      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 PERC-DESC-ALUCAD PIC 9(03).
           02 TIPO-DESC-ALUCAD PIC X(01).

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

       FD  ARQ-CVA.
       01  REG-CVA.
           02 CHAVE-CVA.
              03 CODIGO-CVA   PIC 9(08).
              03 ANO-INI-CVA  PIC 9(04).
           02 ANO-FIM-CVA     PIC 9(04).
           02 EMPRESA-CVA     PIC 9(04).
           02 TIPO-COTA-CVA   PIC X(01).
              88 CVA-PERCENTUAL   VALUE 'P'.
              88 CVA-VALOR-FIXO   VALUE 'V'.
           02 PERC-CVA        PIC 9(03).
           02 VALOR-CVA       PIC 9(05)V99.
           02 DATA-ALT-CVA    PIC 9(08).
           02 OPERADOR-CVA    PIC X(08).

       FD  ARQ-COT.
       01  REG-COT.
           02 CHAVE-COT.
              03 CODIGO-COT   PIC 9(08).
              03 ANO-COT      PIC 9(04).
              03 SLOT-COT     PIC 9(02).
           02 EMPRESA-COT     PIC 9(04).
           02 VALOR-COT       PIC 9(05)V99.
      * AB = A FATURAR, FT = FATURADA (FATURA-COT), PG = PAGA PELA
      * EMPRESA, CN = CANCELADA.
           02 SITU-COT        PIC X(02).
              88 COT-A-FATURAR    VALUE 'AB'.
              88 COT-FATURADA     VALUE 'FT'.
              88 COT-PAGA         VALUE 'PG'.
              88 COT-CANCELADA    VALUE 'CN'.
           02 FATURA-COT      PIC 9(06).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01 WS-REG-SEQ.
           02 WS-CODIGO-MENSA  PIC  9(8).
           02 ANO-SEQ          PIC  9(4).
           02 PARCELA-SEQ      PIC  9(05)V99.
           02 MENSA-SEQ-1.
              03 MES-SEQ-1     PIC  A(9).
              03 SEQ-SITU-1    PIC A(02).
           02 WS-ANO-REF        PIC 9(04).
           02 WS-NOME           PIC A(20).
           02 WS-S-NOME         PIC A(30).
           02 WS-PARCELA        PIC 9(05)V99.
           02 WS-MENSA-1.
              03 WS-MES-REF1    PIC A(9).
              03 WS-SITU-1      PIC A(02).
              03 WS-MES-REF12    PIC A(9).
              03 WS-SITU-12      PIC A(02).
           02 WS-PERC-DESC       PIC 9(03).
           02 WS-PARCELA-LIQ     PIC 9(05)V99.

       01  WS-TAB-ALUNOS.
           02 WS-QTD-ALUNOS     PIC 9(04) VALUE ZEROES.
           88 PRECO-ACHADO     VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.
       01  WS-TURMA-ALUNO   PIC X(06).
      *
      *----------------------------------------------------------
      * COTA DO CONVENIO DA PARCELA CORRENTE: EMPRESA PAGADORA E
      * VALOR POR PARCELA, JA DESCONTADO DA PARCELA DA FAMILIA.
      * COM A EMPRESA PAGANDO TUDO, AS PARCELAS DA FAMILIA SAO
      * GRAVADAS CANCELADAS ('CN') - NAO HA O QUE COBRAR DELA.
      *----------------------------------------------------------
       01  WS-ARQ-CONVENIO  PIC X(64).
       01  WS-ARQ-CONVALU   PIC X(64).
       01  WS-ARQ-COTACNV   PIC X(64).
       01  WS-SW-CONV PIC X(01).
           88 CONV-DISPONIVEL   VALUE 'S'.
           88 CONV-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CVA PIC X(01).
           88 CVA-ACHADO        VALUE 'S'.
           88 CVA-NAO-ACHADO    VALUE 'N'.
       01  WS-EMPRESA-COTA  PIC 9(04).
       01  WS-VALOR-COTA    PIC 9(05)V99.
       01  WS-SLOT-ATUAL    PIC 9(02).
       01  WS-SITU-ATUAL    PIC X(02).
       01  WS-EOF-CVA       PIC X(01).
       01  WS-CONTA-COTAS   PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-CONV    PIC 9(09) VALUE ZEROES.
       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK         VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE VALUE 35.
       77 FS-STAT-CVA PIC 9(02).
           88 FS-CVA-OK         VALUE ZEROS.
           88 FS-CVA-NAO-EXISTE VALUE 35.
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.
       01  WS-VALOR-TABELA  PIC 9(05)V99.
       01  WS-EOF PIC A(1).
       01  WS-CONTA-REG PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-NOK PIC 9(09) VALUE ZEROES.
                      MOVE MENSA-SEQ-11      TO WS-MENSA-11
                      MOVE MENSA-SEQ-12      TO WS-MENSA-12
                      PERFORM CALCULA-DESCONTO
                      IF CONV-DISPONIVEL
                          PERFORM SEPARA-COTA-CONVENIO
                      END-IF
                      PERFORM GRAVA-PARCELA
                  ELSE
                      PERFORM GRAVA-LOG-NAO-ACHADO
           CLOSE ARQ-PRECO
           CLOSE ARQ-TUR
       END-IF.
       IF CONV-DISPONIVEL
           CLOSE ARQ-CNV
           CLOSE ARQ-CVA
           CLOSE ARQ-COT
       END-IF.
       DISPLAY 'REGISTROS LIDOS DE MENSA.TXT..: ' WS-CONTA-REG
       DISPLAY 'REGISTROS NAO CASADOS.........: ' WS-CONTA-NOK
       IF CONV-DISPONIVEL
           DISPLAY 'ALUNOS COM CONVENIO NO ANO....: ' WS-CONTA-CONV
           DISPLAY 'COTAS DE CONVENIO GRAVADAS....: ' WS-CONTA-COTAS
       END-IF
       PERFORM GRAVA-CONTROLE.
       CLOSE ARQ-CTL.
      * CREDITO DE RESPONSAVEL EM ABERTO QUITA AS PARCELAS NOVAS.
       IF RESP-DISPONIVEL
           CALL 'APLICRED'
       END-IF.
       GOBACK.
      *
      *============================================================
           IF RESP-DISPONIVEL AND WS-PERC-IRMAOS > 0
               PERFORM APLICA-DESCONTO-IRMAOS
           END-IF
           MOVE WS-PARCELA TO WS-VALOR-BRUTO
      * COM A TABELA DE PRECOS DISPONIVEL, O VALOR DA SERIE/ANO
      * SUBSTITUI O VALOR DIGITADO EM MENSA.TXT - O MESMO NUMERO
      * DIGITADO CENTENAS DE VEZES ERA A FONTE DOS ERROS DE
               PERFORM BUSCA-PRECO-TABELA
               IF PRECO-ACHADO
                   MOVE WS-VALOR-TABELA TO WS-VALOR-BRUTO
                   MOVE WS-VALOR-TABELA TO WS-PARCELA
               END-IF
           END-IF
           COMPUTE WS-PARCELA-LIQ ROUNDED =
      *
      *============================================================
      * BUSCA-PRECO-TABELA - RESOLVE O PRECO DA PARCELA DO ALUNO:
      * TURMA DO CADASTRO -> SERIE E UNIDADE EM TURMAS.DAT -> PRECO
      * DA SERIE/ANO NA UNIDADE EM TABPRECO.DAT. QUALQUER ELO
      * AUSENTE MANTEM O VALOR DE MENSA.TXT.
      *============================================================
       BUSCA-PRECO-TABELA.
           SET PRECO-NAO-ACHADO TO TRUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UNIDADE-TUR TO UNIDADE-PRECO
                       MOVE SERIE-TUR TO SERIE-PRECO
                       MOVE WS-ANO-REF TO ANO-PRECO
                       READ ARQ-PRECO KEY IS CHAVE-PRECO
           END-IF.
      *
      *============================================================
      * SEPARA-COTA-CONVENIO - COM CONVENIO VALIDO NO ANO DA
      * PARCELA, CALCULA A COTA DA EMPRESA SOBRE A PARCELA LIQUIDA
      * DE BOLSA/DESCONTO, TIRA A COTA DA PARCELA DA FAMILIA E
      * GRAVA/ATUALIZA AS COTAS DOS SLOTS EM COTACNV.DAT. SEM
      * CONVENIO, AS COTAS AINDA NAO FATURADAS DE UMA CARGA
      * ANTERIOR SAO EXCLUIDAS.
      *============================================================
       SEPARA-COTA-CONVENIO.
           MOVE ZEROES TO WS-VALOR-COTA
           MOVE ZEROES TO WS-EMPRESA-COTA
           PERFORM ACHA-CONVENIO-ALUNO
           IF CVA-ACHADO
               MOVE EMPRESA-CVA TO CODIGO-CNV
               READ ARQ-CNV KEY IS CODIGO-CNV
                   INVALID KEY
                       SET CVA-NAO-ACHADO TO TRUE
                   NOT INVALID KEY
                       IF CNV-INATIVO
                           SET CVA-NAO-ACHADO TO TRUE
                       END-IF
               END-READ
           END-IF
           IF CVA-ACHADO
               MOVE EMPRESA-CVA TO WS-EMPRESA-COTA
               IF CVA-PERCENTUAL
                   COMPUTE WS-VALOR-COTA ROUNDED =
                       WS-PARCELA-LIQ * PERC-CVA / 100
               ELSE
                   MOVE VALOR-CVA TO WS-VALOR-COTA
               END-IF
               IF WS-VALOR-COTA > WS-PARCELA-LIQ
                   MOVE WS-PARCELA-LIQ TO WS-VALOR-COTA
               END-IF
               SUBTRACT WS-VALOR-COTA FROM WS-PARCELA-LIQ
               ADD 1 TO WS-CONTA-CONV
               DISPLAY 'CONVENIO APLICADO - CODIGO: ' WS-CODIGO
                   ' EMPRESA: ' WS-EMPRESA-COTA
           END-IF
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM ISOLA-SITU-SLOT
               PERFORM GRAVA-COTA-SLOT
               IF WS-VALOR-COTA > 0 AND WS-PARCELA-LIQ = 0
                  AND WS-SITU-ATUAL NOT = SPACES
                  AND WS-SITU-ATUAL NOT = 'PG'
                   PERFORM CANCELA-SLOT-FAMILIA
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      *============================================================
      * ACHA-CONVENIO-ALUNO - PERCORRE OS CONVENIOS DO ALUNO (A
      * CHAVE COMECA PELO CODIGO) ATRAS DO QUE COBRE O ANO DA
      * PARCELA. O MANTCVA NAO DEIXA DUAS FAIXAS SE SOBREPOREM.
      *============================================================
       ACHA-CONVENIO-ALUNO.
           SET CVA-NAO-ACHADO TO TRUE
           MOVE WS-CODIGO TO CODIGO-CVA
           MOVE ZEROES    TO ANO-INI-CVA
           START ARQ-CVA KEY IS NOT LESS THAN CHAVE-CVA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CVA
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-CVA
           END-START
           PERFORM UNTIL WS-EOF-CVA = 'Y'
               READ ARQ-CVA NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CVA
                   NOT AT END
                       IF CODIGO-CVA NOT = WS-CODIGO
                          OR ANO-INI-CVA > WS-ANO-REF
                           MOVE 'Y' TO WS-EOF-CVA
                       ELSE
                           IF ANO-FIM-CVA NOT < WS-ANO-REF
                               SET CVA-ACHADO TO TRUE
                               MOVE 'Y' TO WS-EOF-CVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * GRAVA-COTA-SLOT - INCLUI, ATUALIZA OU EXCLUI A COTA DO SLOT
      * CORRENTE. COTA JA FATURADA OU PAGA NUNCA E MEXIDA: A FATURA
      * DA EMPRESA JA FOI EMITIDA COM AQUELE VALOR.
      *============================================================
       GRAVA-COTA-SLOT.
           MOVE WS-CODIGO     TO CODIGO-COT
           MOVE WS-ANO-REF    TO ANO-COT
           MOVE WS-SLOT-ATUAL TO SLOT-COT
           READ ARQ-COT KEY IS CHAVE-COT
               INVALID KEY
                   IF WS-VALOR-COTA > 0
                      AND WS-SITU-ATUAL NOT = SPACES
                      AND WS-SITU-ATUAL NOT = 'CN'
                       MOVE WS-EMPRESA-COTA TO EMPRESA-COT
                       MOVE WS-VALOR-COTA   TO VALOR-COT
                       SET COT-A-FATURAR TO TRUE
                       MOVE ZEROES          TO FATURA-COT
                       WRITE REG-COT
                       IF FS-COT-OK
                           ADD 1 TO WS-CONTA-COTAS
                       ELSE
                           DISPLAY 'ERRO AO GRAVAR COTACNV.DAT - '
                               'FS-STAT: ' FS-STAT-COT ' CODIGO: '
                               WS-CODIGO
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF COT-A-FATURAR
                       IF WS-VALOR-COTA > 0
                          AND WS-SITU-ATUAL NOT = SPACES
                          AND WS-SITU-ATUAL NOT = 'CN'
                           MOVE WS-EMPRESA-COTA TO EMPRESA-COT
                           MOVE WS-VALOR-COTA   TO VALOR-COT
                           REWRITE REG-COT
                           ADD 1 TO WS-CONTA-COTAS
                       ELSE
                           DELETE ARQ-COT RECORD
                       END-IF
                   END-IF
           END-READ.
      *
      *============================================================
      * ISOLA-SITU-SLOT / CANCELA-SLOT-FAMILIA - LEEM E TROCAM A
      * SITUACAO DO SLOT CORRENTE NO REGISTRO A GRAVAR, JA QUE AS
      * DOZE PARCELAS SAO CAMPOS NOMEADOS UM A UM.
      *============================================================
       ISOLA-SITU-SLOT.
           EVALUATE WS-SLOT-ATUAL
               WHEN 1  MOVE WS-SITU-1  TO WS-SITU-ATUAL
               WHEN 2  MOVE WS-SITU-2  TO WS-SITU-ATUAL
               WHEN 3  MOVE WS-SITU-3  TO WS-SITU-ATUAL
               WHEN 4  MOVE WS-SITU-4  TO WS-SITU-ATUAL
               WHEN 5  MOVE WS-SITU-5  TO WS-SITU-ATUAL
               WHEN 6  MOVE WS-SITU-6  TO WS-SITU-ATUAL
               WHEN 7  MOVE WS-SITU-7  TO WS-SITU-ATUAL
               WHEN 8  MOVE WS-SITU-8  TO WS-SITU-ATUAL
               WHEN 9  MOVE WS-SITU-9  TO WS-SITU-ATUAL
               WHEN 10 MOVE WS-SITU-10 TO WS-SITU-ATUAL
               WHEN 11 MOVE WS-SITU-11 TO WS-SITU-ATUAL
               WHEN 12 MOVE WS-SITU-12 TO WS-SITU-ATUAL
           END-EVALUATE.
      *
       CANCELA-SLOT-FAMILIA.
           EVALUATE WS-SLOT-ATUAL
               WHEN 1  MOVE 'CN' TO WS-SITU-1
               WHEN 2  MOVE 'CN' TO WS-SITU-2
               WHEN 3  MOVE 'CN' TO WS-SITU-3
               WHEN 4  MOVE 'CN' TO WS-SITU-4
               WHEN 5  MOVE 'CN' TO WS-SITU-5
               WHEN 6  MOVE 'CN' TO WS-SITU-6
               WHEN 7  MOVE 'CN' TO WS-SITU-7
               WHEN 8  MOVE 'CN' TO WS-SITU-8
               WHEN 9  MOVE 'CN' TO WS-SITU-9
               WHEN 10 MOVE 'CN' TO WS-SITU-10
               WHEN 11 MOVE 'CN' TO WS-SITU-11
               WHEN 12 MOVE 'CN' TO WS-SITU-12
           END-EVALUATE.
      *
      *============================================================
      * GRAVA-PARCELA - INCLUI OU ATUALIZA A PARCELA DO ALUNO EM
      * MENSAL.DAT. SE O CODIGO JA EXISTIR NO ARQUIVO (RECARGA DE
      * MENSA.TXT COM CORRECAO), O REGISTRO E REESCRITO (REWRITE) EM
                   CLOSE ARQ-PRECO
                   SET TABELA-INDISPONIVEL TO TRUE
               END-IF
           END-IF
      * OS CONVENIOS SO VALEM COM O CADASTRO DAS EMPRESAS E O DOS
      * CONVENIOS POR ALUNO; SEM ELES A FAMILIA PAGA A PARCELA
      * INTEIRA, COMO SEMPRE FOI.
           SET CONV-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CVA
           IF FS-CVA-NAO-EXISTE THEN
               SET CONV-INDISPONIVEL TO TRUE
           ELSE
               OPEN INPUT ARQ-CNV
               IF FS-CNV-NAO-EXISTE THEN
                   DISPLAY 'CONVENIO.DAT NAO ENCONTRADO - CONVENIOS '
                       'NAO SERAO APLICADOS NESTA CARGA'
                   CLOSE ARQ-CVA
                   SET CONV-INDISPONIVEL TO TRUE
               END-IF
           END-IF
           IF CONV-DISPONIVEL
               OPEN I-O ARQ-COT
               IF FS-COT-NAO-EXISTE THEN
                   DISPLAY 'CRIANDO NOVO ARQUIVO ...'
                   OPEN OUTPUT ARQ-COT
                   CLOSE ARQ-COT
                   OPEN I-O ARQ-COT
               END-IF
           END-IF.
      *
      *============================================================
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TABPRECO
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO
           MOVE 'CONVALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVALU
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV
      * O PERCENTUAL DE DESCONTO DE IRMAOS E PARAMETRO DE OPERACAO
      * (DESCIRMAOS=NNN NO PARAMS.CFG), PARA A DIRETORIA AJUSTAR
      * SEM RECOMPILAR.
