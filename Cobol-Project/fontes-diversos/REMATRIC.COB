              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PEND.

      * LISTAGEM DA PREVIA: O QUE A REMATRICULA GRAVARIA.
       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-REMATRICLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * CONVENIOS (OS MESMOS DO CRIAPAR): A COTA DA EMPRESA SAI DA
      * PARCELA DA FAMILIA E VAI PARA COTACNV.DAT, SLOT A SLOT.
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

      * REGISTRO DE CONCLUSAO DAS ROTINAS EM MASSA, O MESMO DAS
      * CARGAS DA CADEIA NOTURNA.
       SELECT ARQ-CTL ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
              03 ANO-REF PIC 9(04).
           02 NOME           PIC A(20).
           02 S-NOME         PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
              03 SITU-12      PIC A(02).

           02 PERC-DESC      PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.
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

       FD  ARQ-EXT.
       01  REG-EXT.
              88 PEND-LIBERADO VALUE 'L'.
           02 DATA-PEND       PIC 9(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       FD  ARQ-CTL.
       01  REG-CTL               PIC X(32).

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
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-REMATRICLST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
      *
      *----------------------------------------------------------
      * TABELA DE MESES, A MESMA DO GERAMASSA, PARA PREENCHER OS
           02 WS-MES-TAB PIC X(09) OCCURS 12 TIMES.

       01  WS-ANO-NOVO       PIC 9(04).
       01  WS-VALOR-PARCELA  PIC 9(05)V99.
       01  WS-EOF            PIC X(01).
       01  WS-CONTA-LIDOS    PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-GRAVADOS PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-PULADOS  PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-ERROS    PIC 9(09) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
           88 SO-PREVIA  VALUE 'P'.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       01  WS-SW-PRECO PIC X(01).
           88 PRECO-ACHADO     VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.
       01  WS-VALOR-TABELA  PIC 9(05)V99.
       01  WS-CONTA-TABELA   PIC 9(09) VALUE ZEROES.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
       01  WS-SW-LIBERADO PIC X(01).
           88 ALUNO-LIBERADO     VALUE 'S'.
           88 ALUNO-NAO-LIBERADO VALUE 'N'.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK         VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE VALUE 35.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'REMATRIC'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.
       01  WS-LINHA           PIC X(90).

      *
      *----------------------------------------------------------
      * COTA DO CONVENIO DO ALUNO NO ANO NOVO, PELA MESMA REGRA DO
      * CRIAPAR: PERCENTUAL OU VALOR FIXO SOBRE A PARCELA LIQUIDA
      * DE BOLSA/DESCONTO, LIMITADO A ELA.
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
       01  WS-EOF-CVA       PIC X(01).
       01  WS-CONTA-COTAS   PIC 9(09) VALUE ZEROES.
       01  WS-ED-COTA       PIC ZZ.ZZ9,99.
       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK         VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE VALUE 35.
       77 FS-STAT-CVA PIC 9(02).
           88 FS-CVA-OK         VALUE ZEROS.
           88 FS-CVA-NAO-EXISTE VALUE 35.
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.

      *
      *----------------------------------------------------------
      * PREVIA: A MESMA LEITURA E A MESMA DECISAO DA EXECUCAO, SEM
      * GRAVAR NADA. A RODADA DE PREVIA LISTA O QUE MUDARIA E
      * GUARDA A ASSINATURA NO PREVCTL; A DE CONFERENCIA REFAZ A
      * ASSINATURA ANTES DA EXECUCAO, PARA O PREVCTL COMPARAR.
      *----------------------------------------------------------
       01  WS-SW-RODADA PIC X(01) VALUE 'E'.
           88 RODADA-PREVIA       VALUE 'P'.
           88 RODADA-CONFERENCIA  VALUE 'C'.
           88 RODADA-EFETIVA      VALUE 'E'.
       01  WS-FUNCAO-PRV      PIC X(01).
       01  WS-TAM-PRV         PIC 9(04).
       01  WS-PREVIA.
           02 WS-CHAVE-PRV.
              03 WS-PROGRAMA-PRV   PIC X(08) VALUE 'REMATRIC'.
              03 WS-PARAMETROS-PRV PIC X(60) VALUE SPACES.
           02 WS-ASSINATURA-PRV.
              03 WS-QTD-LIDOS-PRV  PIC 9(09) VALUE ZEROES.
              03 WS-SOMA-PRV       PIC 9(12) VALUE ZEROES.
           02 WS-QTD-ALTERA-PRV    PIC 9(09) VALUE ZEROES.
           02 WS-NUM-SPL-PRV       PIC 9(07) VALUE ZEROES.
           02 WS-RESULTADO-PRV     PIC X(01) VALUE SPACES.
              88 PREVIA-CONFERE    VALUE 'S'.
              88 PREVIA-DIFERENTE  VALUE 'D'.
              88 PREVIA-AUSENTE    VALUE 'N'.
              88 PREVIA-LIVRE      VALUE 'L'.
      * VALORES ANTES E DEPOIS, PARA A LISTAGEM DA PREVIA.
       01  WS-ED-PARCELA      PIC ZZ.ZZ9,99.
       01  WS-ED-LIQUIDA      PIC ZZ.ZZ9,99.
       01  WS-DESC-ANTES      PIC X(30).
       01  WS-DESC-DEPOIS     PIC X(30).
      * LINHA DO CONTROLE.LOG: GRAVADA PELA EXECUCAO E MOSTRADA NO
      * FIM DA LISTAGEM DA PREVIA.
       01  WS-IMAGEM-CTL.
           02 PROGRAMA-CTL    PIC X(08) VALUE 'REMATRIC'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-PARAMETROS.
       IF NOT CONFIRMADO AND NOT SO-PREVIA
           DISPLAY 'REMATRICULA CANCELADA.'
           CLOSE ARQ-ALU
           CLOSE ARQ-MEN
           IF CONV-DISPONIVEL
               CLOSE ARQ-CNV
               CLOSE ARQ-CVA
               CLOSE ARQ-COT
           END-IF
           GOBACK
       END-IF
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM MONTA-PARAMETROS
       IF SO-PREVIA
           PERFORM RODA-PREVIA
       ELSE
           PERFORM RODA-EXECUCAO
       END-IF
       CLOSE ARQ-ALU.
       CLOSE ARQ-MEN.
       IF TABELA-DISPONIVEL
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       IF CONV-DISPONIVEL
           CLOSE ARQ-CNV
           CLOSE ARQ-CVA
           CLOSE ARQ-COT
       END-IF.
       CLOSE ARQ-PEND.
       IF SO-PREVIA
           PERFORM GUARDA-PREVIA
       END-IF
       IF RODADA-CONFERENCIA
           DISPLAY 'REMATRICULA RECUSADA - NADA FOI GRAVADO.'
       ELSE
           PERFORM MOSTRA-TOTAIS
       END-IF
       GOBACK.
      *
      *============================================================
      * RODA-PREVIA - FAZ TODA A LEITURA E A DECISAO DA REMATRICULA
      * SEM GRAVAR NADA E LISTA EM REMATRIC.LST CADA PARCELAMENTO E
      * CADA PENDENCIA QUE SERIA GRAVADO (ANTES -> DEPOIS), OS
      * TOTAIS E A LINHA QUE A EXECUCAO GRAVARIA NO CONTROLE.LOG.
      *============================================================
       RODA-PREVIA.
           SET RODADA-PREVIA TO TRUE
           OPEN OUTPUT ARQ-REL
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'PREVIA DA REMATRICULA DO ANO ' WS-ANO-NOVO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           PERFORM PERCORRE-ALUNOS
           PERFORM IMPRIME-TOTAIS
           PERFORM MONTA-CONTROLE
           MOVE SPACES TO WS-LINHA
           STRING 'A EXECUCAO GRAVARA EM CONTROLE.LOG: '
               WS-IMAGEM-CTL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
      *
      * A PREVIA SO FICA VALENDO DEPOIS DE IR PARA O SPOOL: O
      * PREVCTL GUARDA O NUMERO DELA JUNTO DA ASSINATURA.
       GUARDA-PREVIA.
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'PREVIA ' WS-PARAMETROS-PRV
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-REMATRICLST
           MOVE WS-NUM-SPL TO WS-NUM-SPL-PRV
           MOVE 'G' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           DISPLAY 'PREVIA EM REMATRIC.LST - NADA FOI GRAVADO EM '
               'MENSAL.DAT NEM EM PENDREMA.DAT.'.
      *
      *============================================================
      * RODA-EXECUCAO - REFAZ A LEITURA SEM GRAVAR E CONFERE COM A
      * PREVIA NO PREVCTL; SO COM A PREVIA CONFERIDA (OU DISPENSADA
      * PELO PREVIAOBRIG) GERA AS PARCELAS DE FATO, GRAVA O
      * CONTROLE.LOG E DA BAIXA NA PREVIA.
      *============================================================
       RODA-EXECUCAO.
           SET RODADA-CONFERENCIA TO TRUE
           PERFORM PERCORRE-ALUNOS
           MOVE 'C' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           IF PREVIA-CONFERE OR PREVIA-LIVRE
               SET RODADA-EFETIVA TO TRUE
               PERFORM PERCORRE-ALUNOS
               PERFORM GRAVA-CONTROLE
               IF PREVIA-CONFERE
                   MOVE 'B' TO WS-FUNCAO-PRV
                   CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
               END-IF
           END-IF.
      *
      *============================================================
      * PERCORRE-ALUNOS - LE O CADASTRO INTEIRO DO INICIO E GERA AS
      * PARCELAS DO ANO NOVO (OU A PENDENCIA) DE CADA ALUNO ATIVO.
      * NA PREVIA E NA CONFERENCIA CADA ALUNO LIDO, O REGISTRO QUE
      * SERIA REGRAVADO E O QUE SERIA GRAVADO ENTRAM NA ASSINATURA.
      *============================================================
       PERCORRE-ALUNOS.
           MOVE ZEROES TO WS-CONTA-LIDOS
           MOVE ZEROES TO WS-CONTA-GRAVADOS
           MOVE ZEROES TO WS-CONTA-PULADOS
           MOVE ZEROES TO WS-CONTA-TABELA
           MOVE ZEROES TO WS-CONTA-RETIDOS
           MOVE ZEROES TO WS-CONTA-LIBERADOS
           MOVE ZEROES TO WS-CONTA-ERROS
           MOVE ZEROES TO WS-CONTA-COTAS
           MOVE ZEROES TO WS-QTD-LIDOS-PRV
           MOVE ZEROES TO WS-SOMA-PRV
           MOVE ZEROES TO CODIGO-ALU
           START ARQ-ALU KEY IS NOT LESS THAN CODIGO-ALU
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-LIDOS
                       IF NOT RODADA-EFETIVA
                           MOVE LENGTH OF REG-ALU TO WS-TAM-PRV
                           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV
                                                 REG-ALU WS-TAM-PRV
                       END-IF
                       IF ALUNO-ATIVO
      * ANTES DE GERAR O ANO NOVO, CONFERE O NADA CONSTA: ALUNO COM
      * PARCELA OU LANCAMENTO EXTRA EM ABERTO VAI PARA A LISTA DE
      * PENDENTES (PENDREMA.DAT) E SO ENTRA COM A LIBERACAO DA
      * TESOURARIA PELO NADACONS.
                           PERFORM VERIFICA-NADA-CONSTA
                           IF WS-QTD-DEBITOS = 0 OR ALUNO-LIBERADO
                               IF ALUNO-LIBERADO
                                   ADD 1 TO WS-CONTA-LIBERADOS
                               END-IF
                               PERFORM GERA-PARCELAS-ALUNO
                           ELSE
                               ADD 1 TO WS-CONTA-RETIDOS
                               PERFORM GRAVA-PENDENCIA
                           END-IF
                       ELSE
      * TRANSFERIDOS, DESISTENTES E FORMADOS NAO SAO REMATRICULADOS.
                           ADD 1 TO WS-CONTA-PULADOS
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-QTD-ALTERA-PRV =
               WS-CONTA-GRAVADOS + WS-CONTA-RETIDOS.
      *
      * PARAMETROS DA EXECUCAO, OS MESMOS NA PREVIA E NA EXECUCAO:
      * SAO A CHAVE DA PREVIA NO PREVCTL.
       MONTA-PARAMETROS.
           MOVE WS-VALOR-PARCELA TO WS-ED-PARCELA
           MOVE SPACES TO WS-PARAMETROS-PRV
           STRING 'ANO ' WS-ANO-NOVO ' PARCELA ' WS-ED-PARCELA
               DELIMITED BY SIZE INTO WS-PARAMETROS-PRV.
      *
       MOSTRA-TOTAIS.
           DISPLAY '================================================'
           IF RODADA-PREVIA
               DISPLAY 'PREVIA DA REMATRICULA DO ANO ' WS-ANO-NOVO
                   ' - NADA FOI GRAVADO'
           ELSE
               DISPLAY 'REMATRICULA DO ANO ' WS-ANO-NOVO ' CONCLUIDA'
           END-IF
           DISPLAY 'ALUNOS LIDOS..........: ' WS-CONTA-LIDOS
           DISPLAY 'ALUNOS REMATRICULADOS.: ' WS-CONTA-GRAVADOS
           DISPLAY 'ALUNOS NAO ATIVOS.....: ' WS-CONTA-PULADOS
           DISPLAY 'PARCELAS PELA TABELA..: ' WS-CONTA-TABELA
           DISPLAY 'RETIDOS POR DEBITO....: ' WS-CONTA-RETIDOS
           DISPLAY 'LIBERADOS PELA TESOUR.: ' WS-CONTA-LIBERADOS
           IF CONV-DISPONIVEL
               DISPLAY 'COTAS DE CONVENIO.....: ' WS-CONTA-COTAS
           END-IF
           DISPLAY '================================================'.
      *
       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNOS LIDOS: ' WS-CONTA-LIDOS
               ' REMATRICULADOS: ' WS-CONTA-GRAVADOS
               ' NAO ATIVOS: ' WS-CONTA-PULADOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'PELA TABELA: ' WS-CONTA-TABELA
               ' RETIDOS: ' WS-CONTA-RETIDOS
               ' LIBERADOS: ' WS-CONTA-LIBERADOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF CONV-DISPONIVEL
               MOVE SPACES TO WS-LINHA
               STRING 'COTAS DE CONVENIO: ' WS-CONTA-COTAS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * MONTA-CONTROLE / GRAVA-CONTROLE - LINHA DE CONCLUSAO EM
      * CONTROLE.LOG (PROGRAMA, DATA, ALUNOS REMATRICULADOS E
      * STATUS), COMO NAS CARGAS DA CADEIA NOTURNA. A PREVIA SO A
      * MOSTRA NA LISTAGEM.
      *============================================================
       MONTA-CONTROLE.
           MOVE WS-DATA-HOJE      TO DATA-EXEC-CTL
           MOVE WS-CONTA-GRAVADOS TO QTD-PROC-CTL
           IF WS-CONTA-ERROS > 0
               SET CTL-FALHA TO TRUE
           ELSE
               SET CTL-SUCESSO TO TRUE
           END-IF.
      *
       GRAVA-CONTROLE.
           PERFORM MONTA-CONTROLE
           OPEN EXTEND ARQ-CTL
           IF FS-CTL-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL
           END-IF
           WRITE REG-CTL FROM WS-IMAGEM-CTL
           CLOSE ARQ-CTL.
      *
      *============================================================
      * SOLICITA-PARAMETROS - PERGUNTA O ANO DE REFERENCIA NOVO E O
      * VALOR DA PARCELA MENSAL, E PEDE CONFIRMACAO ANTES DE GRAVAR
      * CENTENAS DE REGISTROS EM MENSAL.DAT.
           DISPLAY 'REMATRICULA - GERACAO DAS PARCELAS DO ANO NOVO'
           DISPLAY 'ANO DE REFERENCIA NOVO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-NOVO
           DISPLAY 'VALOR DA PARCELA MENSAL (99999,99): '
               WITH NO ADVANCING
           ACCEPT WS-VALOR-PARCELA
           DISPLAY 'SERAO GERADAS 12 PARCELAS EM ABERTO PARA CADA '
               'ALUNO ATIVO.'
           DISPLAY 'P = SO A PREVIA (NADA E GRAVADO)'
           DISPLAY 'CONFIRMA (S/N/P)? ' WITH NO ADVANCING
           ACCEPT WS-CONFIRMA.
      *
      *============================================================
      * GERA-PARCELAS-ALUNO - MONTA O REGISTRO DE MENSALIDADES DO
      * ANO NOVO PARA O ALUNO ATIVO CORRENTE: DOZE MES-REF
      * PREENCHIDOS E TODAS AS SITUACOES EM 'AB' (EM ABERTO), OU
      * 'CN' QUANDO O CONVENIO COBRE A PARCELA INTEIRA. COM A
      * CHAVE CODIGO + ANO-REF, OS ANOS ANTERIORES DO ALUNO FICAM
      * INTACTOS; SO UMA RODADA REPETIDA DA REMATRICULA DO MESMO
      * ANO REESCREVE O REGISTRO DAQUELE ANO.
      *============================================================
       GERA-PARCELAS-ALUNO.
           IF NOT RODADA-EFETIVA
               PERFORM LE-MENSAL-ANTES
           END-IF
           MOVE CODIGO-ALU    TO CODIGO
           MOVE NOME-ALU      TO NOME
           MOVE S-NOME-ALU    TO S-NOME
           PERFORM BUSCA-PRECO-TABELA
           IF PRECO-ACHADO
               ADD 1 TO WS-CONTA-TABELA
               MOVE WS-VALOR-TABELA TO VAL-PARCELA
           ELSE
               MOVE WS-VALOR-PARCELA TO VAL-PARCELA
           END-IF
           MOVE WS-MES-TAB(1)  TO MES-REF-1
           MOVE WS-MES-TAB(2)  TO MES-REF-2
               COMPUTE PARCELA-LIQ ROUNDED =
                   WS-VALOR-PARCELA * (100 - PERC-DESC-ALU) / 100
           END-IF
           IF CONV-DISPONIVEL
               PERFORM SEPARA-COTA-CONVENIO
           END-IF
           IF NOT RODADA-EFETIVA
               PERFORM SIMULA-PARCELAS
               IF CONV-DISPONIVEL
                   PERFORM GRAVA-COTAS-ALUNO
               END-IF
           ELSE
               WRITE REG-MEN
                   INVALID KEY
                       REWRITE REG-MEN
                       END-REWRITE
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               IF FS-OK
                   ADD 1 TO WS-CONTA-GRAVADOS
                   DISPLAY 'REMATRICULADO.......: ' CODIGO
                   IF CONV-DISPONIVEL
                       PERFORM GRAVA-COTAS-ALUNO
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTA-ERROS
                   DISPLAY 'ERRO AO GRAVAR PARCELAS - FS-STAT: '
                       FS-STAT ' CODIGO: ' CODIGO
               END-IF
           END-IF.
      *
      * PREVIA E CONFERENCIA: O REGISTRO DO ANO NOVO QUE JA EXISTA
      * (RODADA REPETIDA) ENTRA NA ASSINATURA E VIRA O "ANTES" DA
      * LISTAGEM.
       LE-MENSAL-ANTES.
           MOVE 'NAO EXISTE - INCLUI' TO WS-DESC-ANTES
           MOVE CODIGO-ALU  TO CODIGO
           MOVE WS-ANO-NOVO TO ANO-REF
           READ ARQ-MEN KEY IS CHAVE-MEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LENGTH OF REG-MEN TO WS-TAM-PRV
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MEN
                                         WS-TAM-PRV
                   MOVE VAL-PARCELA TO WS-ED-PARCELA
                   MOVE PARCELA-LIQ TO WS-ED-LIQUIDA
                   MOVE SPACES TO WS-DESC-ANTES
                   STRING 'PARCELA ' WS-ED-PARCELA
                       ' LIQ ' WS-ED-LIQUIDA
                       DELIMITED BY SIZE INTO WS-DESC-ANTES
           END-READ.
      *
      * O REGISTRO COMO SERIA GRAVADO ENTRA NA ASSINATURA E, NA
      * PREVIA, VAI PARA A LISTAGEM.
       SIMULA-PARCELAS.
           ADD 1 TO WS-CONTA-GRAVADOS
           MOVE LENGTH OF REG-MEN TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MEN WS-TAM-PRV
           IF RODADA-PREVIA
               MOVE VAL-PARCELA TO WS-ED-PARCELA
               MOVE PARCELA-LIQ TO WS-ED-LIQUIDA
               MOVE SPACES TO WS-DESC-DEPOIS
               STRING 'PARCELA ' WS-ED-PARCELA
                   ' LIQ ' WS-ED-LIQUIDA
                   DELIMITED BY SIZE INTO WS-DESC-DEPOIS
               MOVE SPACES TO WS-LINHA
               STRING 'REMATRICULA ' CODIGO-ALU ' ' NOME-ALU
                   ' TURMA ' TURMA-ALU ' ANO ' WS-ANO-NOVO
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               PERFORM IMPRIME-ANTES-DEPOIS
           END-IF.
      *
       IMPRIME-ANTES-DEPOIS.
           MOVE SPACES TO WS-LINHA
           STRING '    ANTES: ' WS-DESC-ANTES
               '  DEPOIS: ' WS-DESC-DEPOIS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * SEPARA-COTA-CONVENIO - COM CONVENIO VALIDO NO ANO NOVO,
      * CALCULA A COTA DA EMPRESA SOBRE A PARCELA LIQUIDA DE
      * BOLSA/DESCONTO E A TIRA DA PARCELA DA FAMILIA, COMO NO
      * CRIAPAR. CONVENIO QUE COBRE A PARCELA INTEIRA DEIXA A
      * FAMILIA SEM NADA A PAGAR: OS DOZE SLOTS VAO PARA 'CN'.
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
                       PARCELA-LIQ * PERC-CVA / 100
               ELSE
                   MOVE VALOR-CVA TO WS-VALOR-COTA
               END-IF
               IF WS-VALOR-COTA > PARCELA-LIQ
                   MOVE PARCELA-LIQ TO WS-VALOR-COTA
               END-IF
               SUBTRACT WS-VALOR-COTA FROM PARCELA-LIQ
           END-IF
           IF WS-VALOR-COTA > 0 AND PARCELA-LIQ = 0
               MOVE 'CN' TO SITU-1 SITU-2 SITU-3 SITU-4 SITU-5
                            SITU-6 SITU-7 SITU-8 SITU-9 SITU-10
                            SITU-11 SITU-12
           END-IF.
      *
      *============================================================
      * ACHA-CONVENIO-ALUNO - PERCORRE OS CONVENIOS DO ALUNO (A
      * CHAVE COMECA PELO CODIGO) ATRAS DO QUE COBRE O ANO NOVO. O
      * MANTCVA NAO DEIXA DUAS FAIXAS SE SOBREPOREM.
      *============================================================
       ACHA-CONVENIO-ALUNO.
           SET CVA-NAO-ACHADO TO TRUE
           MOVE CODIGO-ALU TO CODIGO-CVA
           MOVE ZEROES     TO ANO-INI-CVA
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
                       IF CODIGO-CVA NOT = CODIGO-ALU
                          OR ANO-INI-CVA > WS-ANO-NOVO
                           MOVE 'Y' TO WS-EOF-CVA
                       ELSE
                           IF ANO-FIM-CVA NOT < WS-ANO-NOVO
                               SET CVA-ACHADO TO TRUE
                               MOVE 'Y' TO WS-EOF-CVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * GRAVA-COTAS-ALUNO - UMA COTA POR SLOT EM COTACNV.DAT. NA
      * EXECUCAO, GRAVA-COTA-SLOT INCLUI, ATUALIZA OU EXCLUI A COTA;
      * NA PREVIA E NA CONFERENCIA, SIMULA-COTA-SLOT SO ASSINA A
      * COTA QUE JA EXISTA E A COTA COMO FICARIA.
      *============================================================
       GRAVA-COTAS-ALUNO.
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               IF RODADA-EFETIVA
                   PERFORM GRAVA-COTA-SLOT
               ELSE
                   PERFORM SIMULA-COTA-SLOT
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      * COTA JA FATURADA OU PAGA (RODADA REPETIDA) NUNCA E MEXIDA:
      * A FATURA DA EMPRESA JA FOI EMITIDA COM AQUELE VALOR.
       GRAVA-COTA-SLOT.
           MOVE CODIGO-ALU    TO CODIGO-COT
           MOVE WS-ANO-NOVO   TO ANO-COT
           MOVE WS-SLOT-ATUAL TO SLOT-COT
           READ ARQ-COT KEY IS CHAVE-COT
               INVALID KEY
                   IF WS-VALOR-COTA > 0
                       MOVE WS-EMPRESA-COTA TO EMPRESA-COT
                       MOVE WS-VALOR-COTA   TO VALOR-COT
                       SET COT-A-FATURAR TO TRUE
                       MOVE ZEROES          TO FATURA-COT
                       WRITE REG-COT
                       PERFORM CONFERE-GRAVACAO-COTA
                   END-IF
               NOT INVALID KEY
                   IF COT-A-FATURAR
                       IF WS-VALOR-COTA > 0
                           MOVE WS-EMPRESA-COTA TO EMPRESA-COT
                           MOVE WS-VALOR-COTA   TO VALOR-COT
                           REWRITE REG-COT
                           PERFORM CONFERE-GRAVACAO-COTA
                       ELSE
                           DELETE ARQ-COT RECORD
                       END-IF
                   END-IF
           END-READ.
      *
       CONFERE-GRAVACAO-COTA.
           IF FS-COT-OK
               ADD 1 TO WS-CONTA-COTAS
           ELSE
               ADD 1 TO WS-CONTA-ERROS
               DISPLAY 'ERRO AO GRAVAR COTACNV.DAT - FS-STAT: '
                   FS-STAT-COT ' CODIGO: ' CODIGO-ALU
           END-IF.
      *
       SIMULA-COTA-SLOT.
           MOVE 'NAO EXISTE' TO WS-DESC-ANTES
           MOVE SPACES       TO WS-DESC-DEPOIS
           MOVE CODIGO-ALU    TO CODIGO-COT
           MOVE WS-ANO-NOVO   TO ANO-COT
           MOVE WS-SLOT-ATUAL TO SLOT-COT
           MOVE LENGTH OF REG-COT TO WS-TAM-PRV
           READ ARQ-COT KEY IS CHAVE-COT
               INVALID KEY
                   IF WS-VALOR-COTA > 0
                       MOVE 'INCLUI' TO WS-DESC-DEPOIS
                       SET COT-A-FATURAR TO TRUE
                       MOVE ZEROES TO FATURA-COT
                   END-IF
               NOT INVALID KEY
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-COT
                                         WS-TAM-PRV
                   MOVE VALOR-COT TO WS-ED-COTA
                   MOVE SPACES TO WS-DESC-ANTES
                   STRING 'EMPRESA ' EMPRESA-COT ' ' SITU-COT ' '
                       WS-ED-COTA
                       DELIMITED BY SIZE INTO WS-DESC-ANTES
                   IF COT-A-FATURAR
                       IF WS-VALOR-COTA > 0
                           MOVE 'ALTERA' TO WS-DESC-DEPOIS
                       ELSE
                           MOVE 'EXCLUIDA' TO WS-DESC-DEPOIS
                       END-IF
                   END-IF
           END-READ
           IF WS-DESC-DEPOIS = 'INCLUI' OR WS-DESC-DEPOIS = 'ALTERA'
               ADD 1 TO WS-CONTA-COTAS
               MOVE WS-EMPRESA-COTA TO EMPRESA-COT
               MOVE WS-VALOR-COTA   TO VALOR-COT
               CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-COT
                                     WS-TAM-PRV
               MOVE VALOR-COT TO WS-ED-COTA
               MOVE SPACES TO WS-DESC-DEPOIS
               STRING 'EMPRESA ' EMPRESA-COT ' ' SITU-COT ' '
                   WS-ED-COTA
                   DELIMITED BY SIZE INTO WS-DESC-DEPOIS
           END-IF
           IF RODADA-PREVIA AND WS-DESC-DEPOIS NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '    COTA DO CONVENIO - PARCELA ' SLOT-COT
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               PERFORM IMPRIME-ANTES-DEPOIS
           END-IF.
      *
      *============================================================
      * DECIDIR PELO NADACONS.
      *============================================================
       GRAVA-PENDENCIA.
           IF NOT RODADA-EFETIVA
               PERFORM SIMULA-PENDENCIA
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE CODIGO-ALU     TO CODIGO-PEND
               MOVE WS-ANO-NOVO    TO ANO-PEND
               MOVE WS-QTD-DEBITOS TO QTD-ABERTAS-PEND
               SET PEND-PENDENTE TO TRUE
               MOVE WS-DATA-HOJE   TO DATA-PEND
               WRITE REG-PEND
                   INVALID KEY
                       REWRITE REG-PEND
                       END-REWRITE
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               IF NOT FS-PEND-OK
                   ADD 1 TO WS-CONTA-ERROS
               END-IF
               DISPLAY 'REMATRICULA RETIDA - CODIGO: ' CODIGO-ALU
                   ' (' WS-QTD-DEBITOS ' DEBITO(S) EM ABERTO)'
           END-IF.
      *
      * PREVIA E CONFERENCIA DA PENDENCIA: A QUE JA EXISTA E A QUE
      * SERIA GRAVADA ENTRAM NA ASSINATURA SEM A DATA DA GRAVACAO,
      * PARA A PREVIA DE UM DIA VALER NA EXECUCAO DO DIA SEGUINTE.
       SIMULA-PENDENCIA.
           COMPUTE WS-TAM-PRV =
               LENGTH OF REG-PEND - LENGTH OF DATA-PEND
           MOVE 'SEM PENDENCIA - INCLUI' TO WS-DESC-ANTES
           MOVE CODIGO-ALU TO CODIGO-PEND
           READ ARQ-PEND KEY IS CODIGO-PEND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-PEND
                                         WS-TAM-PRV
                   MOVE SPACES TO WS-DESC-ANTES
                   STRING 'ANO ' ANO-PEND ' SITUACAO ' SITU-PEND
                       ' DEBITOS ' QTD-ABERTAS-PEND
                       DELIMITED BY SIZE INTO WS-DESC-ANTES
           END-READ
           MOVE CODIGO-ALU     TO CODIGO-PEND
           MOVE WS-ANO-NOVO    TO ANO-PEND
           MOVE WS-QTD-DEBITOS TO QTD-ABERTAS-PEND
           SET PEND-PENDENTE TO TRUE
           MOVE ZEROES         TO DATA-PEND
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-PEND WS-TAM-PRV
           IF RODADA-PREVIA
               MOVE SPACES TO WS-DESC-DEPOIS
               STRING 'ANO ' ANO-PEND ' SITUACAO ' SITU-PEND
                   ' DEBITOS ' QTD-ABERTAS-PEND
                   DELIMITED BY SIZE INTO WS-DESC-DEPOIS
               MOVE SPACES TO WS-LINHA
               STRING 'RETERIA     ' CODIGO-ALU ' ' NOME-ALU
                   ' TURMA ' TURMA-ALU ' - ' WS-QTD-DEBITOS
                   ' DEBITO(S) EM ABERTO'
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               PERFORM IMPRIME-ANTES-DEPOIS
           END-IF.
      *
      *============================================================
      * BUSCA-PRECO-TABELA - RESOLVE O PRECO DA PARCELA DO ALUNO
      * CORRENTE: TURMA DO CADASTRO -> SERIE E UNIDADE EM
      * TURMAS.DAT -> PRECO DA SERIE NO ANO NOVO NA UNIDADE EM
      * TABPRECO.DAT.
      *============================================================
       BUSCA-PRECO-TABELA.
           SET PRECO-NAO-ACHADO TO TRUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UNIDADE-TUR TO UNIDADE-PRECO
                       MOVE SERIE-TUR   TO SERIE-PRECO
                       MOVE WS-ANO-NOVO TO ANO-PRECO
                       READ ARQ-PRECO KEY IS CHAVE-PRECO
               OPEN OUTPUT ARQ-PEND
               CLOSE ARQ-PEND
               OPEN I-O ARQ-PEND
           END-IF
      * OS CONVENIOS SO VALEM COM O CADASTRO DAS EMPRESAS E O DOS
      * CONVENIOS POR ALUNO, COMO NO CRIAPAR; SEM ELES A PARCELA DA
      * FAMILIA SAI INTEIRA. O ARQUIVO DE COTAS E CRIADO NA
      * PRIMEIRA RODADA.
           SET CONV-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CVA
           IF FS-CVA-NAO-EXISTE THEN
               SET CONV-INDISPONIVEL TO TRUE
           ELSE
               OPEN INPUT ARQ-CNV
               IF FS-CNV-NAO-EXISTE THEN
                   DISPLAY 'CONVENIO.DAT NAO ENCONTRADO - CONVENIOS '
                       'NAO SERAO APLICADOS NESTA REMATRICULA'
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
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'PENDREMA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PENDREMA
           MOVE 'REMATRICLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-REMATRICLST
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO
           MOVE 'CONVALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVALU
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV.
