              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NEG.

      * FATURAS DE CONVENIO DO FATCONV: A COTA DA EMPRESA E COBRADA
      * DA EMPRESA, NAO DA FAMILIA, ENTAO A FATURA VENCIDA SAI NUMA
      * SECAO PROPRIA, COM TOTAIS SEPARADOS.
       SELECT ARQ-FAT
              ASSIGN TO WS-ARQ-FATCNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-FAT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FAT.

       SELECT ARQ-CNV
              ASSIGN TO WS-ARQ-CONVENIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CNV
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CNV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MEN.
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
       FD  ARQ-REL.
       01  REG-REL           PIC X(110).

              88 NEG-QUITADO  VALUE 'Q'.
              88 NEG-ROMPIDO  VALUE 'R'.

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
      * A IDADE DA DIVIDA E CONTADA EM DIAS DESDE O VENCIMENTO
      * REAL (CALCVENC), PELO MESMO CALCENC DO CAIXA E DA CARTA.
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-BASE      PIC 9(07)V99.
       01  WS-ENCARGOS.
           02 WS-DIAS-ATRASO  PIC 9(05).
           02 WS-VALOR-MULTA  PIC 9(07)V99.
           02 WS-VALOR-JUROS  PIC 9(07)V99.
       01  WS-DATA-ATUAL      PIC 9(08).
      * UNIDADE DO RELATORIO (EM BRANCO = CONSOLIDADO) E UNIDADE DO
      * ALUNO LIDO, QUE E A DA TURMA DELE (UNIDALU).
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-UNIDADE-ALUNO   PIC X(02).
       01  WS-CODIGO-UNIDADE  PIC 9(08).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.
       01  WS-SW-UNIDADE      PIC X(01).
           88 ALUNO-DA-UNIDADE      VALUE 'S'.
           88 ALUNO-FORA-DA-UNIDADE VALUE 'N'.
       01  WS-ANO-HOJE        PIC 9(04).
       01  WS-MES-HOJE        PIC 9(02).
       01  WS-IX-VARRE        PIC 9(04).
       01  WS-ED-GMAIS        PIC Z(10)9,99.
       01  WS-ED-GERAL        PIC Z(10)9,99.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'VENCIDOS'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-CONTA-EXTRAS    PIC 9(06) VALUE ZEROES.
       01  WS-SW-NEGARQ PIC X(01).
           88 NEGARQ-DISPONIVEL   VALUE 'S'.
           88 NEGARQ-INDISPONIVEL VALUE 'N'.
           88 PLANO-COBRE     VALUE 'S'.
           88 PLANO-NAO-COBRE VALUE 'N'.
       01  WS-PARC-ESPERADAS  PIC 9(04).
       77 FS-STAT-FAT PIC 9(02).
           88 FS-FAT-OK         VALUE ZEROS.
           88 FS-FAT-NAO-EXISTE VALUE 35.
       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK         VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE VALUE 35.
       01  WS-ARQ-FATCNV PIC X(64).
       01  WS-ARQ-CONVENIO PIC X(64).
       01  WS-SW-FAT PIC X(01).
           88 FAT-DISPONIVEL   VALUE 'S'.
           88 FAT-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CNV PIC X(01).
           88 CNV-DISPONIVEL   VALUE 'S'.
           88 CNV-INDISPONIVEL VALUE 'N'.
       01  WS-NOME-EMPRESA    PIC X(30).
       01  WS-CONTA-FATURAS   PIC 9(04) VALUE ZEROES.
       01  WS-FAT-FAIXA-30    PIC 9(11)V99 VALUE ZEROES.
       01  WS-FAT-FAIXA-60    PIC 9(11)V99 VALUE ZEROES.
       01  WS-FAT-FAIXA-90    PIC 9(11)V99 VALUE ZEROES.
       01  WS-FAT-FAIXA-MAIS  PIC 9(11)V99 VALUE ZEROES.
       01  WS-FAT-GERAL       PIC 9(11)V99 VALUE ZEROES.
       01  WS-DATA-INICIO-R.
           02 WS-INI-ANO      PIC 9(04).
           02 WS-INI-MES      PIC 9(02).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-UNIDADE.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
       MOVE WS-DATA-ATUAL(1:4) TO WS-ANO-HOJE
           READ ARQ-MEN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE CODIGO TO WS-CODIGO-UNIDADE
                   PERFORM FILTRA-UNIDADE
                   IF ALUNO-DA-UNIDADE
                       PERFORM CLASSIFICA-ALUNO
                   END-IF
           END-READ
       END-PERFORM.
       IF EXT-DISPONIVEL
           CLOSE ARQ-PP
       END-IF.
       PERFORM IMPRIME-RELATORIO.
       IF FAT-DISPONIVEL
      * A FATURA DE CONVENIO E DA EMPRESA, NAO DE UMA UNIDADE: SO
      * SAI NO CONSOLIDADO.
           IF WS-UNIDADE-PARAM = SPACES
               PERFORM IMPRIME-FATURAS-CONVENIO
           END-IF
           CLOSE ARQ-FAT
       END-IF.
       IF CNV-DISPONIVEL
           CLOSE ARQ-CNV
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'UNIDADE ' WS-UNIDADE-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-VENCIDOSLST.
       GOBACK.
      *
      *============================================================
      * SOLICITA-UNIDADE - PERGUNTA A UNIDADE DO RELATORIO. EM
      * BRANCO SAI O CONSOLIDADO DA ESCOLA, SO PARA OPERADOR SEM
      * RESTRICAO DE UNIDADE (CONFUNID).
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'UNIDADE (EM BRANCO = CONSOLIDADO): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA PARA O '
                   'OPERADOR - RELATORIO CANCELADO.'
               GOBACK
           END-IF.
      *
      *============================================================
      * FILTRA-UNIDADE - NO RELATORIO DE UMA UNIDADE, SO ENTRA O
      * ALUNO DE WS-CODIGO-UNIDADE QUE ESTA EM TURMA DAQUELA
      * UNIDADE. ALUNO SEM TURMA SO APARECE NO CONSOLIDADO.
      *============================================================
       FILTRA-UNIDADE.
           SET ALUNO-DA-UNIDADE TO TRUE
           IF WS-UNIDADE-PARAM NOT = SPACES
               CALL 'UNIDALU' USING WS-CODIGO-UNIDADE WS-UNIDADE-ALUNO
               IF WS-UNIDADE-ALUNO NOT = WS-UNIDADE-PARAM
                   SET ALUNO-FORA-DA-UNIDADE TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * CLASSIFICA-ALUNO - DISTRIBUI CADA SLOT VENCIDO E NAO PAGO DO
      * REGISTRO NAS FAIXAS DE IDADE, ACUMULANDO NA LINHA DO ALUNO
      * NA TABELA DE DEVEDORES. ALUNO SEM NADA VENCIDO NAO ENTRA NA
      * TABELA.
      *============================================================
       CLASSIFICA-ALUNO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND (WS-SITU-ATUAL NOT = 'NG' OR PLANO-NAO-COBRE)
                  AND WS-SITU-ATUAL NOT = SPACES
                   CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                         WS-DATA-VENC
                   IF WS-DATA-VENC < WS-DATA-ATUAL
                       PERFORM CALCULA-VALOR-SLOT
                       PERFORM CALCULA-DIAS-ATRASO
                       PERFORM ACUMULA-NA-FAIXA
                   END-IF
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *============================================================
      * ACUMULA-NA-FAIXA - LOCALIZA (OU CRIA) A LINHA DO ALUNO NA
      * TABELA DE DEVEDORES E SOMA O VALOR DA PARCELA NA FAIXA DE
      * IDADE CORRESPONDENTE AOS DIAS DE ATRASO.
      *============================================================
       ACUMULA-NA-FAIXA.
           PERFORM ACHA-DEVEDOR
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   ADD WS-VALOR-SLOT TO TAB-FAIXA-30(IX-DEV)
                   ADD WS-VALOR-SLOT TO WS-TOT-FAIXA-30
               WHEN WS-DIAS-ATRASO <= 60
                   ADD WS-VALOR-SLOT TO TAB-FAIXA-60(IX-DEV)
                   ADD WS-VALOR-SLOT TO WS-TOT-FAIXA-60
               WHEN WS-DIAS-ATRASO <= 90
                   ADD WS-VALOR-SLOT TO TAB-FAIXA-90(IX-DEV)
                   ADD WS-VALOR-SLOT TO WS-TOT-FAIXA-90
               WHEN OTHER
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CODIGO-EXT TO WS-CODIGO-UNIDADE
                       PERFORM FILTRA-UNIDADE
                       IF SITU-EXT = 'AB' AND ALUNO-DA-UNIDADE
                           MOVE DATA-VENC-EXT TO WS-DATA-VENC
                           CALL 'CALCVENC' USING CODIGO-EXT
                                                 ANO-REF-EXT
                                                 WS-MES-ZERO
                                                 WS-DATA-VENC
                           IF WS-DATA-VENC < WS-DATA-ATUAL
                               PERFORM ACUMULA-EXTRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       ACUMULA-EXTRA.
           ADD 1 TO WS-CONTA-EXTRAS
      * O ACHA-DEVEDOR LOCALIZA PELO CODIGO/NOME DO REGISTRO DE
      * MENSALIDADES; O LANCAMENTO CARREGA OS MESMOS CAMPOS.
           MOVE CODIGO-EXT TO CODIGO
           MOVE NOME-EXT   TO NOME
           MOVE S-NOME-EXT TO S-NOME
           MOVE VALOR-EXT  TO WS-VALOR-SLOT
           PERFORM CALCULA-DIAS-ATRASO
           PERFORM ACUMULA-NA-FAIXA.
      *
      *============================================================
      * CALCULA-DIAS-ATRASO - DIAS CORRIDOS DE WS-DATA-VENC ATE HOJE
      * (A MULTA E OS JUROS DEVOLVIDOS PELO CALCENC NAO ENTRAM NA
      * LISTA, QUE MOSTRA O VALOR DE FACE EM ABERTO).
      *============================================================
       CALCULA-DIAS-ATRASO.
           MOVE WS-VALOR-SLOT TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC WS-DATA-ATUAL
                                WS-VALOR-BASE WS-ENCARGOS.
      *
      *============================================================
      * CALCULA-VALOR-SLOT - VALOR AINDA DEVIDO DO SLOT CORRENTE:
      * O VALOR DA PARCELA, OU, PARA PARCELA EM PAGAMENTO PARCIAL
      * ('PP' DO BAIXAPAG), O SALDO RESTANTE DEPOIS DO ACUMULADO
           MOVE 'RELATORIO DE IDADE DOS VALORES A RECEBER'
               TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           IF WS-UNIDADE-PARAM = SPACES
               MOVE 'UNIDADE: CONSOLIDADO DA ESCOLA' TO WS-LINHA
           ELSE
               STRING 'UNIDADE: ' WS-UNIDADE-PARAM
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           MOVE 'CODIGO   ALUNO                    ATE 30      31-60
      -        '      61-90     MAIS 90       TOTAL' TO REG-REL
           WRITE REG-REL
                  DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'S' TO TAB-IMPRESSO(WS-IX-MAIOR).
      *
      *============================================================
      * IMPRIME-FATURAS-CONVENIO - SECAO DAS FATURAS DE CONVENIO EM
      * ABERTO E JA VENCIDAS, UMA LINHA POR FATURA COM O VALOR NA
      * FAIXA DE IDADE DO VENCIMENTO, E OS TOTAIS PROPRIOS DA SECAO
      * (NAO SOMADOS AOS DAS FAMILIAS).
      *============================================================
       IMPRIME-FATURAS-CONVENIO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE 'FATURAS DE CONVENIO VENCIDAS' TO REG-REL
           WRITE REG-REL
           MOVE 'FATURA EMP  EMPRESA                        ATE 30
      -        '      31-60      61-90     MAIS 90' TO REG-REL
           WRITE REG-REL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FAT-ABERTA
                          AND DATA-VENC-FAT < WS-DATA-ATUAL
                           PERFORM IMPRIME-FATURA-VENCIDA
                       END-IF
               END-READ
           END-PERFORM
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE WS-FAT-FAIXA-30   TO WS-ED-G30
           MOVE WS-FAT-FAIXA-60   TO WS-ED-G60
           MOVE WS-FAT-FAIXA-90   TO WS-ED-G90
           MOVE WS-FAT-FAIXA-MAIS TO WS-ED-GMAIS
           MOVE WS-FAT-GERAL      TO WS-ED-GERAL
           MOVE SPACES TO WS-LINHA
           STRING 'CONVENIOS ATE 30 DIAS..: ' WS-ED-G30
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'CONVENIOS 31-60 DIAS...: ' WS-ED-G60
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'CONVENIOS 61-90 DIAS...: ' WS-ED-G90
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'CONVENIOS MAIS DE 90...: ' WS-ED-GMAIS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DOS CONVENIOS....: ' WS-ED-GERAL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'FATURAS DE CONVENIO VENCIDAS: ' WS-CONTA-FATURAS
           DISPLAY 'TOTAL VENCIDO DE CONVENIOS..: ' WS-ED-GERAL.
      *
       IMPRIME-FATURA-VENCIDA.
           ADD 1 TO WS-CONTA-FATURAS
           MOVE SPACES TO WS-NOME-EMPRESA
           IF CNV-DISPONIVEL
               MOVE EMPRESA-FAT TO CODIGO-CNV
               READ ARQ-CNV KEY IS CODIGO-CNV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-CNV TO WS-NOME-EMPRESA
               END-READ
           END-IF
           MOVE DATA-VENC-FAT TO WS-DATA-VENC
           MOVE VALOR-FAT TO WS-VALOR-SLOT
           PERFORM CALCULA-DIAS-ATRASO
           MOVE ZEROES TO WS-ED-30
           MOVE ZEROES TO WS-ED-60
           MOVE ZEROES TO WS-ED-90
           MOVE ZEROES TO WS-ED-MAIS
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE VALOR-FAT TO WS-ED-30
                   ADD VALOR-FAT TO WS-FAT-FAIXA-30
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE VALOR-FAT TO WS-ED-60
                   ADD VALOR-FAT TO WS-FAT-FAIXA-60
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE VALOR-FAT TO WS-ED-90
                   ADD VALOR-FAT TO WS-FAT-FAIXA-90
               WHEN OTHER
                   MOVE VALOR-FAT TO WS-ED-MAIS
                   ADD VALOR-FAT TO WS-FAT-FAIXA-MAIS
           END-EVALUATE
           ADD VALOR-FAT TO WS-FAT-GERAL
           MOVE SPACES TO WS-LINHA
           STRING NUM-FAT ' ' EMPRESA-FAT ' ' WS-NOME-EMPRESA
                  WS-ED-30 ' ' WS-ED-60 ' ' WS-ED-90 ' '
                  WS-ED-MAIS
                  DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MEN
           OPEN INPUT ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
      * SEM FATURAS DE CONVENIO EMITIDAS, A SECAO DOS CONVENIOS NAO
      * SAI NO RELATORIO.
           SET FAT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-FAT
           IF FS-FAT-NAO-EXISTE THEN
               SET FAT-INDISPONIVEL TO TRUE
           END-IF
           SET CNV-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CNV
           IF FS-CNV-NAO-EXISTE THEN
               SET CNV-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
           MOVE 'PARCPAGO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PARCPAGO
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'FATCNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FATCNV
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO.
