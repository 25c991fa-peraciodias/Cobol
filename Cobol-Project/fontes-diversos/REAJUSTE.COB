              ASSIGN TO WS-ARQ-REAJUSTELST
              ORGANIZATION IS LINE SEQUENTIAL.

      * FILA DE APROVACAO DA DIRECAO (APROVA): A ALTERACAO SENSIVEL
      * E GRAVADA AQUI COMO SOLICITACAO PENDENTE E SO E APLICADA
      * QUANDO OUTRO OPERADOR, DA DIRECAO, APROVA.
       SELECT ARQ-APR
              ASSIGN TO WS-ARQ-APROVA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-APR
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-APR.

      * CONVENIOS (OS MESMOS DO CRIAPAR): EMPRESA PAGADORA, CONVENIO
      * DE CADA ALUNO E AS COTAS DAS EMPRESAS POR PARCELA. A COTA
      * AINDA NAO FATURADA E REAJUSTADA JUNTO COM A PARCELA, E A
      * PARCELA DA FAMILIA FICA SO COM A DIFERENCA.
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

      * CADASTRO DE ALUNOS: ALUNO QUE SAIU DA ESCOLA NAO E
      * REAJUSTADO.
       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-ALU
              ALTERNATE RECORD KEY IS SITUACAO-ALU
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

      * REGISTRO DE CONCLUSAO DAS ROTINAS EM MASSA, O MESMO DAS
      * CARGAS DA CADEIA NOTURNA.
       SELECT ARQ-CTL ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

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
       01  REG-REL           PIC X(90).

       FD  ARQ-APR.
       01  REG-APR.
           02 NUM-APR          PIC 9(06).
           02 TIPO-APR         PIC X(01).
              88 APR-DESCONTO   VALUE 'D'.
              88 APR-ESTORNO    VALUE 'E'.
              88 APR-NEGOCIACAO VALUE 'N'.
              88 APR-REAJUSTE   VALUE 'R'.
              88 APR-PRECO      VALUE 'P'.
           02 SITU-APR         PIC X(01).
              88 APR-PENDENTE   VALUE 'P'.
              88 APR-LIBERADA   VALUE 'L'.
              88 APR-APLICADA   VALUE 'A'.
              88 APR-REJEITADA  VALUE 'R'.
           02 PROGRAMA-APR     PIC X(08).
           02 CHAVE-ALVO-APR   PIC X(20).
           02 OPER-SOL-APR     PIC X(08).
           02 DATA-SOL-APR     PIC 9(08).
           02 HORA-SOL-APR     PIC 9(08).
           02 OPER-DEC-APR     PIC X(08).
           02 DATA-DEC-APR     PIC 9(08).
           02 HORA-DEC-APR     PIC 9(08).
           02 DESCR-APR        PIC X(40).
           02 ANTES-APR        PIC X(30).
           02 DEPOIS-APR       PIC X(30).
           02 DADOS-APR        PIC X(40).

       FD  ARQ-CTL.
       01  REG-CTL               PIC X(32).

       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO-ALU     PIC 9(08).
           02 DADOS-ALU      PIC X(167).
           02 SITUACAO-ALU   PIC X(01).
              88 ALUNO-ATIVO     VALUE 'A'.
           02 TURMA-ALU      PIC X(06).
           02 PERC-DESC-ALU  PIC 9(03).
           02 TIPO-DESC-ALU  PIC X(01).

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
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-REAJUSTELST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).

       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-PERCENTUAL      PIC 9(02)V99.
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-QTD-ABERTAS     PIC 9(02).
       01  WS-QTD-CANCELADAS  PIC 9(02).
       01  WS-VALOR-ANTIGO    PIC 9(05)V99.
       01  WS-LIQ-ANTIGO      PIC 9(05)V99.
       01  WS-VALOR-NOVO      PIC 9(05)V99.
       01  WS-VALOR-CALC      PIC 9(06)V99.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-CONTA-LIDOS     PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-AJUSTADOS PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-PULADOS   PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-INATIVOS  PIC 9(09) VALUE ZEROES.
       01  WS-ARQ-ALUNOS      PIC X(64).
       01  WS-SW-ATIVO PIC X(01).
           88 ALUNO-REAJUSTAVEL     VALUE 'S'.
           88 ALUNO-NAO-REAJUSTAVEL VALUE 'N'.
       01  WS-CONTA-ESTOURO   PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-ERROS     PIC 9(09) VALUE ZEROES.
       01  WS-ED-ANTIGO       PIC ZZ.ZZ9,99.
       01  WS-ED-NOVO         PIC ZZ.ZZ9,99.
       01  WS-LINHA           PIC X(90).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
           88 SO-PREVIA  VALUE 'P'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'REAJUSTE'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK         VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE VALUE 35.

      *
      *----------------------------------------------------------
      * COTA DO CONVENIO DO ALUNO LIDO, PELA MESMA REGRA DO CRIAPAR:
      * PERCENTUAL OU VALOR FIXO SOBRE A PARCELA LIQUIDA DE
      * BOLSA/DESCONTO, LIMITADO A ELA. COTA JA FATURADA OU PAGA
      * NUNCA E MEXIDA.
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
       01  WS-COTA-ANTIGA   PIC 9(05)V99.
       01  WS-EOF-CVA       PIC X(01).
       01  WS-CONTA-COTAS   PIC 9(09) VALUE ZEROES.
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
      * PREVIA: A MESMA LEITURA E O MESMO CALCULO DA EXECUCAO, SEM
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
              03 WS-PROGRAMA-PRV   PIC X(08) VALUE 'REAJUSTE'.
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
      * LINHA DO CONTROLE.LOG: GRAVADA PELA EXECUCAO E MOSTRADA NO
      * FIM DA LISTAGEM DA PREVIA.
       01  WS-IMAGEM-CTL.
           02 PROGRAMA-CTL    PIC X(08) VALUE 'REAJUSTE'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

      *
      *----------------------------------------------------------
      * FILA DE APROVACAO: NUMERO DA SOLICITACAO LIBERADA PELO
      * APROVA (ZERO = EXECUCAO NORMAL PELO OPERADOR), PROXIMO
      * NUMERO LIVRE, SOLICITACAO JA PENDENTE PARA O MESMO ITEM E
      * OS CAMPOS DA SOLICITACAO A GRAVAR.
      *----------------------------------------------------------
       01  WS-ARQ-APROVA PIC X(64).
       77 FS-STAT-APR PIC 9(02).
           88 FS-APR-OK          VALUE ZEROS.
           88 FS-APR-NAO-EXISTE  VALUE 35.
           88 FS-APR-CHAVE-DUPLIC VALUE 22.
           88 FS-APR-EM-USO      VALUES 51 99.
       01  WS-FUNCAO-APR      PIC X(01).
       01  WS-NUM-APR         PIC 9(06) VALUE ZEROES.
       01  WS-PROX-APR        PIC 9(06).
       01  WS-APR-PENDENTE    PIC 9(06).
       01  WS-EOF-APR         PIC X(01).
       01  WS-OPER-SOL        PIC X(08).
       01  WS-OPER-DEC        PIC X(08).
       01  WS-DATA-APR        PIC 9(08).
       01  WS-HORA-APR        PIC 9(08).
       01  WS-TIPO-APR        PIC X(01) VALUE 'R'.
       01  WS-CHAVE-ALVO-APR  PIC X(20).
       01  WS-DESCR-APR       PIC X(40).
       01  WS-ANTES-APR       PIC X(30).
       01  WS-DEPOIS-APR      PIC X(30).
       01  WS-SW-GRAVA-APR PIC X(01).
           88 APR-GRAVADA     VALUE 'S'.
           88 APR-NAO-GRAVADA VALUE 'N'.
       01  WS-SW-MODO-APR PIC X(01) VALUE 'S'.
           88 MODO-SOLICITACAO VALUE 'S'.
           88 MODO-APLICACAO   VALUE 'A'.
       01  WS-SW-APR-LIDA PIC X(01).
           88 APR-LIDA         VALUE 'S'.
           88 APR-NAO-LIDA     VALUE 'N'.
      * DADOS PARA APLICAR O REAJUSTE DEPOIS DE APROVADO.
       01  WS-DADOS-APR.
           02 WS-ANO-APR        PIC 9(04).
           02 WS-PERC-APR       PIC 9(02)V99.
           02 WS-AUTORIZ-APR    PIC X(20).
           02 FILLER            PIC X(12).
       01  WS-PERC-ED         PIC Z9,99.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      * O REAJUSTE NUNCA RODA DIRETO PELO OPERADOR: OS PARAMETROS
      * VIRAM SOLICITACAO PARA A DIRECAO, E O APROVA CHAMA ESTE
      * PROGRAMA DE VOLTA, COM O NUMERO DA SOLICITACAO APROVADA,
      * PARA REGRAVAR AS PARCELAS.
       SET MODO-SOLICITACAO TO TRUE
       MOVE 'L' TO WS-FUNCAO-APR
       CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-APR
       IF WS-NUM-APR > 0
           SET MODO-APLICACAO TO TRUE
       END-IF
       IF MODO-SOLICITACAO
           MOVE WS-OPER-SESSAO TO WS-OPER-SOL
           PERFORM SOLICITA-PARAMETROS
      * A SOLICITACAO SEMPRE LEVA UMA PREVIA: E A LISTAGEM DELA QUE A
      * DIRECAO CONFERE ANTES DE APROVAR.
           IF CONFIRMADO OR SO-PREVIA
               PERFORM RODA-PREVIA
               IF CONFIRMADO
                   PERFORM SOLICITA-REAJUSTE
               END-IF
           ELSE
               DISPLAY 'REAJUSTE CANCELADO.'
           END-IF
           CLOSE ARQ-MEN
           CLOSE ARQ-ALU
           PERFORM FECHA-CONVENIOS
           CLOSE ARQ-APR
           GOBACK
       END-IF
       PERFORM LE-APROVADA.
       IF APR-NAO-LIDA
           CLOSE ARQ-MEN
           CLOSE ARQ-ALU
           PERFORM FECHA-CONVENIOS
           CLOSE ARQ-APR
           GOBACK
       END-IF
       MOVE WS-ANO-APR     TO WS-ANO-PARAM
       MOVE WS-PERC-APR    TO WS-PERCENTUAL
       MOVE WS-AUTORIZ-APR TO WS-AUTORIZADO-POR
      * ANTES DE REGRAVAR, REFAZ A LEITURA SEM GRAVAR E CONFERE COM
      * A PREVIA QUE FOI PARA A DIRECAO: SE O MENSAL.DAT MUDOU NO
      * MEIO TEMPO, NADA E GRAVADO E A SOLICITACAO VOLTA PARA A
      * FILA.
       PERFORM MONTA-PARAMETROS.
       SET RODADA-CONFERENCIA TO TRUE.
       PERFORM PERCORRE-ANO.
       MOVE 'C' TO WS-FUNCAO-PRV.
       CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA.
       IF NOT PREVIA-CONFERE AND NOT PREVIA-LIVRE
           DISPLAY 'REAJUSTE RECUSADO - NADA FOI GRAVADO.'
           CLOSE ARQ-MEN
           CLOSE ARQ-ALU
           PERFORM FECHA-CONVENIOS
           CLOSE ARQ-APR
           GOBACK
       END-IF
       SET RODADA-EFETIVA TO TRUE.
       OPEN OUTPUT ARQ-REL.
       PERFORM IMPRIME-CABECALHO.
       PERFORM PERCORRE-ANO.
       CLOSE ARQ-MEN.
       CLOSE ARQ-ALU.
       PERFORM FECHA-CONVENIOS.
       PERFORM IMPRIME-TOTAIS.
       CLOSE ARQ-REL
       MOVE WS-PARAMETROS-PRV TO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-REAJUSTELST.
       PERFORM GRAVA-CONTROLE.
       IF PREVIA-CONFERE
           MOVE 'B' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
       END-IF
       PERFORM MARCA-APLICADA.
       CLOSE ARQ-APR.
       GOBACK.
      *
      *============================================================
      * PERCORRE-ANO - LE TODOS OS REGISTROS DO ANO EM MENSAL.DAT E
      * REAJUSTA OS QUE TEM PARCELA EM ABERTO. NA PREVIA E NA
      * CONFERENCIA NADA E REGRAVADO: CADA REGISTRO LIDO E CADA
      * REGISTRO COMO FICARIA ENTRAM NA ASSINATURA.
      *============================================================
       PERCORRE-ANO.
           MOVE ZEROES TO WS-CONTA-LIDOS
           MOVE ZEROES TO WS-CONTA-AJUSTADOS
           MOVE ZEROES TO WS-CONTA-PULADOS
           MOVE ZEROES TO WS-CONTA-INATIVOS
           MOVE ZEROES TO WS-CONTA-ESTOURO
           MOVE ZEROES TO WS-CONTA-ERROS
           MOVE ZEROES TO WS-CONTA-COTAS
           MOVE ZEROES TO WS-QTD-LIDOS-PRV
           MOVE ZEROES TO WS-SOMA-PRV
           PERFORM POSICIONA-NO-ANO
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-MEN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ANO-REF NOT = WS-ANO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CONTA-LIDOS
                           IF NOT RODADA-EFETIVA
                               PERFORM ASSINA-MENSAL
                           END-IF
                           PERFORM REAJUSTA-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CONTA-AJUSTADOS TO WS-QTD-ALTERA-PRV.
      *
       ASSINA-MENSAL.
           MOVE LENGTH OF REG-MEN TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MEN WS-TAM-PRV.
      *
       ASSINA-COTA.
           MOVE LENGTH OF REG-COT TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-COT WS-TAM-PRV.
      *
      *============================================================
      * RODA-PREVIA - PERCORRE O ANO SEM GRAVAR NADA E LISTA EM
      * REAJUSTE.LST CADA REGISTRO QUE SERIA REAJUSTADO, COM O
      * BRUTO E O LIQUIDO ANTES E DEPOIS, OS TOTAIS E A LINHA QUE A
      * EXECUCAO GRAVARIA NO CONTROLE.LOG. A ASSINATURA DOS
      * ARQUIVOS FICA GUARDADA NO PREVCTL PARA A EXECUCAO CONFERIR.
      *============================================================
       RODA-PREVIA.
           PERFORM MONTA-PARAMETROS
           SET RODADA-PREVIA TO TRUE
           OPEN OUTPUT ARQ-REL
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           PERFORM IMPRIME-CABECALHO
           PERFORM PERCORRE-ANO
           PERFORM IMPRIME-TOTAIS
           PERFORM IMPRIME-CONTROLE-PREVIA
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'PREVIA ' WS-PARAMETROS-PRV
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-REAJUSTELST
           MOVE WS-NUM-SPL TO WS-NUM-SPL-PRV
           MOVE 'G' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           DISPLAY 'PREVIA EM REAJUSTE.LST - NADA FOI GRAVADO EM '
               'MENSAL.DAT.'.
      *
      * PARAMETROS DA EXECUCAO, OS MESMOS NA PREVIA E NA APLICACAO:
      * SAO A CHAVE DA PREVIA NO PREVCTL.
       MONTA-PARAMETROS.
           MOVE WS-PERCENTUAL TO WS-PERC-ED
           MOVE SPACES TO WS-PARAMETROS-PRV
           STRING 'ANO ' WS-ANO-PARAM ' PERCENTUAL ' WS-PERC-ED
                  ' POR ' WS-AUTORIZADO-POR
               DELIMITED BY SIZE INTO WS-PARAMETROS-PRV.
      *
      *============================================================
      * MONTA-CONTROLE / GRAVA-CONTROLE - LINHA DE CONCLUSAO EM
      * CONTROLE.LOG (PROGRAMA, DATA, REGISTROS REAJUSTADOS E
      * STATUS), COMO NAS CARGAS DA CADEIA NOTURNA. A PREVIA SO A
      * MOSTRA NA LISTAGEM.
      *============================================================
       MONTA-CONTROLE.
           MOVE WS-DATA-HOJE       TO DATA-EXEC-CTL
           MOVE WS-CONTA-AJUSTADOS TO QTD-PROC-CTL
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
       IMPRIME-CONTROLE-PREVIA.
           PERFORM MONTA-CONTROLE
           MOVE SPACES TO WS-LINHA
           STRING 'A EXECUCAO GRAVARA EM CONTROLE.LOG: '
               WS-IMAGEM-CTL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * SOLICITA-PARAMETROS - PERGUNTA O ANO, O PERCENTUAL
      * AUTORIZADO E QUEM AUTORIZOU, E PERGUNTA SE E SO A PREVIA
      * OU A PREVIA COM A SOLICITACAO PARA A DIRECAO.
      *============================================================
       SOLICITA-PARAMETROS.
           DISPLAY 'REAJUSTE DE MENSALIDADES EM ABERTO'
           ACCEPT WS-AUTORIZADO-POR
           DISPLAY 'SO OS REGISTROS COM PARCELA AINDA EM ABERTO '
               'SERAO REAJUSTADOS.'
           DISPLAY 'A PREVIA LISTA EM REAJUSTE.LST O QUE MUDARIA, SEM '
               'GRAVAR NADA.'
           DISPLAY 'S - PREVIA E SOLICITACAO A DIRECAO'
           DISPLAY 'P - SO A PREVIA'
           DISPLAY 'N - CANCELA'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRMA.
      *
      *============================================================
      * SOLICITA-REAJUSTE - GRAVA O ANO, O PERCENTUAL E QUEM
      * AUTORIZOU COMO SOLICITACAO PARA A DIRECAO APROVAR.
      *============================================================
       SOLICITA-REAJUSTE.
           MOVE WS-ANO-PARAM      TO WS-ANO-APR
           MOVE WS-PERCENTUAL     TO WS-PERC-APR
           MOVE WS-AUTORIZADO-POR TO WS-AUTORIZ-APR
           MOVE WS-PERCENTUAL     TO WS-PERC-ED
           MOVE SPACES TO WS-CHAVE-ALVO-APR
           MOVE WS-ANO-PARAM TO WS-CHAVE-ALVO-APR(1:4)
           MOVE SPACES TO WS-DESCR-APR
           MOVE SPACES TO WS-ANTES-APR
           MOVE SPACES TO WS-DEPOIS-APR
           STRING 'REAJUSTE DAS PARCELAS EM ABERTO DE '
               WS-ANO-PARAM
               DELIMITED BY SIZE INTO WS-DESCR-APR
           MOVE 'PARCELAS COM O VALOR ATUAL' TO WS-ANTES-APR
           STRING 'BRUTO + ' WS-PERC-ED ' %'
               DELIMITED BY SIZE INTO WS-DEPOIS-APR
           PERFORM SOLICITA-APROVACAO.
      *
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING 'PERCENTUAL: ' WS-PERCENTUAL
               '  AUTORIZADO POR: ' WS-AUTORIZADO-POR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           IF RODADA-PREVIA
               STRING 'PREVIA PEDIDA POR: ' WS-OPER-SOL
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING 'SOLICITACAO ' WS-NUM-APR
                   '  SOLICITADO POR: ' WS-OPER-SOL
                   '  APROVADO POR: ' WS-OPER-DEC
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA.
      *
       POSICIONA-NO-ANO.
      * ELE AINDA TIVER ALGUMA PARCELA EM ABERTO: O BRUTO E A
      * PARCELA LIQUIDA (REDERIVADA DO PERC-DESC GRAVADO) SAO
      * REGRAVADOS E A MUDANCA VAI PARA O LOG DOS AUDITORES, COM O
      * VALOR ANTES E DEPOIS. COM CONVENIO NO ANO, A COTA DA EMPRESA
      * E RECALCULADA SOBRE O VALOR NOVO, SAI DA PARCELA DA FAMILIA
      * E E REGRAVADA NAS COTAS AINDA NAO FATURADAS. REGISTRO TODO
      * PAGO/CANCELADO NAO E TOCADO.
      *============================================================
       REAJUSTA-ALUNO.
      * ALUNO TRANSFERIDO, DESISTENTE OU FORMADO (OU JA EXCLUIDO DO
      * CADASTRO) FICA COMO ESTA.
           SET ALUNO-NAO-REAJUSTAVEL TO TRUE
           MOVE CODIGO TO CODIGO-ALU
           READ ARQ-ALU KEY IS CODIGO-ALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALUNO-ATIVO
                       SET ALUNO-REAJUSTAVEL TO TRUE
                   END-IF
           END-READ
           IF ALUNO-NAO-REAJUSTAVEL
               ADD 1 TO WS-CONTA-INATIVOS
           ELSE
               PERFORM REAJUSTA-ALUNO-ATIVO
           END-IF.
      *
       REAJUSTA-ALUNO-ATIVO.
           PERFORM CONTA-ABERTAS
           PERFORM BUSCA-CONVENIO-ALUNO
      * PARCELA 'CN' COM A COTA DO CONVENIO AINDA A FATURAR E A QUE
      * A EMPRESA PAGA INTEIRA: A FAMILIA CONTINUA SEM NADA A PAGAR
      * NELA, MAS A COTA DA EMPRESA TAMBEM E REAJUSTADA.
           IF CVA-ACHADO
               PERFORM CONTA-COTAS-CANCELADAS
               ADD WS-QTD-CANCELADAS TO WS-QTD-ABERTAS
           END-IF
           IF WS-QTD-ABERTAS = 0
               ADD 1 TO WS-CONTA-PULADOS
           ELSE
               MOVE VAL-PARCELA TO WS-VALOR-ANTIGO
               MOVE PARCELA-LIQ TO WS-LIQ-ANTIGO
               COMPUTE WS-VALOR-CALC ROUNDED =
                   WS-VALOR-ANTIGO * (100 + WS-PERCENTUAL) / 100
      * O VAL-PARCELA COMPORTA ATE 99.999,99: ESTOURO E ANOTADO
      * NO LOG E O REGISTRO FICA COMO ESTA.
               IF WS-VALOR-CALC > 99999,99
                   ADD 1 TO WS-CONTA-ESTOURO
                   IF NOT RODADA-CONFERENCIA
                       MOVE SPACES TO WS-LINHA
                       STRING 'ESTOURO - CODIGO ' CODIGO
                           ' VALOR REAJUSTADO ACIMA DE 99.999,99 - '
                           'REGISTRO NAO ALTERADO'
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
                   END-IF
               ELSE
                   MOVE WS-VALOR-CALC TO WS-VALOR-NOVO
                   MOVE WS-VALOR-NOVO TO VAL-PARCELA
                   COMPUTE PARCELA-LIQ ROUNDED =
                       WS-VALOR-NOVO * (100 - PERC-DESC) / 100
                   IF CVA-ACHADO
                       PERFORM SEPARA-COTA-CONVENIO
                   END-IF
                   IF RODADA-EFETIVA
                       PERFORM REGRAVA-MENSAL
                   ELSE
                       PERFORM SIMULA-AJUSTE
                   END-IF
               END-IF
           END-IF.
      *
       REGRAVA-MENSAL.
           REWRITE REG-MEN
           IF FS-OK
               ADD 1 TO WS-CONTA-AJUSTADOS
               PERFORM GRAVA-LOG-AJUSTE
               IF CVA-ACHADO
                   PERFORM AJUSTA-COTAS
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-ERROS
               DISPLAY 'ERRO AO REGRAVAR MENSAL.DAT - '
                   'FS-STAT: ' FS-STAT ' CODIGO: ' CODIGO
           END-IF.
      *
      * PREVIA E CONFERENCIA: O REGISTRO COMO FICARIA ENTRA NA
      * ASSINATURA; SO A PREVIA O LISTA.
       SIMULA-AJUSTE.
           ADD 1 TO WS-CONTA-AJUSTADOS
           PERFORM ASSINA-MENSAL
           IF RODADA-PREVIA
               PERFORM GRAVA-LOG-AJUSTE
           END-IF
           IF CVA-ACHADO
               PERFORM AJUSTA-COTAS
           END-IF.
      *
       CONTA-ABERTAS.
           MOVE ZEROES TO WS-QTD-ABERTAS
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      * PARCELAS 'CN' QUE A EMPRESA PAGA INTEIRAS: SO AS QUE TEM A
      * COTA EM COTACNV.DAT AINDA A FATURAR. PARCELA CANCELADA NA
      * SAIDA DO ALUNO TEM A COTA CANCELADA JUNTO E NAO CONTA.
       CONTA-COTAS-CANCELADAS.
           MOVE ZEROES TO WS-QTD-CANCELADAS
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM ISOLA-SITU-SLOT
               IF WS-SITU-ATUAL = 'CN'
                   MOVE CODIGO        TO CODIGO-COT
                   MOVE ANO-REF       TO ANO-COT
                   MOVE WS-SLOT-ATUAL TO SLOT-COT
                   READ ARQ-COT KEY IS CHAVE-COT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF COT-A-FATURAR
                               ADD 1 TO WS-QTD-CANCELADAS
                           END-IF
                   END-READ
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      *============================================================
      * BUSCA-CONVENIO-ALUNO - PERCORRE OS CONVENIOS DO ALUNO (A
      * CHAVE COMECA PELO CODIGO) ATRAS DO QUE COBRE O ANO DO
      * REGISTRO, COMO O ACHA-CONVENIO-ALUNO DO CRIAPAR, E SO O
      * ACEITA COM A EMPRESA CADASTRADA E ATIVA.
      *============================================================
       BUSCA-CONVENIO-ALUNO.
           SET CVA-NAO-ACHADO TO TRUE
           IF CONV-DISPONIVEL
               MOVE CODIGO TO CODIGO-CVA
               MOVE ZEROES TO ANO-INI-CVA
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
                           IF CODIGO-CVA NOT = CODIGO
                              OR ANO-INI-CVA > ANO-REF
                               MOVE 'Y' TO WS-EOF-CVA
                           ELSE
                               IF ANO-FIM-CVA NOT < ANO-REF
                                   SET CVA-ACHADO TO TRUE
                                   MOVE 'Y' TO WS-EOF-CVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
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
           END-IF.
      *
      *============================================================
      * SEPARA-COTA-CONVENIO - COTA DA EMPRESA SOBRE A PARCELA
      * LIQUIDA NOVA, PELA REGRA DO CRIAPAR, TIRADA DA PARCELA DA
      * FAMILIA.
      *============================================================
       SEPARA-COTA-CONVENIO.
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
           SUBTRACT WS-VALOR-COTA FROM PARCELA-LIQ.
      *
      *============================================================
      * AJUSTA-COTAS - REGRAVA COM A COTA NOVA AS COTAS DO ALUNO NO
      * ANO AINDA A FATURAR ('AB'), DAS PARCELAS NAO PAGAS PELA
      * FAMILIA (INCLUSIVE AS 'CN' QUE A EMPRESA PAGA INTEIRAS).
      * COTA FATURADA OU PAGA FICA COMO ESTA: A FATURA DA EMPRESA
      * JA SAIU COM AQUELE VALOR. NA PREVIA E NA CONFERENCIA, A
      * COTA LIDA E A COTA COMO FICARIA ENTRAM NA ASSINATURA.
      *============================================================
       AJUSTA-COTAS.
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM ISOLA-SITU-SLOT
               IF WS-SITU-ATUAL NOT = 'PG'
                  AND WS-SITU-ATUAL NOT = SPACES
                   PERFORM AJUSTA-COTA-SLOT
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
       AJUSTA-COTA-SLOT.
           MOVE CODIGO        TO CODIGO-COT
           MOVE ANO-REF       TO ANO-COT
           MOVE WS-SLOT-ATUAL TO SLOT-COT
           READ ARQ-COT KEY IS CHAVE-COT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT RODADA-EFETIVA
                       PERFORM ASSINA-COTA
                   END-IF
                   IF COT-A-FATURAR AND WS-VALOR-COTA > 0
                      AND (VALOR-COT NOT = WS-VALOR-COTA
                           OR EMPRESA-COT NOT = WS-EMPRESA-COTA)
                       MOVE VALOR-COT       TO WS-COTA-ANTIGA
                       MOVE WS-EMPRESA-COTA TO EMPRESA-COT
                       MOVE WS-VALOR-COTA   TO VALOR-COT
                       IF RODADA-EFETIVA
                           PERFORM REGRAVA-COTA
                       ELSE
                           ADD 1 TO WS-CONTA-COTAS
                           PERFORM ASSINA-COTA
                           IF RODADA-PREVIA
                               PERFORM GRAVA-LOG-COTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       REGRAVA-COTA.
           REWRITE REG-COT
           IF FS-COT-OK
               ADD 1 TO WS-CONTA-COTAS
               PERFORM GRAVA-LOG-COTA
           ELSE
               ADD 1 TO WS-CONTA-ERROS
               DISPLAY 'ERRO AO REGRAVAR COTACNV.DAT - '
                   'FS-STAT: ' FS-STAT-COT ' CODIGO: ' CODIGO
           END-IF.
      *
       GRAVA-LOG-COTA.
           MOVE WS-COTA-ANTIGA TO WS-ED-ANTIGO
           MOVE VALOR-COT      TO WS-ED-NOVO
           MOVE SPACES TO WS-LINHA
           STRING '         COTA DA EMPRESA ' EMPRESA-COT
               ' PARCELA ' SLOT-COT ' ' WS-ED-ANTIGO
               ' -> ' WS-ED-NOVO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ISOLA-SITU-SLOT.
           EVALUATE WS-SLOT-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNOS NAO ATIVOS.........: ' WS-CONTA-INATIVOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'ESTOUROS NAO APLICADOS....: ' WS-CONTA-ESTOURO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF CONV-DISPONIVEL
               MOVE SPACES TO WS-LINHA
               STRING 'COTAS DE CONVENIO.........: ' WS-CONTA-COTAS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           IF RODADA-PREVIA
               DISPLAY 'REGISTROS A REAJUSTAR.....: '
                   WS-CONTA-AJUSTADOS
           ELSE
               DISPLAY 'REGISTROS REAJUSTADOS.....: '
                   WS-CONTA-AJUSTADOS
               DISPLAY 'LOG GRAVADO EM REAJUSTE.LST.'
           END-IF.
      *
      *============================================================
      * SOLICITA-APROVACAO - A ALTERACAO NAO E APLICADA AQUI: VAI
      * PARA APROVA.DAT COMO SOLICITACAO PENDENTE, COM O OPERADOR
      * SOLICITANTE E OS VALORES ANTES E DEPOIS, E SO E APLICADA
      * QUANDO OUTRO OPERADOR, DA DIRECAO, APROVAR NO APROVA (QUE
      * CHAMA ESTE PROGRAMA DE VOLTA PARA APLICAR). CADA ITEM TEM NO
      * MAXIMO UMA SOLICITACAO EM ABERTO. SEM O LOGIN DO MENU NAO
      * HA SOLICITANTE AUTENTICADO PARA O APROVA CONFERIR, E A
      * SOLICITACAO NAO E GRAVADA.
      *============================================================
       SOLICITA-APROVACAO.
           IF WS-OPER-SESSAO = SPACES
               DISPLAY 'SOLICITACAO NAO GRAVADA - O PEDIDO DE '
                   'APROVACAO PRECISA DO LOGIN DO MENU.'
           ELSE
               PERFORM GRAVA-SOLICITACAO
           END-IF.
      *
       GRAVA-SOLICITACAO.
           PERFORM DESCOBRE-PROX-APR
           IF WS-APR-PENDENTE > 0
               DISPLAY 'JA HA A SOLICITACAO ' WS-APR-PENDENTE
                   ' EM ABERTO PARA ESTE ITEM - AGUARDE A DECISAO '
                   'DA DIRECAO.'
           ELSE
               ACCEPT WS-DATA-APR FROM DATE YYYYMMDD
               ACCEPT WS-HORA-APR FROM TIME
               SET APR-NAO-GRAVADA TO TRUE
               PERFORM UNTIL APR-GRAVADA
                   MOVE SPACES            TO REG-APR
                   MOVE WS-PROX-APR       TO NUM-APR
                   MOVE WS-TIPO-APR       TO TIPO-APR
                   SET APR-PENDENTE TO TRUE
                   MOVE 'REAJUSTE'         TO PROGRAMA-APR
                   MOVE WS-CHAVE-ALVO-APR TO CHAVE-ALVO-APR
                   MOVE WS-OPER-SOL       TO OPER-SOL-APR
                   MOVE WS-DATA-APR       TO DATA-SOL-APR
                   MOVE WS-HORA-APR       TO HORA-SOL-APR
                   MOVE ZEROES            TO DATA-DEC-APR
                   MOVE ZEROES            TO HORA-DEC-APR
                   MOVE WS-DESCR-APR      TO DESCR-APR
                   MOVE WS-ANTES-APR      TO ANTES-APR
                   MOVE WS-DEPOIS-APR     TO DEPOIS-APR
                   MOVE WS-DADOS-APR      TO DADOS-APR
                   WRITE REG-APR
                       INVALID KEY
                           ADD 1 TO WS-PROX-APR
                       NOT INVALID KEY
                           SET APR-GRAVADA TO TRUE
                           DISPLAY 'SOLICITACAO ' NUM-APR
                               ' GRAVADA - AGUARDANDO APROVACAO DA '
                               'DIRECAO.'
                   END-WRITE
                   IF APR-NAO-GRAVADA AND NOT FS-APR-OK
                      AND NOT FS-APR-CHAVE-DUPLIC
                       SET APR-GRAVADA TO TRUE
                       DISPLAY 'ERRO AO GRAVAR APROVA.DAT - FS-STAT: '
                           FS-STAT-APR ' - SOLICITACAO NAO GRAVADA.'
                   END-IF
               END-PERFORM
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-APR - MAIOR NUMERO DE SOLICITACAO JA USADO EM
      * APROVA.DAT E, NA MESMA VARREDURA, SOLICITACAO AINDA EM
      * ABERTO (PENDENTE OU LIBERADA) DO MESMO TIPO E ITEM.
      *============================================================
       DESCOBRE-PROX-APR.
           MOVE ZEROES TO WS-PROX-APR
           MOVE ZEROES TO WS-APR-PENDENTE
           MOVE ZEROES TO NUM-APR
           START ARQ-APR KEY IS NOT LESS THAN NUM-APR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-APR
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-APR
           END-START
           PERFORM UNTIL WS-EOF-APR = 'Y'
               READ ARQ-APR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-APR
                   NOT AT END
                       MOVE NUM-APR TO WS-PROX-APR
                       IF TIPO-APR = WS-TIPO-APR
                          AND CHAVE-ALVO-APR = WS-CHAVE-ALVO-APR
                          AND (APR-PENDENTE OR APR-LIBERADA)
                           MOVE NUM-APR TO WS-APR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-APR.
      *
      *============================================================
      * LE-APROVADA - CHAMADO PELO APROVA: LE A SOLICITACAO
      * LIBERADA PELA DIRECAO E DEVOLVE OS DADOS GUARDADOS NELA E O
      * OPERADOR QUE APROVOU. SOLICITACAO DE OUTRO TIPO OU QUE NAO
      * ESTA MAIS LIBERADA NAO E APLICADA.
      *============================================================
       LE-APROVADA.
           SET APR-NAO-LIDA TO TRUE
           MOVE WS-NUM-APR TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ENCONTRADA '
                       'EM APROVA.DAT.'
               NOT INVALID KEY
                   IF APR-LIBERADA AND TIPO-APR = WS-TIPO-APR
                       SET APR-LIDA TO TRUE
                       MOVE DADOS-APR    TO WS-DADOS-APR
                       MOVE OPER-SOL-APR TO WS-OPER-SOL
                       MOVE OPER-DEC-APR TO WS-OPER-DEC
                   ELSE
                       DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ESTA '
                           'LIBERADA PARA ESTE PROGRAMA.'
                   END-IF
           END-READ.
      *
      *============================================================
      * MARCA-APLICADA - ALTERACAO APROVADA E GRAVADA: A SOLICITACAO
      * PASSA A APLICADA. SE A APLICACAO FALHOU, ELA CONTINUA
      * LIBERADA E O APROVA A DEVOLVE PARA A FILA.
      *============================================================
       MARCA-APLICADA.
           MOVE WS-NUM-APR TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ENCONTRADA '
                       'EM APROVA.DAT.'
               NOT INVALID KEY
                   SET APR-APLICADA TO TRUE
                   REWRITE REG-APR
                   IF NOT FS-APR-OK
                       DISPLAY 'ERRO AO REGRAVAR APROVA.DAT - '
                           'FS-STAT: ' FS-STAT-APR
                   END-IF
           END-READ.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MEN
                   'CRIAPAR PRIMEIRO.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               CLOSE ARQ-MEN
               GOBACK
           END-IF
           OPEN I-O ARQ-APR
           IF FS-APR-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-APR
               CLOSE ARQ-APR
               OPEN I-O ARQ-APR
           END-IF
      * OS CONVENIOS SO VALEM COM O CADASTRO DAS EMPRESAS, O DOS
      * CONVENIOS POR ALUNO E AS COTAS GRAVADAS PELO CRIAPAR; SEM
      * ELES A PARCELA DA FAMILIA E REAJUSTADA INTEIRA, COMO SEMPRE
      * FOI.
           SET CONV-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CVA
           IF FS-CVA-NAO-EXISTE THEN
               SET CONV-INDISPONIVEL TO TRUE
           ELSE
               OPEN INPUT ARQ-CNV
               IF FS-CNV-NAO-EXISTE THEN
                   CLOSE ARQ-CVA
                   SET CONV-INDISPONIVEL TO TRUE
               ELSE
                   OPEN I-O ARQ-COT
                   IF FS-COT-NAO-EXISTE THEN
                       CLOSE ARQ-CVA
                       CLOSE ARQ-CNV
                       SET CONV-INDISPONIVEL TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       FECHA-CONVENIOS.
           IF CONV-DISPONIVEL
               CLOSE ARQ-CNV
               CLOSE ARQ-CVA
               CLOSE ARQ-COT
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'REAJUSTELST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-REAJUSTELST
           MOVE 'APROVA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APROVA
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO
           MOVE 'CONVALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVALU
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV.
