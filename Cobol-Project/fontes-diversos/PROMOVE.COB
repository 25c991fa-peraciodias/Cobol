              ASSIGN TO WS-ARQ-PROMOVELST
              ORGANIZATION IS LINE SEQUENTIAL.

      * EMPRESTIMOS DA BIBLIOTECA: LIVRO NAO DEVOLVIDO SAI COMO AVISO
      * NA LISTAGEM, SEM SEGURAR A PROMOCAO.
       SELECT ARQ-EMP
              ASSIGN TO WS-ARQ-EMPREST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-EMP
              ALTERNATE RECORD KEY IS CODIGO-EMP
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EMP.

      * REGISTRO DE CONCLUSAO DAS ROTINAS EM MASSA, O MESMO DAS
      * CARGAS DA CADEIA NOTURNA.
       SELECT ARQ-CTL ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-AUD.
       01  REG-AUD.
       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       FD  ARQ-EMP.
       01  REG-EMP.
           02 NUM-EMP            PIC 9(06).
           02 CODIGO-EMP         PIC 9(08).
           02 TOMBO-EMP          PIC 9(06).
           02 DATA-EMP           PIC 9(08).
           02 DATA-PREV-EMP      PIC 9(08).
           02 DATA-DEV-EMP       PIC 9(08).
           02 SITU-EMP           PIC X(01).
              88 EMP-ABERTO      VALUE 'A'.
           02 DIAS-ATRASO-EMP    PIC 9(04).
           02 MULTA-EMP          PIC 9(05)V99.
           02 ANO-COBR-EMP       PIC 9(04).
           02 SEQ-MULTA-EMP      PIC 9(03).
           02 SEQ-REPOS-EMP      PIC 9(03).
           02 OPERADOR-EMP       PIC X(08).

       FD  ARQ-CTL.
       01  REG-CTL               PIC X(32).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-AUDITALU PIC X(64).
       01  WS-ARQ-PROMOVELST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
      *
      *----------------------------------------------------------
      * MAPA TURMA ANTIGA -> TURMA NOVA, DIGITADO NA PARTIDA E
       01  WS-CONTA-FORMADOS  PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-RETIDOS   PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-EXCECOES  PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-LIVROS    PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-ERROS     PIC 9(06) VALUE ZEROES.
       01  WS-QTD-LIVROS      PIC 9(03).
       01  WS-EOF-EMP         PIC X(01).
       01  WS-ARQ-EMPREST PIC X(64).
       01  WS-SW-EMP PIC X(01).
           88 EMP-DISPONIVEL   VALUE 'S'.
           88 EMP-INDISPONIVEL VALUE 'N'.
       01  WS-LINHA           PIC X(90).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
           88 SO-PREVIA  VALUE 'P'.
       01  WS-SW-MAPA PIC X(01).
           88 MAPA-ACHADO     VALUE 'S'.
           88 MAPA-NAO-ACHADO VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'PROMOVE'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-AUD PIC 9(02).
           88 FS-AUD-OK         VALUE ZEROS.
           88 FS-AUD-NAO-EXISTE VALUE 35.
       77 FS-STAT-EMP PIC 9(02).
           88 FS-EMP-OK         VALUE ZEROS.
           88 FS-EMP-NAO-EXISTE VALUE 35.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK         VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE VALUE 35.

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
              03 WS-PROGRAMA-PRV   PIC X(08) VALUE 'PROMOVE'.
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
      * DESTINO DE CADA ALUNO ATIVO (P PROMOVIDO, F FORMADO, R
      * RETIDO, E EXCECAO) COM OS LIVROS EM ABERTO: ENTRA NA
      * ASSINATURA MESMO QUANDO O CADASTRO NAO MUDA.
       01  WS-DESTINO-ALUNO.
           02 WS-CODIGO-DEST     PIC 9(08).
           02 WS-TIPO-DEST       PIC X(01).
           02 WS-LIVROS-DEST     PIC 9(03).
      * O QUE MUDA NO CADASTRO, PARA A LISTAGEM DA PREVIA.
       01  WS-CAMPO-MUDA      PIC X(08).
       01  WS-VALOR-ANTES     PIC X(06).
       01  WS-VALOR-DEPOIS    PIC X(06).
      * LINHA DO CONTROLE.LOG: GRAVADA PELA EXECUCAO E MOSTRADA NO
      * FIM DA LISTAGEM DA PREVIA.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-IMAGEM-CTL.
           02 PROGRAMA-CTL    PIC X(08) VALUE 'PROMOVE'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-PARAMETROS.
       IF NOT CONFIRMADO AND NOT SO-PREVIA
           DISPLAY 'PROMOCAO CANCELADA.'
           PERFORM FECHA-ARQUIVOS
           GOBACK
       END-IF
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       PERFORM MONTA-PARAMETROS
       IF SO-PREVIA
           PERFORM RODA-PREVIA
       ELSE
           PERFORM RODA-EXECUCAO
       END-IF
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
      *============================================================
      * RODA-PREVIA - FAZ TODA A LEITURA E A DECISAO DA PROMOCAO
      * SEM GRAVAR NADA E LISTA EM PROMOVE.LST CADA CADASTRO QUE
      * MUDARIA (ANTES -> DEPOIS), AS EXCECOES, OS AVISOS, OS
      * TOTAIS E A LINHA QUE A EXECUCAO GRAVARIA NO CONTROLE.LOG.
      * A ASSINATURA FICA GUARDADA NO PREVCTL.
      *============================================================
       RODA-PREVIA.
           SET RODADA-PREVIA TO TRUE
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
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
           WRITE REG-REL.
      *
      *============================================================
      * RODA-EXECUCAO - REFAZ A LEITURA SEM GRAVAR E CONFERE COM A
      * PREVIA NO PREVCTL; SO COM A PREVIA CONFERIDA (OU DISPENSADA
      * PELO PREVIAOBRIG) PROMOVE DE FATO, GRAVA O CONTROLE.LOG E DA
      * BAIXA NA PREVIA.
      *============================================================
       RODA-EXECUCAO.
           SET RODADA-CONFERENCIA TO TRUE
           PERFORM PERCORRE-ALUNOS
           MOVE 'C' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           IF PREVIA-CONFERE OR PREVIA-LIVRE
               SET RODADA-EFETIVA TO TRUE
               PERFORM PERCORRE-ALUNOS
               PERFORM IMPRIME-TOTAIS
               PERFORM GRAVA-CONTROLE
               IF PREVIA-CONFERE
                   MOVE 'B' TO WS-FUNCAO-PRV
                   CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
               END-IF
           ELSE
               MOVE 'PROMOCAO RECUSADA PELA CONFERENCIA DA PREVIA - '
                   TO REG-REL
               WRITE REG-REL
               MOVE 'NADA FOI GRAVADO.' TO REG-REL
               WRITE REG-REL
               DISPLAY 'PROMOCAO RECUSADA - NADA FOI GRAVADO.'
           END-IF.
      *
      *============================================================
      * PERCORRE-ALUNOS - LE O CADASTRO INTEIRO DO INICIO E DECIDE O
      * DESTINO DE CADA ALUNO ATIVO. NA PREVIA E NA CONFERENCIA CADA
      * ALUNO ATIVO LIDO, O DESTINO DELE E O CADASTRO COMO FICARIA
      * ENTRAM NA ASSINATURA.
      *============================================================
       PERCORRE-ALUNOS.
           MOVE ZEROES TO WS-CONTA-LIDOS
           MOVE ZEROES TO WS-CONTA-PROMOVIDOS
           MOVE ZEROES TO WS-CONTA-FORMADOS
           MOVE ZEROES TO WS-CONTA-RETIDOS
           MOVE ZEROES TO WS-CONTA-EXCECOES
           MOVE ZEROES TO WS-CONTA-LIVROS
           MOVE ZEROES TO WS-CONTA-ERROS
           MOVE ZEROES TO WS-QTD-LIDOS-PRV
           MOVE ZEROES TO WS-SOMA-PRV
           MOVE ZEROES TO CODIGO
           START ARQ-ALU KEY IS NOT LESS THAN CODIGO
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
                       IF ALUNO-ATIVO
                           ADD 1 TO WS-CONTA-LIDOS
                           IF NOT RODADA-EFETIVA
                               PERFORM ASSINA-ALUNO
                           END-IF
                           MOVE ZEROES TO WS-QTD-LIVROS
                           IF EMP-DISPONIVEL
                               PERFORM AVISA-LIVROS
                           END-IF
                           PERFORM PROMOVE-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-QTD-ALTERA-PRV =
               WS-CONTA-PROMOVIDOS + WS-CONTA-FORMADOS.
      *
       ASSINA-ALUNO.
           MOVE LENGTH OF REG-ALU TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-ALU WS-TAM-PRV.
      *
       ASSINA-DESTINO.
           MOVE CODIGO        TO WS-CODIGO-DEST
           MOVE WS-QTD-LIVROS TO WS-LIVROS-DEST
           MOVE LENGTH OF WS-DESTINO-ALUNO TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV WS-DESTINO-ALUNO
                                 WS-TAM-PRV.
      *
      * PARAMETROS DA EXECUCAO, OS MESMOS NA PREVIA E NA EXECUCAO:
      * SAO A CHAVE DA PREVIA NO PREVCTL.
       MONTA-PARAMETROS.
           MOVE SPACES TO WS-PARAMETROS-PRV
           STRING 'ANO ' WS-ANO-PARAM ' SERIE FINAL ' WS-SERIE-FINAL
               ' MAPA ' WS-QTD-MAPA ' PARES'
               DELIMITED BY SIZE INTO WS-PARAMETROS-PRV.
      *
      *============================================================
      * MONTA-CONTROLE / GRAVA-CONTROLE - LINHA DE CONCLUSAO EM
      * CONTROLE.LOG (PROGRAMA, DATA, CADASTROS REGRAVADOS E
      * STATUS), COMO NAS CARGAS DA CADEIA NOTURNA. A PREVIA SO A
      * MOSTRA NA LISTAGEM.
      *============================================================
       MONTA-CONTROLE.
           MOVE WS-DATA-HOJE      TO DATA-EXEC-CTL
           MOVE WS-QTD-ALTERA-PRV TO QTD-PROC-CTL
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
      * SOLICITA-PARAMETROS - PERGUNTA O ANO QUE ESTA FECHANDO, A
      * SERIE FINAL DA ESCOLA (CUJOS APROVADOS FORMAM) E O MAPA DE
      * TURMA ANTIGA PARA TURMA NOVA, CONFERIDO CONTRA TURMAS.DAT.
           DISPLAY 'INFORME O MAPA DE TURMAS (ATE 50 PARES).'
           PERFORM CAPTURA-MAPA
           DISPLAY 'PARES NO MAPA: ' WS-QTD-MAPA
           DISPLAY 'P = SO A PREVIA (NADA E GRAVADO)'
           DISPLAY 'CONFIRMA A PROMOCAO (S/N/P)? ' WITH NO ADVANCING
           ACCEPT WS-CONFIRMA.
      *
       CAPTURA-MAPA.
      *============================================================
       PROMOVE-ALUNO.
           PERFORM APURA-RESULTADOS
           MOVE 'R' TO WS-TIPO-DEST
           EVALUATE TRUE
               WHEN WS-QTD-NOTAS = 0
                   MOVE 'SEM RESULTADO LANCADO NO ANO'
                   ADD 1 TO WS-CONTA-RETIDOS
               WHEN OTHER
                   PERFORM APLICA-PROMOCAO
           END-EVALUATE
           IF NOT RODADA-EFETIVA
               PERFORM ASSINA-DESTINO
           END-IF.
      *
       APURA-RESULTADOS.
           MOVE ZEROES TO WS-QTD-NOTAS
           IF WS-SERIE-FINAL NOT = SPACES
              AND WS-SERIE-ALUNO = WS-SERIE-FINAL
               MOVE REG-ALU TO WS-IMAGEM-ANTES
               MOVE 'F'        TO WS-TIPO-DEST
               MOVE 'SITUACAO' TO WS-CAMPO-MUDA
               MOVE SITUACAO-ALUNO TO WS-VALOR-ANTES
               SET ALUNO-FORMADO TO TRUE
               MOVE SITUACAO-ALUNO TO WS-VALOR-DEPOIS
               PERFORM REGRAVA-ALUNO
               IF FS-ALU-OK
                   ADD 1 TO WS-CONTA-FORMADOS
                   IF NOT RODADA-CONFERENCIA
                       DISPLAY 'FORMADO.............: ' CODIGO
                   END-IF
               END-IF
           ELSE
               PERFORM BUSCA-TURMA-NOVA
                   PERFORM GRAVA-EXCECAO
               ELSE
                   MOVE REG-ALU TO WS-IMAGEM-ANTES
                   MOVE 'P'     TO WS-TIPO-DEST
                   MOVE 'TURMA' TO WS-CAMPO-MUDA
                   MOVE TURMA   TO WS-VALOR-ANTES
                   MOVE WS-TURMA-NOVA TO TURMA
                   MOVE WS-TURMA-NOVA TO WS-VALOR-DEPOIS
                   PERFORM REGRAVA-ALUNO
                   IF FS-ALU-OK
                       ADD 1 TO WS-CONTA-PROMOVIDOS
                       IF NOT RODADA-CONFERENCIA
                           DISPLAY 'PROMOVIDO...........: ' CODIGO
                               ' -> TURMA ' WS-TURMA-NOVA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-SEARCH.
      *
       REGRAVA-ALUNO.
           IF NOT RODADA-EFETIVA
               PERFORM SIMULA-REGRAVACAO
           ELSE
               REWRITE REG-ALU
      * SO CONFIRMA (E JORNALIZA EM AUDITALU.DAT) O QUE FOI DE FATO
      * GRAVADO, COMO NO MANTALU.
               IF FS-ALU-OK
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   ADD 1 TO WS-CONTA-ERROS
                   MOVE 'ALUNOS.DAT NAO REGRAVADO - RODE DE NOVO'
                       TO WS-MOTIVO-EXC
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-IF.
      *
      * PREVIA E CONFERENCIA: O CADASTRO COMO FICARIA ENTRA NA
      * ASSINATURA E, NA PREVIA, VAI PARA A LISTAGEM COM O VALOR
      * ANTES E DEPOIS. NADA E REGRAVADO NEM JORNALIZADO.
       SIMULA-REGRAVACAO.
           MOVE ZEROES TO FS-STAT-ALU
           PERFORM ASSINA-ALUNO
           IF RODADA-PREVIA
               MOVE SPACES TO WS-LINHA
               STRING 'MUDARIA ' CODIGO ' ' NOME ' ' WS-CAMPO-MUDA
                   ' ' WS-VALOR-ANTES ' -> ' WS-VALOR-DEPOIS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       GRAVA-EXCECAO.
           ADD 1 TO WS-CONTA-EXCECOES
           MOVE 'E' TO WS-TIPO-DEST
           IF NOT RODADA-CONFERENCIA
               MOVE SPACES TO WS-LINHA
               STRING 'EXCECAO ' CODIGO ' ' NOME ' TURMA ' TURMA
                   ' - ' WS-MOTIVO-EXC
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               DISPLAY 'EXCECAO.............: ' CODIGO ' - '
                   WS-MOTIVO-EXC
           END-IF.
      *
      *============================================================
      * AVISA-LIVROS - CONTA OS LIVROS DA BIBLIOTECA AINDA COM O
      * ALUNO E, SE HOUVER, ANOTA UM AVISO NA LISTAGEM. A PROMOCAO
      * SEGUE NORMALMENTE; A COBRANCA FICA COM A BIBLIOTECA.
      *============================================================
       AVISA-LIVROS.
           MOVE ZEROES TO WS-QTD-LIVROS
           MOVE CODIGO TO CODIGO-EMP
           START ARQ-EMP KEY IS EQUAL TO CODIGO-EMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-EMP
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-EMP
           END-START
           PERFORM UNTIL WS-EOF-EMP = 'Y'
               READ ARQ-EMP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-EMP
                   NOT AT END
                       IF CODIGO-EMP NOT = CODIGO
                           MOVE 'Y' TO WS-EOF-EMP
                       ELSE
                           IF EMP-ABERTO
                               ADD 1 TO WS-QTD-LIVROS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-LIVROS > 0
               ADD 1 TO WS-CONTA-LIVROS
           END-IF
           IF WS-QTD-LIVROS > 0 AND NOT RODADA-CONFERENCIA
               MOVE SPACES TO WS-LINHA
               STRING 'AVISO   ' CODIGO ' ' NOME ' TURMA ' TURMA
                   ' - ' WS-QTD-LIVROS ' LIVRO(S) NAO DEVOLVIDO(S)'
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               DISPLAY 'AVISO BIBLIOTECA....: ' CODIGO ' - '
                   WS-QTD-LIVROS ' LIVRO(S) NAO DEVOLVIDO(S)'
           END-IF.
      *
      *============================================================
      * GRAVA-AUDITORIA - ANOTA EM AUDITALU.DAT A PROMOCAO COM AS
               ' EXCECOES: ' WS-CONTA-EXCECOES
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNOS COM LIVRO DA BIBLIOTECA NAO DEVOLVIDO: '
               WS-CONTA-LIVROS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY '================================================'
           IF RODADA-PREVIA
               DISPLAY 'PREVIA DA PROMOCAO DO ANO ' WS-ANO-PARAM
                   ' - NADA FOI GRAVADO'
           ELSE
               DISPLAY 'PROMOCAO DO ANO ' WS-ANO-PARAM ' CONCLUIDA'
           END-IF
           DISPLAY 'ALUNOS ATIVOS LIDOS.: ' WS-CONTA-LIDOS
           DISPLAY 'PROMOVIDOS..........: ' WS-CONTA-PROMOVIDOS
           DISPLAY 'FORMADOS............: ' WS-CONTA-FORMADOS
           DISPLAY 'RETIDOS NA SERIE....: ' WS-CONTA-RETIDOS
           DISPLAY 'EXCECOES NA LISTA...: ' WS-CONTA-EXCECOES
           DISPLAY 'COM LIVRO NAO DEVOLV: ' WS-CONTA-LIVROS
           DISPLAY '================================================'.
      *
       FECHA-ARQUIVOS.
           CLOSE ARQ-NOTAS
           CLOSE ARQ-TUR
           CLOSE ARQ-AUD
           IF EMP-DISPONIVEL
               CLOSE ARQ-EMP
           END-IF
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           IF RODADA-PREVIA
               STRING 'PREVIA ' WS-PARAMETROS-PRV
                   DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           ELSE
               STRING 'ANO ' WS-ANO-PARAM ' SERIE FINAL '
                   WS-SERIE-FINAL
                   DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           END-IF
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-PROMOVELST
      * A PREVIA SO FICA VALENDO DEPOIS DE IR PARA O SPOOL: O
      * PREVCTL GUARDA O NUMERO DELA JUNTO DA ASSINATURA.
           IF RODADA-PREVIA
               MOVE WS-NUM-SPL TO WS-NUM-SPL-PRV
               MOVE 'G' TO WS-FUNCAO-PRV
               CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
               DISPLAY 'PREVIA EM PROMOVE.LST - NADA FOI GRAVADO EM '
                   'ALUNOS.DAT.'
           END-IF.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-ALU
           IF FS-AUD-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-AUD
           END-IF
           SET EMP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EMP
           IF FS-EMP-NAO-EXISTE THEN
               SET EMP-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
      *============================================================
           MOVE 'AUDITALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITALU
           MOVE 'PROMOVELST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PROMOVELST
           MOVE 'EMPREST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-EMPREST
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE.
