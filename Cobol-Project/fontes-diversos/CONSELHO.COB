              ASSIGN TO WS-ARQ-CONSELHOLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * TURMAS: SO PARA A SERIE DA TURMA, QUE ESCOLHE A REGRA DE
      * AVALIACAO (MEDIAS E FREQUENCIA MINIMA) DOS ALERTAS.
       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
       FD  ARQ-REL.
       01  REG-REL           PIC X(100).

       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-FREQ PIC X(64).
       01  WS-ARQ-CONSELHOLST PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
      *
      *----------------------------------------------------------
      * RESUMO DO CONSELHO: CONTAGEM DE AP/RC/RP PROPOSTOS POR
       01  WS-EOF-NOTA        PIC X(01).
       01  WS-CONTA-ALUNOS    PIC 9(04) VALUE ZEROES.
       01  WS-CONTA-DISC-ALU  PIC 9(02).
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME      PIC X(08) VALUE 'CONSELHO'.
       01  WS-FALTAS-TEXTO    PIC X(30).
       01  WS-ALERTA          PIC X(20).
       01  WS-LIMITE-FALTAS   PIC 9(04).
       01  WS-LIMITE-ATENCAO  PIC 9(04).
       01  WS-LINHA           PIC X(100).
       01  WS-SERIE-PARAM     PIC X(02).
       01  WS-MEDIA-LIMITROFE PIC 9(02)V99.
       01  WS-PERC-ATENCAO    PIC 9(03).
      *
      * REGRA DE AVALIACAO DA SERIE/ANO (REGRAS.DAT, VIA LEREGRA).
       01  WS-REGRA.
           02 WS-PESO-1-REGRA      PIC 9(02).
           02 WS-PESO-2-REGRA      PIC 9(02).
           02 WS-PESO-3-REGRA      PIC 9(02).
           02 WS-PESO-4-REGRA      PIC 9(02).
           02 WS-MEDIA-AP-REGRA    PIC 9(02)V99.
           02 WS-MEDIA-RC-REGRA    PIC 9(02)V99.
           02 WS-FORMULA-REC-REGRA PIC X(01).
           02 WS-PESO-MEDIA-REGRA  PIC 9(02).
           02 WS-PESO-PROVA-REGRA  PIC 9(02).
           02 WS-MEDIA-REC-REGRA   PIC 9(02)V99.
           02 WS-FREQ-MIN-REGRA    PIC 9(03).
           02 WS-ORIGEM-REGRA      PIC X(01).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CONSELHO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       01  WS-SW-FREQ PIC X(01).
           88 FREQ-DISPONIVEL   VALUE 'S'.
           88 FREQ-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK         VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-TURMA-PARAM
       DISPLAY 'ANO LETIVO (AAAA).: ' WITH NO ADVANCING
       ACCEPT WS-ANO-PARAM
       PERFORM CARREGA-REGRA.
       PERFORM IMPRIME-CABECALHO.
       MOVE ZEROES TO CODIGO
       START ARQ-ALU KEY IS NOT LESS THAN CODIGO
       IF FREQ-DISPONIVEL
           CLOSE ARQ-FREQ
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'TURMA ' WS-TURMA-PARAM ' ANO ' WS-ANO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CONSELHOLST.
       DISPLAY 'ALUNOS NA FOLHA DO CONSELHO: ' WS-CONTA-ALUNOS
       GOBACK.
      *
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * CARREGA-REGRA - SERIE DA TURMA (TURMAS.DAT) E A REGRA DE
      * AVALIACAO DA SERIE NO ANO. SEM TURMAS.DAT OU SEM A TURMA
      * CADASTRADA, VALE A REGRA GERAL DO ANO. OS LIMITES DOS
      * ALERTAS SAEM DA REGRA: MEDIA LIMITROFE E O PONTO ABAIXO DA
      * MEDIA DE RECUPERACAO; FREQUENCIA NO LIMITE E A FAIXA DE 5
      * PONTOS PERCENTUAIS ANTES DO MAXIMO DE FALTAS.
      *============================================================
       CARREGA-REGRA.
           MOVE SPACES TO WS-SERIE-PARAM
           OPEN INPUT ARQ-TUR
           IF FS-TUR-OK
               MOVE WS-TURMA-PARAM TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SERIE-TUR TO WS-SERIE-PARAM
               END-READ
               CLOSE ARQ-TUR
           END-IF
           CALL 'LEREGRA' USING WS-SERIE-PARAM WS-ANO-PARAM WS-REGRA
           IF WS-MEDIA-RC-REGRA > 1
               COMPUTE WS-MEDIA-LIMITROFE = WS-MEDIA-RC-REGRA - 1
           ELSE
               MOVE ZEROES TO WS-MEDIA-LIMITROFE
           END-IF
           IF WS-FREQ-MIN-REGRA < 95
               COMPUTE WS-PERC-ATENCAO = 95 - WS-FREQ-MIN-REGRA
           ELSE
               MOVE ZEROES TO WS-PERC-ATENCAO
           END-IF.
      *
      *============================================================
      * FOLHA-DO-ALUNO - UMA FOLHA POR ALUNO DA TURMA: TODAS AS
      * DISCIPLINAS DE NOTAS.DAT DO ANO COM OS QUATRO BIMESTRES E A
      * MEDIA, AS FALTAS DE FREQ.DAT CONTRA AS AULAS DO ANO, E AS
      * MARCACOES DE CASO LIMITROFE (MEDIA LOGO ABAIXO DA MEDIA DE
      * RECUPERACAO OU FREQUENCIA ENCOSTANDO NO LIMITE DA REGRA).
      *============================================================
       FOLHA-DO-ALUNO.
           CALL 'LENOME' USING WS-DOC-LENOME CODIGO NOME S-NOME
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
      *
      *============================================================
      * MONTA-ALERTA - MARCA OS CASOS QUE O CONSELHO PRECISA OLHAR
      * COM ATENCAO: MEDIA ATE UM PONTO ABAIXO DA MEDIA DE
      * RECUPERACAO DA REGRA (NO PADRAO, ENTRE 4 E 5) E FALTAS NOS
      * 5 PONTOS PERCENTUAIS ANTES DO MAXIMO PERMITIDO (NO PADRAO,
      * ENTRE 20% E 25% - AINDA DENTRO DA LEI, MAS ENCOSTANDO NO
      * LIMITE).
      *============================================================
       MONTA-ALERTA.
           MOVE SPACES TO WS-ALERTA
           IF MEDIA-FINAL-OK >= WS-MEDIA-LIMITROFE
              AND MEDIA-FINAL-OK < WS-MEDIA-RC-REGRA
               MOVE '*MEDIA LIMITROFE*' TO WS-ALERTA
           END-IF
           IF FREQ-DISPONIVEL AND AULAS-ANO-FREQ > 0
               COMPUTE WS-LIMITE-FALTAS =
                   AULAS-ANO-FREQ * (100 - WS-FREQ-MIN-REGRA) / 100
               COMPUTE WS-LIMITE-ATENCAO =
                   AULAS-ANO-FREQ * WS-PERC-ATENCAO / 100
               IF TOTAL-FALTAS-FREQ > WS-LIMITE-ATENCAO
                  AND TOTAL-FALTAS-FREQ <= WS-LIMITE-FALTAS
                   MOVE '*FREQ NO LIMITE*' TO WS-ALERTA
           MOVE 'FREQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FREQ
           MOVE 'CONSELHOLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONSELHOLST
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS.
