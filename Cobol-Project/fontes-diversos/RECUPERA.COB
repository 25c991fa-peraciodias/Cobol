              ASSIGN TO WS-ARQ-RECUPERALST
              ORGANIZATION IS LINE SEQUENTIAL.

      * CADASTRO E TURMAS: SO PARA A SERIE DO ALUNO, QUE ESCOLHE A
      * REGRA DE AVALIACAO (FORMULA E MEDIA DA RECUPERACAO).
       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTAS.
       FD  ARQ-REL.
       01  REG-REL            PIC X(90).

       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO         PIC 9(08).
           02 NOME           PIC X(20).
           02 S-NOME         PIC X(30).
           02 FONE           PIC X(12).
           02 CEP            PIC X(08).
           02 CIDADE         PIC X(08).
           02 UF             PIC X(02).
           02 BAIRRO         PIC X(32).
           02 RUA            PIC X(55).
           02 SITUACAO-ALUNO PIC X(01).
           02 TURMA          PIC X(06).

           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

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
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-RECUPERALST PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-CONVOCAR VALUE 'C'.
           88 OPCAO-LANCAR   VALUE 'N'.
       01  WS-LINHA            PIC X(90).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SERIE-ALUNO      PIC X(02).
       01  WS-MEDIA-REC-ED     PIC Z9,99.
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
              88 WS-REC-SUBSTITUTIVA VALUE 'S'.
           02 WS-PESO-MEDIA-REGRA  PIC 9(02).
           02 WS-PESO-PROVA-REGRA  PIC 9(02).
           02 WS-MEDIA-REC-REGRA   PIC 9(02)V99.
           02 WS-FREQ-MIN-REGRA    PIC 9(03).
           02 WS-ORIGEM-REGRA      PIC X(01).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'RECUPERA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK              VALUE ZEROS.
           88 FS-NAO-EXISTE      VALUE 35.
           88 FS-REGISTRO-EM-USO VALUES 51 99.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK         VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE VALUE 35.
       01  WS-SW-SERIE PIC X(01).
           88 SERIE-DISPONIVEL   VALUE 'S'.
           88 SERIE-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-NOTAS.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ANO ' WS-ANO-PARAM
              ' DISCIPLINA ' WS-DISCIPLINA-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-RECUPERALST.
       IF SERIE-DISPONIVEL
           CLOSE ARQ-ALU
           CLOSE ARQ-TUR
       END-IF.
       DISPLAY 'NOTAS DE RECUPERACAO LANCADAS: ' WS-CONTA-LANCADAS
       GOBACK.
      *
      *============================================================
      * LANCA-RECUPERACAO - GRAVA A NOTA DA PROVA DE RECUPERACAO DE
      * UM ALUNO EM 'RC' E RECALCULA O RESULTADO DEFINITIVO PELA
      * FORMULA DA REGRA DA SERIE/ANO (REGRAS.DAT): 'AP' QUANDO A
      * MEDIA COM A PROVA ALCANCA A MEDIA DA RECUPERACAO, SENAO
      * 'RP'. SEM REGRA CADASTRADA VALE A DE SEMPRE, (MEDIA DO ANO
      * + PROVA) / 2 >= 5. A MEDIA GRAVADA PARA IMPRESSAO FICA COM
      * O MAIOR VALOR ENTRE A MEDIA DO ANO E ESSA MEDIA COM A
      * PROVA.
      *============================================================
       LANCA-RECUPERACAO.
           END-IF.
      *
       CAPTURA-E-RECALCULA.
           PERFORM DESCOBRE-SERIE
           CALL 'LEREGRA' USING WS-SERIE-ALUNO ANO-OK WS-REGRA
           MOVE WS-MEDIA-REC-REGRA TO WS-MEDIA-REC-ED
           DISPLAY 'ALUNO: ' NOME-OK ' ' S-NOME-OK
               ' MEDIA DO ANO: ' MEDIA-FINAL-OK
           IF WS-REC-SUBSTITUTIVA
               DISPLAY 'RECUPERACAO SUBSTITUTIVA - APROVA COM A '
                   'PROVA >= ' WS-MEDIA-REC-ED
           ELSE
               DISPLAY 'RECUPERACAO: (MEDIA X ' WS-PESO-MEDIA-REGRA
                   ' + PROVA X ' WS-PESO-PROVA-REGRA ') / '
                   'SOMA DOS PESOS >= ' WS-MEDIA-REC-ED
           END-IF
           DISPLAY 'NOTA DA RECUPERACAO (00-10): ' WITH NO ADVANCING
           ACCEPT WS-NOTA-PARAM
           IF WS-NOTA-PARAM = SPACES
               DISPLAY 'NOTA INVALIDA - NADA LANCADO.'
           ELSE
               MOVE WS-NOTA-PARAM TO RECUPERACAO-OK
               IF WS-REC-SUBSTITUTIVA
                   MOVE RECUPERACAO-OK TO WS-MEDIA-RECUP
               ELSE
                   COMPUTE WS-MEDIA-RECUP ROUNDED =
                       (MEDIA-FINAL-OK * WS-PESO-MEDIA-REGRA +
                        RECUPERACAO-OK * WS-PESO-PROVA-REGRA) /
                       (WS-PESO-MEDIA-REGRA + WS-PESO-PROVA-REGRA)
               END-IF
      * O RESULTADO DEFINITIVO SAI DA MEDIA COM A PROVA, SEM TRAVA:
      * QUEM ESTA EM 'RC' JA TEM A MEDIA MINIMA DE RECUPERACAO,
      * ENTAO DECIDIR PELA MEDIA TRAVADA APROVARIA TODO MUNDO, ATE
      * COM PROVA ZERADA. A PROVA PRECISA SUSTENTAR A MEDIA DA
      * RECUPERACAO DA REGRA.
               IF WS-MEDIA-RECUP >= WS-MEDIA-REC-REGRA
                   MOVE 'AP' TO SITUACAO-OK
               ELSE
                   MOVE 'RP' TO SITUACAO-OK
                   DISPLAY 'LANCAMENTO CANCELADO.'
               END-IF
           END-IF.
      *
      *============================================================
      * DESCOBRE-SERIE - SERIE DO ALUNO (CADASTRO -> TURMA ->
      * SERIE); EM BRANCO, VALE A REGRA GERAL DO ANO.
      *============================================================
       DESCOBRE-SERIE.
           MOVE SPACES TO WS-SERIE-ALUNO
           IF SERIE-DISPONIVEL
               MOVE CODIGO-OK TO CODIGO
               READ ARQ-ALU KEY IS CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TURMA NOT = SPACES
                           MOVE TURMA TO TURMA-REF
                           READ ARQ-TUR KEY IS TURMA-REF
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE SERIE-TUR TO WS-SERIE-ALUNO
                           END-READ
                       END-IF
               END-READ
           END-IF.
      *
       GRAVA-RESULTADO-LST.
           MOVE SPACES TO WS-LINHA
                   'CRIANOTA PRIMEIRO.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-REL
      * SEM CADASTRO OU TURMAS A SERIE FICA EM BRANCO E VALE A
      * REGRA GERAL DO ANO.
           SET SERIE-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ALU
           IF NOT FS-ALU-OK
               SET SERIE-INDISPONIVEL TO TRUE
           ELSE
               OPEN INPUT ARQ-TUR
               IF NOT FS-TUR-OK
                   CLOSE ARQ-ALU
                   SET SERIE-INDISPONIVEL TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'RECUPERALST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECUPERALST
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS.
