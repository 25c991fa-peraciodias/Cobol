       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POSFECHA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REABERTURAS DE BIMESTRE (MANTBIM) E AS ALTERACOES DE NOTA E
      * FALTAS FEITAS SOB ELAS (MANTNOTA, CRIANOTA, CRIAFREQ).
       SELECT ARQ-POS
              ASSIGN TO WS-ARQ-POSFECHA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-POS.

      * CADASTRO DE ALUNOS, SO PARA O NOME NA LISTAGEM.
       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-POSFECHALST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-POS.
       01  REG-POS.
           02 TIPO-POS            PIC X(01).
              88 POS-REABERTURA   VALUE 'R'.
              88 POS-ALTERACAO    VALUE 'A'.
           02 ANO-POS             PIC 9(04).
           02 BIM-POS             PIC 9(01).
           02 REAB-POS            PIC 9(03).
           02 DATA-POS            PIC 9(08).
           02 HORA-POS            PIC 9(08).
           02 PROGRAMA-POS        PIC X(08).
           02 OPERADOR-POS        PIC X(08).
           02 CODIGO-POS          PIC 9(08).
           02 DISCIPLINA-POS      PIC X(10).
           02 CAMPO-POS           PIC X(01).
              88 POS-NOTA         VALUE 'N'.
              88 POS-FALTAS       VALUE 'F'.
           02 ANTES-POS           PIC 9(03).
           02 DEPOIS-POS          PIC 9(03).
           02 INICIO-POS          PIC 9(08).
           02 FIM-POS             PIC 9(08).
           02 MOTIVO-POS          PIC X(40).

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

       FD  ARQ-REL.
       01  REG-REL              PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-POSFECHA PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-POSFECHALST PIC X(64).
       01  WS-ANO-PARAM         PIC 9(04).
       01  WS-BIM-PARAM         PIC 9(01).
       01  WS-EOF               PIC X(01).
       01  WS-CONTA-REAB        PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-ALTER       PIC 9(07) VALUE ZEROES.
       01  WS-CAMPO-DESC        PIC X(06).
       01  WS-NOME-ALUNO        PIC X(51).
       01  WS-DATA-HOJE         PIC 9(08).
       01  WS-LINHA             PIC X(132).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'POSFECHA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-POS PIC 9(02).
           88 FS-POS-OK         VALUE ZEROS.
           88 FS-POS-NAO-EXISTE VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       01  WS-SW-ALU PIC X(01).
           88 ALUNOS-DISPONIVEIS   VALUE 'S'.
           88 ALUNOS-INDISPONIVEIS VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       DISPLAY 'ALTERACOES DEPOIS DO FECHAMENTO DOS BIMESTRES'
       DISPLAY 'ANO LETIVO (AAAA)..........: ' WITH NO ADVANCING
       ACCEPT WS-ANO-PARAM
       DISPLAY 'BIMESTRE (1-4, 0 = TODOS)..: ' WITH NO ADVANCING
       ACCEPT WS-BIM-PARAM
       OPEN INPUT ARQ-POS
       IF FS-POS-NAO-EXISTE THEN
           DISPLAY 'POSFECHA.DAT NAO ENCONTRADO - NENHUMA '
               'REABERTURA DE BIMESTRE ATE HOJE.'
           GOBACK
       END-IF
       PERFORM ABRIR-ARQUIVOS.
       PERFORM IMPRIME-CABECALHO.
       MOVE 'N' TO WS-EOF.
       PERFORM UNTIL WS-EOF = 'Y'
           READ ARQ-POS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ANO-POS = WS-ANO-PARAM
                      AND (WS-BIM-PARAM = 0
                           OR BIM-POS = WS-BIM-PARAM)
                       PERFORM IMPRIME-OCORRENCIA
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM IMPRIME-TOTAIS.
       CLOSE ARQ-POS.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ANO ' WS-ANO-PARAM ' BIMESTRE ' WS-BIM-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-POSFECHALST.
       IF ALUNOS-DISPONIVEIS
           CLOSE ARQ-ALU
       END-IF.
       DISPLAY 'REABERTURAS LISTADAS: ' WS-CONTA-REAB
       DISPLAY 'ALTERACOES LISTADAS.: ' WS-CONTA-ALTER
       GOBACK.
      *
       IMPRIME-CABECALHO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINHA
           STRING 'ALTERACOES DEPOIS DO FECHAMENTO - ANO LETIVO '
                  WS-ANO-PARAM '   EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '=' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-OCORRENCIA - A REABERTURA ABRE UM BLOCO (QUEM, QUANDO,
      * MOTIVO E VALIDADE); CADA ALTERACAO SAI COM O NUMERO DA
      * REABERTURA QUE A AUTORIZOU E O VALOR ANTES E DEPOIS.
      *============================================================
       IMPRIME-OCORRENCIA.
           MOVE SPACES TO WS-LINHA
           IF POS-REABERTURA
               ADD 1 TO WS-CONTA-REAB
               WRITE REG-REL FROM WS-LINHA
               STRING 'REABERTURA ' REAB-POS ' DO ' BIM-POS
                      'O BIMESTRE EM ' DATA-POS ' POR ' OPERADOR-POS
                      ' - VALIDA DE ' INICIO-POS ' A ' FIM-POS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               MOVE SPACES TO WS-LINHA
               STRING '   MOTIVO: ' MOTIVO-POS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           ELSE
               ADD 1 TO WS-CONTA-ALTER
               IF POS-FALTAS
                   MOVE 'FALTAS' TO WS-CAMPO-DESC
               ELSE
                   MOVE 'NOTA'   TO WS-CAMPO-DESC
               END-IF
               PERFORM BUSCA-NOME
               STRING '   ' DATA-POS ' ' HORA-POS(1:4) ' '
                      PROGRAMA-POS ' ' OPERADOR-POS ' '
                      BIM-POS 'OB REAB ' REAB-POS ' '
                      CODIGO-POS ' ' WS-NOME-ALUNO(1:30) ' '
                      DISCIPLINA-POS ' ' WS-CAMPO-DESC ' '
                      ANTES-POS ' -> ' DEPOIS-POS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       BUSCA-NOME.
           MOVE SPACES TO WS-NOME-ALUNO
           IF ALUNOS-DISPONIVEIS
               MOVE CODIGO-POS TO CODIGO
               READ ARQ-ALU KEY IS CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING NOME DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              S-NOME DELIMITED BY '  '
                           INTO WS-NOME-ALUNO
               END-READ
           END-IF.
      *
       IMPRIME-TOTAIS.
           MOVE ALL '=' TO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'REABERTURAS: ' WS-CONTA-REAB
                  '   ALTERACOES SOB REABERTURA: ' WS-CONTA-ALTER
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-REL
           SET ALUNOS-DISPONIVEIS TO TRUE
           OPEN INPUT ARQ-ALU
           IF NOT FS-ALU-OK
               SET ALUNOS-INDISPONIVEIS TO TRUE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'POSFECHA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-POSFECHA
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'POSFECHALST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-POSFECHALST.
