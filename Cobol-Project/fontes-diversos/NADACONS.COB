              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-PEND.

      * EMPRESTIMOS DA BIBLIOTECA: LIVRO NAO DEVOLVIDO TAMBEM
      * IMPEDE A CERTIDAO.
       SELECT ARQ-EMP
              ASSIGN TO WS-ARQ-EMPREST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-EMP
              ALTERNATE RECORD KEY IS CODIGO-EMP
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EMP.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-NADACONSLST
              ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
       FD  ARQ-REL.
       01  REG-REL           PIC X(80).

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-PENDREMA PIC X(64).
       01  WS-ARQ-NADACONSLST PIC X(64).
       01  WS-ARQ-EMPREST PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-CERTIDAO VALUE 'C'.
           88 OPCAO-LISTAR   VALUE 'L'.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'NADACONS'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-EMP PIC 9(02).
           88 FS-EMP-OK         VALUE ZEROS.
           88 FS-EMP-NAO-EXISTE VALUE 35.
       01  WS-SW-EMP PIC X(01).
           88 EMP-DISPONIVEL   VALUE 'S'.
           88 EMP-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       IF EMP-DISPONIVEL
           CLOSE ARQ-EMP
       END-IF.
       CLOSE ARQ-PEND.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-NADACONSLST.
       GOBACK.
      *
      *============================================================
      *
      *============================================================
      * EMITE-CERTIDAO - CONTA OS DEBITOS DO ALUNO (PARCELAS DE
      * TODOS OS ANOS, LANCAMENTOS EXTRAS EM ABERTO E LIVROS DA
      * BIBLIOTECA NAO DEVOLVIDOS) E, SEM NENHUM, IMPRIME A
      * CERTIDAO DE NADA CONSTA EM NADACONS.LST;
      * COM DEBITO, LISTA O QUE ESTA EM ABERTO NA TELA.
      *============================================================
       EMITE-CERTIDAO.
           IF WS-QTD-DEBITOS = 0
               PERFORM IMPRIME-CERTIDAO
           ELSE
               DISPLAY 'ALUNO COM ' WS-QTD-DEBITOS ' PENDENCIA(S) EM '
                   'ABERTO - CERTIDAO NAO EMITIDA.'
           END-IF.
      *
           END-PERFORM
           IF EXT-DISPONIVEL
               PERFORM CONTA-EXTRAS-ABERTOS
           END-IF
           IF EMP-DISPONIVEL
               PERFORM CONTA-LIVROS-ABERTOS
           END-IF.
      *
       CONTA-SLOTS-ABERTOS.
                       END-IF
               END-READ
           END-PERFORM.
      *
       CONTA-LIVROS-ABERTOS.
           MOVE WS-CODIGO-PARAM TO CODIGO-EMP
           START ARQ-EMP KEY IS EQUAL TO CODIGO-EMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EMP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-EMP NOT = WS-CODIGO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF EMP-ABERTO
                               ADD 1 TO WS-QTD-DEBITOS
                               DISPLAY '  LIVRO DA BIBLIOTECA NAO '
                                   'DEVOLVIDO: TOMBO ' TOMBO-EMP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       IMPRIME-CERTIDAO.
           MOVE ALL '=' TO REG-REL
           IF FS-EXT-NAO-EXISTE THEN
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
      * SEM EMPREST.DAT A BIBLIOTECA AINDA NAO TEM MOVIMENTO.
           SET EMP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EMP
           IF FS-EMP-NAO-EXISTE THEN
               SET EMP-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-PEND
           IF FS-PEND-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
           MOVE 'PENDREMA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PENDREMA
           MOVE 'NADACONSLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NADACONSLST
           MOVE 'EMPREST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-EMPREST.
