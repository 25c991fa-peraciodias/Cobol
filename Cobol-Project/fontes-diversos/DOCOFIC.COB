       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOCOFIC.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * LIVRO DE REGISTRO DOS DOCUMENTOS OFICIAIS EMITIDOS PELA
      * SECRETARIA: NUMERO SEQUENCIAL, CODIGO DE AUTENTICACAO, QUEM
      * EMITIU, QUANDO E PARA QUE. NUNCA E APAGADO.
       SELECT ARQ-DOC
              ASSIGN TO WS-ARQ-DOCREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-DOC
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-DOC.

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

       SELECT ARQ-FREQ
              ASSIGN TO WS-ARQ-FREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-FREQ
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FREQ.

       SELECT ARQ-NOTAS
              ASSIGN TO WS-ARQ-NOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-OK
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NOT.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-MEN.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DOCOFICLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DOC.
       01  REG-DOC.
           02 NUM-DOC             PIC 9(06).
           02 TIPO-DOC            PIC X(01).
              88 DOC-MATRICULA    VALUE 'M'.
              88 DOC-FREQUENCIA   VALUE 'F'.
              88 DOC-TRANSFERENCIA VALUE 'T'.
              88 DOC-QUITACAO     VALUE 'Q'.
           02 AUTENT-DOC          PIC 9(10).
           02 CODIGO-DOC          PIC 9(08).
           02 NOME-DOC            PIC X(51).
           02 ANO-DOC             PIC 9(04).
           02 DATA-DOC            PIC 9(08).
           02 HORA-DOC            PIC 9(08).
           02 OPERADOR-DOC        PIC X(08).
           02 FINALIDADE-DOC      PIC X(40).
      * O QUE O DOCUMENTO DECLAROU (TURMA, FREQUENCIA, SITUACAO),
      * PARA A VERIFICACAO MOSTRAR SEM PRECISAR DA COPIA IMPRESSA.
           02 RESUMO-DOC          PIC X(60).

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
              88 ALUNO-ATIVO       VALUE 'A'.
              88 ALUNO-TRANSFERIDO VALUE 'T'.
              88 ALUNO-DESISTENTE  VALUE 'D'.
              88 ALUNO-FORMADO     VALUE 'G'.
           02 TURMA          PIC X(06).
           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-FREQ.
       01  REG-FREQ.
           02 CHAVE-FREQ.
              03 CODIGO-FREQ     PIC 9(08).
              03 DISCIPLINA-FREQ PIC X(10).
           02 FALTAS-1-FREQ      PIC 9(03).
           02 FALTAS-2-FREQ      PIC 9(03).
           02 FALTAS-3-FREQ      PIC 9(03).
           02 FALTAS-4-FREQ      PIC 9(03).
           02 TOTAL-FALTAS-FREQ  PIC 9(04).
           02 AULAS-ANO-FREQ     PIC 9(04).

       FD  ARQ-NOTAS.
       01  REG-OK.
           02 CHAVE-OK.
              03 CODIGO-OK          PIC 9(08).
              03 ANO-OK             PIC 9(04).
              03 DISCIPLINA-OK      PIC X(10).
           02 NOME-OK               PIC X(20).
           02 S-NOME-OK             PIC X(30).
           02 PRIMEIRO-OK           PIC 9(02).
           02 SEGUNDO-OK            PIC 9(02).
           02 TERCEIRO-OK           PIC 9(02).
           02 QUARTO-OK             PIC 9(02).
           02 MEDIA-FINAL-OK        PIC 9(02)V99.
           02 SITUACAO-OK           PIC X(02).
           02 RECUPERACAO-OK        PIC 9(02).

       FD  ARQ-MEN.
       01  REG-MEN.
           02 CHAVE-MEN.
              03 CODIGO-MEN  PIC 9(08).
              03 ANO-REF     PIC 9(04).
           02 NOME-MEN       PIC X(20).
           02 S-NOME-MEN     PIC X(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 TAB-MENSAS-MEN.
              03 MENSA-SLOT OCCURS 12 TIMES.
                 04 MES-REF-SLOT PIC X(09).
                 04 SITU-SLOT    PIC X(02).
           02 PERC-DESC-MEN  PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.

       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
              03 CODIGO-EXT   PIC 9(08).
              03 ANO-REF-EXT  PIC 9(04).
              03 SEQ-EXT      PIC 9(03).
           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 DESCRICAO-EXT   PIC X(30).
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

       FD  ARQ-REL.
       01  REG-REL           PIC X(80).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-DOCREG PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-FREQ PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-DOCOFICLST PIC X(64).
      * CHAVE DA ESCOLA QUE ENTRA NA CONTA DO CODIGO DE
      * AUTENTICACAO (DOCCHAVE NO PARAMS.CFG, 9 DIGITOS): SEM ELA
      * NINGUEM DE FORA REFAZ O CODIGO DE UM NUMERO CONHECIDO.
       01  WS-PARAM-CHAVE PIC X(64).
       01  WS-CHAVE-ESCOLA    PIC 9(09) VALUE ZEROES.

       01  WS-OPCAO PIC X(01).
           88 OPCAO-MATRICULA     VALUE 'M'.
           88 OPCAO-FREQUENCIA    VALUE 'F'.
           88 OPCAO-TRANSFERENCIA VALUE 'T'.
           88 OPCAO-QUITACAO      VALUE 'Q'.
           88 OPCAO-VERIFICAR     VALUE 'V'.
           88 OPCAO-LISTAR        VALUE 'L'.
           88 OPCAO-SAIR          VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-NUM-PARAM       PIC 9(06).
       01  WS-AUTENT-PARAM    PIC 9(10).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-FINALIDADE      PIC X(40).
       01  WS-RESUMO          PIC X(60).
       01  WS-NOME-ALUNO      PIC X(51).
       01  WS-DESCR-TURMA     PIC X(30).
       01  WS-TITULO-DOC      PIC X(40).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MES     PIC 9(02).
           02 WS-DATA-DIA     PIC 9(02).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-PROX-NUM        PIC 9(06).
       01  WS-CONTA-DOC       PIC 9(05).
       01  WS-LINHA           PIC X(80).

      * APURACAO DA FREQUENCIA E DOS DEBITOS.
       01  WS-TOT-FALTAS      PIC 9(05).
       01  WS-TOT-AULAS       PIC 9(05).
       01  WS-PERC-FREQ       PIC 9(03)V9.
       01  WS-PERC-ED         PIC ZZ9,9.
       01  WS-QTD-DEBITOS     PIC 9(03).
       01  WS-QTD-DISC        PIC 9(03).
       01  WS-SLOT            PIC 9(02).
       01  WS-MEDIA-ED        PIC Z9,99.
       01  WS-FALTAS-DISC     PIC 9(04).

      * CODIGO DE AUTENTICACAO: RESTO DA DIVISAO POR UM PRIMO DE DEZ
      * DIGITOS DE UMA MISTURA DO NUMERO, DO ALUNO, DA HORA EXATA DA
      * EMISSAO E DA CHAVE DA ESCOLA.
       01  WS-MISTURA         PIC 9(18).
       01  WS-QUOCIENTE       PIC 9(18).
       01  WS-AUTENT          PIC 9(10).

       01  WS-SW-DOC PIC X(01).
           88 DOC-LIBERADO    VALUE 'S'.
           88 DOC-RECUSADO    VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).
       01  WS-OPER-EMITENTE PIC X(08).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DOCOFIC'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-DOC PIC 9(02).
           88 FS-DOC-OK          VALUE ZEROS.
           88 FS-DOC-NAO-EXISTE  VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK          VALUE ZEROS.
       77 FS-STAT-FREQ PIC 9(02).
           88 FS-FREQ-OK         VALUE ZEROS.
       77 FS-STAT-NOT PIC 9(02).
           88 FS-NOT-OK          VALUE ZEROS.
       77 FS-STAT-MEN PIC 9(02).
           88 FS-MEN-OK          VALUE ZEROS.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK          VALUE ZEROS.
       01  WS-SW-TUR PIC X(01).
           88 TUR-DISPONIVEL     VALUE 'S'.
           88 TUR-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-FREQ PIC X(01).
           88 FREQ-DISPONIVEL    VALUE 'S'.
           88 FREQ-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-NOT PIC X(01).
           88 NOT-DISPONIVEL     VALUE 'S'.
           88 NOT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-MEN PIC X(01).
           88 MEN-DISPONIVEL     VALUE 'S'.
           88 MEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL     VALUE 'S'.
           88 EXT-INDISPONIVEL   VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       MOVE WS-OPER-SESSAO TO WS-OPER-EMITENTE
       IF WS-OPER-EMITENTE = SPACES
           DISPLAY 'EMITENTE (CODIGO DO OPERADOR): ' WITH NO ADVANCING
           ACCEPT WS-OPER-EMITENTE
       END-IF
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-MATRICULA     PERFORM EMITE-DOCUMENTO
               WHEN OPCAO-FREQUENCIA    PERFORM EMITE-DOCUMENTO
               WHEN OPCAO-TRANSFERENCIA PERFORM EMITE-DOCUMENTO
               WHEN OPCAO-QUITACAO      PERFORM EMITE-DOCUMENTO
               WHEN OPCAO-VERIFICAR     PERFORM VERIFICA-DOCUMENTO
               WHEN OPCAO-LISTAR        PERFORM LISTA-DOCUMENTOS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-DOC.
       CLOSE ARQ-ALU.
       IF TUR-DISPONIVEL
           CLOSE ARQ-TUR
       END-IF.
       IF FREQ-DISPONIVEL
           CLOSE ARQ-FREQ
       END-IF.
       IF NOT-DISPONIVEL
           CLOSE ARQ-NOTAS
       END-IF.
       IF MEN-DISPONIVEL
           CLOSE ARQ-MEN
       END-IF.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DOCOFICLST.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE DOCUMENTOS OFICIAIS E LE A
      * OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'DOCUMENTOS OFICIAIS DA SECRETARIA'
           DISPLAY 'M - DECLARACAO DE MATRICULA'
           DISPLAY 'F - DECLARACAO DE FREQUENCIA'
           DISPLAY 'T - GUIA DE TRANSFERENCIA'
           DISPLAY 'Q - DECLARACAO DE QUITACAO (NADA CONSTA)'
           DISPLAY 'V - VERIFICAR UM DOCUMENTO (NUMERO E CODIGO)'
           DISPLAY 'L - LISTAR OS DOCUMENTOS EMITIDOS PARA UM ALUNO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * EMITE-DOCUMENTO - LOCALIZA O ALUNO, CONFERE SE O DOCUMENTO
      * PODE SER EMITIDO PARA ELE, PEDE A FINALIDADE, REGISTRA NO
      * LIVRO E SO ENTAO IMPRIME EM DOCOFIC.LST: DOCUMENTO SEM
      * REGISTRO NAO SAI.
      *============================================================
       EMITE-DOCUMENTO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   PERFORM PREPARA-DOCUMENTO
           END-READ.
      *
       PREPARA-DOCUMENTO.
           MOVE SPACES TO WS-NOME-ALUNO
           STRING NOME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  S-NOME DELIMITED BY '  '
               INTO WS-NOME-ALUNO
           DISPLAY 'ALUNO: ' WS-NOME-ALUNO ' SITUACAO ' SITUACAO-ALUNO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-ANO TO WS-ANO-PARAM
           MOVE SPACES TO WS-RESUMO
           SET DOC-LIBERADO TO TRUE
           EVALUATE TRUE
               WHEN OPCAO-MATRICULA     PERFORM CONFERE-MATRICULA
               WHEN OPCAO-FREQUENCIA    PERFORM CONFERE-FREQUENCIA
               WHEN OPCAO-TRANSFERENCIA PERFORM CONFERE-TRANSFERENCIA
               WHEN OPCAO-QUITACAO      PERFORM CONFERE-QUITACAO
           END-EVALUATE
           IF DOC-LIBERADO
               MOVE SPACES TO WS-FINALIDADE
               DISPLAY 'FINALIDADE (PARA QUE SERVE): '
                   WITH NO ADVANCING
               ACCEPT WS-FINALIDADE
               IF WS-FINALIDADE = SPACES
                   DISPLAY 'FINALIDADE OBRIGATORIA - DOCUMENTO NAO '
                       'EMITIDO.'
               ELSE
                   PERFORM REGISTRA-DOCUMENTO
                   IF FS-DOC-OK
                       PERFORM IMPRIME-DOCUMENTO
                   END-IF
               END-IF
           END-IF.
      *
       CONFERE-MATRICULA.
           IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO - DECLARACAO DE '
                   'MATRICULA NAO EMITIDA.'
               SET DOC-RECUSADO TO TRUE
           ELSE
               PERFORM BUSCA-TURMA
               STRING 'MATRICULADO EM ' WS-ANO-PARAM ' NA TURMA '
                      TURMA ' ' WS-DESCR-TURMA
                   DELIMITED BY SIZE INTO WS-RESUMO
           END-IF.
      *
       CONFERE-FREQUENCIA.
           IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO - DECLARACAO DE '
                   'FREQUENCIA NAO EMITIDA.'
               SET DOC-RECUSADO TO TRUE
           ELSE
               PERFORM SOMA-FREQUENCIA
               IF WS-TOT-AULAS = 0
                   DISPLAY 'NENHUMA AULA LANCADA EM FREQ.DAT PARA O '
                       'ALUNO - DECLARACAO NAO EMITIDA.'
                   SET DOC-RECUSADO TO TRUE
               ELSE
                   PERFORM BUSCA-TURMA
                   STRING 'FREQUENCIA ' WS-PERC-ED '% - FALTAS '
                          WS-TOT-FALTAS ' EM ' WS-TOT-AULAS
                          ' AULAS - TURMA ' TURMA
                       DELIMITED BY SIZE INTO WS-RESUMO
               END-IF
           END-IF.
      *
      *============================================================
      * CONFERE-TRANSFERENCIA - A GUIA SO SAI PARA QUEM JA ESTA COMO
      * TRANSFERIDO ('T') EM ALUNOS.DAT: A SAIDA E REGISTRADA PRIMEIRO
      * NO MANTALU, QUE TAMBEM CANCELA AS PARCELAS EM ABERTO.
      *============================================================
       CONFERE-TRANSFERENCIA.
           IF NOT ALUNO-TRANSFERIDO
               DISPLAY 'GUIA DE TRANSFERENCIA SO PARA ALUNO COM '
                   'SITUACAO T - REGISTRE A SAIDA NO MANTALU.'
               SET DOC-RECUSADO TO TRUE
           ELSE
               DISPLAY 'ANO LETIVO CURSADO (AAAA): ' WITH NO ADVANCING
               ACCEPT WS-ANO-PARAM
               PERFORM CONTA-DISCIPLINAS
               PERFORM BUSCA-TURMA
               STRING 'TRANSFERIDO - ANO ' WS-ANO-PARAM ' TURMA '
                      TURMA ' - ' WS-QTD-DISC ' DISCIPLINAS'
                   DELIMITED BY SIZE INTO WS-RESUMO
           END-IF.
      *
      *============================================================
      * CONFERE-QUITACAO - A MESMA CONTA DO NADACONS: PARCELAS DE
      * TODOS OS ANOS E LANCAMENTOS EXTRAS EM ABERTO.
      *============================================================
       CONFERE-QUITACAO.
           IF MEN-INDISPONIVEL
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - DECLARACAO NAO '
                   'EMITIDA.'
               SET DOC-RECUSADO TO TRUE
           ELSE
               PERFORM CONTA-DEBITOS
               IF WS-QTD-DEBITOS > 0
                   DISPLAY 'ALUNO COM ' WS-QTD-DEBITOS ' DEBITO(S) EM '
                       'ABERTO - DECLARACAO NAO EMITIDA.'
                   SET DOC-RECUSADO TO TRUE
               ELSE
                   STRING 'SEM DEBITOS EM ABERTO EM ' WS-DATA-HOJE
                       DELIMITED BY SIZE INTO WS-RESUMO
               END-IF
           END-IF.
      *
       BUSCA-TURMA.
           MOVE SPACES TO WS-DESCR-TURMA
           IF TUR-DISPONIVEL AND TURMA NOT = SPACES
               MOVE TURMA TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRICAO-TUR TO WS-DESCR-TURMA
               END-READ
           END-IF.
      *
       SOMA-FREQUENCIA.
           MOVE ZEROES TO WS-TOT-FALTAS
           MOVE ZEROES TO WS-TOT-AULAS
           MOVE ZEROES TO WS-PERC-FREQ
           IF FREQ-DISPONIVEL
               MOVE CODIGO TO CODIGO-FREQ
               MOVE SPACES TO DISCIPLINA-FREQ
               START ARQ-FREQ KEY IS NOT LESS THAN CHAVE-FREQ
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-FREQ NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-FREQ NOT = CODIGO
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD TOTAL-FALTAS-FREQ TO WS-TOT-FALTAS
                               ADD AULAS-ANO-FREQ    TO WS-TOT-AULAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-TOT-AULAS > 0 AND WS-TOT-FALTAS <= WS-TOT-AULAS
               COMPUTE WS-PERC-FREQ ROUNDED =
                   (WS-TOT-AULAS - WS-TOT-FALTAS) * 100 / WS-TOT-AULAS
           END-IF
           MOVE WS-PERC-FREQ TO WS-PERC-ED.
      *
       CONTA-DISCIPLINAS.
           MOVE ZEROES TO WS-QTD-DISC
           IF NOT-DISPONIVEL
               MOVE CODIGO       TO CODIGO-OK
               MOVE WS-ANO-PARAM TO ANO-OK
               MOVE SPACES       TO DISCIPLINA-OK
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-OK
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-OK NOT = CODIGO
                              OR ANO-OK NOT = WS-ANO-PARAM
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-QTD-DISC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       CONTA-DEBITOS.
           MOVE ZEROES TO WS-QTD-DEBITOS
           MOVE CODIGO TO CODIGO-MEN
           MOVE ZEROES TO ANO-REF
           START ARQ-MEN KEY IS NOT LESS THAN CHAVE-MEN
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-MEN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-MEN NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CONTA-SLOT-ABERTO
                               VARYING WS-SLOT FROM 1 BY 1
                               UNTIL WS-SLOT > 12
                       END-IF
               END-READ
           END-PERFORM
           IF EXT-DISPONIVEL
               PERFORM CONTA-EXTRAS-ABERTOS
           END-IF.
      *
       CONTA-SLOT-ABERTO.
           IF SITU-SLOT(WS-SLOT) NOT = 'PG'
              AND SITU-SLOT(WS-SLOT) NOT = 'CN'
              AND SITU-SLOT(WS-SLOT) NOT = SPACES
               ADD 1 TO WS-QTD-DEBITOS
           END-IF.
      *
       CONTA-EXTRAS-ABERTOS.
           MOVE CODIGO TO CODIGO-EXT
           MOVE ZEROES TO ANO-REF-EXT
           MOVE ZEROES TO SEQ-EXT
           START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-EXT NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF SITU-EXT = 'AB'
                               ADD 1 TO WS-QTD-DEBITOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * REGISTRA-DOCUMENTO - DA AO DOCUMENTO O PROXIMO NUMERO DO
      * LIVRO E O CODIGO DE AUTENTICACAO E GRAVA O REGISTRO.
      *============================================================
       REGISTRA-DOCUMENTO.
           PERFORM DESCOBRE-PROX-NUM
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-MISTURA =
               WS-PROX-NUM * 7919 + CODIGO * 104729
               + WS-HORA-AGORA * 1299709 + WS-DATA-HOJE
               + WS-CHAVE-ESCOLA * 15485863
           DIVIDE WS-MISTURA BY 9999999967 GIVING WS-QUOCIENTE
               REMAINDER WS-AUTENT
           MOVE WS-PROX-NUM      TO NUM-DOC
           MOVE WS-OPCAO         TO TIPO-DOC
           MOVE WS-AUTENT        TO AUTENT-DOC
           MOVE CODIGO           TO CODIGO-DOC
           MOVE WS-NOME-ALUNO    TO NOME-DOC
           MOVE WS-ANO-PARAM     TO ANO-DOC
           MOVE WS-DATA-HOJE     TO DATA-DOC
           MOVE WS-HORA-AGORA    TO HORA-DOC
           MOVE WS-OPER-EMITENTE TO OPERADOR-DOC
           MOVE WS-FINALIDADE    TO FINALIDADE-DOC
           MOVE WS-RESUMO        TO RESUMO-DOC
           WRITE REG-DOC
               INVALID KEY
                   DISPLAY 'NUMERO JA USADO POR OUTRA ESTACAO - '
                       'DOCUMENTO NAO EMITIDO, TENTE NOVAMENTE.'
               NOT INVALID KEY
                   DISPLAY 'DOCUMENTO No ' NUM-DOC
                       ' - AUTENTICACAO ' AUTENT-DOC
           END-WRITE.
      *
       DESCOBRE-PROX-NUM.
           MOVE ZEROES TO WS-PROX-NUM
           MOVE ZEROES TO NUM-DOC
           START ARQ-DOC KEY IS NOT LESS THAN NUM-DOC
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-DOC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-DOC TO WS-PROX-NUM
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-NUM.
      *
      *============================================================
      * IMPRIME-DOCUMENTO - CABECALHO COM NUMERO E AUTENTICACAO,
      * CORPO CONFORME O TIPO E RODAPE COM FINALIDADE E EMITENTE.
      *============================================================
       IMPRIME-DOCUMENTO.
           EVALUATE TRUE
               WHEN DOC-MATRICULA
                   MOVE 'DECLARACAO DE MATRICULA' TO WS-TITULO-DOC
               WHEN DOC-FREQUENCIA
                   MOVE 'DECLARACAO DE FREQUENCIA' TO WS-TITULO-DOC
               WHEN DOC-TRANSFERENCIA
                   MOVE 'GUIA DE TRANSFERENCIA' TO WS-TITULO-DOC
               WHEN DOC-QUITACAO
                   MOVE 'DECLARACAO DE QUITACAO' TO WS-TITULO-DOC
           END-EVALUATE
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE WS-TITULO-DOC TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'DOCUMENTO No ' NUM-DOC
                  '   CODIGO DE AUTENTICACAO ' AUTENT-DOC
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'DECLARAMOS QUE O ALUNO ' CODIGO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-NOME-ALUNO TO REG-REL
           WRITE REG-REL
           EVALUATE TRUE
               WHEN DOC-MATRICULA
                   PERFORM IMPRIME-CORPO-MATRICULA
               WHEN DOC-FREQUENCIA
                   PERFORM IMPRIME-CORPO-FREQUENCIA
               WHEN DOC-TRANSFERENCIA
                   PERFORM IMPRIME-CORPO-TRANSFERENCIA
               WHEN DOC-QUITACAO
                   MOVE 'NAO POSSUI DEBITO EM ABERTO COM ESTA ESCOLA.'
                       TO REG-REL
                   WRITE REG-REL
           END-EVALUATE
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'FINALIDADE: ' FINALIDADE-DOC
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'EMITIDO EM ' WS-DATA-DIA '/' WS-DATA-MES '/'
                  WS-DATA-ANO ' POR ' OPERADOR-DOC
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'AUTENTICIDADE CONFERIDA NA SECRETARIA PELO NUMERO E'
               TO REG-REL
           WRITE REG-REL
           MOVE 'CODIGO ACIMA.' TO REG-REL
           WRITE REG-REL
           MOVE 'SECRETARIA: ___________________________' TO REG-REL
           WRITE REG-REL
           DISPLAY 'DOCUMENTO IMPRESSO EM DOCOFIC.LST.'.
      *
       IMPRIME-CORPO-MATRICULA.
           MOVE SPACES TO WS-LINHA
           STRING 'ESTA REGULARMENTE MATRICULADO NO ANO LETIVO DE '
                  WS-ANO-PARAM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'NA TURMA ' TURMA ' - ' WS-DESCR-TURMA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-CORPO-FREQUENCIA.
           MOVE SPACES TO WS-LINHA
           STRING 'MATRICULADO NA TURMA ' TURMA ' - ' WS-DESCR-TURMA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'TEM FREQUENCIA DE ' WS-PERC-ED ' % NO ANO LETIVO, '
                  'COM ' WS-TOT-FALTAS ' FALTAS EM ' WS-TOT-AULAS
                  ' AULAS.'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-CORPO-TRANSFERENCIA - A VIDA ESCOLAR DO ANO: NOTAS
      * DOS QUATRO BIMESTRES, MEDIA, SITUACAO E FALTAS DE CADA
      * DISCIPLINA, PARA A ESCOLA DE DESTINO.
      *============================================================
       IMPRIME-CORPO-TRANSFERENCIA.
           MOVE SPACES TO WS-LINHA
           STRING 'CURSOU NO ANO LETIVO DE ' WS-ANO-PARAM
                  ' A TURMA ' TURMA ' - ' WS-DESCR-TURMA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'E FOI TRANSFERIDO COM O SEGUINTE APROVEITAMENTO:'
               TO REG-REL
           WRITE REG-REL
           MOVE 'DISCIPLINA  1B 2B 3B 4B  MEDIA SIT FALTAS' TO REG-REL
           WRITE REG-REL
           IF NOT-DISPONIVEL
               MOVE CODIGO       TO CODIGO-OK
               MOVE WS-ANO-PARAM TO ANO-OK
               MOVE SPACES       TO DISCIPLINA-OK
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-OK
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-OK NOT = CODIGO
                              OR ANO-OK NOT = WS-ANO-PARAM
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM IMPRIME-LINHA-DISCIPLINA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-QTD-DISC = 0
               MOVE 'NENHUMA NOTA LANCADA NO ANO.' TO REG-REL
               WRITE REG-REL
           END-IF.
      *
       IMPRIME-LINHA-DISCIPLINA.
           MOVE ZEROES TO WS-FALTAS-DISC
           IF FREQ-DISPONIVEL
               MOVE CODIGO        TO CODIGO-FREQ
               MOVE DISCIPLINA-OK TO DISCIPLINA-FREQ
               READ ARQ-FREQ KEY IS CHAVE-FREQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TOTAL-FALTAS-FREQ TO WS-FALTAS-DISC
               END-READ
           END-IF
           MOVE MEDIA-FINAL-OK TO WS-MEDIA-ED
           MOVE SPACES TO WS-LINHA
           STRING DISCIPLINA-OK ' ' PRIMEIRO-OK ' ' SEGUNDO-OK ' '
                  TERCEIRO-OK ' ' QUARTO-OK ' ' WS-MEDIA-ED '  '
                  SITUACAO-OK '  ' WS-FALTAS-DISC
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * VERIFICA-DOCUMENTO - COM O NUMERO E O CODIGO IMPRESSOS NO
      * PAPEL, MOSTRA O QUE O LIVRO REGISTRA. CODIGO QUE NAO CONFERE
      * NAO MOSTRA NADA DO REGISTRO.
      *============================================================
       VERIFICA-DOCUMENTO.
           DISPLAY 'NUMERO DO DOCUMENTO.....: ' WITH NO ADVANCING
           ACCEPT WS-NUM-PARAM
           DISPLAY 'CODIGO DE AUTENTICACAO..: ' WITH NO ADVANCING
           ACCEPT WS-AUTENT-PARAM
           MOVE WS-NUM-PARAM TO NUM-DOC
           READ ARQ-DOC KEY IS NUM-DOC
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO REGISTRADO - NAO FOI '
                       'EMITIDO POR ESTA ESCOLA.'
               NOT INVALID KEY
                   IF AUTENT-DOC NOT = WS-AUTENT-PARAM
                       DISPLAY 'CODIGO DE AUTENTICACAO NAO CONFERE - '
                           'DOCUMENTO NAO RECONHECIDO.'
                   ELSE
                       PERFORM MOSTRA-REGISTRO
                   END-IF
           END-READ.
      *
       MOSTRA-REGISTRO.
           DISPLAY 'DOCUMENTO AUTENTICO.'
           DISPLAY 'NUMERO.....: ' NUM-DOC '  TIPO ' TIPO-DOC
               ' (M MATRICULA, F FREQUENCIA, T TRANSFERENCIA, '
               'Q QUITACAO)'
           DISPLAY 'ALUNO......: ' CODIGO-DOC ' ' NOME-DOC
           DISPLAY 'EMITIDO EM.: ' DATA-DOC ' AS ' HORA-DOC(1:4)
               ' POR ' OPERADOR-DOC
           DISPLAY 'FINALIDADE.: ' FINALIDADE-DOC
           DISPLAY 'CONTEUDO...: ' RESUMO-DOC.
      *
       LISTA-DOCUMENTOS.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE ZEROES TO WS-CONTA-DOC
           MOVE ZEROES TO NUM-DOC
           START ARQ-DOC KEY IS NOT LESS THAN NUM-DOC
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-DOC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-DOC = WS-CODIGO-PARAM
                           ADD 1 TO WS-CONTA-DOC
                           DISPLAY NUM-DOC ' ' TIPO-DOC ' ' DATA-DOC
                               ' ' OPERADOR-DOC ' ' FINALIDADE-DOC
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'DOCUMENTOS EMITIDOS PARA O ALUNO: ' WS-CONTA-DOC.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-DOC
           IF FS-DOC-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO DOCREG.DAT...'
               OPEN OUTPUT ARQ-DOC
               CLOSE ARQ-DOC
               OPEN I-O ARQ-DOC
           END-IF
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO.'
               CLOSE ARQ-DOC
               GOBACK
           END-IF
           SET TUR-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-TUR
           IF NOT FS-TUR-OK
               SET TUR-INDISPONIVEL TO TRUE
           END-IF
           SET FREQ-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-FREQ
           IF NOT FS-FREQ-OK
               SET FREQ-INDISPONIVEL TO TRUE
           END-IF
           SET NOT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NOTAS
           IF NOT FS-NOT-OK
               SET NOT-INDISPONIVEL TO TRUE
           END-IF
           SET MEN-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-MEN
           IF NOT FS-MEN-OK
               SET MEN-INDISPONIVEL TO TRUE
           END-IF
           SET EXT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EXT
           IF NOT FS-EXT-OK
               SET EXT-INDISPONIVEL TO TRUE
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
           MOVE 'DOCREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DOCREG
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'FREQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FREQ
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'DOCOFICLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DOCOFICLST
      * CHAVE DE AUTENTICACAO (DOCCHAVE=NNNNNNNNN). SEM UMA CHAVE
      * VALIDA (O ZERO DA INSTALACAO NAO VALE) O CODIGO SERIA
      * PREVISIVEL: NENHUM DOCUMENTO E EMITIDO NEM CONFERIDO ATE A
      * ESCOLA CONFIGURAR A SUA.
           MOVE 'DOCCHAVE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-CHAVE
           IF WS-PARAM-CHAVE(1:9) NUMERIC
               MOVE WS-PARAM-CHAVE(1:9) TO WS-CHAVE-ESCOLA
           ELSE
               MOVE ZEROES TO WS-CHAVE-ESCOLA
           END-IF
           IF WS-CHAVE-ESCOLA = ZEROES
               DISPLAY 'DOCCHAVE NAO CONFIGURADA OU INVALIDA EM '
                   'PARAMS.CFG - EMISSAO DE DOCUMENTOS SUSPENSA.'
               GOBACK
           END-IF.
