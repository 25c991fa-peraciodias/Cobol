       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BIBLIO.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ACERVO DA BIBLIOTECA: UM REGISTRO POR EXEMPLAR (NUMERO DE
      * TOMBO), COM O VALOR DE REPOSICAO COBRADO NA PERDA.
       SELECT ARQ-LIV
              ASSIGN TO WS-ARQ-ACERVO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TOMBO-LIV
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-LIV.

      * EMPRESTIMOS: UM REGISTRO POR RETIRADA, LIGADO AO CODIGO DO
      * ALUNO (CHAVE ALTERNATIVA, USADA TAMBEM PELO NADACONS E PELO
      * PROMOVE PARA ACHAR LIVRO NAO DEVOLVIDO).
       SELECT ARQ-EMP
              ASSIGN TO WS-ARQ-EMPREST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-EMP
              ALTERNATE RECORD KEY IS CODIGO-EMP
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EMP.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

      * MULTA POR ATRASO E REPOSICAO DE LIVRO PERDIDO VIRAM
      * LANCAMENTO EXTRA, COBRADO NO CARNE E BAIXADO NO BAIXAPAG.
       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EXT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LIV.
       01  REG-LIV.
           02 TOMBO-LIV          PIC 9(06).
           02 TITULO-LIV         PIC X(40).
           02 AUTOR-LIV          PIC X(30).
           02 VALOR-LIV          PIC 9(05)V99.
           02 SITU-LIV           PIC X(01).
              88 LIV-DISPONIVEL  VALUE 'D'.
              88 LIV-EMPRESTADO  VALUE 'E'.
              88 LIV-PERDIDO     VALUE 'P'.
           02 EMP-ATUAL-LIV      PIC 9(06).
           02 DATA-CAD-LIV       PIC 9(08).

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
              88 EMP-DEVOLVIDO   VALUE 'D'.
              88 EMP-PERDIDO     VALUE 'P'.
           02 DIAS-ATRASO-EMP    PIC 9(04).
           02 MULTA-EMP          PIC 9(05)V99.
      * ANO E SEQUENCIAS DOS LANCAMENTOS EXTRAS GERADOS (ZERO =
      * NADA COBRADO).
           02 ANO-COBR-EMP       PIC 9(04).
           02 SEQ-MULTA-EMP      PIC 9(03).
           02 SEQ-REPOS-EMP      PIC 9(03).
           02 OPERADOR-EMP       PIC X(08).

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
           02 TURMA          PIC X(06).
           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

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
              88 EXT-ABERTO    VALUE 'AB'.
              88 EXT-PAGO      VALUE 'PG'.
              88 EXT-CANCELADO VALUE 'CN'.
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ACERVO PIC X(64).
       01  WS-ARQ-EMPREST PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-PARAM-VALOR PIC X(64).
      *
      * REGRAS DE EMPRESTIMO (PARAMS.CFG): PRAZO EM DIAS CORRIDOS
      * (BIBPRAZO), LIVROS ABERTOS POR ALUNO (BIBLIMITE), MULTA POR
      * DIA DE ATRASO EM CENTAVOS (BIBMULTA) E DIAS ATE O VENCIMENTO
      * DA COBRANCA GERADA (BIBVENC). PARAMETRO INVALIDO FICA COM O
      * VALOR ABAIXO.
       01  WS-PRAZO-DIAS      PIC 9(03) VALUE 14.
       01  WS-LIMITE-LIVROS   PIC 9(02) VALUE 3.
       01  WS-MULTA-CENT      PIC 9(07) VALUE 50.
       01  WS-MULTA-DIA       PIC 9(05)V99.
       01  WS-VENC-DIAS       PIC 9(03) VALUE 10.

       01  WS-OPCAO PIC X(01).
           88 OPCAO-ACERVO    VALUE 'A'.
           88 OPCAO-EMPRESTAR VALUE 'E'.
           88 OPCAO-DEVOLVER  VALUE 'D'.
           88 OPCAO-PERDA     VALUE 'P'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-TOMBO-PARAM     PIC 9(06).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(04).
           02 WS-MMDD-HOJE    PIC 9(04).
       01  WS-DIAS-HOJE       PIC 9(07).
       01  WS-DIAS-PREV       PIC 9(07).
       01  WS-DIAS-CALC       PIC 9(07).
       01  WS-DATA-CALC       PIC 9(08).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.
       01  WS-EOF             PIC X(01).
       01  WS-PROX-NUM        PIC 9(06).
       01  WS-PROX-SEQ        PIC 9(03).
       01  WS-QTD-ABERTOS     PIC 9(03).
       01  WS-DIAS-ATRASO     PIC 9(04).
       01  WS-VALOR-COBRAR    PIC 9(05)V99.
       01  WS-DESCRICAO-COBR  PIC X(30).
       01  WS-ED-VALOR        PIC ZZ.ZZ9,99.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-ALUNO PIC X(01).
           88 ALUNO-ACHADO     VALUE 'S'.
           88 ALUNO-NAO-ACHADO VALUE 'N'.
       01  WS-SW-SEGUE PIC X(01).
           88 PODE-SEGUIR     VALUE 'S'.
           88 NAO-PODE-SEGUIR VALUE 'N'.
       01  WS-SW-COBRANCA PIC X(01).
           88 COBRANCA-GRAVADA     VALUE 'S'.
           88 COBRANCA-NAO-GRAVADA VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-LIV PIC 9(02).
           88 FS-LIV-OK          VALUE ZEROS.
           88 FS-LIV-NAO-EXISTE  VALUE 35.
       77 FS-STAT-EMP PIC 9(02).
           88 FS-EMP-OK          VALUE ZEROS.
           88 FS-EMP-NAO-EXISTE  VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK          VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE  VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
       COMPUTE WS-MULTA-DIA = WS-MULTA-CENT / 100
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-ACERVO    PERFORM CADASTRA-EXEMPLAR
               WHEN OPCAO-EMPRESTAR PERFORM EMPRESTA-LIVRO
               WHEN OPCAO-DEVOLVER  PERFORM DEVOLVE-LIVRO
               WHEN OPCAO-PERDA     PERFORM REGISTRA-PERDA
               WHEN OPCAO-LISTAR    PERFORM LISTA-ALUNO
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-LIV.
       CLOSE ARQ-EMP.
       CLOSE ARQ-ALU.
       CLOSE ARQ-EXT.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DA BIBLIOTECA E LE A OPCAO
      * ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'BIBLIOTECA - ACERVO E EMPRESTIMOS'
           DISPLAY 'A - CADASTRAR OU CORRIGIR UM EXEMPLAR DO ACERVO'
           DISPLAY 'E - EMPRESTAR UM LIVRO'
           DISPLAY 'D - DEVOLVER UM LIVRO'
           DISPLAY 'P - REGISTRAR PERDA DE UM LIVRO EMPRESTADO'
           DISPLAY 'L - LISTAR OS EMPRESTIMOS DE UM ALUNO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * CADASTRA-EXEMPLAR - INCLUI UM EXEMPLAR NOVO OU CORRIGE
      * TITULO, AUTOR E VALOR DE UM EXISTENTE. A SITUACAO DO
      * EXEMPLAR SO MUDA PELO EMPRESTIMO, DEVOLUCAO OU PERDA.
      *============================================================
       CADASTRA-EXEMPLAR.
           DISPLAY 'NUMERO DE TOMBO: ' WITH NO ADVANCING
           ACCEPT WS-TOMBO-PARAM
           MOVE WS-TOMBO-PARAM TO TOMBO-LIV
           READ ARQ-LIV KEY IS TOMBO-LIV
               INVALID KEY
                   INITIALIZE REG-LIV
                   MOVE WS-TOMBO-PARAM TO TOMBO-LIV
                   SET LIV-DISPONIVEL TO TRUE
                   MOVE WS-DATA-HOJE TO DATA-CAD-LIV
                   PERFORM CAPTURA-EXEMPLAR
                   WRITE REG-LIV
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR ACERVO.DAT - '
                               'FS-STAT: ' FS-STAT-LIV
                       NOT INVALID KEY
                           DISPLAY 'EXEMPLAR INCLUIDO NO ACERVO.'
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'EXEMPLAR JA CADASTRADO: ' TITULO-LIV
                   DISPLAY 'CORRIGIR OS DADOS (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       PERFORM CAPTURA-EXEMPLAR
                       REWRITE REG-LIV
                       IF FS-LIV-OK
                           DISPLAY 'EXEMPLAR ALTERADO.'
                       ELSE
                           DISPLAY 'ERRO AO REGRAVAR ACERVO.DAT - '
                               'FS-STAT: ' FS-STAT-LIV
                       END-IF
                   END-IF
           END-READ.
      *
       CAPTURA-EXEMPLAR.
           DISPLAY 'TITULO..................: ' WITH NO ADVANCING
           ACCEPT TITULO-LIV
           DISPLAY 'AUTOR...................: ' WITH NO ADVANCING
           ACCEPT AUTOR-LIV
           DISPLAY 'VALOR DE REPOSICAO (99999,99): ' WITH NO ADVANCING
           ACCEPT VALOR-LIV.
      *
       LOCALIZA-ALUNO.
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO EM ALUNOS.DAT !'
                   MOVE SPACES TO NOME S-NOME TURMA
                   SET ALUNO-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' NOME ' ' S-NOME ' TURMA ' TURMA
                   SET ALUNO-ACHADO TO TRUE
           END-READ.
      *
      *============================================================
      * EMPRESTA-LIVRO - SO PARA ALUNO ATIVO, DENTRO DO LIMITE DE
      * LIVROS ABERTOS E SEM LIVRO ATRASADO. A DEVOLUCAO PREVISTA E
      * HOJE MAIS O PRAZO, PASSADA PARA DIA UTIL PELO CALCVENC.
      *============================================================
       EMPRESTA-LIVRO.
           SET PODE-SEGUIR TO TRUE
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-NAO-ACHADO
               SET NAO-PODE-SEGUIR TO TRUE
           END-IF
           IF PODE-SEGUIR AND NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO - EMPRESTIMO NEGADO.'
               SET NAO-PODE-SEGUIR TO TRUE
           END-IF
           IF PODE-SEGUIR
               PERFORM CONTA-ABERTOS
               IF WS-DIAS-ATRASO > 0
                   DISPLAY 'ALUNO COM LIVRO ATRASADO - DEVOLVA ANTES '
                       'DE NOVO EMPRESTIMO.'
                   SET NAO-PODE-SEGUIR TO TRUE
               ELSE
                   IF WS-QTD-ABERTOS >= WS-LIMITE-LIVROS
                       DISPLAY 'ALUNO JA TEM ' WS-QTD-ABERTOS
                           ' LIVRO(S) EMPRESTADO(S) - LIMITE '
                           WS-LIMITE-LIVROS '.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PODE-SEGUIR
               DISPLAY 'NUMERO DE TOMBO: ' WITH NO ADVANCING
               ACCEPT WS-TOMBO-PARAM
               MOVE WS-TOMBO-PARAM TO TOMBO-LIV
               READ ARQ-LIV KEY IS TOMBO-LIV
                   INVALID KEY
                       DISPLAY 'EXEMPLAR NAO CADASTRADO NO ACERVO.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   NOT INVALID KEY
                       IF NOT LIV-DISPONIVEL
                           DISPLAY 'EXEMPLAR NAO DISPONIVEL '
                               '(SITUACAO ' SITU-LIV ').'
                           SET NAO-PODE-SEGUIR TO TRUE
                       END-IF
               END-READ
           END-IF
           IF PODE-SEGUIR
               DISPLAY 'LIVRO: ' TITULO-LIV
               COMPUTE WS-DIAS-CALC = WS-DIAS-HOJE + WS-PRAZO-DIAS
               COMPUTE WS-DATA-CALC =
                   FUNCTION DATE-OF-INTEGER (WS-DIAS-CALC)
               CALL 'CALCVENC' USING WS-CODIGO-PARAM WS-ANO-HOJE
                   WS-MES-ZERO WS-DATA-CALC
               DISPLAY 'DEVOLUCAO ATE ' WS-DATA-CALC(7:2) '/'
                   WS-DATA-CALC(5:2) '/' WS-DATA-CALC(1:4)
                   ' - CONFIRMA (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM GRAVA-EMPRESTIMO
               ELSE
                   DISPLAY 'EMPRESTIMO CANCELADO.'
               END-IF
           END-IF.
      *
       GRAVA-EMPRESTIMO.
           PERFORM DESCOBRE-PROX-NUM
           INITIALIZE REG-EMP
           MOVE WS-PROX-NUM     TO NUM-EMP
           MOVE WS-CODIGO-PARAM TO CODIGO-EMP
           MOVE WS-TOMBO-PARAM  TO TOMBO-EMP
           MOVE WS-DATA-HOJE    TO DATA-EMP
           MOVE WS-DATA-CALC    TO DATA-PREV-EMP
           SET EMP-ABERTO TO TRUE
           MOVE WS-OPER-SESSAO  TO OPERADOR-EMP
           WRITE REG-EMP
               INVALID KEY
                   DISPLAY 'NUMERO JA USADO POR OUTRA ESTACAO - '
                       'EMPRESTIMO NAO GRAVADO, TENTE NOVAMENTE.'
               NOT INVALID KEY
                   SET LIV-EMPRESTADO TO TRUE
                   MOVE WS-PROX-NUM TO EMP-ATUAL-LIV
                   REWRITE REG-LIV
                   DISPLAY 'EMPRESTIMO No ' NUM-EMP ' REGISTRADO.'
           END-WRITE.
      *
      *============================================================
      * CONTA-ABERTOS - LIVROS AINDA NAO DEVOLVIDOS DO ALUNO E O
      * MAIOR ATRASO ENTRE ELES (ZERO SE NENHUM VENCIDO).
      *============================================================
       CONTA-ABERTOS.
           MOVE ZEROES TO WS-QTD-ABERTOS
           MOVE ZEROES TO WS-DIAS-ATRASO
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
                               ADD 1 TO WS-QTD-ABERTOS
                               IF DATA-PREV-EMP < WS-DATA-HOJE
                                   PERFORM CALCULA-ATRASO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       CALCULA-ATRASO.
           COMPUTE WS-DIAS-PREV =
               FUNCTION INTEGER-OF-DATE (DATA-PREV-EMP)
           IF WS-DIAS-HOJE - WS-DIAS-PREV > WS-DIAS-ATRASO
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-PREV
           END-IF.
      *
       DESCOBRE-PROX-NUM.
           MOVE ZEROES TO WS-PROX-NUM
           MOVE ZEROES TO NUM-EMP
           START ARQ-EMP KEY IS NOT LESS THAN NUM-EMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-EMP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-EMP TO WS-PROX-NUM
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-NUM.
      *
      *============================================================
      * LOCALIZA-EMPRESTIMO - PELO TOMBO, ACHA O EXEMPLAR E O
      * EMPRESTIMO ABERTO DELE. DEIXA OS DOIS REGISTROS LIDOS.
      *============================================================
       LOCALIZA-EMPRESTIMO.
           SET PODE-SEGUIR TO TRUE
           DISPLAY 'NUMERO DE TOMBO: ' WITH NO ADVANCING
           ACCEPT WS-TOMBO-PARAM
           MOVE WS-TOMBO-PARAM TO TOMBO-LIV
           READ ARQ-LIV KEY IS TOMBO-LIV
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO CADASTRADO NO ACERVO.'
                   SET NAO-PODE-SEGUIR TO TRUE
               NOT INVALID KEY
                   IF NOT LIV-EMPRESTADO
                       DISPLAY 'EXEMPLAR NAO ESTA EMPRESTADO.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   END-IF
           END-READ
           IF PODE-SEGUIR
               MOVE EMP-ATUAL-LIV TO NUM-EMP
               READ ARQ-EMP KEY IS NUM-EMP
                   INVALID KEY
                       DISPLAY 'EMPRESTIMO ' EMP-ATUAL-LIV
                           ' NAO ACHADO EM EMPREST.DAT.'
                       SET NAO-PODE-SEGUIR TO TRUE
               END-READ
           END-IF
           IF PODE-SEGUIR
               MOVE CODIGO-EMP TO WS-CODIGO-PARAM
               DISPLAY 'LIVRO: ' TITULO-LIV
               PERFORM LOCALIZA-ALUNO
               MOVE ZEROES TO WS-DIAS-ATRASO
               IF DATA-PREV-EMP < WS-DATA-HOJE
                   PERFORM CALCULA-ATRASO
               END-IF
               DISPLAY 'EMPRESTADO EM ' DATA-EMP(7:2) '/'
                   DATA-EMP(5:2) '/' DATA-EMP(1:4)
                   ' - PREVISTO PARA ' DATA-PREV-EMP(7:2) '/'
                   DATA-PREV-EMP(5:2) '/' DATA-PREV-EMP(1:4)
               IF WS-DIAS-ATRASO > 0
                   DISPLAY 'ATRASO: ' WS-DIAS-ATRASO ' DIA(S)'
               END-IF
           END-IF.
      *
      *============================================================
      * DEVOLVE-LIVRO - FECHA O EMPRESTIMO E LIBERA O EXEMPLAR. COM
      * ATRASO, A MULTA (DIAS X MULTA DIARIA) VAI PARA LANCEXT.DAT
      * NO NOME DO ALUNO.
      *============================================================
       DEVOLVE-LIVRO.
           PERFORM LOCALIZA-EMPRESTIMO
           IF PODE-SEGUIR
               MOVE ZEROES TO WS-VALOR-COBRAR
               IF WS-DIAS-ATRASO > 0
                   COMPUTE WS-VALOR-COBRAR =
                       WS-DIAS-ATRASO * WS-MULTA-DIA
                   MOVE WS-VALOR-COBRAR TO WS-ED-VALOR
                   DISPLAY 'MULTA POR ATRASO: ' WS-ED-VALOR
               END-IF
               DISPLAY 'CONFIRMA A DEVOLUCAO (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM FECHA-DEVOLUCAO
               ELSE
                   DISPLAY 'DEVOLUCAO CANCELADA.'
               END-IF
           END-IF.
      *
       FECHA-DEVOLUCAO.
           MOVE WS-DIAS-ATRASO TO DIAS-ATRASO-EMP
           IF WS-VALOR-COBRAR > 0
               MOVE SPACES TO WS-DESCRICAO-COBR
               STRING 'MULTA BIBLIOTECA TOMBO ' TOMBO-LIV
                   DELIMITED BY SIZE INTO WS-DESCRICAO-COBR
               PERFORM GRAVA-COBRANCA
               IF COBRANCA-GRAVADA
                   MOVE WS-VALOR-COBRAR TO MULTA-EMP
                   MOVE WS-ANO-HOJE     TO ANO-COBR-EMP
                   MOVE WS-PROX-SEQ     TO SEQ-MULTA-EMP
               END-IF
           END-IF
           MOVE WS-DATA-HOJE TO DATA-DEV-EMP
           SET EMP-DEVOLVIDO TO TRUE
           REWRITE REG-EMP
           SET LIV-DISPONIVEL TO TRUE
           MOVE ZEROES TO EMP-ATUAL-LIV
           REWRITE REG-LIV
           DISPLAY 'DEVOLUCAO REGISTRADA.'.
      *
      *============================================================
      * REGISTRA-PERDA - LIVRO EMPRESTADO QUE NAO VAI VOLTAR: O
      * VALOR DE REPOSICAO DO ACERVO (E A MULTA DO ATRASO ATE HOJE,
      * SE HOUVER) VAO PARA LANCEXT.DAT E O EXEMPLAR SAI DO ACERVO
      * DISPONIVEL.
      *============================================================
       REGISTRA-PERDA.
           PERFORM LOCALIZA-EMPRESTIMO
           IF PODE-SEGUIR
               MOVE VALOR-LIV TO WS-ED-VALOR
               DISPLAY 'VALOR DE REPOSICAO: ' WS-ED-VALOR
               IF WS-DIAS-ATRASO > 0
                   COMPUTE WS-VALOR-COBRAR =
                       WS-DIAS-ATRASO * WS-MULTA-DIA
                   MOVE WS-VALOR-COBRAR TO WS-ED-VALOR
                   DISPLAY 'MULTA POR ATRASO..: ' WS-ED-VALOR
               END-IF
               DISPLAY 'CONFIRMA A PERDA E A COBRANCA (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   PERFORM FECHA-PERDA
               ELSE
                   DISPLAY 'REGISTRO DE PERDA CANCELADO.'
               END-IF
           END-IF.
      *
       FECHA-PERDA.
           MOVE WS-DIAS-ATRASO TO DIAS-ATRASO-EMP
           MOVE WS-ANO-HOJE    TO ANO-COBR-EMP
           IF VALOR-LIV > 0
               MOVE VALOR-LIV TO WS-VALOR-COBRAR
               MOVE SPACES TO WS-DESCRICAO-COBR
               STRING 'REPOSICAO LIVRO TOMBO ' TOMBO-LIV
                   DELIMITED BY SIZE INTO WS-DESCRICAO-COBR
               PERFORM GRAVA-COBRANCA
               IF COBRANCA-GRAVADA
                   MOVE WS-PROX-SEQ TO SEQ-REPOS-EMP
               END-IF
           END-IF
           IF WS-DIAS-ATRASO > 0
               COMPUTE WS-VALOR-COBRAR = WS-DIAS-ATRASO * WS-MULTA-DIA
               MOVE SPACES TO WS-DESCRICAO-COBR
               STRING 'MULTA BIBLIOTECA TOMBO ' TOMBO-LIV
                   DELIMITED BY SIZE INTO WS-DESCRICAO-COBR
               PERFORM GRAVA-COBRANCA
               IF COBRANCA-GRAVADA
                   MOVE WS-VALOR-COBRAR TO MULTA-EMP
                   MOVE WS-PROX-SEQ     TO SEQ-MULTA-EMP
               END-IF
           END-IF
           MOVE WS-DATA-HOJE TO DATA-DEV-EMP
           SET EMP-PERDIDO TO TRUE
           REWRITE REG-EMP
           SET LIV-PERDIDO TO TRUE
           MOVE ZEROES TO EMP-ATUAL-LIV
           REWRITE REG-LIV
           DISPLAY 'PERDA REGISTRADA.'.
      *
      *============================================================
      * GRAVA-COBRANCA - INCLUI EM LANCEXT.DAT, NO ANO CORRENTE E NA
      * PROXIMA SEQUENCIA LIVRE DO ALUNO (COMO O MANTEXT), A
      * COBRANCA EM WS-VALOR-COBRAR/WS-DESCRICAO-COBR. O NOME E
      * COPIADO DO CADASTRO (REG-ALU JA LIDO).
      *============================================================
       GRAVA-COBRANCA.
           SET COBRANCA-NAO-GRAVADA TO TRUE
           PERFORM DESCOBRE-PROX-SEQ
           MOVE WS-CODIGO-PARAM   TO CODIGO-EXT
           MOVE WS-ANO-HOJE       TO ANO-REF-EXT
           MOVE WS-PROX-SEQ       TO SEQ-EXT
           MOVE NOME              TO NOME-EXT
           MOVE S-NOME            TO S-NOME-EXT
           MOVE WS-DESCRICAO-COBR TO DESCRICAO-EXT
           MOVE WS-VALOR-COBRAR   TO VALOR-EXT
           MOVE WS-DATA-HOJE      TO DATA-LANC-EXT
           COMPUTE WS-DIAS-CALC = WS-DIAS-HOJE + WS-VENC-DIAS
           COMPUTE DATA-VENC-EXT =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CALC)
           SET EXT-ABERTO TO TRUE
           WRITE REG-EXT
               INVALID KEY
                   DISPLAY 'SEQUENCIA JA USADA EM LANCEXT.DAT - '
                       'COBRANCA NAO GRAVADA, LANCE NO MANTEXT.'
               NOT INVALID KEY
                   SET COBRANCA-GRAVADA TO TRUE
                   MOVE VALOR-EXT TO WS-ED-VALOR
                   DISPLAY 'COBRANCA GERADA - ' DESCRICAO-EXT ' '
                       WS-ED-VALOR ' (PARCELA 00 + SEQUENCIA '
                       SEQ-EXT ')'
           END-WRITE.
      *
       DESCOBRE-PROX-SEQ.
           MOVE ZEROES TO WS-PROX-SEQ
           MOVE WS-CODIGO-PARAM TO CODIGO-EXT
           MOVE WS-ANO-HOJE     TO ANO-REF-EXT
           MOVE ZEROES          TO SEQ-EXT
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
                       IF CODIGO-EXT NOT = WS-CODIGO-PARAM
                          OR ANO-REF-EXT NOT = WS-ANO-HOJE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SEQ-EXT TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-SEQ.
      *
      *============================================================
      * LISTA-ALUNO - TODOS OS EMPRESTIMOS DO ALUNO, ABERTOS E
      * FECHADOS, COM O QUE FOI COBRADO.
      *============================================================
       LISTA-ALUNO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-ACHADO
               MOVE ZEROES TO WS-QTD-ABERTOS
               MOVE WS-CODIGO-PARAM TO CODIGO-EMP
               START ARQ-EMP KEY IS EQUAL TO CODIGO-EMP
                   INVALID KEY
                       DISPLAY 'NENHUM EMPRESTIMO REGISTRADO.'
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
                               PERFORM MOSTRA-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       MOSTRA-EMPRESTIMO.
           MOVE TOMBO-EMP TO TOMBO-LIV
           READ ARQ-LIV KEY IS TOMBO-LIV
               INVALID KEY
                   MOVE SPACES TO TITULO-LIV
           END-READ
           DISPLAY NUM-EMP ' TOMBO ' TOMBO-EMP ' ' TITULO-LIV
           EVALUATE TRUE
               WHEN EMP-ABERTO
                   DISPLAY '   ABERTO - DEVOLVER ATE '
                       DATA-PREV-EMP(7:2) '/' DATA-PREV-EMP(5:2) '/'
                       DATA-PREV-EMP(1:4)
               WHEN EMP-DEVOLVIDO
                   DISPLAY '   DEVOLVIDO EM ' DATA-DEV-EMP(7:2) '/'
                       DATA-DEV-EMP(5:2) '/' DATA-DEV-EMP(1:4)
                       ' - ATRASO ' DIAS-ATRASO-EMP ' DIA(S)'
               WHEN EMP-PERDIDO
                   DISPLAY '   PERDIDO EM ' DATA-DEV-EMP(7:2) '/'
                       DATA-DEV-EMP(5:2) '/' DATA-DEV-EMP(1:4)
                       ' - REPOSICAO COBRADA NA SEQUENCIA '
                       SEQ-REPOS-EMP
           END-EVALUATE
           IF MULTA-EMP > 0
               MOVE MULTA-EMP TO WS-ED-VALOR
               DISPLAY '   MULTA ' WS-ED-VALOR ' - LANCEXT '
                   ANO-COBR-EMP '/' SEQ-MULTA-EMP
           END-IF.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           OPEN I-O ARQ-LIV
           IF FS-LIV-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ACERVO.DAT...'
               OPEN OUTPUT ARQ-LIV
               CLOSE ARQ-LIV
               OPEN I-O ARQ-LIV
           END-IF
           OPEN I-O ARQ-EMP
           IF FS-EMP-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO EMPREST.DAT...'
               OPEN OUTPUT ARQ-EMP
               CLOSE ARQ-EMP
               OPEN I-O ARQ-EMP
           END-IF
           OPEN I-O ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO LANCEXT.DAT...'
               OPEN OUTPUT ARQ-EXT
               CLOSE ARQ-EXT
               OPEN I-O ARQ-EXT
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'ACERVO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ACERVO
           MOVE 'EMPREST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-EMPREST
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'BIBPRAZO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NUMERIC
               MOVE WS-PARAM-VALOR(1:3) TO WS-PRAZO-DIAS
           END-IF
           MOVE 'BIBLIMITE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:2) NUMERIC
               MOVE WS-PARAM-VALOR(1:2) TO WS-LIMITE-LIVROS
           END-IF
           MOVE 'BIBMULTA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:7) NUMERIC
               MOVE WS-PARAM-VALOR(1:7) TO WS-MULTA-CENT
           END-IF
           MOVE 'BIBVENC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NUMERIC
               MOVE WS-PARAM-VALOR(1:3) TO WS-VENC-DIAS
           END-IF.
