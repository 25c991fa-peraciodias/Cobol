       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTCVA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CONVENIO DO ALUNO: QUAL EMPRESA (CONVENIO.DAT) PAGA PARTE DA
      * MENSALIDADE, QUANTO (PERCENTUAL DO LIQUIDO OU VALOR FIXO POR
      * PARCELA) E EM QUE ANOS LETIVOS. O CRIAPAR SEPARA A COTA DA
      * EMPRESA DA COTA DA FAMILIA NA CARGA DAS PARCELAS.
       SELECT ARQ-CVA
              ASSIGN TO WS-ARQ-CONVALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-CVA
              ALTERNATE RECORD KEY IS EMPRESA-CVA
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CVA.

       SELECT ARQ-CNV
              ASSIGN TO WS-ARQ-CONVENIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CNV
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CNV.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CVA.
       01  REG-CVA.
           02 CHAVE-CVA.
              03 CODIGO-CVA   PIC 9(08).
              03 ANO-INI-CVA  PIC 9(04).
           02 ANO-FIM-CVA     PIC 9(04).
           02 EMPRESA-CVA     PIC 9(04).
      * P = PERCENTUAL SOBRE A PARCELA LIQUIDA DE BOLSA/DESCONTO,
      * V = VALOR FIXO POR PARCELA (LIMITADO A PARCELA LIQUIDA).
           02 TIPO-COTA-CVA   PIC X(01).
              88 CVA-PERCENTUAL   VALUE 'P'.
              88 CVA-VALOR-FIXO   VALUE 'V'.
              88 CVA-TIPO-VALIDO  VALUES 'P' 'V'.
           02 PERC-CVA        PIC 9(03).
           02 VALOR-CVA       PIC 9(05)V99.
           02 DATA-ALT-CVA    PIC 9(08).
           02 OPERADOR-CVA    PIC X(08).

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CONVALU PIC X(64).
       01  WS-ARQ-CONVENIO PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-VINCULAR  VALUE 'V'.
           88 OPCAO-ENCERRAR  VALUE 'E'.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-EMPRESA-PARAM   PIC 9(04).
       01  WS-ANO-INI-PARAM   PIC 9(04).
       01  WS-ANO-FIM-PARAM   PIC 9(04).
       01  WS-TIPO-PARAM      PIC X(01).
       01  WS-PERC-PARAM      PIC 9(03).
       01  WS-VALOR-PARAM     PIC 9(05)V99.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-OPER-SESSAO     PIC X(08).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-CVA       PIC 9(05) VALUE ZEROES.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-DADOS PIC X(01).
           88 DADOS-OK       VALUE 'S'.
           88 DADOS-INVALIDOS VALUE 'N'.

       77 FS-STAT-CVA PIC 9(02).
           88 FS-CVA-OK          VALUE ZEROS.
           88 FS-CVA-NAO-EXISTE  VALUE 35.
           88 FS-CVA-CHAVE-DUPLIC VALUE 22.
           88 FS-CVA-EM-USO      VALUES 51 99.
       77 FS-STAT-CNV PIC 9(02).
           88 FS-CNV-OK         VALUE ZEROS.
           88 FS-CNV-NAO-EXISTE VALUE 35.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-VINCULAR  PERFORM VINCULA-ALUNO
               WHEN OPCAO-ENCERRAR  PERFORM ENCERRA-CONVENIO
               WHEN OPCAO-CONSULTAR PERFORM CONSULTA-ALUNO
               WHEN OPCAO-LISTAR    PERFORM LISTA-POR-EMPRESA
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-CVA.
       CLOSE ARQ-CNV.
       CLOSE ARQ-ALU.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DOS CONVENIOS
      * POR ALUNO E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'CONVENIOS POR ALUNO (CONVALU.DAT)'
           DISPLAY 'V - VINCULAR ALUNO A UMA EMPRESA CONVENIADA'
           DISPLAY 'E - ENCERRAR O CONVENIO DE UM ALUNO'
           DISPLAY 'C - CONSULTAR OS CONVENIOS DE UM ALUNO'
           DISPLAY 'L - LISTAR OS ALUNOS DE UMA EMPRESA'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * VINCULA-ALUNO - CADASTRA O CONVENIO DO ALUNO PARA UMA FAIXA
      * DE ANOS LETIVOS. DUAS FAIXAS DO MESMO ALUNO NAO PODEM SE
      * SOBREPOR: CADA PARCELA TEM NO MAXIMO UMA EMPRESA PAGADORA.
      * VALE A PARTIR DA PROXIMA CARGA DO CRIAPAR.
      *============================================================
       VINCULA-ALUNO.
           SET DADOS-OK TO TRUE
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO EM ALUNOS.DAT.'
                   SET DADOS-INVALIDOS TO TRUE
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' NOME ' ' S-NOME
           END-READ
           IF DADOS-OK
               DISPLAY 'CODIGO DA EMPRESA: ' WITH NO ADVANCING
               ACCEPT WS-EMPRESA-PARAM
               MOVE WS-EMPRESA-PARAM TO CODIGO-CNV
               READ ARQ-CNV KEY IS CODIGO-CNV
                   INVALID KEY
                       DISPLAY 'EMPRESA NAO CADASTRADA.'
                       SET DADOS-INVALIDOS TO TRUE
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA: ' NOME-CNV
                       IF CNV-INATIVO
                           DISPLAY 'EMPRESA INATIVA - CONVENIO NAO '
                               'GRAVADO.'
                           SET DADOS-INVALIDOS TO TRUE
                       END-IF
               END-READ
           END-IF
           IF DADOS-OK
               PERFORM SOLICITA-COTA
           END-IF
           IF DADOS-OK
               PERFORM VERIFICA-SOBREPOSICAO
           END-IF
           IF DADOS-OK
               PERFORM GRAVA-CONVENIO
           END-IF.
      *
       SOLICITA-COTA.
           DISPLAY 'ANO LETIVO INICIAL (AAAA)..........: '
               WITH NO ADVANCING
           ACCEPT WS-ANO-INI-PARAM
           DISPLAY 'ANO LETIVO FINAL (AAAA, 9999 = SEM PRAZO): '
               WITH NO ADVANCING
           ACCEPT WS-ANO-FIM-PARAM
           DISPLAY 'COTA DA EMPRESA (P PERCENTUAL, V VALOR FIXO): '
               WITH NO ADVANCING
           ACCEPT WS-TIPO-PARAM
           MOVE ZEROES TO WS-PERC-PARAM
           MOVE ZEROES TO WS-VALOR-PARAM
           MOVE WS-TIPO-PARAM TO TIPO-COTA-CVA
           IF CVA-PERCENTUAL
               DISPLAY 'PERCENTUAL PAGO PELA EMPRESA (1-100): '
                   WITH NO ADVANCING
               ACCEPT WS-PERC-PARAM
           END-IF
           IF CVA-VALOR-FIXO
               DISPLAY 'VALOR POR PARCELA (99999,99): '
                   WITH NO ADVANCING
               ACCEPT WS-VALOR-PARAM
           END-IF
           EVALUATE TRUE
               WHEN WS-ANO-INI-PARAM < 1900
                  OR WS-ANO-FIM-PARAM < WS-ANO-INI-PARAM
                   DISPLAY 'FAIXA DE ANOS INVALIDA - CONVENIO NAO '
                       'GRAVADO.'
                   SET DADOS-INVALIDOS TO TRUE
               WHEN NOT CVA-TIPO-VALIDO
                   DISPLAY 'TIPO DE COTA INVALIDO - CONVENIO NAO '
                       'GRAVADO.'
                   SET DADOS-INVALIDOS TO TRUE
               WHEN CVA-PERCENTUAL
                  AND (WS-PERC-PARAM = 0 OR WS-PERC-PARAM > 100)
                   DISPLAY 'PERCENTUAL INVALIDO - CONVENIO NAO '
                       'GRAVADO.'
                   SET DADOS-INVALIDOS TO TRUE
               WHEN CVA-VALOR-FIXO AND WS-VALOR-PARAM = 0
                   DISPLAY 'VALOR INVALIDO - CONVENIO NAO GRAVADO.'
                   SET DADOS-INVALIDOS TO TRUE
           END-EVALUATE.
      *
      *============================================================
      * VERIFICA-SOBREPOSICAO - PERCORRE OS CONVENIOS DO ALUNO (A
      * CHAVE COMECA PELO CODIGO) E RECUSA A FAIXA NOVA SE ELA
      * COBRE ALGUM ANO JA COBERTO.
      *============================================================
       VERIFICA-SOBREPOSICAO.
           MOVE WS-CODIGO-PARAM TO CODIGO-CVA
           MOVE ZEROES          TO ANO-INI-CVA
           START ARQ-CVA KEY IS NOT LESS THAN CHAVE-CVA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CVA NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-CVA NOT = WS-CODIGO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF ANO-INI-CVA NOT > WS-ANO-FIM-PARAM
                              AND ANO-FIM-CVA NOT < WS-ANO-INI-PARAM
                               DISPLAY 'JA EXISTE CONVENIO DE '
                                   ANO-INI-CVA ' A ' ANO-FIM-CVA
                                   ' COM A EMPRESA ' EMPRESA-CVA
                                   ' - ENCERRE-O ANTES.'
                               SET DADOS-INVALIDOS TO TRUE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       GRAVA-CONVENIO.
           MOVE WS-CODIGO-PARAM  TO CODIGO-CVA
           MOVE WS-ANO-INI-PARAM TO ANO-INI-CVA
           MOVE WS-ANO-FIM-PARAM TO ANO-FIM-CVA
           MOVE WS-EMPRESA-PARAM TO EMPRESA-CVA
           MOVE WS-TIPO-PARAM    TO TIPO-COTA-CVA
           MOVE WS-PERC-PARAM    TO PERC-CVA
           MOVE WS-VALOR-PARAM   TO VALOR-CVA
           MOVE WS-DATA-HOJE     TO DATA-ALT-CVA
           MOVE WS-OPER-SESSAO   TO OPERADOR-CVA
           WRITE REG-CVA
               INVALID KEY
                   DISPLAY 'CONVENIO JA GRAVADO POR OUTRA ESTACAO - '
                       'NADA GRAVADO.'
               NOT INVALID KEY
                   DISPLAY 'CONVENIO GRAVADO - VALE A PARTIR DA '
                       'PROXIMA CARGA DAS PARCELAS (CRIAPAR).'
           END-WRITE.
      *
      *============================================================
      * ENCERRA-CONVENIO - ANTECIPA O ANO FINAL DE UM CONVENIO. O
      * CONVENIO NAO E EXCLUIDO, PORQUE AS COTAS JA FATURADAS
      * CONTINUAM APONTANDO PARA A EMPRESA; ENCERRAR ANTES DO ANO
      * INICIAL EXCLUI O CONVENIO QUE NUNCA CHEGOU A VALER.
      *============================================================
       ENCERRA-CONVENIO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           DISPLAY 'ANO INICIAL DO CONVENIO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-INI-PARAM
           MOVE WS-CODIGO-PARAM  TO CODIGO-CVA
           MOVE WS-ANO-INI-PARAM TO ANO-INI-CVA
           READ ARQ-CVA KEY IS CHAVE-CVA
               INVALID KEY
                   DISPLAY 'CONVENIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'EMPRESA ' EMPRESA-CVA ' DE ' ANO-INI-CVA
                       ' A ' ANO-FIM-CVA
                   DISPLAY 'ULTIMO ANO COBERTO (AAAA, ZERO EXCLUI): '
                       WITH NO ADVANCING
                   ACCEPT WS-ANO-FIM-PARAM
                   DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF NOT CONFIRMADO
                       DISPLAY 'ENCERRAMENTO CANCELADO.'
                   ELSE
                       IF WS-ANO-FIM-PARAM < ANO-INI-CVA
                           DELETE ARQ-CVA RECORD
                       ELSE
                           MOVE WS-ANO-FIM-PARAM TO ANO-FIM-CVA
                           MOVE WS-DATA-HOJE     TO DATA-ALT-CVA
                           MOVE WS-OPER-SESSAO   TO OPERADOR-CVA
                           REWRITE REG-CVA
                       END-IF
                       PERFORM CONFERE-GRAVACAO
                   END-IF
           END-READ.
      *
       CONFERE-GRAVACAO.
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-CVA-OK
               DISPLAY 'CONVENIO ATUALIZADO - VALE A PARTIR DA '
                   'PROXIMA CARGA DAS PARCELAS (CRIAPAR).'
           ELSE
               IF FS-CVA-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'ALTERACAO NAO GRAVADA, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR CONVALU.DAT - FS-STAT: '
                       FS-STAT-CVA
               END-IF
           END-IF.
      *
       CONSULTA-ALUNO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE ZEROES TO WS-CONTA-CVA
           MOVE WS-CODIGO-PARAM TO CODIGO-CVA
           MOVE ZEROES          TO ANO-INI-CVA
           START ARQ-CVA KEY IS NOT LESS THAN CHAVE-CVA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CVA NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-CVA NOT = WS-CODIGO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CONTA-CVA
                           PERFORM MOSTRA-CONVENIO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTA-CVA = 0
               DISPLAY 'ALUNO SEM CONVENIO.'
           END-IF.
      *
       MOSTRA-CONVENIO.
           MOVE VALOR-CVA TO WS-VALOR-ED
           IF CVA-PERCENTUAL
               DISPLAY 'ALUNO ' CODIGO-CVA ' ' ANO-INI-CVA '-'
                   ANO-FIM-CVA ' EMPRESA ' EMPRESA-CVA ' PAGA '
                   PERC-CVA ' %   ALTERADO EM ' DATA-ALT-CVA ' POR '
                   OPERADOR-CVA
           ELSE
               DISPLAY 'ALUNO ' CODIGO-CVA ' ' ANO-INI-CVA '-'
                   ANO-FIM-CVA ' EMPRESA ' EMPRESA-CVA ' PAGA '
                   WS-VALOR-ED ' POR PARCELA   ALTERADO EM '
                   DATA-ALT-CVA ' POR ' OPERADOR-CVA
           END-IF.
      *
      *============================================================
      * LISTA-POR-EMPRESA - TODOS OS CONVENIOS DE UMA EMPRESA, PELA
      * CHAVE ALTERNATIVA.
      *============================================================
       LISTA-POR-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA: ' WITH NO ADVANCING
           ACCEPT WS-EMPRESA-PARAM
           MOVE ZEROES TO WS-CONTA-CVA
           MOVE WS-EMPRESA-PARAM TO EMPRESA-CVA
           START ARQ-CVA KEY IS NOT LESS THAN EMPRESA-CVA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CVA NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMPRESA-CVA NOT = WS-EMPRESA-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CONTA-CVA
                           PERFORM MOSTRA-CONVENIO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CONVENIOS DA EMPRESA: ' WS-CONTA-CVA.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-CNV
           IF FS-CNV-NAO-EXISTE THEN
               DISPLAY 'CONVENIO.DAT NAO ENCONTRADO - CADASTRE AS '
                   'EMPRESAS NO MANTCONV PRIMEIRO.'
               CLOSE ARQ-ALU
               GOBACK
           END-IF
           OPEN I-O ARQ-CVA
           IF FS-CVA-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CVA
               CLOSE ARQ-CVA
               OPEN I-O ARQ-CVA
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'CONVALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVALU
           MOVE 'CONVENIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONVENIO
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS.
