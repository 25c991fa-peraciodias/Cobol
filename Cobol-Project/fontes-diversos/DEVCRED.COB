       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEVCRED.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CREDITOS DOS RESPONSAVEIS (BAIXAPAG/RETORNO/APLICRED): A
      * DEVOLUCAO E UM MOVIMENTO 'D' NO CPF, CUJO NUMERO E O DO
      * COMPROVANTE DE DEVOLUCAO.
       SELECT ARQ-CRE
              ASSIGN TO WS-ARQ-CREDITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CRE
              ALTERNATE RECORD KEY IS CPF-CRE
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CRE.

       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

      * LIVRO CAIXA: A DEVOLUCAO ENTRA COMO MOVIMENTO NEGATIVO DE
      * TIPO 'D', COM O NUMERO DO COMPROVANTE NO FIM DA LINHA.
       SELECT ARQ-CX
              ASSIGN TO WS-ARQ-CAIXA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CX.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-DEVCREDLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CRE.
       01  REG-CRE.
           02 NUM-CRE         PIC 9(06).
           02 CPF-CRE         PIC X(11).
           02 CODIGO-CRE      PIC 9(08).
           02 ANO-REF-CRE     PIC 9(04).
           02 SLOT-CRE        PIC 9(02).
           02 SEQ-EXT-CRE     PIC 9(03).
           02 TIPO-CRE        PIC X(01).
              88 CRE-ENTRADA      VALUE 'E'.
              88 CRE-APLICACAO    VALUE 'A'.
              88 CRE-DEVOLUCAO    VALUE 'D'.
              88 CRE-RETORNO      VALUE 'R'.
           02 VALOR-CRE       PIC 9(07)V99.
           02 DATA-CRE        PIC 9(08).
           02 RECIBO-CRE      PIC 9(06).
           02 FORMA-CRE       PIC X(01).
           02 ORIGEM-CRE      PIC X(01).
           02 OPERADOR-CRE    PIC X(08).
           02 HISTORICO-CRE   PIC X(30).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

       FD  ARQ-CX.
       01  REG-CX.
           02 DATA-CX          PIC 9(08).
           02 FILLER           PIC X(02).
           02 SESSAO-CX        PIC 9(04).
           02 FILLER           PIC X(02).
           02 OPERADOR-CX      PIC X(08).
           02 FILLER           PIC X(02).
           02 TIPO-CX          PIC X(01).
              88 CX-ABERTURA   VALUE 'A'.
              88 CX-FECHAMENTO VALUE 'F'.
              88 CX-ESTORNO    VALUE 'E'.
              88 CX-SAIDA      VALUE 'S'.
              88 CX-DEVOLUCAO  VALUE 'D'.
           02 FILLER           PIC X(02).
           02 FORMA-CX         PIC X(01).
           02 FILLER           PIC X(02).
           02 VALOR-SIST-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 VALOR-DECL-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 DIFERENCA-CX     PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 SAIDA-CX         PIC 9(06).
           02 FILLER           PIC X(02).
      * UNIDADE DO CAIXA: A UNIDADE DE TRABALHO DA SESSAO DO MENU.
           02 UNIDADE-CX       PIC X(02).

       FD  ARQ-REL.
       01  REG-REL             PIC X(80).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CREDITO PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CAIXA PIC X(64).
       01  WS-ARQ-DEVCREDLST PIC X(64).

       01  WS-OPER-SESSAO     PIC X(08).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-OPERADOR        PIC X(08).
       01  WS-SESSAO          PIC 9(04).
       01  WS-UNIDADE-SES     PIC X(02).
       01  WS-UNIDADES-SES    PIC X(10).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-CPF-PARAM       PIC X(11).
       01  WS-NOME-RESP       PIC X(40).
       01  WS-FORMA           PIC X(01).
           88 FORMA-VALIDA    VALUES 'D' 'T' 'C'.
       01  WS-VALOR-PARAM     PIC 9(07)V99.
       01  WS-SALDO           PIC S9(09)V99.
       01  WS-PROX-CREDITO    PIC 9(06) VALUE ZEROES.
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-DEVOL     PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-DEVOL     PIC 9(09)V99 VALUE ZEROES.
       01  WS-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       01  WS-SALDO-ED        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA           PIC X(80).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-CREDITO PIC X(01).
           88 CREDITO-GRAVADO  VALUE 'S'.
           88 CREDITO-PENDENTE VALUE 'N'.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL   VALUE 'S'.
           88 RESP-INDISPONIVEL VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'DEVCRED'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK          VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE  VALUE 35.
           88 FS-CRE-CHAVE-DUPLIC VALUE 22.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-CX PIC 9(02).
           88 FS-CX-OK         VALUE ZEROS.
           88 FS-CX-NAO-EXISTE VALUE 35.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
      * UNIDADE DE TRABALHO DA SESSAO DO MENU, GRAVADA NO CAIXA.
       CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      * COM SESSAO ABERTA PELO MENU, O OPERADOR E O DO LOGIN
      * (LEOPER); RODADO AVULSO, O PROGRAMA PERGUNTA, COMO NO PAGACP.
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO
       IF WS-OPER-SESSAO NOT = SPACES
           MOVE WS-OPER-SESSAO TO WS-OPERADOR
           DISPLAY 'OPERADOR DA SESSAO: ' WS-OPERADOR
       ELSE
           DISPLAY 'OPERADOR RESPONSAVEL (ATE 8 LETRAS): '
               WITH NO ADVANCING
           ACCEPT WS-OPERADOR
       END-IF
       DISPLAY 'NUMERO DA SESSAO DE CAIXA (9999).....: '
           WITH NO ADVANCING
       ACCEPT WS-SESSAO
       PERFORM DESCOBRE-PROX-CREDITO.
       PERFORM SOLICITA-CPF.
      * repete a devolucao ate o operador informar CPF em branco
       PERFORM UNTIL WS-CPF-PARAM = SPACES
           PERFORM DEVOLVE-CREDITO
           PERFORM SOLICITA-CPF
       END-PERFORM.
       CLOSE ARQ-CRE.
       IF RESP-DISPONIVEL
           CLOSE ARQ-RESP
       END-IF.
       CLOSE ARQ-CX.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'SESSAO DE CAIXA ' WS-SESSAO
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-DEVCREDLST.
       MOVE WS-TOTAL-DEVOL TO WS-TOTAL-ED
       DISPLAY 'DEVOLUCOES: ' WS-CONTA-DEVOL
           '   TOTAL DEVOLVIDO: ' WS-TOTAL-ED
       DISPLAY 'COMPROVANTES GRAVADOS EM DEVCRED.LST.'
       GOBACK.
      *
       SOLICITA-CPF.
           DISPLAY ' '
           DISPLAY 'CPF DO RESPONSAVEL (EM BRANCO ENCERRA): '
               WITH NO ADVANCING
           ACCEPT WS-CPF-PARAM.
      *
      *============================================================
      * DEVOLVE-CREDITO - MOSTRA OS MOVIMENTOS E O SALDO DO CPF,
      * PEDE VALOR E FORMA E, CONFIRMADO, GRAVA A DEVOLUCAO. O
      * VALOR NUNCA PASSA DO SALDO.
      *============================================================
       DEVOLVE-CREDITO.
           PERFORM ACHA-NOME-RESP
           PERFORM MOSTRA-MOVIMENTOS
           MOVE WS-SALDO TO WS-SALDO-ED
           DISPLAY 'SALDO DE CREDITO: ' WS-SALDO-ED
           IF WS-SALDO NOT > 0
               DISPLAY 'CPF SEM SALDO DE CREDITO - NADA A DEVOLVER.'
           ELSE
               DISPLAY 'VALOR A DEVOLVER 9999999,99 (ZERO = SALDO '
                   'TODO): ' WITH NO ADVANCING
               ACCEPT WS-VALOR-PARAM
               IF WS-VALOR-PARAM = 0
                   MOVE WS-SALDO TO WS-VALOR-PARAM
               END-IF
               DISPLAY 'FORMA (D DINHEIRO, T TRANSFERENCIA/PIX, '
                   'C CHEQUE): ' WITH NO ADVANCING
               ACCEPT WS-FORMA
               IF WS-VALOR-PARAM > WS-SALDO
                   DISPLAY 'VALOR MAIOR QUE O SALDO - NADA DEVOLVIDO.'
               ELSE
                   IF NOT FORMA-VALIDA
                       DISPLAY 'FORMA INVALIDA - NADA DEVOLVIDO.'
                   ELSE
                       MOVE WS-VALOR-PARAM TO WS-VALOR-ED
                       DISPLAY 'CONFIRMA A DEVOLUCAO DE ' WS-VALOR-ED
                           ' (S/N)? ' WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF CONFIRMADO
                           PERFORM GRAVA-DEVOLUCAO
                       ELSE
                           DISPLAY 'DEVOLUCAO ABANDONADA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       ACHA-NOME-RESP.
           MOVE SPACES TO WS-NOME-RESP
           IF RESP-DISPONIVEL
               MOVE ZEROES TO CODIGO-RESP
               START ARQ-RESP KEY IS NOT LESS THAN CODIGO-RESP
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-RESP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CPF-RESP = WS-CPF-PARAM
                               MOVE NOME-RESP TO WS-NOME-RESP
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY 'RESPONSAVEL: ' WS-NOME-RESP.
      *
      *============================================================
      * MOSTRA-MOVIMENTOS - LISTA NA TELA OS MOVIMENTOS DO CPF (PELA
      * CHAVE ALTERNATIVA) E APURA O SALDO: ENTRADAS E RETORNOS
      * SOMAM, APLICACOES E DEVOLUCOES SUBTRAEM.
      *============================================================
       MOSTRA-MOVIMENTOS.
           MOVE ZEROES TO WS-SALDO
           MOVE WS-CPF-PARAM TO CPF-CRE
           START ARQ-CRE KEY IS NOT LESS THAN CPF-CRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CPF-CRE NOT = WS-CPF-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           EVALUATE TRUE
                               WHEN CRE-ENTRADA OR CRE-RETORNO
                                   ADD VALOR-CRE TO WS-SALDO
                               WHEN CRE-APLICACAO OR CRE-DEVOLUCAO
                                   SUBTRACT VALOR-CRE FROM WS-SALDO
                           END-EVALUATE
                           MOVE VALOR-CRE TO WS-VALOR-ED
                           DISPLAY NUM-CRE ' ' DATA-CRE ' ' TIPO-CRE
                               ' ' CODIGO-CRE ' ' HISTORICO-CRE
                               WS-VALOR-ED
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * GRAVA-DEVOLUCAO - GRAVA O MOVIMENTO 'D' NUMERADO (NUMERO JA
      * USADO POR OUTRA ESTACAO AVANCA A NUMERACAO), LANCA A SAIDA
      * NO LIVRO CAIXA E IMPRIME O COMPROVANTE.
      *============================================================
       GRAVA-DEVOLUCAO.
           SET CREDITO-PENDENTE TO TRUE
           PERFORM UNTIL CREDITO-GRAVADO
               MOVE WS-PROX-CREDITO TO NUM-CRE
               MOVE WS-CPF-PARAM    TO CPF-CRE
               MOVE ZEROES          TO CODIGO-CRE
               MOVE ZEROES          TO ANO-REF-CRE
               MOVE ZEROES          TO SLOT-CRE
               MOVE ZEROES          TO SEQ-EXT-CRE
               SET CRE-DEVOLUCAO TO TRUE
               MOVE WS-VALOR-PARAM  TO VALOR-CRE
               MOVE WS-DATA-HOJE    TO DATA-CRE
               MOVE ZEROES          TO RECIBO-CRE
               MOVE WS-FORMA        TO FORMA-CRE
               MOVE 'D'             TO ORIGEM-CRE
               MOVE WS-OPERADOR     TO OPERADOR-CRE
               MOVE 'DEVOLUCAO DE CREDITO' TO HISTORICO-CRE
               WRITE REG-CRE
                   INVALID KEY
                       DISPLAY 'MOVIMENTO ' WS-PROX-CREDITO ' JA '
                           'USADO POR OUTRA ESTACAO - AVANCANDO A '
                           'NUMERACAO.'
                       ADD 1 TO WS-PROX-CREDITO
                   NOT INVALID KEY
                       SET CREDITO-GRAVADO TO TRUE
                       PERFORM GRAVA-MOVIMENTO-CAIXA
                       PERFORM IMPRIME-COMPROVANTE
                       ADD 1 TO WS-CONTA-DEVOL
                       ADD WS-VALOR-PARAM TO WS-TOTAL-DEVOL
                       DISPLAY 'CREDITO DEVOLVIDO - COMPROVANTE NO. '
                           NUM-CRE
                       ADD 1 TO WS-PROX-CREDITO
               END-WRITE
               IF CREDITO-PENDENTE AND NOT FS-CRE-OK
                  AND NOT FS-CRE-CHAVE-DUPLIC
                   SET CREDITO-GRAVADO TO TRUE
                   DISPLAY 'ERRO AO GRAVAR CREDITO.DAT - FS-STAT: '
                       FS-STAT-CRE ' - NADA DEVOLVIDO.'
               END-IF
           END-PERFORM.
      *
      *============================================================
      * GRAVA-MOVIMENTO-CAIXA - LANCA A DEVOLUCAO COMO MOVIMENTO
      * NEGATIVO NO LIVRO CAIXA (TIPO 'D'), NA SESSAO INFORMADA.
      *============================================================
       GRAVA-MOVIMENTO-CAIXA.
           MOVE SPACES TO REG-CX
           MOVE WS-DATA-HOJE  TO DATA-CX
           MOVE WS-SESSAO     TO SESSAO-CX
           MOVE WS-UNIDADE-SES TO UNIDADE-CX
           MOVE WS-OPERADOR   TO OPERADOR-CX
           SET CX-DEVOLUCAO TO TRUE
           MOVE WS-FORMA      TO FORMA-CX
           COMPUTE VALOR-SIST-CX = 0 - WS-VALOR-PARAM
           COMPUTE VALOR-DECL-CX = 0 - WS-VALOR-PARAM
           MOVE ZEROES TO DIFERENCA-CX
           MOVE NUM-CRE       TO SAIDA-CX
           WRITE REG-CX.
      *
      *============================================================
      * IMPRIME-COMPROVANTE - COMPROVANTE DA DEVOLUCAO EM
      * DEVCRED.LST, PARA ASSINATURA DO RESPONSAVEL.
      *============================================================
       IMPRIME-COMPROVANTE.
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'COMPROVANTE DE DEVOLUCAO DE CREDITO NO. ' NUM-CRE
               '   SESSAO ' WS-SESSAO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'RESPONSAVEL CPF ' WS-CPF-PARAM ' - ' WS-NOME-RESP
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-VALOR-PARAM TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING 'DEVOLVIDO EM ' WS-DATA-HOJE ' - FORMA ' WS-FORMA
               ' - VALOR ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           COMPUTE WS-SALDO = WS-SALDO - WS-VALOR-PARAM
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO WS-LINHA
           STRING 'SALDO DE CREDITO RESTANTE ' WS-SALDO-ED
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'OPERADOR: ' WS-OPERADOR
               '   RECEBI: ____________________'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * DESCOBRE-PROX-CREDITO - MAIOR NUMERO DE MOVIMENTO JA USADO
      * EM CREDITO.DAT.
      *============================================================
       DESCOBRE-PROX-CREDITO.
           MOVE ZEROES TO WS-PROX-CREDITO
           MOVE ZEROES TO NUM-CRE
           START ARQ-CRE KEY IS NOT LESS THAN NUM-CRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-CRE TO WS-PROX-CREDITO
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-CREDITO.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               DISPLAY 'CREDITO.DAT NAO ENCONTRADO - NENHUM CREDITO '
                   'LANCADO AINDA.'
               GOBACK
           END-IF
           SET RESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RESP
           IF FS-RESP-NAO-EXISTE THEN
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
      * O LIVRO CAIXA E PERMANENTE: SEMPRE EM EXTEND, CRIADO NA
      * PRIMEIRA GRAVACAO.
           OPEN EXTEND ARQ-CX
           IF FS-CX-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CX
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
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CAIXA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXA
           MOVE 'DEVCREDLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DEVCREDLST.
