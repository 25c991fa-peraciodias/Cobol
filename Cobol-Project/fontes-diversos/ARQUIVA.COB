              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-MENSAL-ARQ.

      * LISTAGEM DA PREVIA: O QUE O ARQUIVAMENTO COPIARIA.
       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-ARQUIVALST
              ORGANIZATION IS LINE SEQUENTIAL.

      * REGISTRO DE CONCLUSAO DAS ROTINAS EM MASSA, O MESMO DAS
      * CARGAS DA CADEIA NOTURNA.
       SELECT ARQ-CTL ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTAS.
              03 ANO-REF-MEN PIC 9(04).
           02 NOME-MEN           PIC X(20).
           02 S-NOME-MEN         PIC X(30).
           02 PARCELA-MEN      PIC 9(05)V99.
           02 MENSA-MEN-1.
              03 MES-REF-MEN-1 PIC X(09).
              03 SITU-MEN-1    PIC X(02).
              03 SITU-MEN-12    PIC X(02).

           02 PERC-DESC-MEN      PIC 9(03).
           02 PARCELA-LIQ-MEN    PIC 9(05)V99.
       FD  ARQ-NOTAS-ARQ.
       01  REG-NOTAS-ARQ.
           02 CHAVE-OK-ARQ.
              03 ANO-REF-MEN-ARQ PIC 9(04).
           02 NOME-MEN-ARQ           PIC X(20).
           02 S-NOME-MEN-ARQ         PIC X(30).
           02 PARCELA-MEN-ARQ      PIC 9(05)V99.
           02 MENSA-MEN-ARQ-1.
              03 MES-REF-MEN-ARQ-1 PIC X(09).
              03 SITU-MEN-ARQ-1    PIC X(02).
              03 SITU-MEN-ARQ-12    PIC X(02).

           02 PERC-DESC-MEN-ARQ      PIC 9(03).
           02 PARCELA-LIQ-MEN-ARQ    PIC 9(05)V99.

       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       FD  ARQ-CTL.
       01  REG-CTL               PIC X(32).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-NOTASARQ PIC X(64).
       01  WS-ARQ-MENSALARQ PIC X(64).
       01  WS-ARQ-ARQUIVALST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
       01  WS-ANO-ARQ           PIC 9(04).
       01  WS-NOME-NOTAS-ARQ    PIC X(40).
       01  WS-NOME-MENSAL-ARQ   PIC X(40).
       01  WS-EOF               PIC X(01).
       01  WS-CONTA-NOTAS-ARQ   PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-MENSAL-ARQ  PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-ERROS       PIC 9(09) VALUE ZEROES.
       01  WS-CONTA-EXISTENTES  PIC 9(09) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
           88 SO-PREVIA  VALUE 'P'.

       77 FS-STAT-NOTAS PIC 9(02).
           88 FS-NOTAS-OK         VALUE ZEROS.
       01  WS-SW-MENSAL-ABERTO PIC X(01).
           88 MENSAL-DISPONIVEL   VALUE 'S'.
           88 MENSAL-INDISPONIVEL VALUE 'N'.
       01  WS-SW-DESTINOS      PIC X(01) VALUE 'N'.
           88 DESTINOS-ABERTOS   VALUE 'S'.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK         VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE VALUE 35.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'ARQUIVA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.
       01  WS-LINHA           PIC X(90).
       01  WS-ED-VALOR        PIC ZZ.ZZ9,99.
       01  WS-ED-MEDIA        PIC Z9,99.

      *
      *----------------------------------------------------------
      * PREVIA: A MESMA LEITURA DA EXECUCAO, SEM CRIAR OS ARQUIVOS
      * DO ANO. A RODADA DE PREVIA LISTA O QUE SERIA COPIADO E
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
              03 WS-PROGRAMA-PRV   PIC X(08) VALUE 'ARQUIVA'.
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
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-IMAGEM-CTL.
           02 PROGRAMA-CTL    PIC X(08) VALUE 'ARQUIVA'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-ANO.
       PERFORM MONTA-NOMES-ARQUIVO.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-CONFIRMACAO.
       IF NOT CONFIRMADO AND NOT SO-PREVIA
           DISPLAY 'ARQUIVAMENTO CANCELADO.'
           PERFORM FECHA-ARQUIVOS
           STOP RUN
       END-IF
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       MOVE SPACES TO WS-PARAMETROS-PRV
       STRING 'ANO ' WS-ANO-ARQ DELIMITED BY SIZE
           INTO WS-PARAMETROS-PRV
       IF SO-PREVIA
           PERFORM RODA-PREVIA
       ELSE
           PERFORM RODA-EXECUCAO
       END-IF
       PERFORM FECHA-ARQUIVOS.
       IF RODADA-CONFERENCIA
           DISPLAY 'ARQUIVAMENTO RECUSADO - NADA FOI GRAVADO.'
           STOP RUN
       END-IF
       IF RODADA-PREVIA
           PERFORM GUARDA-PREVIA
       END-IF
       DISPLAY '================================================'
       IF RODADA-PREVIA
           DISPLAY 'PREVIA DO ARQUIVAMENTO - NADA FOI GRAVADO'
       ELSE
           DISPLAY 'ARQUIVAMENTO DE FIM DE ANO CONCLUIDO'
       END-IF
       DISPLAY 'NOTAS ARQUIVADAS...: ' WS-CONTA-NOTAS-ARQ
       DISPLAY 'PARCELAS ARQUIVADAS: ' WS-CONTA-MENSAL-ARQ
       DISPLAY '================================================'.
       STOP RUN.
      *
       SOLICITA-CONFIRMACAO.
           DISPLAY 'NOTAS-' WS-ANO-ARQ '.DAT E MENSAL-' WS-ANO-ARQ
               '.DAT SERAO RECRIADOS.'
           DISPLAY 'P = SO A PREVIA (NADA E GRAVADO)'
           DISPLAY 'CONFIRMA O ARQUIVAMENTO (S/N/P)? '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA.
      *
      *============================================================
      * RODA-PREVIA - LE NOTAS.DAT E MENSAL.DAT COMO O ARQUIVAMENTO
      * SEM CRIAR OS ARQUIVOS DO ANO E LISTA EM ARQUIVA.LST O QUE
      * CADA UM TEM HOJE (ANTES), CADA REGISTRO QUE SERIA COPIADO
      * (DEPOIS), OS TOTAIS E A LINHA QUE A EXECUCAO GRAVARIA NO
      * CONTROLE.LOG.
      *============================================================
       RODA-PREVIA.
           SET RODADA-PREVIA TO TRUE
           OPEN OUTPUT ARQ-REL
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'PREVIA DO ARQUIVAMENTO DO ANO ' WS-ANO-ARQ
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           PERFORM DESCREVE-DESTINOS
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           PERFORM PERCORRE-ORIGENS
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'NOTAS A ARQUIVAR: ' WS-CONTA-NOTAS-ARQ
               ' PARCELAS A ARQUIVAR: ' WS-CONTA-MENSAL-ARQ
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           PERFORM MONTA-CONTROLE
           MOVE SPACES TO WS-LINHA
           STRING 'A EXECUCAO GRAVARA EM CONTROLE.LOG: '
               WS-IMAGEM-CTL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE '*** PREVIA - NADA FOI GRAVADO ***' TO REG-REL
           WRITE REG-REL
           CLOSE ARQ-REL.
      *
      * A PREVIA SO FICA VALENDO DEPOIS DE IR PARA O SPOOL: O
      * PREVCTL GUARDA O NUMERO DELA JUNTO DA ASSINATURA.
       GUARDA-PREVIA.
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'PREVIA ' WS-PARAMETROS-PRV
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-ARQUIVALST
           MOVE WS-NUM-SPL TO WS-NUM-SPL-PRV
           MOVE 'G' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           DISPLAY 'PREVIA EM ARQUIVA.LST - NENHUM ARQUIVO DO ANO '
               'FOI CRIADO.'.
      *
      *============================================================
      * DESCREVE-DESTINOS - O "ANTES" DA PREVIA: OS ARQUIVOS DO ANO
      * SAO RECRIADOS PELA EXECUCAO, ENTAO O QUE HOUVER NELES HOJE
      * SE PERDE. SO LE; ARQUIVO AUSENTE E APENAS INFORMADO.
      *============================================================
       DESCREVE-DESTINOS.
           IF NOTAS-DISPONIVEL
               MOVE ZEROES TO WS-CONTA-EXISTENTES
               OPEN INPUT ARQ-NOTAS-ARQ
               IF FS-NOTAS-ARQ-OK
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ARQ-NOTAS-ARQ NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END ADD 1 TO WS-CONTA-EXISTENTES
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-NOTAS-ARQ
                   MOVE SPACES TO WS-LINHA
                   STRING 'ANTES: ' WS-NOME-NOTAS-ARQ ' COM '
                       WS-CONTA-EXISTENTES ' REGISTRO(S) - RECRIADO'
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   MOVE SPACES TO WS-LINHA
                   STRING 'ANTES: ' WS-NOME-NOTAS-ARQ
                       ' NAO EXISTE - CRIADO'
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF
               WRITE REG-REL FROM WS-LINHA
           END-IF
           IF MENSAL-DISPONIVEL
               MOVE ZEROES TO WS-CONTA-EXISTENTES
               OPEN INPUT ARQ-MENSAL-ARQ
               IF FS-MENSAL-ARQ-OK
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ARQ-MENSAL-ARQ NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END ADD 1 TO WS-CONTA-EXISTENTES
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-MENSAL-ARQ
                   MOVE SPACES TO WS-LINHA
                   STRING 'ANTES: ' WS-NOME-MENSAL-ARQ ' COM '
                       WS-CONTA-EXISTENTES ' REGISTRO(S) - RECRIADO'
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   MOVE SPACES TO WS-LINHA
                   STRING 'ANTES: ' WS-NOME-MENSAL-ARQ
                       ' NAO EXISTE - CRIADO'
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * RODA-EXECUCAO - REFAZ A LEITURA SEM GRAVAR E CONFERE COM A
      * PREVIA NO PREVCTL; SO COM A PREVIA CONFERIDA (OU DISPENSADA
      * PELO PREVIAOBRIG) CRIA OS ARQUIVOS DO ANO, COPIA, GRAVA O
      * CONTROLE.LOG E DA BAIXA NA PREVIA.
      *============================================================
       RODA-EXECUCAO.
           SET RODADA-CONFERENCIA TO TRUE
           PERFORM PERCORRE-ORIGENS
           MOVE 'C' TO WS-FUNCAO-PRV
           CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
           IF PREVIA-CONFERE OR PREVIA-LIVRE
               SET RODADA-EFETIVA TO TRUE
               PERFORM ABRE-DESTINOS
               PERFORM PERCORRE-ORIGENS
               PERFORM GRAVA-CONTROLE
               IF PREVIA-CONFERE
                   MOVE 'B' TO WS-FUNCAO-PRV
                   CALL 'PREVCTL' USING WS-FUNCAO-PRV WS-PREVIA
               END-IF
           END-IF.
      *
       PERCORRE-ORIGENS.
           MOVE ZEROES TO WS-CONTA-NOTAS-ARQ
           MOVE ZEROES TO WS-CONTA-MENSAL-ARQ
           MOVE ZEROES TO WS-CONTA-ERROS
           MOVE ZEROES TO WS-QTD-LIDOS-PRV
           MOVE ZEROES TO WS-SOMA-PRV
           IF NOTAS-DISPONIVEL
               PERFORM ARQUIVA-NOTAS
           END-IF
           IF MENSAL-DISPONIVEL
               PERFORM ARQUIVA-MENSAL
           END-IF
           COMPUTE WS-QTD-ALTERA-PRV =
               WS-CONTA-NOTAS-ARQ + WS-CONTA-MENSAL-ARQ.
      *
      *============================================================
      * MONTA-CONTROLE / GRAVA-CONTROLE - LINHA DE CONCLUSAO EM
      * CONTROLE.LOG (PROGRAMA, DATA, REGISTROS ARQUIVADOS E
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
      * SOLICITA-ANO - PERGUNTA AO OPERADOR QUAL ANO ESTA SENDO
      * JUNTO).
      *============================================================
       ARQUIVA-NOTAS.
           MOVE ZEROES TO CODIGO-OK
           MOVE ZEROES TO ANO-OK
           MOVE SPACES TO DISCIPLINA-OK
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
                       IF ANO-OK = WS-ANO-ARQ
                           MOVE REG-NOTAS TO REG-NOTAS-ARQ
                           IF RODADA-EFETIVA
                               WRITE REG-NOTAS-ARQ
                               IF NOT FS-NOTAS-ARQ-OK
                                   ADD 1 TO WS-CONTA-ERROS
                               END-IF
                           ELSE
                               PERFORM SIMULA-NOTA
                           END-IF
                           ADD 1 TO WS-CONTA-NOTAS-ARQ
                       END-IF
               END-READ
           END-PERFORM.
      *
      * PREVIA E CONFERENCIA: A NOTA QUE SERIA COPIADA ENTRA NA
      * ASSINATURA E, NA PREVIA, VAI PARA A LISTAGEM.
       SIMULA-NOTA.
           MOVE LENGTH OF REG-NOTAS TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-NOTAS WS-TAM-PRV
           IF RODADA-PREVIA
               MOVE MEDIA-FINAL-OK TO WS-ED-MEDIA
               MOVE SPACES TO WS-LINHA
               STRING 'COPIARIA NOTA   ' CODIGO-OK ' ' ANO-OK ' '
                   DISCIPLINA-OK ' ' NOME-OK ' MEDIA ' WS-ED-MEDIA
                   ' ' SITUACAO-OK
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * ARQUIVA-MENSAL - COPIA PARA MENSAL-AAAA.DAT SOMENTE AS
      * PARCELAS DO ANO ENCERRADO, POSICIONANDO DIRETO NO ANO PELA
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE REG-MENSAL TO REG-MENSAL-ARQ
                           IF RODADA-EFETIVA
                               WRITE REG-MENSAL-ARQ
                               IF NOT FS-MENSAL-ARQ-OK
                                   ADD 1 TO WS-CONTA-ERROS
                               END-IF
                           ELSE
                               PERFORM SIMULA-MENSAL
                           END-IF
                           ADD 1 TO WS-CONTA-MENSAL-ARQ
                       END-IF
               END-READ
           END-PERFORM.
      *
      * PREVIA E CONFERENCIA: A PARCELA QUE SERIA COPIADA ENTRA NA
      * ASSINATURA E, NA PREVIA, VAI PARA A LISTAGEM.
       SIMULA-MENSAL.
           MOVE LENGTH OF REG-MENSAL TO WS-TAM-PRV
           CALL 'PREVSOMA' USING WS-ASSINATURA-PRV REG-MENSAL
                                 WS-TAM-PRV
           IF RODADA-PREVIA
               MOVE PARCELA-MEN TO WS-ED-VALOR
               MOVE SPACES TO WS-LINHA
               STRING 'COPIARIA MENSAL ' CODIGO-MEN ' ' ANO-REF-MEN
                   ' ' NOME-MEN ' PARCELA ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * ABRIR-ARQUIVOS - ABRE NOTAS.DAT/MENSAL.DAT EM MODO LEITURA E
      * CRIA OS ARQUIVOS DE ARQUIVAMENTO DO ANO INFORMADO. SE UM DOS
           IF FS-NOTAS-NAO-EXISTE
               DISPLAY 'NOTAS.DAT NAO ENCONTRADO - NAO SERA ARQUIVADO'
               SET NOTAS-INDISPONIVEL TO TRUE
           END-IF
           SET MENSAL-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-MENSAL
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - '
                       'NAO SERA ARQUIVADO'
               SET MENSAL-INDISPONIVEL TO TRUE
           END-IF.
      *
      * OS ARQUIVOS DO ANO SO SAO CRIADOS NA EXECUCAO, DEPOIS DA
      * CONFERENCIA COM A PREVIA.
       ABRE-DESTINOS.
           SET DESTINOS-ABERTOS TO TRUE
           IF NOTAS-DISPONIVEL
               OPEN OUTPUT ARQ-NOTAS-ARQ
               DISPLAY 'GRAVANDO EM..........: ' WS-NOME-NOTAS-ARQ
           END-IF
           IF MENSAL-DISPONIVEL
               OPEN OUTPUT ARQ-MENSAL-ARQ
               DISPLAY 'GRAVANDO EM..........: ' WS-NOME-MENSAL-ARQ
           END-IF.
      * REALMENTE FORAM ABERTOS.
      *============================================================
       FECHA-ARQUIVOS.
           IF NOTAS-DISPONIVEL AND DESTINOS-ABERTOS
               CLOSE ARQ-NOTAS
               CLOSE ARQ-NOTAS-ARQ
           ELSE
               CLOSE ARQ-NOTAS
           END-IF
           IF MENSAL-DISPONIVEL AND DESTINOS-ABERTOS
               CLOSE ARQ-MENSAL
               CLOSE ARQ-MENSAL-ARQ
           ELSE
           MOVE 'NOTASARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTASARQ
           MOVE 'MENSALARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSALARQ
           MOVE 'ARQUIVALST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ARQUIVALST
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE.
