              ASSIGN TO WS-ARQ-PREVISAOLST
              ORGANIZATION IS LINE SEQUENTIAL.

      * COTAS DAS EMPRESAS CONVENIADAS GRAVADAS PELO CRIAPAR: A
      * PARTE DA EMPRESA E PREVISTA EM SEPARADO DA DAS FAMILIAS.
       SELECT ARQ-COT
              ASSIGN TO WS-ARQ-COTACNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-COT
              ALTERNATE RECORD KEY IS EMPRESA-COT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-COT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MEN.
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
       FD  ARQ-REL.
       01  REG-REL           PIC X(90).

       FD  ARQ-COT.
       01  REG-COT.
           02 CHAVE-COT.
              03 CODIGO-COT   PIC 9(08).
              03 ANO-COT      PIC 9(04).
              03 SLOT-COT     PIC 9(02).
           02 EMPRESA-COT     PIC 9(04).
           02 VALOR-COT       PIC 9(05)V99.
           02 SITU-COT        PIC X(02).
              88 COT-A-FATURAR    VALUE 'AB'.
              88 COT-FATURADA     VALUE 'FT'.
              88 COT-PAGA         VALUE 'PG'.
              88 COT-CANCELADA    VALUE 'CN'.
           02 FATURA-COT      PIC 9(06).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-PREVISAOLST PIC X(64).
       01  WS-ARQ-COTACNV PIC X(64).
      *
      *----------------------------------------------------------
      * TABELA DE MESES, A MESMA DO GERAMASSA/REMATRIC, PARA
              03 TAB-VENCIDO   PIC 9(11)V99.
              03 TAB-QTD-ABER  PIC 9(06).

      *
      * MESMOS ACUMULADORES PARA AS COTAS DAS EMPRESAS CONVENIADAS
      * AINDA NAO PAGAS (A FATURAR OU JA FATURADAS).
       01  WS-TAB-PREV-CNV.
           02 TAB-MES-CNV OCCURS 12 TIMES.
              03 TAB-CNV-A-VENCER  PIC 9(11)V99.
              03 TAB-CNV-VENCIDO   PIC 9(11)V99.
              03 TAB-CNV-QTD       PIC 9(06).

       01  WS-TOT-A-VENCER    PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-VENCIDO     PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-GERAL       PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-CNV-A-VENCER PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-CNV-VENCIDO PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-CNV-GERAL   PIC 9(11)V99 VALUE ZEROES.

       01  WS-EOF             PIC A(01).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-DATA-ATUAL      PIC 9(08).
      * VENCIDO E A PARCELA (OU COTA) CUJO VENCIMENTO REAL, PELO
      * CALCVENC, JA PASSOU - A MESMA REGRA DO VENCIDOS E DO FLUXOCX.
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-CONTA-ALUNOS    PIC 9(09) VALUE ZEROES.
       01  WS-LINHA           PIC X(90).
       01  WS-ED-A-VENCER     PIC Z(10)9,99.
       01  WS-ED-VENCIDO      PIC Z(10)9,99.
       01  WS-ED-TOTAL        PIC Z(10)9,99.
      * UNIDADE DA PREVISAO (EM BRANCO = CONSOLIDADO) E UNIDADE DO
      * ALUNO LIDO, PELA TURMA EM QUE ELE ESTA.
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-UNIDADE-ALUNO   PIC X(02).
       01  WS-CODIGO-UNIDADE  PIC 9(08).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.
       01  WS-SW-UNIDADE      PIC X(01).
           88 ALUNO-DA-UNIDADE      VALUE 'S'.
           88 ALUNO-FORA-DA-UNIDADE VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'PREVISAO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.
       01  WS-SW-COT PIC X(01).
           88 COT-DISPONIVEL   VALUE 'S'.
           88 COT-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-UNIDADE.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
       PERFORM SOLICITA-ANO.
       PERFORM ZERA-TABELA.
       PERFORM POSICIONA-NO-ANO.
                   IF ANO-REF NOT = WS-ANO-PARAM
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       MOVE CODIGO TO WS-CODIGO-UNIDADE
                       PERFORM FILTRA-UNIDADE
                       IF ALUNO-DA-UNIDADE
                           ADD 1 TO WS-CONTA-ALUNOS
                           PERFORM PROJETA-ALUNO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ARQ-MEN.
       IF COT-DISPONIVEL
           PERFORM PROJETA-COTAS
           CLOSE ARQ-COT
       END-IF.
       PERFORM IMPRIME-PREVISAO.
       IF COT-DISPONIVEL
           PERFORM IMPRIME-PREVISAO-CNV
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'ANO ' WS-ANO-PARAM ' UNIDADE ' WS-UNIDADE-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-PREVISAOLST.
       GOBACK.
      *
      *============================================================
      * SOLICITA-UNIDADE - PERGUNTA A UNIDADE DA PREVISAO. EM
      * BRANCO SAI O CONSOLIDADO DA ESCOLA, SO PARA OPERADOR SEM
      * RESTRICAO DE UNIDADE (CONFUNID).
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'UNIDADE (EM BRANCO = CONSOLIDADO): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA PARA O '
                   'OPERADOR - PREVISAO CANCELADA.'
               GOBACK
           END-IF.
      *
      *============================================================
      * FILTRA-UNIDADE - NA PREVISAO DE UMA UNIDADE, SO ENTRA O
      * ALUNO DE WS-CODIGO-UNIDADE QUE ESTA EM TURMA DAQUELA
      * UNIDADE. ALUNO SEM TURMA SO APARECE NO CONSOLIDADO.
      *============================================================
       FILTRA-UNIDADE.
           SET ALUNO-DA-UNIDADE TO TRUE
           IF WS-UNIDADE-PARAM NOT = SPACES
               CALL 'UNIDALU' USING WS-CODIGO-UNIDADE WS-UNIDADE-ALUNO
               IF WS-UNIDADE-ALUNO NOT = WS-UNIDADE-PARAM
                   SET ALUNO-FORA-DA-UNIDADE TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * SOLICITA-ANO - PERGUNTA O ANO DE REFERENCIA DA PREVISAO.
      *============================================================
       SOLICITA-ANO.
               MOVE ZEROES TO TAB-A-VENCER(WS-SLOT-ATUAL)
               MOVE ZEROES TO TAB-VENCIDO(WS-SLOT-ATUAL)
               MOVE ZEROES TO TAB-QTD-ABER(WS-SLOT-ATUAL)
               MOVE ZEROES TO TAB-CNV-A-VENCER(WS-SLOT-ATUAL)
               MOVE ZEROES TO TAB-CNV-VENCIDO(WS-SLOT-ATUAL)
               MOVE ZEROES TO TAB-CNV-QTD(WS-SLOT-ATUAL)
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      * VEM. A REGRA DE SLOT EM ABERTO E A MESMA DO VENCIDOS.
      *============================================================
       PROJETA-ALUNO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR ESPERADO E O LIQUIDO GRAVADO
      * PELO CRIAPAR; REGISTRO ANTIGO SEM O CAMPO ENTRA PELO BRUTO.
           IF PARCELA-LIQ > 0
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND WS-SITU-ATUAL NOT = SPACES
                   ADD 1 TO TAB-QTD-ABER(WS-SLOT-ATUAL)
                   CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                         WS-DATA-VENC
                   IF WS-DATA-VENC < WS-DATA-ATUAL
                       ADD WS-VALOR-PARCELA
                           TO TAB-VENCIDO(WS-SLOT-ATUAL)
                       ADD WS-VALOR-PARCELA TO WS-TOT-VENCIDO
           END-PERFORM.
      *
      *============================================================
      * PROJETA-COTAS - SEGUNDO PASSE, PELAS COTAS DAS EMPRESAS
      * CONVENIADAS DO ANO AINDA NAO PAGAS NEM CANCELADAS, PELA
      * MESMA REGRA DE VENCIDO DAS PARCELAS DAS FAMILIAS. A COTA E
      * DE UM ALUNO: NA PREVISAO DE UMA UNIDADE SO ENTRAM AS COTAS
      * DOS ALUNOS DELA.
      *============================================================
       PROJETA-COTAS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-COT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ANO-COT = WS-ANO-PARAM
                          AND NOT COT-PAGA AND NOT COT-CANCELADA
                          AND SLOT-COT >= 1 AND SLOT-COT <= 12
                           MOVE CODIGO-COT TO WS-CODIGO-UNIDADE
                           PERFORM FILTRA-UNIDADE
                           IF ALUNO-DA-UNIDADE
                               PERFORM PROJETA-UMA-COTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       PROJETA-UMA-COTA.
           MOVE SLOT-COT TO WS-SLOT-ATUAL
           ADD 1 TO TAB-CNV-QTD(WS-SLOT-ATUAL)
      * A COTA VENCE JUNTO COM A PARCELA DO ALUNO A QUE SE REFERE.
           CALL 'CALCVENC' USING CODIGO-COT ANO-COT WS-SLOT-ATUAL
                                 WS-DATA-VENC
           IF WS-DATA-VENC < WS-DATA-ATUAL
               ADD VALOR-COT TO TAB-CNV-VENCIDO(WS-SLOT-ATUAL)
               ADD VALOR-COT TO WS-TOT-CNV-VENCIDO
           ELSE
               ADD VALOR-COT TO TAB-CNV-A-VENCER(WS-SLOT-ATUAL)
               ADD VALOR-COT TO WS-TOT-CNV-A-VENCER
           END-IF.
      *
      *============================================================
      * ISOLA-SITU-SLOT - COPIA PARA WS-SITU-ATUAL A SITUACAO DO
      * SLOT CORRENTE, JA QUE AS DOZE PARCELAS DO REGISTRO SAO
      * CAMPOS NOMEADOS UM A UM.
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-UNIDADE-PARAM = SPACES
               MOVE 'UNIDADE: CONSOLIDADO DA ESCOLA' TO WS-LINHA
           ELSE
               STRING 'UNIDADE: ' WS-UNIDADE-PARAM
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'GERADA EM ' WS-DATA-ATUAL
               ' (VALORES LIQUIDOS DE DESCONTO)'
               DELIMITED BY SIZE INTO WS-LINHA
                  ' PARCELAS EM ABERTO)'
                  DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-PREVISAO-CNV - SECAO PROPRIA DAS COTAS DAS EMPRESAS
      * CONVENIADAS, MES A MES, COM TOTAIS SEPARADOS DOS DAS
      * FAMILIAS.
      *============================================================
       IMPRIME-PREVISAO-CNV.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE 'COTAS DE EMPRESAS CONVENIADAS' TO REG-REL
           WRITE REG-REL
           MOVE 'MES          ESPERADO EM DIA  VENCIDO CARREGADO'
               TO REG-REL
           WRITE REG-REL
           MOVE 1 TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               MOVE TAB-CNV-A-VENCER(WS-SLOT-ATUAL) TO WS-ED-A-VENCER
               MOVE TAB-CNV-VENCIDO(WS-SLOT-ATUAL)  TO WS-ED-VENCIDO
               MOVE SPACES TO WS-LINHA
               STRING WS-MES-TAB(WS-SLOT-ATUAL) '    '
                      WS-ED-A-VENCER '       ' WS-ED-VENCIDO
                      '  (' TAB-CNV-QTD(WS-SLOT-ATUAL)
                      ' COTAS EM ABERTO)'
                      DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           COMPUTE WS-TOT-CNV-GERAL =
               WS-TOT-CNV-A-VENCER + WS-TOT-CNV-VENCIDO
           MOVE WS-TOT-CNV-A-VENCER TO WS-ED-A-VENCER
           MOVE WS-TOT-CNV-VENCIDO  TO WS-ED-VENCIDO
           MOVE WS-TOT-CNV-GERAL    TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINHA
           STRING 'CONVENIOS EM DIA.........: ' WS-ED-A-VENCER
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'CONVENIOS VENCIDOS.......: ' WS-ED-VENCIDO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'TOTAL DOS CONVENIOS......: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'TOTAL DOS CONVENIOS......: ' WS-ED-TOTAL.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MEN
                   'CRIAPAR PRIMEIRO.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-REL
      * SEM CONVENIOS CADASTRADOS, A PREVISAO SAI SO COM AS FAMILIAS.
           SET COT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-COT
           IF FS-COT-NAO-EXISTE THEN
               SET COT-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'PREVISAOLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PREVISAOLST
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV.
