              RECORD KEY IS CHAVE-OK-N
              FILE STATUS IS FS-STAT-NOTAS-N.


      * VIRADA DOS VALORES DA ANUIDADE PARA NUMERICO PURO: ENTRADA
      * NO LEIAUTE DE VALOR EDITADO (ZZZ.Z9 / 9(04)V99 / 9(03)V99)
      * E SAIDA NO LEIAUTE ATUAL, COM AS MESMAS CHAVES.
       SELECT ARQ-MEN-VAL-V
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MVL-V
              ALTERNATE RECORD KEY IS ANO-REF-MVL-V
                  WITH DUPLICATES
              FILE STATUS IS FS-STAT-MVL-V.

       SELECT ARQ-MEN-VAL-N
              ASSIGN TO WS-ARQ-MENSALNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MVL-N
              ALTERNATE RECORD KEY IS ANO-REF-MVL-N
                  WITH DUPLICATES
              FILE STATUS IS FS-STAT-MVL-N.

       SELECT ARQ-HIS-VAL-V
              ASSIGN TO WS-NOME-HIS-V
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-HVL-V
              FILE STATUS IS FS-STAT-HVL-V.

       SELECT ARQ-HIS-VAL-N
              ASSIGN TO WS-NOME-HIS-N
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-HVL-N
              FILE STATUS IS FS-STAT-HVL-N.

       SELECT ARQ-PRECO-V
              ASSIGN TO WS-ARQ-TABPRECO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PRECO-V
              FILE STATUS IS FS-STAT-PRECO-V.

       SELECT ARQ-PRECO-N
              ASSIGN TO WS-ARQ-TABPRECONEW
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PRECO-N
              FILE STATUS IS FS-STAT-PRECO-N.

      * VIRADA PARA VARIAS UNIDADES (CAMPI): TURMAS, RECIBOS, CAIXA
      * E TABELA DE PRECOS GANHAM A UNIDADE E O OPERADOR GANHA A
      * LISTA DE UNIDADES LIBERADAS. ENTRADA NO LEIAUTE SEM UNIDADE
      * E SAIDA NO LEIAUTE ATUAL, COM AS MESMAS CHAVES (MENOS A
      * TABELA DE PRECOS, QUE PASSA A TER A UNIDADE NA CHAVE).
       SELECT ARQ-TUR-V
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF-V
              FILE STATUS IS FS-STAT-TUR-V.

       SELECT ARQ-TUR-N
              ASSIGN TO WS-ARQ-TURMASNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF-N
              FILE STATUS IS FS-STAT-TUR-N.

       SELECT ARQ-REC-V
              ASSIGN TO WS-ARQ-RECIBOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO-V
              FILE STATUS IS FS-STAT-REC-V.

       SELECT ARQ-REC-N
              ASSIGN TO WS-ARQ-RECIBOSNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO-N
              FILE STATUS IS FS-STAT-REC-N.

       SELECT ARQ-CX-V
              ASSIGN TO WS-ARQ-CAIXA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CX-V.

       SELECT ARQ-CX-N
              ASSIGN TO WS-ARQ-CAIXANEW
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CX-N.

       SELECT ARQ-OPER-V
              ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS COD-OPER-V
              FILE STATUS IS FS-STAT-OPER-V.

       SELECT ARQ-OPER-N
              ASSIGN TO WS-ARQ-OPERADORNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS COD-OPER-N
              FILE STATUS IS FS-STAT-OPER-N.

       SELECT ARQ-PRU-V
              ASSIGN TO WS-ARQ-TABPRECO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PRU-V
              FILE STATUS IS FS-STAT-PRU-V.

       SELECT ARQ-PRU-N
              ASSIGN TO WS-ARQ-TABPRECONEW
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-PRU-N
              FILE STATUS IS FS-STAT-PRU-N.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU-VELHO.
              03 DISCIPLINA-OK-N PIC X(10).
           02 RESTO-NOTAS-N      PIC X(64).

      * MENSAL.DAT E MENSAL-AAAA.DAT COM A PARCELA EDITADA: 209
      * BYTES.
       FD  ARQ-MEN-VAL-V.
       01  REG-MVL-V.
           02 CHAVE-MVL-V.
              03 CODIGO-MVL-V    PIC 9(08).
              03 ANO-REF-MVL-V   PIC 9(04).
           02 NOMES-MVL-V        PIC X(50).
           02 VAL-PARCELA-MVL-V  PIC ZZZ.Z9.
           02 MENSAS-MVL-V       PIC X(132).
           02 PERC-DESC-MVL-V    PIC 9(03).
           02 PARCELA-LIQ-MVL-V  PIC 9(04)V99.

      * MENSAL.DAT E MENSAL-AAAA.DAT COM OS VALORES NUMERICOS: 211
      * BYTES.
       FD  ARQ-MEN-VAL-N.
       01  REG-MVL-N.
           02 CHAVE-MVL-N.
              03 CODIGO-MVL-N    PIC 9(08).
              03 ANO-REF-MVL-N   PIC 9(04).
           02 NOMES-MVL-N        PIC X(50).
           02 VAL-PARCELA-MVL-N  PIC 9(05)V99.
           02 MENSAS-MVL-N       PIC X(132).
           02 PERC-DESC-MVL-N    PIC 9(03).
           02 PARCELA-LIQ-MVL-N  PIC 9(05)V99.

       FD  ARQ-HIS-VAL-V.
       01  REG-HVL-V.
           02 CHAVE-HVL-V.
              03 CODIGO-HVL-V    PIC 9(08).
              03 ANO-REF-HVL-V   PIC 9(04).
           02 NOMES-HVL-V        PIC X(50).
           02 VAL-PARCELA-HVL-V  PIC ZZZ.Z9.
           02 MENSAS-HVL-V       PIC X(132).
           02 PERC-DESC-HVL-V    PIC 9(03).
           02 PARCELA-LIQ-HVL-V  PIC 9(04)V99.

       FD  ARQ-HIS-VAL-N.
       01  REG-HVL-N.
           02 CHAVE-HVL-N.
              03 CODIGO-HVL-N    PIC 9(08).
              03 ANO-REF-HVL-N   PIC 9(04).
           02 NOMES-HVL-N        PIC X(50).
           02 VAL-PARCELA-HVL-N  PIC 9(05)V99.
           02 MENSAS-HVL-N       PIC X(132).
           02 PERC-DESC-HVL-N    PIC 9(03).
           02 PARCELA-LIQ-HVL-N  PIC 9(05)V99.

       FD  ARQ-PRECO-V.
       01  REG-PRECO-V.
           02 CHAVE-PRECO-V.
              03 SERIE-PRECO-V   PIC X(02).
              03 ANO-PRECO-V     PIC 9(04).
           02 VALOR-PRECO-V      PIC 9(03)V99.

       FD  ARQ-PRECO-N.
       01  REG-PRECO-N.
           02 CHAVE-PRECO-N.
              03 SERIE-PRECO-N   PIC X(02).
              03 ANO-PRECO-N     PIC 9(04).
           02 VALOR-PRECO-N      PIC 9(05)V99.

      * TURMAS.DAT SEM A UNIDADE: 42 BYTES.
       FD  ARQ-TUR-V.
       01  REG-TUR-V.
           02 TURMA-REF-V        PIC X(06).
           02 RESTO-TUR-V        PIC X(36).

       FD  ARQ-TUR-N.
       01  REG-TUR-N.
           02 TURMA-REF-N        PIC X(06).
           02 RESTO-TUR-N        PIC X(36).
           02 UNIDADE-TUR-N      PIC X(02).

      * RECIBOS.DAT SEM A UNIDADE: 54 BYTES.
       FD  ARQ-REC-V.
       01  REG-REC-V.
           02 NUM-RECIBO-V       PIC 9(06).
           02 INICIO-REC-V       PIC X(14).
           02 VALOR-REC-V        PIC 9(05)V99.
           02 RESTO-REC-V        PIC X(27).

       FD  ARQ-REC-N.
       01  REG-REC-N.
           02 NUM-RECIBO-N       PIC 9(06).
           02 INICIO-REC-N       PIC X(14).
           02 VALOR-REC-N        PIC 9(05)V99.
           02 RESTO-REC-N        PIC X(27).
           02 UNIDADE-REC-N      PIC X(02).

      * CAIXA.DAT E TEXTO: A LINHA VELHA (COM OU SEM O NUMERO DA
      * SAIDA) E LIDA COMPLETADA COM ESPACOS, ENTAO A UNIDADE VEM EM
      * BRANCO; LINHA JA GRAVADA COM A UNIDADE A MANTEM.
       FD  ARQ-CX-V.
       01  REG-CX-V.
           02 LINHA-CX-V         PIC X(82).
           02 UNIDADE-CX-V       PIC X(02).

       FD  ARQ-CX-N.
       01  REG-CX-N.
           02 LINHA-CX-N         PIC X(82).
           02 UNIDADE-CX-N       PIC X(02).

      * OPERADOR.DAT SEM AS UNIDADES LIBERADAS: 48 BYTES.
       FD  ARQ-OPER-V.
       01  REG-OPER-V.
           02 COD-OPER-V         PIC X(08).
           02 RESTO-OPER-V       PIC X(40).

       FD  ARQ-OPER-N.
       01  REG-OPER-N.
           02 COD-OPER-N         PIC X(08).
           02 RESTO-OPER-N       PIC X(40).
           02 UNIDADES-OPER-N    PIC X(10).

      * TABPRECO.DAT COM A PARCELA EM 9(05)V99 E SEM A UNIDADE NA
      * CHAVE (SAIDA DA OPCAO P).
       FD  ARQ-PRU-V.
       01  REG-PRU-V.
           02 CHAVE-PRU-V.
              03 SERIE-PRU-V     PIC X(02).
              03 ANO-PRU-V       PIC 9(04).
           02 VALOR-PRU-V        PIC 9(05)V99.

       FD  ARQ-PRU-N.
       01  REG-PRU-N.
           02 CHAVE-PRU-N.
              03 UNIDADE-PRU-N   PIC X(02).
              03 SERIE-PRU-N     PIC X(02).
              03 ANO-PRU-N       PIC 9(04).
           02 VALOR-PRU-N        PIC 9(05)V99.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-MENSALNEW PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-NOTASNEW PIC X(64).
       01  WS-ARQ-MENSALARQ PIC X(64).
       01  WS-ARQ-TABPRECO PIC X(64).
       01  WS-ARQ-TABPRECONEW PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-TURMASNEW PIC X(64).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-RECIBOSNEW PIC X(64).
       01  WS-ARQ-CAIXA PIC X(64).
       01  WS-ARQ-CAIXANEW PIC X(64).
       01  WS-ARQ-OPERADOR PIC X(64).
       01  WS-ARQ-OPERADORNEW PIC X(64).
       01  WS-NOME-HIS-V    PIC X(40).
       01  WS-NOME-HIS-N    PIC X(40).

       01  WS-OPCAO PIC X(01).
           88 OPCAO-ALUNOS VALUE 'A'.
           88 OPCAO-MENSAL VALUE 'M'.
           88 OPCAO-NOTAS  VALUE 'N'.
           88 OPCAO-VALORES   VALUE 'V'.
           88 OPCAO-HISTORICO VALUE 'H'.
           88 OPCAO-PRECOS    VALUE 'P'.
           88 OPCAO-TURMAS    VALUE 'T'.
           88 OPCAO-RECIBOS   VALUE 'R'.
           88 OPCAO-CAIXA     VALUE 'C'.
           88 OPCAO-OPERADOR  VALUE 'O'.
           88 OPCAO-PRECO-UNID VALUE 'U'.
           88 OPCAO-SAIR   VALUE 'S'.
       01  WS-ANO-ATRIB      PIC 9(04).
      *
      * UNIDADE ATRIBUIDA AOS REGISTROS DE ANTES DAS UNIDADES (EM
      * BRANCO = A SEDE, PRIMEIRA DA LISTA UNIDADES DO PARAMS.CFG).
       01  WS-PARAM-UNIDADES PIC X(64).
       01  WS-TAB-UNIDADES REDEFINES WS-PARAM-UNIDADES.
           02 WS-UNIDADE-ESCOLA PIC X(02) OCCURS 32 TIMES.
       01  WS-UNIDADE-ATRIB  PIC X(02).
       01  WS-IX-UNID        PIC 9(02).
       01  WS-SW-UNIDADE PIC X(01).
           88 UNIDADE-VALIDA   VALUE 'S'.
           88 UNIDADE-INVALIDA VALUE 'N'.

       01  WS-EOF            PIC X(01).
       01  WS-CONTA-LIDOS    PIC 9(09).
       01  WS-CONTA-GRAVADOS PIC 9(09).
       01  WS-CONTA-RELIDOS  PIC 9(09).
       01  WS-ANO-HIS        PIC 9(04).
      *
      * TOTAIS DE CONFERENCIA DA VIRADA DOS VALORES: O LADO VELHO E
      * SOMADO COMO OS PROGRAMAS O LIAM (PARCELA DESEDITADA) E O
      * LADO NOVO E SOMADO RELENDO O ARQUIVO GRAVADO.
       01  WS-VALOR-VELHO    PIC 9(07)V99.
       01  WS-TOTAL-BRUTO-V  PIC 9(11)V99.
       01  WS-TOTAL-BRUTO-N  PIC 9(11)V99.
       01  WS-TOTAL-LIQ-V    PIC 9(11)V99.
       01  WS-TOTAL-LIQ-N    PIC 9(11)V99.
       01  WS-TOTAL-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       77 FS-STAT-ALU-V PIC 9(02).
           88 FS-ALU-V-OK         VALUE ZEROS.
           88 FS-NOTAS-V-NAO-EXISTE VALUE 35.
       77 FS-STAT-NOTAS-N PIC 9(02).
           88 FS-NOTAS-N-OK VALUE ZEROS.
       77 FS-STAT-MVL-V PIC 9(02).
           88 FS-MVL-V-OK         VALUE ZEROS.
       77 FS-STAT-MVL-N PIC 9(02).
           88 FS-MVL-N-OK VALUE ZEROS.
       77 FS-STAT-HVL-V PIC 9(02).
           88 FS-HVL-V-OK         VALUE ZEROS.
       77 FS-STAT-HVL-N PIC 9(02).
           88 FS-HVL-N-OK VALUE ZEROS.
       77 FS-STAT-PRECO-V PIC 9(02).
           88 FS-PRECO-V-OK         VALUE ZEROS.
       77 FS-STAT-PRECO-N PIC 9(02).
           88 FS-PRECO-N-OK VALUE ZEROS.
       77 FS-STAT-TUR-V PIC 9(02).
           88 FS-TUR-V-OK         VALUE ZEROS.
       77 FS-STAT-TUR-N PIC 9(02).
           88 FS-TUR-N-OK VALUE ZEROS.
       77 FS-STAT-REC-V PIC 9(02).
           88 FS-REC-V-OK         VALUE ZEROS.
       77 FS-STAT-REC-N PIC 9(02).
           88 FS-REC-N-OK VALUE ZEROS.
       77 FS-STAT-CX-V PIC 9(02).
           88 FS-CX-V-OK          VALUE ZEROS.
       77 FS-STAT-CX-N PIC 9(02).
           88 FS-CX-N-OK VALUE ZEROS.
       77 FS-STAT-OPER-V PIC 9(02).
           88 FS-OPER-V-OK        VALUE ZEROS.
       77 FS-STAT-OPER-N PIC 9(02).
           88 FS-OPER-N-OK VALUE ZEROS.
       77 FS-STAT-PRU-V PIC 9(02).
           88 FS-PRU-V-OK         VALUE ZEROS.
       77 FS-STAT-PRU-N PIC 9(02).
           88 FS-PRU-N-OK VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
               WHEN OPCAO-ALUNOS PERFORM CONVERTE-ALUNOS
               WHEN OPCAO-MENSAL PERFORM CONVERTE-MENSAL
               WHEN OPCAO-NOTAS  PERFORM CONVERTE-NOTAS
               WHEN OPCAO-VALORES   PERFORM CONVERTE-VALORES
               WHEN OPCAO-HISTORICO PERFORM CONVERTE-HISTORICO
               WHEN OPCAO-PRECOS    PERFORM CONVERTE-PRECOS
               WHEN OPCAO-TURMAS    PERFORM CONVERTE-TURMAS
               WHEN OPCAO-RECIBOS   PERFORM CONVERTE-RECIBOS
               WHEN OPCAO-CAIXA     PERFORM CONVERTE-CAIXA
               WHEN OPCAO-OPERADOR  PERFORM CONVERTE-OPERADOR
               WHEN OPCAO-PRECO-UNID PERFORM CONVERTE-PRECO-UNIDADE
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
           DISPLAY 'A - CONVERTER ALUNOS.DAT (CHAVE DE SITUACAO)'
           DISPLAY 'M - CONVERTER MENSAL.DAT (CHAVE CODIGO+ANO)'
           DISPLAY 'N - CONVERTER NOTAS.DAT (CHAVE CODIGO+ANO+DISC)'
           DISPLAY 'V - CONVERTER VALORES DE MENSAL.DAT (NUMERICOS)'
           DISPLAY 'H - CONVERTER VALORES DE UM MENSAL-AAAA.DAT'
           DISPLAY 'P - CONVERTER VALORES DE TABPRECO.DAT'
           DISPLAY 'T - CONVERTER TURMAS.DAT (UNIDADE DA TURMA)'
           DISPLAY 'R - CONVERTER RECIBOS.DAT (UNIDADE DO RECIBO)'
           DISPLAY 'C - CONVERTER CAIXA.DAT (UNIDADE DO CAIXA)'
           DISPLAY 'O - CONVERTER OPERADOR.DAT (UNIDADES LIBERADAS)'
           DISPLAY 'U - CONVERTER TABPRECO.DAT (UNIDADE NA CHAVE)'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
           END-IF.
      *
      *============================================================
      * CONVERTE-VALORES - REGRAVA MENSAL.DAT COM A PARCELA BRUTA E
      * A LIQUIDA EM NUMERICO PURO 9(05)V99. A PARCELA EDITADA E
      * DESEDITADA COMO OS PROGRAMAS SEMPRE FIZERAM: COM
      * DECIMAL-POINT IS COMMA O '.' DE ZZZ.Z9 E SEPARADOR, O MOVE
      * TRAZ OS DIGITOS COMO INTEIRO E A DIVISAO POR 100 REALINHA
      * OS CENTAVOS. NO FIM O ARQUIVO NOVO E RELIDO E AS CONTAGENS
      * E OS TOTAIS DOS DOIS LADOS TEM DE BATER.
      *============================================================
       CONVERTE-VALORES.
           OPEN INPUT ARQ-MEN-VAL-V
           IF NOT FS-MVL-V-OK
               DISPLAY 'MENSAL.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-MVL-V
           ELSE
               OPEN OUTPUT ARQ-MEN-VAL-N
               PERFORM ZERA-TOTAIS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MEN-VAL-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE CHAVE-MVL-V  TO CHAVE-MVL-N
                           MOVE NOMES-MVL-V  TO NOMES-MVL-N
                           MOVE MENSAS-MVL-V TO MENSAS-MVL-N
                           MOVE PERC-DESC-MVL-V TO PERC-DESC-MVL-N
                           MOVE VAL-PARCELA-MVL-V TO WS-VALOR-VELHO
                           DIVIDE WS-VALOR-VELHO BY 100
                               GIVING WS-VALOR-VELHO
                           MOVE WS-VALOR-VELHO TO VAL-PARCELA-MVL-N
                           MOVE PARCELA-LIQ-MVL-V TO PARCELA-LIQ-MVL-N
                           ADD WS-VALOR-VELHO    TO WS-TOTAL-BRUTO-V
                           ADD PARCELA-LIQ-MVL-V TO WS-TOTAL-LIQ-V
                           WRITE REG-MVL-N
                           IF FS-MVL-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-MVL-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MEN-VAL-V
               CLOSE ARQ-MEN-VAL-N
      * RELEITURA DO ARQUIVO NOVO PARA OS TOTAIS DO LADO NOVO.
               OPEN INPUT ARQ-MEN-VAL-N
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MEN-VAL-N NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-RELIDOS
                           ADD VAL-PARCELA-MVL-N TO WS-TOTAL-BRUTO-N
                           ADD PARCELA-LIQ-MVL-N TO WS-TOTAL-LIQ-N
                   END-READ
               END-PERFORM
               CLOSE ARQ-MEN-VAL-N
               DISPLAY 'PARCELAS LIDAS....: ' WS-CONTA-LIDOS
               DISPLAY 'PARCELAS GRAVADAS.: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONFERENCIA
           END-IF.
      *
      *============================================================
      * CONVERTE-HISTORICO - A MESMA VIRADA DOS VALORES PARA UM ANO
      * JA ARQUIVADO PELO ARQUIVA (MENSAL-AAAA.DAT). O ARQUIVO NOVO
      * SAI COMO MENSAL-AAAA.NEW NO MESMO DIRETORIO.
      *============================================================
       CONVERTE-HISTORICO.
           DISPLAY 'ANO ARQUIVADO A CONVERTER (AAAA): '
               WITH NO ADVANCING
           ACCEPT WS-ANO-HIS
           MOVE SPACES TO WS-NOME-HIS-V
           MOVE SPACES TO WS-NOME-HIS-N
           STRING WS-ARQ-MENSALARQ   DELIMITED BY SPACE
                  WS-ANO-HIS         DELIMITED BY SIZE
                  '.DAT'             DELIMITED BY SIZE
                  INTO WS-NOME-HIS-V
           STRING WS-ARQ-MENSALARQ   DELIMITED BY SPACE
                  WS-ANO-HIS         DELIMITED BY SIZE
                  '.NEW'             DELIMITED BY SIZE
                  INTO WS-NOME-HIS-N
           OPEN INPUT ARQ-HIS-VAL-V
           IF NOT FS-HVL-V-OK
               DISPLAY WS-NOME-HIS-V
               DISPLAY 'ARQUIVO ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-HVL-V
           ELSE
               OPEN OUTPUT ARQ-HIS-VAL-N
               PERFORM ZERA-TOTAIS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-HIS-VAL-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE CHAVE-HVL-V  TO CHAVE-HVL-N
                           MOVE NOMES-HVL-V  TO NOMES-HVL-N
                           MOVE MENSAS-HVL-V TO MENSAS-HVL-N
                           MOVE PERC-DESC-HVL-V TO PERC-DESC-HVL-N
                           MOVE VAL-PARCELA-HVL-V TO WS-VALOR-VELHO
                           DIVIDE WS-VALOR-VELHO BY 100
                               GIVING WS-VALOR-VELHO
                           MOVE WS-VALOR-VELHO TO VAL-PARCELA-HVL-N
                           MOVE PARCELA-LIQ-HVL-V TO PARCELA-LIQ-HVL-N
                           ADD WS-VALOR-VELHO    TO WS-TOTAL-BRUTO-V
                           ADD PARCELA-LIQ-HVL-V TO WS-TOTAL-LIQ-V
                           WRITE REG-HVL-N
                           IF FS-HVL-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-HVL-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIS-VAL-V
               CLOSE ARQ-HIS-VAL-N
               OPEN INPUT ARQ-HIS-VAL-N
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-HIS-VAL-N NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-RELIDOS
                           ADD VAL-PARCELA-HVL-N TO WS-TOTAL-BRUTO-N
                           ADD PARCELA-LIQ-HVL-N TO WS-TOTAL-LIQ-N
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIS-VAL-N
               DISPLAY 'PARCELAS LIDAS....: ' WS-CONTA-LIDOS
               DISPLAY 'PARCELAS GRAVADAS.: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONFERENCIA
           END-IF.
      *
      *============================================================
      * CONVERTE-PRECOS - REGRAVA TABPRECO.DAT COM O PRECO DA SERIE
      * EM 9(05)V99. O CAMPO VELHO JA ERA NUMERICO (9(03)V99), ENTAO
      * O VALOR PASSA DIRETO. A TABELA NAO TEM VALOR LIQUIDO: SO O
      * TOTAL BRUTO E CONFERIDO.
      *============================================================
       CONVERTE-PRECOS.
           OPEN INPUT ARQ-PRECO-V
           IF NOT FS-PRECO-V-OK
               DISPLAY 'TABPRECO.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-PRECO-V
           ELSE
               OPEN OUTPUT ARQ-PRECO-N
               PERFORM ZERA-TOTAIS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PRECO-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE CHAVE-PRECO-V TO CHAVE-PRECO-N
                           MOVE VALOR-PRECO-V TO VALOR-PRECO-N
                           ADD VALOR-PRECO-V TO WS-TOTAL-BRUTO-V
                           WRITE REG-PRECO-N
                           IF FS-PRECO-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-PRECO-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PRECO-V
               CLOSE ARQ-PRECO-N
               OPEN INPUT ARQ-PRECO-N
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PRECO-N NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-RELIDOS
                           ADD VALOR-PRECO-N TO WS-TOTAL-BRUTO-N
                   END-READ
               END-PERFORM
               CLOSE ARQ-PRECO-N
               DISPLAY 'PRECOS LIDOS......: ' WS-CONTA-LIDOS
               DISPLAY 'PRECOS GRAVADOS...: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONFERENCIA
           END-IF.
      *
      *============================================================
      * CONVERTE-TURMAS - COPIA TURMAS.DAT PARA O LEIAUTE COM A
      * UNIDADE, TODAS AS TURMAS NA UNIDADE INFORMADA. TURMA DE
      * OUTRA UNIDADE E MUDADA DEPOIS NO MANTTUR.
      *============================================================
       CONVERTE-TURMAS.
           PERFORM SOLICITA-UNIDADE-ATRIB
           IF UNIDADE-VALIDA
               PERFORM COPIA-TURMAS
           END-IF.
      *
       COPIA-TURMAS.
           OPEN INPUT ARQ-TUR-V
           IF NOT FS-TUR-V-OK
               DISPLAY 'TURMAS.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-TUR-V
           ELSE
               OPEN OUTPUT ARQ-TUR-N
               MOVE ZEROES TO WS-CONTA-LIDOS
               MOVE ZEROES TO WS-CONTA-GRAVADOS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-TUR-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE TURMA-REF-V      TO TURMA-REF-N
                           MOVE RESTO-TUR-V      TO RESTO-TUR-N
                           MOVE WS-UNIDADE-ATRIB TO UNIDADE-TUR-N
                           WRITE REG-TUR-N
                           IF FS-TUR-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-TUR-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TUR-V
               CLOSE ARQ-TUR-N
               DISPLAY 'TURMAS LIDAS....: ' WS-CONTA-LIDOS
               DISPLAY 'TURMAS GRAVADAS.: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONTAGENS
           END-IF.
      *
      *============================================================
      * CONVERTE-RECIBOS - COPIA RECIBOS.DAT PARA O LEIAUTE COM A
      * UNIDADE. OS PAGAMENTOS DE ANTES DAS UNIDADES FORAM TODOS
      * FEITOS NA ESCOLA UNICA: FICAM NA UNIDADE INFORMADA. O TOTAL
      * PAGO E CONFERIDO DOS DOIS LADOS.
      *============================================================
       CONVERTE-RECIBOS.
           PERFORM SOLICITA-UNIDADE-ATRIB
           IF UNIDADE-VALIDA
               PERFORM COPIA-RECIBOS
           END-IF.
      *
       COPIA-RECIBOS.
           OPEN INPUT ARQ-REC-V
           IF NOT FS-REC-V-OK
               DISPLAY 'RECIBOS.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-REC-V
           ELSE
               OPEN OUTPUT ARQ-REC-N
               PERFORM ZERA-TOTAIS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-REC-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE NUM-RECIBO-V     TO NUM-RECIBO-N
                           MOVE INICIO-REC-V     TO INICIO-REC-N
                           MOVE VALOR-REC-V      TO VALOR-REC-N
                           MOVE RESTO-REC-V      TO RESTO-REC-N
                           MOVE WS-UNIDADE-ATRIB TO UNIDADE-REC-N
                           ADD VALOR-REC-V TO WS-TOTAL-BRUTO-V
                           WRITE REG-REC-N
                           IF FS-REC-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-REC-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REC-V
               CLOSE ARQ-REC-N
               OPEN INPUT ARQ-REC-N
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-REC-N NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-RELIDOS
                           ADD VALOR-REC-N TO WS-TOTAL-BRUTO-N
                   END-READ
               END-PERFORM
               CLOSE ARQ-REC-N
               DISPLAY 'RECIBOS LIDOS.....: ' WS-CONTA-LIDOS
               DISPLAY 'RECIBOS GRAVADOS..: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONFERENCIA
           END-IF.
      *
      *============================================================
      * CONVERTE-CAIXA - COPIA CAIXA.DAT COMPLETANDO A UNIDADE DAS
      * LINHAS GRAVADAS ANTES DAS UNIDADES COM A UNIDADE INFORMADA.
      *============================================================
       CONVERTE-CAIXA.
           PERFORM SOLICITA-UNIDADE-ATRIB
           IF UNIDADE-VALIDA
               PERFORM COPIA-CAIXA
           END-IF.
      *
       COPIA-CAIXA.
           OPEN INPUT ARQ-CX-V
           IF NOT FS-CX-V-OK
               DISPLAY 'CAIXA.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-CX-V
           ELSE
               OPEN OUTPUT ARQ-CX-N
               MOVE ZEROES TO WS-CONTA-LIDOS
               MOVE ZEROES TO WS-CONTA-GRAVADOS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-CX-V
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE LINHA-CX-V TO LINHA-CX-N
                           IF UNIDADE-CX-V = SPACES
                               MOVE WS-UNIDADE-ATRIB TO UNIDADE-CX-N
                           ELSE
                               MOVE UNIDADE-CX-V TO UNIDADE-CX-N
                           END-IF
                           WRITE REG-CX-N
                           IF FS-CX-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-CX-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CX-V
               CLOSE ARQ-CX-N
               DISPLAY 'LINHAS LIDAS....: ' WS-CONTA-LIDOS
               DISPLAY 'LINHAS GRAVADAS.: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONTAGENS
           END-IF.
      *
      *============================================================
      * CONVERTE-OPERADOR - COPIA OPERADOR.DAT PARA O LEIAUTE COM AS
      * UNIDADES LIBERADAS, TODAS EM BRANCO (OPERADOR SEM RESTRICAO).
      * A RESTRICAO DE CADA UM E DADA DEPOIS NO MANTOPER.
      *============================================================
       CONVERTE-OPERADOR.
           OPEN INPUT ARQ-OPER-V
           IF NOT FS-OPER-V-OK
               DISPLAY 'OPERADOR.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-OPER-V
           ELSE
               OPEN OUTPUT ARQ-OPER-N
               MOVE ZEROES TO WS-CONTA-LIDOS
               MOVE ZEROES TO WS-CONTA-GRAVADOS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-OPER-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE COD-OPER-V   TO COD-OPER-N
                           MOVE RESTO-OPER-V TO RESTO-OPER-N
                           MOVE SPACES       TO UNIDADES-OPER-N
                           WRITE REG-OPER-N
                           IF FS-OPER-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-OPER-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OPER-V
               CLOSE ARQ-OPER-N
               DISPLAY 'OPERADORES LIDOS....: ' WS-CONTA-LIDOS
               DISPLAY 'OPERADORES GRAVADOS.: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONTAGENS
           END-IF.
      *
      *============================================================
      * CONVERTE-PRECO-UNIDADE - REGRAVA TABPRECO.DAT COM A UNIDADE
      * NA FRENTE DA CHAVE: O PRECO DE CADA SERIE/ANO VAI PARA A
      * UNIDADE INFORMADA. AS OUTRAS UNIDADES GANHAM A SUA TABELA NO
      * MANTPREC. O TOTAL DOS PRECOS E CONFERIDO DOS DOIS LADOS.
      *============================================================
       CONVERTE-PRECO-UNIDADE.
           PERFORM SOLICITA-UNIDADE-ATRIB
           IF UNIDADE-VALIDA
               PERFORM COPIA-PRECO-UNIDADE
           END-IF.
      *
       COPIA-PRECO-UNIDADE.
           OPEN INPUT ARQ-PRU-V
           IF NOT FS-PRU-V-OK
               DISPLAY 'TABPRECO.DAT ILEGIVEL OU AUSENTE - FS-STAT: '
                   FS-STAT-PRU-V
           ELSE
               OPEN OUTPUT ARQ-PRU-N
               PERFORM ZERA-TOTAIS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PRU-V NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-LIDOS
                           MOVE WS-UNIDADE-ATRIB TO UNIDADE-PRU-N
                           MOVE SERIE-PRU-V TO SERIE-PRU-N
                           MOVE ANO-PRU-V   TO ANO-PRU-N
                           MOVE VALOR-PRU-V TO VALOR-PRU-N
                           ADD VALOR-PRU-V TO WS-TOTAL-BRUTO-V
                           WRITE REG-PRU-N
                           IF FS-PRU-N-OK
                               ADD 1 TO WS-CONTA-GRAVADOS
                           ELSE
                               DISPLAY 'ERRO AO GRAVAR - FS-STAT: '
                                   FS-STAT-PRU-N
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PRU-V
               CLOSE ARQ-PRU-N
               OPEN INPUT ARQ-PRU-N
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PRU-N NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTA-RELIDOS
                           ADD VALOR-PRU-N TO WS-TOTAL-BRUTO-N
                   END-READ
               END-PERFORM
               CLOSE ARQ-PRU-N
               DISPLAY 'PRECOS LIDOS......: ' WS-CONTA-LIDOS
               DISPLAY 'PRECOS GRAVADOS...: ' WS-CONTA-GRAVADOS
               PERFORM MOSTRA-CONFERENCIA
           END-IF.
      *
      *============================================================
      * SOLICITA-UNIDADE-ATRIB - UNIDADE DOS REGISTROS DE ANTES DAS
      * UNIDADES (EM BRANCO = A SEDE). TEM DE ESTAR NA LISTA
      * UNIDADES DO PARAMS.CFG.
      *============================================================
       SOLICITA-UNIDADE-ATRIB.
           DISPLAY 'UNIDADE DOS REGISTROS ATUAIS (EM BRANCO = '
               WS-UNIDADE-ESCOLA(1) '): ' WITH NO ADVANCING
           ACCEPT WS-UNIDADE-ATRIB
           IF WS-UNIDADE-ATRIB = SPACES
               MOVE WS-UNIDADE-ESCOLA(1) TO WS-UNIDADE-ATRIB
           END-IF
           SET UNIDADE-INVALIDA TO TRUE
           PERFORM VARYING WS-IX-UNID FROM 1 BY 1
                   UNTIL WS-IX-UNID > 32 OR UNIDADE-VALIDA
               IF WS-UNIDADE-ESCOLA(WS-IX-UNID) = WS-UNIDADE-ATRIB
                   SET UNIDADE-VALIDA TO TRUE
               END-IF
           END-PERFORM
           IF UNIDADE-INVALIDA
               DISPLAY 'UNIDADE ' WS-UNIDADE-ATRIB ' NAO ESTA EM '
                   'UNIDADES DO PARAMS.CFG - CONVERSAO CANCELADA.'
           END-IF.
      *
      *============================================================
      * MOSTRA-CONTAGENS - NAS VIRADAS SEM VALORES A CONFERIR, SO
      * LIBERA A TROCA DO ARQUIVO QUANDO AS CONTAGENS BATEM.
      *============================================================
       MOSTRA-CONTAGENS.
           IF WS-CONTA-LIDOS = WS-CONTA-GRAVADOS
               DISPLAY 'CONVERSAO COMPLETA - RENOMEIE O ARQUIVO '
                   'NOVO POR CIMA DO ANTIGO.'
           ELSE
               DISPLAY 'ATENCAO: CONTAGENS DIFERENTES - NAO '
                   'SUBSTITUA O ARQUIVO ANTIGO !'
           END-IF.
      *
      *============================================================
      * ZERA-TOTAIS - ZERA CONTAGENS E TOTAIS ANTES DE CADA VIRADA.
      *============================================================
       ZERA-TOTAIS.
           MOVE ZEROES TO WS-CONTA-LIDOS
           MOVE ZEROES TO WS-CONTA-GRAVADOS
           MOVE ZEROES TO WS-CONTA-RELIDOS
           MOVE ZEROES TO WS-TOTAL-BRUTO-V
           MOVE ZEROES TO WS-TOTAL-BRUTO-N
           MOVE ZEROES TO WS-TOTAL-LIQ-V
           MOVE ZEROES TO WS-TOTAL-LIQ-N.
      *
      *============================================================
      * MOSTRA-CONFERENCIA - MOSTRA OS TOTAIS DOS DOIS LADOS DA
      * VIRADA DOS VALORES E SO LIBERA A TROCA DO ARQUIVO QUANDO
      * CONTAGENS E TOTAIS BATEM.
      *============================================================
       MOSTRA-CONFERENCIA.
           DISPLAY 'RELIDOS NO NOVO...: ' WS-CONTA-RELIDOS
           MOVE WS-TOTAL-BRUTO-V TO WS-TOTAL-ED
           DISPLAY 'TOTAL BRUTO VELHO.: ' WS-TOTAL-ED
           MOVE WS-TOTAL-BRUTO-N TO WS-TOTAL-ED
           DISPLAY 'TOTAL BRUTO NOVO..: ' WS-TOTAL-ED
           MOVE WS-TOTAL-LIQ-V TO WS-TOTAL-ED
           DISPLAY 'TOTAL LIQUIDO VELHO: ' WS-TOTAL-ED
           MOVE WS-TOTAL-LIQ-N TO WS-TOTAL-ED
           DISPLAY 'TOTAL LIQUIDO NOVO.: ' WS-TOTAL-ED
           IF WS-CONTA-LIDOS = WS-CONTA-GRAVADOS
              AND WS-CONTA-LIDOS = WS-CONTA-RELIDOS
              AND WS-TOTAL-BRUTO-V = WS-TOTAL-BRUTO-N
              AND WS-TOTAL-LIQ-V = WS-TOTAL-LIQ-N
               DISPLAY 'CONVERSAO COMPLETA - RENOMEIE O ARQUIVO '
                   'NOVO POR CIMA DO ANTIGO.'
           ELSE
               DISPLAY 'ATENCAO: CONTAGENS OU TOTAIS DIFERENTES - '
                   'NAO SUBSTITUA O ARQUIVO ANTIGO !'
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'NOTASNEW' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTASNEW
           MOVE 'MENSALARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSALARQ
           MOVE 'TABPRECO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TABPRECO
           MOVE 'TABPRECONEW' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TABPRECONEW
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'TURMASNEW' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMASNEW
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'RECIBOSNEW' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOSNEW
           MOVE 'CAIXA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXA
           MOVE 'CAIXANEW' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXANEW
           MOVE 'OPERADOR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-OPERADOR
           MOVE 'OPERADORNEW' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-OPERADORNEW
           MOVE 'UNIDADES' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-UNIDADES.
