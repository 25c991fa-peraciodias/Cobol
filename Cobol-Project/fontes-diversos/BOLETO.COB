       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOLETO.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-PARAM-VALOR PIC X(64).
      *
      *----------------------------------------------------------
      * DADOS DO CONVENIO DE COBRANCA REGISTRADA, LIDOS DO
      * PARAMS.CFG NA PRIMEIRA CHAMADA (BOLBANCO, BOLAGENCIA,
      * BOLCONTA E BOLCARTEIRA). TROCAR DE BANCO OU DE CONTA E SO
      * TROCAR O PARAMS.CFG.
      *----------------------------------------------------------
       01  WS-SW-INICIO PIC X(01) VALUE 'N'.
           88 JA-INICIADO    VALUE 'S'.
       01  WS-BANCO           PIC 9(03).
       01  WS-AGENCIA         PIC 9(04).
       01  WS-CONTA           PIC 9(05).
       01  WS-CARTEIRA        PIC 9(02).
      *
      *----------------------------------------------------------
      * CODIGO DE BARRAS FEBRABAN (44 POSICOES): BANCO, MOEDA (9 =
      * REAL), DV GERAL, FATOR DE VENCIMENTO, VALOR E CAMPO LIVRE.
      * O CAMPO LIVRE (25 POSICOES) SEGUE O LEIAUTE ACERTADO COM O
      * BANCO: CARTEIRA, NOSSO NUMERO (CODIGO+ANO+PARCELA, O MESMO
      * DA REMESSA E DO RETORNO), AGENCIA E CONTA.
      *----------------------------------------------------------
       01  WS-BARRAS.
           02 WS-BAR-BANCO     PIC 9(03).
           02 WS-BAR-MOEDA     PIC 9(01) VALUE 9.
           02 WS-BAR-DV        PIC 9(01).
           02 WS-BAR-FATOR     PIC 9(04).
           02 WS-BAR-VALOR     PIC 9(08)V99.
           02 WS-BAR-LIVRE.
              03 WS-LIV-CARTEIRA PIC 9(02).
              03 WS-LIV-NOSSO    PIC 9(14).
              03 WS-LIV-AGENCIA  PIC 9(04).
              03 WS-LIV-CONTA    PIC 9(05).
       01  WS-BARRAS-X REDEFINES WS-BARRAS PIC X(44).
       01  WS-LIVRE-X  PIC X(25).
      *
      * AS TRES PRIMEIRAS PARTES DA LINHA DIGITAVEL, CADA UMA COM O
      * SEU DV MODULO 10.
       01  WS-CAMPO-1.
           02 WS-C1-BANCO      PIC 9(03).
           02 WS-C1-MOEDA      PIC 9(01).
           02 WS-C1-LIVRE      PIC X(05).
           02 WS-C1-DV         PIC 9(01).
       01  WS-CAMPO-2.
           02 WS-C2-LIVRE      PIC X(10).
           02 WS-C2-DV         PIC 9(01).
       01  WS-CAMPO-3.
           02 WS-C3-LIVRE      PIC X(10).
           02 WS-C3-DV         PIC 9(01).
       01  WS-CAMPO-5.
           02 WS-C5-FATOR      PIC 9(04).
           02 WS-C5-VALOR      PIC 9(08)V99.
       01  WS-CAMPO-5-X REDEFINES WS-CAMPO-5 PIC X(14).
      *
      * AREA DE CALCULO DOS DIGITOS VERIFICADORES: O NUMERO A
      * CONFERIR FICA ALINHADO A ESQUERDA E WS-CALC-TAM DIZ QUANTOS
      * DIGITOS ENTRAM NA CONTA.
       01  WS-CALC-NUMERO     PIC X(44).
       01  WS-CALC-DIGITOS REDEFINES WS-CALC-NUMERO.
           02 WS-CALC-DIG      PIC 9(01) OCCURS 44 TIMES.
       01  WS-CALC-TAM        PIC 9(02).
       01  WS-CALC-POS        PIC 9(02).
       01  WS-CALC-PESO       PIC 9(02).
       01  WS-CALC-PRODUTO    PIC 9(03).
       01  WS-CALC-SOMA       PIC 9(05).
       01  WS-CALC-QUOC       PIC 9(05).
       01  WS-CALC-RESTO      PIC 9(02).
       01  WS-CALC-DV         PIC 9(02).
       01  WS-NOSSO-CALC.
           02 WS-NC-CARTEIRA   PIC 9(02).
           02 WS-NC-NOSSO      PIC 9(14).
      *
      * FATOR DE VENCIMENTO: DIAS CORRIDOS DESDE 07/10/1997. AO
      * PASSAR DE 9999 (22/02/2025) O FATOR RECOMECA EM 1000, COMO
      * MANDA A FEBRABAN.
       01  WS-DATA-BASE       PIC 9(08) VALUE 19971007.
       01  WS-DIAS-BASE       PIC 9(07).
       01  WS-DIAS-VENC       PIC 9(07).
       01  WS-FATOR           PIC 9(05).

       LINKAGE SECTION.
      * NOSSO NUMERO = CODIGO(8) + ANO(4) + PARCELA(2), OU CODIGO +
      * ANO + SEQUENCIA DO LANCAMENTO EXTRA COM DOIS DIGITOS.
       01  PRM-NOSSO-NUM      PIC 9(14).
       01  PRM-DATA-VENC      PIC 9(08).
       01  PRM-VALOR          PIC 9(07)V99.
       01  PRM-BOLETO.
           02 PRM-BANCO        PIC 9(03).
           02 PRM-AGE-CONTA    PIC X(10).
           02 PRM-CARTEIRA     PIC 9(02).
           02 PRM-DV-NOSSO     PIC 9(01).
           02 PRM-COD-BARRAS   PIC X(44).
           02 PRM-LINHA-DIG    PIC X(54).

      *
      *============================================================
      * BOLETO - MONTA OS DADOS DO BOLETO REGISTRADO DE UM TITULO:
      * DV DO NOSSO NUMERO (MODULO 11), CODIGO DE BARRAS DE 44
      * POSICOES E LINHA DIGITAVEL DE 47 DIGITOS JA PONTUADA
      * (AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D EEEEEEEEEEEEEE).
      * O VALOR E O DEVIDO NO VENCIMENTO, JA COM BOLSA/DESCONTO.
      *============================================================
       PROCEDURE DIVISION USING PRM-NOSSO-NUM PRM-DATA-VENC PRM-VALOR
                                PRM-BOLETO.
       IF NOT JA-INICIADO
           PERFORM INICIA
       END-IF
       MOVE WS-BANCO    TO PRM-BANCO
       MOVE WS-CARTEIRA TO PRM-CARTEIRA
       MOVE SPACES TO PRM-AGE-CONTA
       STRING WS-AGENCIA '/' WS-CONTA
           DELIMITED BY SIZE INTO PRM-AGE-CONTA
       PERFORM CALCULA-DV-NOSSO
       PERFORM CALCULA-FATOR
       PERFORM MONTA-BARRAS
       PERFORM MONTA-LINHA-DIGITAVEL
       GOBACK.
      *
       INICIA.
           SET JA-INICIADO TO TRUE
           MOVE 'BOLBANCO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:3) TO WS-BANCO
           MOVE 'BOLAGENCIA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:4) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:4) TO WS-AGENCIA
           MOVE 'BOLCONTA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:5) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:5) TO WS-CONTA
           MOVE 'BOLCARTEIRA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:2) NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR(1:2) TO WS-CARTEIRA
           COMPUTE WS-DIAS-BASE = FUNCTION INTEGER-OF-DATE
               (WS-DATA-BASE).
      *
      *============================================================
      * PARAMETRO-INVALIDO - DADO DO CONVENIO FORA DO FORMATO (SO
      * DIGITOS, NA LARGURA DO CAMPO): UM BOLETO COM BANCO OU CONTA
      * ERRADOS E PIOR QUE NENHUM, ENTAO A EXECUCAO E ABORTADA COMO
      * NO BUSCAPAR.
      *============================================================
       PARAMETRO-INVALIDO.
           DISPLAY 'PARAMETRO DE COBRANCA INVALIDO EM PARAMS.CFG: '
               WS-PARAM-NOME
           DISPLAY 'BOLBANCO=999 BOLAGENCIA=9999 BOLCONTA=99999 '
               'BOLCARTEIRA=99'
           STOP RUN.
      *
      *============================================================
      * CALCULA-DV-NOSSO - DV DO NOSSO NUMERO: MODULO 11, PESOS 2 A
      * 9 DA DIREITA PARA A ESQUERDA, SOBRE CARTEIRA + NOSSO
      * NUMERO. RESTO 0 OU 1 DA DV ZERO.
      *============================================================
       CALCULA-DV-NOSSO.
           MOVE WS-CARTEIRA   TO WS-NC-CARTEIRA
           MOVE PRM-NOSSO-NUM TO WS-NC-NOSSO
           MOVE SPACES TO WS-CALC-NUMERO
           MOVE WS-NOSSO-CALC TO WS-CALC-NUMERO
           MOVE 16 TO WS-CALC-TAM
           PERFORM SOMA-MODULO-11
           IF WS-CALC-RESTO < 2
               MOVE ZEROES TO PRM-DV-NOSSO
           ELSE
               COMPUTE PRM-DV-NOSSO = 11 - WS-CALC-RESTO
           END-IF.
      *
      *============================================================
      * CALCULA-FATOR - FATOR DE VENCIMENTO DO CODIGO DE BARRAS.
      *============================================================
       CALCULA-FATOR.
           COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE
               (PRM-DATA-VENC)
           COMPUTE WS-FATOR = WS-DIAS-VENC - WS-DIAS-BASE
           PERFORM UNTIL WS-FATOR < 10000
               SUBTRACT 9000 FROM WS-FATOR
           END-PERFORM.
      *
      *============================================================
      * MONTA-BARRAS - MONTA AS 44 POSICOES E CALCULA O DV GERAL
      * (POSICAO 5): MODULO 11 COM PESOS 2 A 9 SOBRE AS OUTRAS 43
      * POSICOES; RESTO QUE DARIA DV 0, 10 OU 11 VIRA 1.
      *============================================================
       MONTA-BARRAS.
           MOVE WS-BANCO      TO WS-BAR-BANCO
           MOVE ZEROES        TO WS-BAR-DV
           MOVE WS-FATOR      TO WS-BAR-FATOR
           MOVE PRM-VALOR     TO WS-BAR-VALOR
           MOVE WS-CARTEIRA   TO WS-LIV-CARTEIRA
           MOVE PRM-NOSSO-NUM TO WS-LIV-NOSSO
           MOVE WS-AGENCIA    TO WS-LIV-AGENCIA
           MOVE WS-CONTA      TO WS-LIV-CONTA
           MOVE SPACES TO WS-CALC-NUMERO
           MOVE WS-BARRAS-X(1:4)  TO WS-CALC-NUMERO(1:4)
           MOVE WS-BARRAS-X(6:39) TO WS-CALC-NUMERO(5:39)
           MOVE 43 TO WS-CALC-TAM
           PERFORM SOMA-MODULO-11
           COMPUTE WS-CALC-DV = 11 - WS-CALC-RESTO
           IF WS-CALC-DV = 0 OR WS-CALC-DV > 9
               MOVE 1 TO WS-CALC-DV
           END-IF
           MOVE WS-CALC-DV TO WS-BAR-DV
           MOVE WS-BARRAS-X TO PRM-COD-BARRAS.
      *
      *============================================================
      * MONTA-LINHA-DIGITAVEL - REORGANIZA O CODIGO DE BARRAS NOS
      * CINCO CAMPOS DA LINHA DIGITAVEL: CAMPO 1 = BANCO + MOEDA +
      * LIVRE 1-5, CAMPO 2 = LIVRE 6-15, CAMPO 3 = LIVRE 16-25 (OS
      * TRES COM DV MODULO 10), CAMPO 4 = DV GERAL, CAMPO 5 = FATOR
      * + VALOR.
      *============================================================
       MONTA-LINHA-DIGITAVEL.
           MOVE WS-BAR-LIVRE TO WS-LIVRE-X
           MOVE WS-BANCO     TO WS-C1-BANCO
           MOVE WS-BAR-MOEDA TO WS-C1-MOEDA
           MOVE WS-LIVRE-X(1:5) TO WS-C1-LIVRE
           MOVE SPACES TO WS-CALC-NUMERO
           MOVE WS-CAMPO-1(1:9) TO WS-CALC-NUMERO
           MOVE 9 TO WS-CALC-TAM
           PERFORM CALCULA-MODULO-10
           MOVE WS-CALC-DV TO WS-C1-DV
           MOVE WS-LIVRE-X(6:10) TO WS-C2-LIVRE
           MOVE SPACES TO WS-CALC-NUMERO
           MOVE WS-C2-LIVRE TO WS-CALC-NUMERO
           MOVE 10 TO WS-CALC-TAM
           PERFORM CALCULA-MODULO-10
           MOVE WS-CALC-DV TO WS-C2-DV
           MOVE WS-LIVRE-X(16:10) TO WS-C3-LIVRE
           MOVE SPACES TO WS-CALC-NUMERO
           MOVE WS-C3-LIVRE TO WS-CALC-NUMERO
           MOVE 10 TO WS-CALC-TAM
           PERFORM CALCULA-MODULO-10
           MOVE WS-CALC-DV TO WS-C3-DV
           MOVE WS-FATOR  TO WS-C5-FATOR
           MOVE PRM-VALOR TO WS-C5-VALOR
           MOVE SPACES TO PRM-LINHA-DIG
           STRING WS-CAMPO-1(1:5) '.' WS-CAMPO-1(6:5) ' '
                  WS-CAMPO-2(1:5) '.' WS-CAMPO-2(6:6) ' '
                  WS-CAMPO-3(1:5) '.' WS-CAMPO-3(6:6) ' '
                  WS-BAR-DV ' '
                  WS-CAMPO-5-X
                  DELIMITED BY SIZE INTO PRM-LINHA-DIG.
      *
      *============================================================
      * SOMA-MODULO-11 - SOMA DOS DIGITOS DE WS-CALC-NUMERO (1 A
      * WS-CALC-TAM) COM PESOS 2 A 9 CICLICOS DA DIREITA PARA A
      * ESQUERDA; DEVOLVE O RESTO DA DIVISAO POR 11.
      *============================================================
       SOMA-MODULO-11.
           MOVE ZEROES TO WS-CALC-SOMA
           MOVE 2 TO WS-CALC-PESO
           MOVE WS-CALC-TAM TO WS-CALC-POS
           PERFORM UNTIL WS-CALC-POS = 0
               COMPUTE WS-CALC-SOMA = WS-CALC-SOMA
                   + WS-CALC-DIG(WS-CALC-POS) * WS-CALC-PESO
               ADD 1 TO WS-CALC-PESO
               IF WS-CALC-PESO > 9
                   MOVE 2 TO WS-CALC-PESO
               END-IF
               SUBTRACT 1 FROM WS-CALC-POS
           END-PERFORM
           DIVIDE WS-CALC-SOMA BY 11 GIVING WS-CALC-QUOC
               REMAINDER WS-CALC-RESTO.
      *
      *============================================================
      * CALCULA-MODULO-10 - DV MODULO 10 DOS CAMPOS DA LINHA
      * DIGITAVEL: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      * ESQUERDA, PRODUTO ACIMA DE 9 SOMA OS DOIS ALGARISMOS; DV =
      * 10 MENOS O RESTO, E ZERO QUANDO O RESTO E ZERO.
      *============================================================
       CALCULA-MODULO-10.
           MOVE ZEROES TO WS-CALC-SOMA
           MOVE 2 TO WS-CALC-PESO
           MOVE WS-CALC-TAM TO WS-CALC-POS
           PERFORM UNTIL WS-CALC-POS = 0
               COMPUTE WS-CALC-PRODUTO =
                   WS-CALC-DIG(WS-CALC-POS) * WS-CALC-PESO
               IF WS-CALC-PRODUTO > 9
                   SUBTRACT 9 FROM WS-CALC-PRODUTO
               END-IF
               ADD WS-CALC-PRODUTO TO WS-CALC-SOMA
               IF WS-CALC-PESO = 2
                   MOVE 1 TO WS-CALC-PESO
               ELSE
                   MOVE 2 TO WS-CALC-PESO
               END-IF
               SUBTRACT 1 FROM WS-CALC-POS
           END-PERFORM
           DIVIDE WS-CALC-SOMA BY 10 GIVING WS-CALC-QUOC
               REMAINDER WS-CALC-RESTO
           IF WS-CALC-RESTO = 0
               MOVE ZEROES TO WS-CALC-DV
           ELSE
               COMPUTE WS-CALC-DV = 10 - WS-CALC-RESTO
           END-IF.
