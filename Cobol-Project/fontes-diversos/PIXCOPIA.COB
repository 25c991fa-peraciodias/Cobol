       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PIXCOPIA.
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
      * DADOS DO RECEBEDOR PIX, LIDOS DO PARAMS.CFG NA PRIMEIRA
      * CHAMADA: A CHAVE PIX DA ESCOLA (PIXCHAVE), O NOME DO
      * RECEBEDOR (PIXNOME, ATE 25 LETRAS) E A CIDADE (PIXCIDADE,
      * ATE 15 LETRAS), SEM ACENTOS.
      *----------------------------------------------------------
       01  WS-SW-INICIO PIC X(01) VALUE 'N'.
           88 JA-INICIADO    VALUE 'S'.
       01  WS-PIX-CHAVE       PIC X(64).
       01  WS-PIX-CHAVE-TAM   PIC 9(02).
       01  WS-PIX-NOME        PIC X(25).
       01  WS-PIX-NOME-TAM    PIC 9(02).
       01  WS-PIX-CIDADE      PIC X(15).
       01  WS-PIX-CIDADE-TAM  PIC 9(02).
      *
      * MONTAGEM DO "COPIA E COLA" (BR CODE DO BANCO CENTRAL, NO
      * PADRAO EMV): CADA CAMPO E ID(2) + TAMANHO(2) + CONTEUDO.
       01  WS-PTR             PIC 9(03).
       01  WS-CMP-ID          PIC X(02).
       01  WS-CMP-TAM         PIC 9(02).
       01  WS-CMP-CONTEUDO    PIC X(99).
       01  WS-CONTA-INFO      PIC X(99).
       01  WS-CONTA-INFO-TAM  PIC 9(02).
       01  WS-ADIC-INFO       PIC X(99).
       01  WS-ADIC-INFO-TAM   PIC 9(02).
       01  WS-MEDE-CAMPO      PIC X(64).
       01  WS-MEDE-TAM        PIC 9(02).
       01  WS-TXID-TAM        PIC 9(02).
      *
      * VALOR NO FORMATO DO BR CODE: PONTO DECIMAL E SEM ZEROS A
      * ESQUERDA (1234.56).
       01  WS-VALOR-INT-ED    PIC Z(06)9.
       01  WS-VALOR-INT-X REDEFINES WS-VALOR-INT-ED PIC X(07).
       01  WS-VALOR-DECOMP.
           02 WS-VD-INTEIRO   PIC 9(07).
           02 WS-VD-CENTAVOS  PIC 9(02).
       01  WS-VALOR-NUM REDEFINES WS-VALOR-DECOMP PIC 9(07)V99.
       01  WS-VALOR-TXT       PIC X(10).
       01  WS-VALOR-TAM       PIC 9(02).
       01  WS-POS-INI         PIC 9(02).
      *
      *----------------------------------------------------------
      * CRC16 DO BR CODE (POLINOMIO 1021, VALOR INICIAL FFFF), SOBRE
      * TODO O CONTEUDO ATE O ID+TAMANHO DO PROPRIO CRC ("6304"),
      * DEVOLVIDO EM QUATRO DIGITOS HEXADECIMAIS. O OU-EXCLUSIVO E
      * FEITO BIT A BIT POR DIVISOES, COMO NA CONTA A MAO.
      *----------------------------------------------------------
       01  WS-CRC             PIC 9(05).
       01  WS-CRC-POS         PIC 9(03).
       01  WS-CRC-BIT         PIC 9(02).
       01  WS-CRC-BYTE        PIC 9(03).
       01  WS-XOR-A           PIC 9(05).
       01  WS-XOR-B           PIC 9(05).
       01  WS-XOR-R           PIC 9(05).
       01  WS-XOR-PESO        PIC 9(05).
       01  WS-XOR-CONTA       PIC 9(02).
       01  WS-XOR-RA          PIC 9(01).
       01  WS-XOR-RB          PIC 9(01).
       01  WS-HEXA            PIC X(16) VALUE '0123456789ABCDEF'.
       01  WS-CRC-HEX         PIC X(04).
       01  WS-HEX-DIG         PIC 9(02).
       01  WS-HEX-RESTO       PIC 9(05).

       LINKAGE SECTION.
      * TXID DA COBRANCA: 'M' + CODIGO + ANO + PARCELA (3) PARA A
      * MENSALIDADE, 'X' + CODIGO + ANO + SEQUENCIA PARA O
      * LANCAMENTO EXTRA (VER PIXGERA), ALINHADO A ESQUERDA.
       01  PRM-TXID           PIC X(25).
       01  PRM-VALOR          PIC 9(07)V99.
       01  PRM-PAYLOAD        PIC X(250).

      *
      *============================================================
      * PIXCOPIA - MONTA O "PIX COPIA E COLA" DE UMA COBRANCA: CHAVE
      * PIX DA ESCOLA, VALOR, NOME E CIDADE DO RECEBEDOR E O TXID
      * QUE O BANCO DEVOLVE NO EXTRATO DE CREDITOS PIX, PARA O
      * PIXBAIXA BAIXAR A PARCELA CERTA SEM REDIGITACAO.
      *============================================================
       PROCEDURE DIVISION USING PRM-TXID PRM-VALOR PRM-PAYLOAD.
       IF NOT JA-INICIADO
           PERFORM INICIA
       END-IF
       MOVE SPACES TO PRM-PAYLOAD
       MOVE 1 TO WS-PTR
      * INDICADOR DE FORMATO E CONTA DO RECEBEDOR (ID 26).
       MOVE '00' TO WS-CMP-ID
       MOVE '01' TO WS-CMP-CONTEUDO
       MOVE 2    TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
       MOVE '26' TO WS-CMP-ID
       MOVE WS-CONTA-INFO     TO WS-CMP-CONTEUDO
       MOVE WS-CONTA-INFO-TAM TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
      * CATEGORIA 0000, MOEDA 986 (REAL) E VALOR.
       MOVE '52' TO WS-CMP-ID
       MOVE '0000' TO WS-CMP-CONTEUDO
       MOVE 4    TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
       MOVE '53' TO WS-CMP-ID
       MOVE '986' TO WS-CMP-CONTEUDO
       MOVE 3    TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
       PERFORM FORMATA-VALOR
       MOVE '54' TO WS-CMP-ID
       MOVE WS-VALOR-TXT TO WS-CMP-CONTEUDO
       MOVE WS-VALOR-TAM TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
      * PAIS, NOME E CIDADE DO RECEBEDOR.
       MOVE '58' TO WS-CMP-ID
       MOVE 'BR' TO WS-CMP-CONTEUDO
       MOVE 2    TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
       MOVE '59' TO WS-CMP-ID
       MOVE WS-PIX-NOME     TO WS-CMP-CONTEUDO
       MOVE WS-PIX-NOME-TAM TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
       MOVE '60' TO WS-CMP-ID
       MOVE WS-PIX-CIDADE     TO WS-CMP-CONTEUDO
       MOVE WS-PIX-CIDADE-TAM TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
      * DADOS ADICIONAIS (ID 62) COM O TXID NO SUBCAMPO 05.
       MOVE SPACES TO WS-MEDE-CAMPO
       MOVE PRM-TXID TO WS-MEDE-CAMPO
       PERFORM MEDE-TAMANHO
       MOVE WS-MEDE-TAM TO WS-TXID-TAM
       MOVE SPACES TO WS-ADIC-INFO
       STRING '05' WS-TXID-TAM PRM-TXID(1:WS-TXID-TAM)
           DELIMITED BY SIZE INTO WS-ADIC-INFO
       COMPUTE WS-ADIC-INFO-TAM = WS-TXID-TAM + 4
       MOVE '62' TO WS-CMP-ID
       MOVE WS-ADIC-INFO     TO WS-CMP-CONTEUDO
       MOVE WS-ADIC-INFO-TAM TO WS-CMP-TAM
       PERFORM ACRESCENTA-CAMPO
      * O CRC ENTRA POR ULTIMO, CALCULADO SOBRE TUDO ATE "6304".
       STRING '6304' DELIMITED BY SIZE
           INTO PRM-PAYLOAD WITH POINTER WS-PTR
       PERFORM CALCULA-CRC
       STRING WS-CRC-HEX DELIMITED BY SIZE
           INTO PRM-PAYLOAD WITH POINTER WS-PTR
       GOBACK.
      *
      *============================================================
      * INICIA - LE OS DADOS DO RECEBEDOR EM PARAMS.CFG E MONTA UMA
      * VEZ SO A CONTA DO RECEBEDOR (ID 26): IDENTIFICADOR DO
      * ARRANJO PIX (EM MINUSCULAS, COMO EXIGE O PADRAO) E A CHAVE.
      *============================================================
       INICIA.
           SET JA-INICIADO TO TRUE
           MOVE 'PIXCHAVE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PIX-CHAVE
           MOVE WS-PIX-CHAVE TO WS-MEDE-CAMPO
           PERFORM MEDE-TAMANHO
           MOVE WS-MEDE-TAM TO WS-PIX-CHAVE-TAM
           MOVE 'PIXNOME' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           MOVE WS-PARAM-VALOR TO WS-MEDE-CAMPO
           PERFORM MEDE-TAMANHO
           IF WS-MEDE-TAM > 25
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PIX-NOME
           MOVE WS-MEDE-TAM TO WS-PIX-NOME-TAM
           MOVE 'PIXCIDADE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           MOVE WS-PARAM-VALOR TO WS-MEDE-CAMPO
           PERFORM MEDE-TAMANHO
           IF WS-MEDE-TAM > 15
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PARAM-VALOR TO WS-PIX-CIDADE
           MOVE WS-MEDE-TAM TO WS-PIX-CIDADE-TAM
           MOVE SPACES TO WS-CONTA-INFO
           STRING '0014' 'br.gov.bcb.pix' '01' WS-PIX-CHAVE-TAM
               WS-PIX-CHAVE(1:WS-PIX-CHAVE-TAM)
               DELIMITED BY SIZE INTO WS-CONTA-INFO
           COMPUTE WS-CONTA-INFO-TAM = WS-PIX-CHAVE-TAM + 22.
      *
      *============================================================
      * PARAMETRO-INVALIDO - DADO DO RECEBEDOR MAIOR QUE O PADRAO
      * PERMITE: UM "COPIA E COLA" REJEITADO PELO APLICATIVO DO
      * BANCO E PIOR QUE NENHUM, ENTAO A EXECUCAO E ABORTADA COMO
      * NO BUSCAPAR.
      *============================================================
       PARAMETRO-INVALIDO.
           DISPLAY 'PARAMETRO PIX INVALIDO EM PARAMS.CFG: '
               WS-PARAM-NOME
           DISPLAY 'PIXNOME ATE 25 LETRAS, PIXCIDADE ATE 15 LETRAS.'
           STOP RUN.
      *
      *============================================================
      * MEDE-TAMANHO - TAMANHO DE WS-MEDE-CAMPO SEM OS ESPACOS A
      * DIREITA.
      *============================================================
       MEDE-TAMANHO.
           MOVE 64 TO WS-MEDE-TAM
           PERFORM UNTIL WS-MEDE-TAM = 0
                      OR WS-MEDE-CAMPO(WS-MEDE-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MEDE-TAM
           END-PERFORM.
      *
      *============================================================
      * ACRESCENTA-CAMPO - GRAVA NO PAYLOAD O CAMPO WS-CMP-ID COM O
      * TAMANHO EM DOIS DIGITOS E OS WS-CMP-TAM PRIMEIROS
      * CARACTERES DE WS-CMP-CONTEUDO.
      *============================================================
       ACRESCENTA-CAMPO.
           STRING WS-CMP-ID WS-CMP-TAM
               WS-CMP-CONTEUDO(1:WS-CMP-TAM)
               DELIMITED BY SIZE
               INTO PRM-PAYLOAD WITH POINTER WS-PTR.
      *
      *============================================================
      * FORMATA-VALOR - VALOR COM PONTO DECIMAL E SEM ZEROS A
      * ESQUERDA, NO FORMATO DO CAMPO 54.
      *============================================================
       FORMATA-VALOR.
           MOVE PRM-VALOR TO WS-VALOR-NUM
           MOVE WS-VD-INTEIRO TO WS-VALOR-INT-ED
           MOVE 1 TO WS-POS-INI
           PERFORM UNTIL WS-VALOR-INT-X(WS-POS-INI:1) NOT = SPACE
               ADD 1 TO WS-POS-INI
           END-PERFORM
           MOVE SPACES TO WS-VALOR-TXT
           STRING WS-VALOR-INT-X(WS-POS-INI:) '.' WS-VD-CENTAVOS
               DELIMITED BY SIZE INTO WS-VALOR-TXT
           COMPUTE WS-VALOR-TAM = 8 - WS-POS-INI + 3.
      *
      *============================================================
      * CALCULA-CRC - CRC16 DE PRM-PAYLOAD(1:WS-PTR - 1), DEVOLVIDO
      * EM WS-CRC-HEX.
      *============================================================
       CALCULA-CRC.
           MOVE 65535 TO WS-CRC
           MOVE 1 TO WS-CRC-POS
           PERFORM UNTIL WS-CRC-POS >= WS-PTR
               COMPUTE WS-CRC-BYTE =
                   FUNCTION ORD (PRM-PAYLOAD(WS-CRC-POS:1)) - 1
               MOVE WS-CRC TO WS-XOR-A
               COMPUTE WS-XOR-B = WS-CRC-BYTE * 256
               PERFORM OU-EXCLUSIVO
               MOVE WS-XOR-R TO WS-CRC
               MOVE 1 TO WS-CRC-BIT
               PERFORM UNTIL WS-CRC-BIT > 8
                   IF WS-CRC >= 32768
                       COMPUTE WS-XOR-A = (WS-CRC - 32768) * 2
                       MOVE 4129 TO WS-XOR-B
                       PERFORM OU-EXCLUSIVO
                       MOVE WS-XOR-R TO WS-CRC
                   ELSE
                       COMPUTE WS-CRC = WS-CRC * 2
                   END-IF
                   ADD 1 TO WS-CRC-BIT
               END-PERFORM
               ADD 1 TO WS-CRC-POS
           END-PERFORM
           MOVE WS-CRC TO WS-HEX-RESTO
           DIVIDE WS-HEX-RESTO BY 4096 GIVING WS-HEX-DIG
               REMAINDER WS-HEX-RESTO
           MOVE WS-HEXA(WS-HEX-DIG + 1:1) TO WS-CRC-HEX(1:1)
           DIVIDE WS-HEX-RESTO BY 256 GIVING WS-HEX-DIG
               REMAINDER WS-HEX-RESTO
           MOVE WS-HEXA(WS-HEX-DIG + 1:1) TO WS-CRC-HEX(2:1)
           DIVIDE WS-HEX-RESTO BY 16 GIVING WS-HEX-DIG
               REMAINDER WS-HEX-RESTO
           MOVE WS-HEXA(WS-HEX-DIG + 1:1) TO WS-CRC-HEX(3:1)
           MOVE WS-HEXA(WS-HEX-RESTO + 1:1) TO WS-CRC-HEX(4:1).
      *
      *============================================================
      * OU-EXCLUSIVO - WS-XOR-R = WS-XOR-A XOR WS-XOR-B, DEZESSEIS
      * BITS, UM BIT POR VEZ PELO RESTO DA DIVISAO POR 2.
      *============================================================
       OU-EXCLUSIVO.
           MOVE ZEROES TO WS-XOR-R
           MOVE 1 TO WS-XOR-PESO
           MOVE 1 TO WS-XOR-CONTA
           PERFORM UNTIL WS-XOR-CONTA > 16
               DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
                   REMAINDER WS-XOR-RA
               DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
                   REMAINDER WS-XOR-RB
               IF WS-XOR-RA NOT = WS-XOR-RB
                   ADD WS-XOR-PESO TO WS-XOR-R
               END-IF
               COMPUTE WS-XOR-PESO = WS-XOR-PESO * 2
               ADD 1 TO WS-XOR-CONTA
           END-PERFORM.
