              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

      * LANCAMENTOS EXTRAS DO MANTEXT (MULTA DA BIBLIOTECA, VENDA DE
      * MATERIAL, TARIFA DE CHEQUE DEVOLVIDO): O QUE ESTIVER EM
      * ABERTO NO ANO GANHA CUPOM NO CARNE, COM O PIX.
       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-CARNELST
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
       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO-ALU     PIC 9(08).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

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

       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CARNELST PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).

       01  WS-MODO PIC X(01).
           88 MODO-CODIGO VALUE 'C'.
       01  WS-TURMA-PARAM    PIC X(06).
       01  WS-EOF            PIC A(01).
       01  WS-EOF-ALU        PIC A(01).
       01  WS-EOF-EXT        PIC X(01).
       01  WS-SLOT-ATUAL     PIC 9(02).
       01  WS-SITU-ATUAL     PIC X(02).
       01  WS-MES-ATUAL-SLOT PIC X(09).
       01  WS-VALOR-PARCELA  PIC 9(07)V99.
       01  WS-NOME-COBRANCA  PIC X(50).
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME     PIC X(08) VALUE 'CARNE'.
       01  WS-CONTA-CARNES   PIC 9(04) VALUE ZEROES.
       01  WS-CONTA-CUPONS   PIC 9(02).
       01  WS-VALOR-ED       PIC Z.ZZ9,99.
       01  WS-LINHA          PIC X(80).
      * VENCIMENTO REAL DA PARCELA (CALCVENC), O MESMO DA REMESSA
      * AO BANCO E DO CALCULO DE ENCARGOS DO CAIXA.
       01  WS-DATA-VENC      PIC 9(08).
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           02 WS-VENC-ANO    PIC 9(04).
           02 WS-VENC-MES    PIC 9(02).
           02 WS-VENC-DIA    PIC 9(02).
      * PARCELA ZERO: O CALCVENC SO ROLA PARA O PROXIMO DIA UTIL O
      * VENCIMENTO JA INFORMADO (LANCAMENTO EXTRA).
       01  WS-MES-ZERO       PIC 9(02) VALUE ZEROES.
      * BOLETO REGISTRADO DO CUPOM (BOLETO): NOSSO NUMERO = CODIGO +
      * ANO + PARCELA, O MESMO QUE A REMESSA MANDA AO BANCO.
       01  WS-NOSSO-NUM.
           02 WS-NN-CODIGO   PIC 9(08).
           02 WS-NN-ANO      PIC 9(04).
           02 WS-NN-SLOT     PIC 9(02).
       01  WS-BOLETO.
           02 WS-BOL-BANCO       PIC 9(03).
           02 WS-BOL-AGE-CONTA   PIC X(10).
           02 WS-BOL-CARTEIRA    PIC 9(02).
           02 WS-BOL-DV-NOSSO    PIC 9(01).
           02 WS-BOL-COD-BARRAS  PIC X(44).
           02 WS-BOL-LINHA-DIG   PIC X(54).
      * PIX "COPIA E COLA" DO CUPOM (PIXCOPIA): TXID = 'M' + CODIGO +
      * ANO + PARCELA OU 'X' + CODIGO + ANO + SEQUENCIA DO
      * LANCAMENTO EXTRA, O MESMO DA COBRANCA GERADA PELO PIXGERA E
      * DEVOLVIDO PELO BANCO NO EXTRATO LIDO PELO PIXBAIXA.
       01  WS-TXID.
           02 WS-TX-TIPO         PIC X(01).
           02 WS-TX-CODIGO       PIC 9(08).
           02 WS-TX-ANO          PIC 9(04).
           02 WS-TX-SEQ          PIC 9(03).
           02 FILLER             PIC X(09).
       01  WS-VALOR-PIX      PIC 9(07)V99.
       01  WS-PIX-PAYLOAD    PIC X(250).
       01  WS-PIX-POS        PIC 9(03).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CARNE'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL   VALUE 'S'.
           88 RESP-INDISPONIVEL VALUE 'N'.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       IF RESP-DISPONIVEL
           CLOSE ARQ-RESP
       END-IF.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'MODO ' WS-MODO ' ANO ' WS-ANO-PARAM
              ' TURMA ' WS-TURMA-PARAM ' ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CARNELST.
       DISPLAY 'CARNES IMPRESSOS: ' WS-CONTA-CARNES
       GOBACK.
      *
           END-READ.
      *
       MONTA-CARNE.
           CALL 'LENOME' USING WS-DOC-LENOME CODIGO NOME S-NOME
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O CUPOM SAI PELO LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO SAI PELO BRUTO.
           IF PARCELA-LIQ > 0
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM
           IF EXT-DISPONIVEL
               PERFORM IMPRIME-EXTRAS
           END-IF
           DISPLAY 'CARNE IMPRESSO - CODIGO: ' CODIGO ' ('
               WS-CONTA-CUPONS ' CUPONS)'.
      *
           STRING 'ALUNO ' CODIGO ' - ' NOME
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                 WS-DATA-VENC
           MOVE SPACES TO WS-LINHA
           STRING 'VALOR: ' WS-VALOR-ED
               '  VENCIMENTO: ' WS-VENC-DIA '/' WS-VENC-MES '/'
               WS-VENC-ANO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF WS-SITU-ATUAL = 'PG'
           MOVE SPACES TO WS-LINHA
           STRING 'RESPONSAVEL: ' WS-NOME-COBRANCA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF WS-SITU-ATUAL NOT = 'PG'
               PERFORM IMPRIME-BOLETO
           END-IF.
      *
      *============================================================
      * IMPRIME-BOLETO - FICHA DE COMPENSACAO DO CUPOM EM ABERTO:
      * BANCO/AGENCIA/CARTEIRA DO CONVENIO, NOSSO NUMERO COM DV,
      * LINHA DIGITAVEL E O CODIGO DE BARRAS (44 POSICOES, IMPRESSO
      * NA FONTE DE BARRAS DA IMPRESSORA). O PAGAMENTO VOLTA PELO
      * RETORNO DO BANCO EM VEZ DO BALCAO.
      *============================================================
       IMPRIME-BOLETO.
           MOVE CODIGO        TO WS-NN-CODIGO
           MOVE ANO-REF       TO WS-NN-ANO
           MOVE WS-SLOT-ATUAL TO WS-NN-SLOT
           CALL 'BOLETO' USING WS-NOSSO-NUM WS-DATA-VENC
                               WS-VALOR-PARCELA WS-BOLETO
           MOVE SPACES TO WS-LINHA
           STRING 'BANCO ' WS-BOL-BANCO
               '  AGENCIA/CONTA ' WS-BOL-AGE-CONTA
               '  CARTEIRA ' WS-BOL-CARTEIRA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'NOSSO NUMERO: ' WS-NOSSO-NUM '-' WS-BOL-DV-NOSSO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'LINHA DIGITAVEL: ' WS-BOL-LINHA-DIG
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'COD. BARRAS: ' WS-BOL-COD-BARRAS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'APOS O VENCIMENTO: MULTA DE 2% E JUROS DE 1% AO MES.'
               TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-TXID
           MOVE 'M'           TO WS-TX-TIPO
           MOVE CODIGO        TO WS-TX-CODIGO
           MOVE ANO-REF       TO WS-TX-ANO
           MOVE WS-SLOT-ATUAL TO WS-TX-SEQ
           MOVE WS-VALOR-PARCELA TO WS-VALOR-PIX
           PERFORM IMPRIME-PIX.
      *
      *============================================================
      * IMPRIME-EXTRAS - UM CUPOM POR LANCAMENTO EXTRA EM ABERTO DO
      * ALUNO NO ANO (MULTA E REPOSICAO DE LIVRO DO BIBLIO, VENDA
      * DE MATERIAL DO VENDAMAT, TARIFA DE CHEQUE DEVOLVIDO), COM
      * O VENCIMENTO ROLADO PARA DIA UTIL E O PIX PELO VALOR DO
      * LANCAMENTO. PAGO DEPOIS DO VENCIMENTO, O PIXBAIXA COBRA OS
      * ENCARGOS COMO NA CARTA DE COBRANCA.
      *============================================================
       IMPRIME-EXTRAS.
           MOVE CODIGO  TO CODIGO-EXT
           MOVE ANO-REF TO ANO-REF-EXT
           MOVE ZEROES  TO SEQ-EXT
           START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-EXT
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-EXT
           END-START
           PERFORM UNTIL WS-EOF-EXT = 'Y'
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-EXT
                   NOT AT END
                       IF CODIGO-EXT NOT = CODIGO
                          OR ANO-REF-EXT NOT = ANO-REF
                           MOVE 'Y' TO WS-EOF-EXT
                       ELSE
                           IF SITU-EXT = 'AB'
                               PERFORM IMPRIME-CUPOM-EXTRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       IMPRIME-CUPOM-EXTRA.
           ADD 1 TO WS-CONTA-CUPONS
           MOVE DATA-VENC-EXT TO WS-DATA-VENC
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-MES-ZERO
                                 WS-DATA-VENC
           MOVE VALOR-EXT TO WS-VALOR-PIX
           MOVE VALOR-EXT TO WS-VALOR-ED
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'LANCAMENTO EXTRA ' SEQ-EXT ' - ' DESCRICAO-EXT
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNO ' CODIGO ' - ' NOME
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'VALOR: ' WS-VALOR-ED
               '  VENCIMENTO: ' WS-VENC-DIA '/' WS-VENC-MES '/'
               WS-VENC-ANO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'RESPONSAVEL: ' WS-NOME-COBRANCA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-TXID
           MOVE 'X'         TO WS-TX-TIPO
           MOVE CODIGO-EXT  TO WS-TX-CODIGO
           MOVE ANO-REF-EXT TO WS-TX-ANO
           MOVE SEQ-EXT     TO WS-TX-SEQ
           PERFORM IMPRIME-PIX.
      *
      *============================================================
      * IMPRIME-PIX - PIX "COPIA E COLA" DO CUPOM EM ABERTO (TXID JA
      * MONTADO EM WS-TXID), PELO VALOR EM WS-VALOR-PIX, EM LINHAS
      * DE 50 POSICOES. O CREDITO VOLTA NO EXTRATO PIX DO BANCO E E
      * BAIXADO PELO PIXBAIXA.
      *============================================================
       IMPRIME-PIX.
           CALL 'PIXCOPIA' USING WS-TXID WS-VALOR-PIX
                                 WS-PIX-PAYLOAD
           MOVE 'PIX COPIA E COLA:' TO REG-REL
           WRITE REG-REL
           MOVE 1 TO WS-PIX-POS
           PERFORM UNTIL WS-PIX-POS > 201
                      OR WS-PIX-PAYLOAD(WS-PIX-POS:) = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '  ' WS-PIX-PAYLOAD(WS-PIX-POS:50)
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               ADD 50 TO WS-PIX-POS
           END-PERFORM.
      *
      *============================================================
      * BUSCA-RESPONSAVEL - BUSCA EM RESPONSA.DAT O RESPONSAVEL
           OPEN INPUT ARQ-RESP
           IF FS-RESP-NAO-EXISTE THEN
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
      * OS LANCAMENTOS EXTRAS SAO OPCIONAIS: SEM O ARQUIVO O CARNE
      * SAI SO COM AS MENSALIDADES.
           SET EXT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               SET EXT-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CARNELST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CARNELST
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT.
