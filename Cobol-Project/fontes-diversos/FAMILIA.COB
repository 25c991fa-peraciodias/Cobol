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

       01  WS-VALOR-ED        PIC Z(08)9,99.
       01  WS-LINHA           PIC X(90).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'FAMILIA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       CLOSE ARQ-RESP.
       CLOSE ARQ-ALU.
       CLOSE ARQ-MEN.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'MODO ' WS-MODO ' ANO ' WS-ANO-PARAM
              ' CPF ' WS-CPF-PARAM ' ALUNO ' WS-CODIGO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-FAMILIALST.
       DISPLAY 'FAMILIAS EMITIDAS: ' WS-QTD-FAMILIAS
       GOBACK.
      *
           WRITE REG-REL.
      *
       DETALHA-PARCELAS-FILHO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
