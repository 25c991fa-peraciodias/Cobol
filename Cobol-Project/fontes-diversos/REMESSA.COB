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
       FD  ARQ-REM.
       01  REG-REM           PIC X(80).

           02 WS-TRL-VALOR    PIC 9(11)V99.
           02 FILLER          PIC X(60) VALUE SPACES.

       01  WS-VENCIMENTO-MONTADO PIC 9(08).

       01  WS-EOF             PIC A(01).
       01  WS-SLOT-ATUAL      PIC 9(02).
      * SEM REDIGITACAO.
      *============================================================
       GERA-TITULOS-ALUNO.
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
      *
      *============================================================
      * GRAVA-DETALHE - MONTA E GRAVA O REGISTRO DETALHE DO SLOT
      * CORRENTE. O VENCIMENTO E O DIA ESCOLHIDO PELA FAMILIA (OU O
      * DIA PADRAO) NO MES DA PARCELA, ROLADO PARA O PROXIMO DIA
      * UTIL PELO CALCVENC - A MESMA DATA DO CARNE E DO CAIXA.
      *============================================================
       GRAVA-DETALHE.
           MOVE CODIGO        TO WS-DET-CODIGO
           MOVE ANO-REF       TO WS-DET-ANO
           MOVE WS-SLOT-ATUAL TO WS-DET-SLOT
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                 WS-VENCIMENTO-MONTADO
           MOVE WS-VENCIMENTO-MONTADO TO WS-DET-VENCIMENTO
           MOVE WS-VALOR-PARCELA TO WS-DET-VALOR
           MOVE NOME          TO WS-DET-NOME
