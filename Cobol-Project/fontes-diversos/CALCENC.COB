       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCENC.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *----------------------------------------------------------
      * REGRA DE COBRANCA ACERTADA COM A DIRETORIA: MULTA FIXA DE
      * 2% SOBRE O VALOR VENCIDO MAIS JUROS SIMPLES DE 1% AO MES,
      * PROPORCIONAIS AOS DIAS CORRIDOS DE ATRASO (MES DE 30 DIAS)
      * CONTADOS DO VENCIMENTO REAL (CALCVENC). O CAIXA, A CARTA DE
      * COBRANCA E A LISTA DE VENCIDOS CHAMAM TODOS ESTA ROTINA,
      * PARA O VALOR DA CARTA SER ACEITO NO BALCAO AO CENTAVO.
      *----------------------------------------------------------
       01  WS-PERC-MULTA      PIC 9V99 VALUE 0,02.
       01  WS-PERC-JUROS-MES  PIC 9V99 VALUE 0,01.
       01  WS-DIAS-MES        PIC 9(02) VALUE 30.
       01  WS-DIAS-VENC       PIC 9(07).
       01  WS-DIAS-PAG        PIC 9(07).

       LINKAGE SECTION.
       01  PRM-DATA-VENC      PIC 9(08).
       01  PRM-DATA-PAG       PIC 9(08).
       01  PRM-VALOR          PIC 9(07)V99.
       01  PRM-ENCARGOS.
           02 PRM-DIAS-ATRASO PIC 9(05).
           02 PRM-MULTA       PIC 9(07)V99.
           02 PRM-JUROS       PIC 9(07)V99.

      *
      *============================================================
      * CALCENC - MULTA E JUROS DE UM VALOR VENCIDO EM PRM-DATA-VENC
      * E PAGO (OU COBRADO) EM PRM-DATA-PAG. PAGAMENTO ATE O
      * VENCIMENTO NAO TEM ENCARGO. MULTA E JUROS SAO ARREDONDADOS
      * TERMO A TERMO.
      *============================================================
       PROCEDURE DIVISION USING PRM-DATA-VENC PRM-DATA-PAG PRM-VALOR
                                PRM-ENCARGOS.
       MOVE ZEROES TO PRM-DIAS-ATRASO
       MOVE ZEROES TO PRM-MULTA
       MOVE ZEROES TO PRM-JUROS
       IF PRM-DATA-VENC = 0 OR PRM-DATA-PAG <= PRM-DATA-VENC
           GOBACK
       END-IF
       COMPUTE WS-DIAS-VENC = FUNCTION INTEGER-OF-DATE (PRM-DATA-VENC)
       COMPUTE WS-DIAS-PAG  = FUNCTION INTEGER-OF-DATE (PRM-DATA-PAG)
       COMPUTE PRM-DIAS-ATRASO = WS-DIAS-PAG - WS-DIAS-VENC
       COMPUTE PRM-MULTA ROUNDED = PRM-VALOR * WS-PERC-MULTA
       COMPUTE PRM-JUROS ROUNDED =
           PRM-VALOR * WS-PERC-JUROS-MES * PRM-DIAS-ATRASO
           / WS-DIAS-MES
       GOBACK.
