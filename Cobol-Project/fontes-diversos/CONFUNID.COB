       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONFUNID.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
      * UNIDADES DA ESCOLA, DOIS DIGITOS CADA, EM SEQUENCIA.
       01  WS-PARAM-UNIDADES PIC X(64).
       01  WS-TAB-ESCOLA REDEFINES WS-PARAM-UNIDADES.
           02 WS-UNIDADE-ESCOLA PIC X(02) OCCURS 32 TIMES.
      * UNIDADES LIBERADAS PARA O OPERADOR DA SESSAO.
       01  WS-UNIDADE-SES    PIC X(02).
       01  WS-UNIDADES-SES   PIC X(10).
       01  WS-TAB-OPERADOR REDEFINES WS-UNIDADES-SES.
           02 WS-UNIDADE-OPER PIC X(02) OCCURS 5 TIMES.
       01  WS-IX-UNID        PIC 9(02).
       01  WS-SW-ACHOU PIC X(01).
           88 UNIDADE-ACHADA     VALUE 'S'.
           88 UNIDADE-NAO-ACHADA VALUE 'N'.

       LINKAGE SECTION.
       01  PRM-UNIDADE        PIC X(02).
       01  PRM-RESPOSTA       PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.

      *
      *============================================================
      * CONFUNID - CONFERE SE O OPERADOR DA SESSAO PODE TRABALHAR NA
      * UNIDADE PEDIDA. UNIDADE EM BRANCO E O CONSOLIDADO DA ESCOLA
      * INTEIRA: SO PARA QUEM NAO TEM RESTRICAO DE UNIDADE. CODIGO
      * FORA DA LISTA UNIDADES DO PARAMS.CFG VOLTA COMO INEXISTENTE.
      *============================================================
       PROCEDURE DIVISION USING PRM-UNIDADE PRM-RESPOSTA.
       MOVE 'UNIDADES' TO WS-PARAM-NOME
       CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-UNIDADES
       CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES
       IF PRM-UNIDADE = SPACES
           IF WS-UNIDADES-SES = SPACES
               SET UNIDADE-PERMITIDA TO TRUE
           ELSE
               SET UNIDADE-NEGADA TO TRUE
           END-IF
           GOBACK
       END-IF
       SET UNIDADE-NAO-ACHADA TO TRUE
       PERFORM VARYING WS-IX-UNID FROM 1 BY 1
               UNTIL WS-IX-UNID > 32 OR UNIDADE-ACHADA
           IF WS-UNIDADE-ESCOLA(WS-IX-UNID) = PRM-UNIDADE
               SET UNIDADE-ACHADA TO TRUE
           END-IF
       END-PERFORM
       IF UNIDADE-NAO-ACHADA
           SET UNIDADE-INEXISTENTE TO TRUE
           GOBACK
       END-IF
       IF WS-UNIDADES-SES = SPACES
           SET UNIDADE-PERMITIDA TO TRUE
           GOBACK
       END-IF
       SET UNIDADE-NEGADA TO TRUE
       PERFORM VARYING WS-IX-UNID FROM 1 BY 1
               UNTIL WS-IX-UNID > 5
           IF WS-UNIDADE-OPER(WS-IX-UNID) = PRM-UNIDADE
               SET UNIDADE-PERMITIDA TO TRUE
           END-IF
       END-PERFORM
       GOBACK.
