       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRCTL.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * NUMERO DA SOLICITACAO LIBERADA PELO APROVA, GUARDADO AQUI ATE
      * O PROGRAMA DE ORIGEM APANHAR NA PARTIDA. FICA NA MEMORIA DO
      * PROPRIO SUBPROGRAMA, QUE NAO E CANCELADO ENTRE AS CHAMADAS.
       01  WS-NUM-GUARDADO    PIC 9(06) VALUE ZEROES.

       LINKAGE SECTION.
       01  PRM-FUNCAO         PIC X(01).
           88 PRM-GUARDA      VALUE 'G'.
           88 PRM-APANHA      VALUE 'L'.
       01  PRM-NUM-APR        PIC 9(06).

      *
      *============================================================
      * APRCTL - PASSA O NUMERO DE UMA SOLICITACAO APROVADA DO
      * APROVA PARA O PROGRAMA QUE A APLICA. OS PROGRAMAS DO MENU
      * SAO CHAMADOS SEM PARAMETROS; COM 'G' O APROVA GUARDA O
      * NUMERO ANTES DE CHAMAR O PROGRAMA DE ORIGEM, E COM 'L' O
      * PROGRAMA APANHA O NUMERO NA PARTIDA (ZERO = EXECUCAO NORMAL
      * PELO OPERADOR). O NUMERO SO VALE PARA UMA CHAMADA: APANHADO,
      * ELE E ZERADO.
      *============================================================
       PROCEDURE DIVISION USING PRM-FUNCAO PRM-NUM-APR.
       EVALUATE TRUE
           WHEN PRM-GUARDA
               MOVE PRM-NUM-APR TO WS-NUM-GUARDADO
           WHEN PRM-APANHA
               MOVE WS-NUM-GUARDADO TO PRM-NUM-APR
               MOVE ZEROES TO WS-NUM-GUARDADO
       END-EVALUATE
       GOBACK.
