      *----------------------------------------------------------
      * A CADEIA NOTURNA, NA ORDEM EM QUE OS PASSOS DEVEM RODAR: A
      * SALVAGUARDA DOS ARQUIVOS PRIMEIRO, DEPOIS CADASTRO, NOTAS E
      * MENSALIDADES. DEPOIS, A LISTA DE LIVROS DA BIBLIOTECA EM
      * ATRASO, QUE SO LE OS ARQUIVOS JA ATUALIZADOS. POR ULTIMO AS
      * NOTIFICACOES AOS RESPONSAVEIS: PRIMEIRO O RETORNO DE ENTREGA
      * DO GATEWAY, DEPOIS OS AVISOS NOVOS DA NOITE. FECHA A CADEIA
      * O EXPURGO DO SPOOL DE RELATORIOS, JA COM AS LISTAGENS DA
      * PROPRIA NOITE CATALOGADAS.
      *----------------------------------------------------------
       01  WS-LISTA-PASSOS.
           02 FILLER PIC X(08) VALUE 'SALVAGUA'.
           02 FILLER PIC X(08) VALUE 'CRIALUNO'.
           02 FILLER PIC X(08) VALUE 'CRIANOTA'.
           02 FILLER PIC X(08) VALUE 'CRIAPAR'.
           02 FILLER PIC X(08) VALUE 'BIBATRAS'.
           02 FILLER PIC X(08) VALUE 'NOTIFRET'.
           02 FILLER PIC X(08) VALUE 'NOTIFICA'.
           02 FILLER PIC X(08) VALUE 'SPOOLEXP'.
       01  WS-TAB-PASSOS REDEFINES WS-LISTA-PASSOS.
           02 WS-PASSO-TAB PIC X(08) OCCURS 8 TIMES.

       01  WS-IX-PASSO        PIC 9(02).
       01  WS-PASSO-ATUAL     PIC X(08).
       DISPLAY '================================================'
       MOVE 1 TO WS-IX-PASSO
      * roda os passos em ordem ate o fim ou ate um passo falhar
       PERFORM UNTIL WS-IX-PASSO > 8 OR CADEIA-PAROU
           MOVE WS-PASSO-TAB(WS-IX-PASSO) TO WS-PASSO-ATUAL
           PERFORM EXECUTA-PASSO
           ADD 1 TO WS-IX-PASSO
               WHEN 'CRIALUNO' CALL 'CRIALUNO'
               WHEN 'CRIANOTA' CALL 'CRIANOTA'
               WHEN 'CRIAPAR'  CALL 'CRIAPAR'
               WHEN 'BIBATRAS' CALL 'BIBATRAS'
               WHEN 'NOTIFRET' CALL 'NOTIFRET'
               WHEN 'NOTIFICA' CALL 'NOTIFICA'
               WHEN 'SPOOLEXP' CALL 'SPOOLEXP'
           END-EVALUATE.
      *
      *============================================================
