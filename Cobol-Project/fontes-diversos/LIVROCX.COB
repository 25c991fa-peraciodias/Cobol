              88 CX-ABERTURA   VALUE 'A'.
              88 CX-FECHAMENTO VALUE 'F'.
              88 CX-ESTORNO    VALUE 'E'.
              88 CX-SAIDA      VALUE 'S'.
              88 CX-DEVOLUCAO  VALUE 'D'.
              88 CX-CONVENIO   VALUE 'V'.
           02 FILLER           PIC X(02).
           02 FORMA-CX         PIC X(01).
           02 FILLER           PIC X(02).
           02 VALOR-DECL-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02).
           02 DIFERENCA-CX     PIC S9(09)V99 SIGN LEADING SEPARATE.
      * SO O PAGACP, O DEVCRED E O BAIXACNV PREENCHEM: NUMERO DA
      * SAIDA (SAIDAS.DAT), DO COMPROVANTE DE DEVOLUCAO OU DA
      * FATURA DE CONVENIO (FATCNV.DAT). NOS OUTROS PROGRAMAS VEM
      * EM BRANCO.
           02 FILLER           PIC X(02).
           02 SAIDA-CX         PIC X(06).
           02 FILLER           PIC X(02).
      * UNIDADE DO CAIXA: A UNIDADE DE TRABALHO DA SESSAO DO MENU.
           02 UNIDADE-CX       PIC X(02).

       FD  ARQ-REL.
       01  REG-REL             PIC X(110).
       01  WS-TOT-SISTEMA     PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-DECLARADO   PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-DIFERENCA   PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-SAIDAS      PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-DEVOLUCOES  PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-CONVENIOS   PIC S9(11)V99 VALUE ZEROES.
       01  WS-ED-SIST         PIC -(09)9,99.
       01  WS-ED-DECL         PIC -(09)9,99.
       01  WS-ED-DIF          PIC -(09)9,99.
       01  WS-LINHA           PIC X(110).
      * UNIDADE DO LIVRO (EM BRANCO = CONSOLIDADO DA ESCOLA).
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'LIVROCX'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-CX PIC 9(02).
           88 FS-CX-OK         VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM SOLICITA-UNIDADE.
       PERFORM ABRIR-ARQUIVOS.
       DISPLAY 'LIVRO CAIXA - DATA INICIAL (AAAAMMDD): '
           WITH NO ADVANCING
               NOT AT END
                   IF DATA-CX >= WS-DATA-INI
                      AND DATA-CX <= WS-DATA-FIM
                      AND (WS-UNIDADE-PARAM = SPACES
                           OR UNIDADE-CX = WS-UNIDADE-PARAM)
                       ADD 1 TO WS-CONTA-MOVTOS
                       PERFORM IMPRIME-MOVIMENTO
                   END-IF
       END-PERFORM.
       PERFORM IMPRIME-TOTAIS.
       CLOSE ARQ-CX.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'DE ' WS-DATA-INI ' A ' WS-DATA-FIM
           ' UNIDADE ' WS-UNIDADE-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-LIVROCXLST.
       DISPLAY 'MOVIMENTOS NO PERIODO: ' WS-CONTA-MOVTOS
       DISPLAY 'LIVRO CAIXA GRAVADO EM LIVROCX.LST.'
       GOBACK.
      *
      *============================================================
      * SOLICITA-UNIDADE - PERGUNTA A UNIDADE DO LIVRO CAIXA. EM
      * BRANCO SAI O CONSOLIDADO DA ESCOLA, SO PARA OPERADOR SEM
      * RESTRICAO DE UNIDADE (CONFUNID).
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'LIVRO CAIXA - UNIDADE (EM BRANCO = CONSOLIDADO): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA PARA O '
                   'OPERADOR - LIVRO CAIXA CANCELADO.'
               GOBACK
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'LIVRO CAIXA DA TESOURARIA' TO REG-REL
           STRING 'PERIODO: ' WS-DATA-INI ' A ' WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-UNIDADE-PARAM = SPACES
               MOVE 'UNIDADE: CONSOLIDADO DA ESCOLA' TO WS-LINHA
           ELSE
               STRING 'UNIDADE: ' WS-UNIDADE-PARAM
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           MOVE 'DATA      SESSAO OPERADOR TIPO       FORMA
      -        '     SISTEMA    DECLARADO    DIFERENCA SAIDA  UN'
               TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * IMPRIME-MOVIMENTO - UMA LINHA DO LIVRO CAIXA POR REGISTRO
      * DO PERIODO: ABERTURA E FECHAMENTO DE SESSAO (POR FORMA DE
      * PAGAMENTO), ESTORNO, SAIDA DE CONTAS A PAGAR E DEVOLUCAO DE
      * CREDITO DE RESPONSAVEL (MOVIMENTOS NEGATIVOS) E RECEBIMENTO
      * DE FATURA DE CONVENIO. OS TOTAIS DO PERIODO ACUMULAM SO
      * FECHAMENTOS, ESTORNOS, SAIDAS, DEVOLUCOES E CONVENIOS - A
      * ABERTURA E SALDO DE GAVETA, NAO RECEITA.
      *============================================================
       IMPRIME-MOVIMENTO.
           EVALUATE TRUE
               WHEN CX-ABERTURA   MOVE 'ABERTURA'   TO WS-TIPO-DESC
               WHEN CX-FECHAMENTO MOVE 'FECHAMENTO' TO WS-TIPO-DESC
               WHEN CX-ESTORNO    MOVE 'ESTORNO'    TO WS-TIPO-DESC
               WHEN CX-SAIDA      MOVE 'SAIDA'      TO WS-TIPO-DESC
               WHEN CX-DEVOLUCAO  MOVE 'DEVOL.CRED' TO WS-TIPO-DESC
               WHEN CX-CONVENIO   MOVE 'CONVENIO'   TO WS-TIPO-DESC
               WHEN OTHER         MOVE 'INDEFINIDO' TO WS-TIPO-DESC
           END-EVALUATE
           IF CX-FECHAMENTO OR CX-ESTORNO OR CX-SAIDA
              OR CX-DEVOLUCAO OR CX-CONVENIO
               ADD VALOR-SIST-CX TO WS-TOT-SISTEMA
               ADD VALOR-DECL-CX TO WS-TOT-DECLARADO
               ADD DIFERENCA-CX  TO WS-TOT-DIFERENCA
           END-IF
           IF CX-SAIDA
               ADD VALOR-SIST-CX TO WS-TOT-SAIDAS
           END-IF
           IF CX-DEVOLUCAO
               ADD VALOR-SIST-CX TO WS-TOT-DEVOLUCOES
           END-IF
           IF CX-CONVENIO
               ADD VALOR-SIST-CX TO WS-TOT-CONVENIOS
           END-IF
           MOVE VALOR-SIST-CX TO WS-ED-SIST
           MOVE VALOR-DECL-CX TO WS-ED-DECL
           MOVE DIFERENCA-CX  TO WS-ED-DIF
                  WS-TIPO-DESC ' ' FORMA-CX '   '
                  WS-ED-SIST ' ' WS-ED-DECL ' ' WS-ED-DIF
                  DELIMITED BY SIZE INTO WS-LINHA
           IF CX-SAIDA OR CX-DEVOLUCAO OR CX-CONVENIO
               MOVE SAIDA-CX TO WS-LINHA(84:6)
           END-IF
           MOVE UNIDADE-CX TO WS-LINHA(91:2)
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-TOTAIS.
           STRING 'DIFERENCA ACUMULADA..........: ' WS-ED-DIF
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOT-SAIDAS TO WS-ED-SIST
           MOVE SPACES TO WS-LINHA
           STRING 'SAIDAS DE CONTAS A PAGAR.....: ' WS-ED-SIST
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOT-DEVOLUCOES TO WS-ED-SIST
           MOVE SPACES TO WS-LINHA
           STRING 'DEVOLUCOES DE CREDITO........: ' WS-ED-SIST
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-TOT-CONVENIOS TO WS-ED-SIST
           MOVE SPACES TO WS-LINHA
           STRING 'RECEBIMENTOS DE CONVENIOS....: ' WS-ED-SIST
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'VISTO DO TESOUREIRO: ____________________'
               TO REG-REL
           WRITE REG-REL.
