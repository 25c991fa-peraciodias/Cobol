              03 CODIGO-MEN    PIC 9(08).
              03 ANO-REF-MEN   PIC 9(04).
           02 NOMES-MEN        PIC X(50).
           02 RESTO-MEN        PIC X(149).

       FD  ARQ-CTL.
       01  REG-CTL.
      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO O RECIBO
      * E DE COBRANCA AVULSA (SLOT-REC 00); ZERO NOS DEMAIS.
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-REL.
       01  REG-REL            PIC X(80).
       01  WS-NOME-PAGINA     PIC X(12).
       01  WS-LINHA           PIC X(80).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'FECHAMES'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       01  WS-TOT-LIQUIDO     PIC S9(11)V99.
       01  WS-TOT-REC-ED      PIC Z(10)9,99.
       01  WS-TOT-LIQ-ED      PIC -(10)9,99.
      * UNIDADE DO FECHAMENTO (EM BRANCO = CONSOLIDADO DA ESCOLA).
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       DISPLAY 'FECHAMENTO DE MES - PERIODO (AAAAMM): '
           WITH NO ADVANCING
       ACCEPT WS-PERIODO
       PERFORM SOLICITA-UNIDADE
       OPEN OUTPUT ARQ-REL
       MOVE 'FECHAMENTO DE MES - CONFERENCIA DE CARGAS X ARQUIVOS'
           TO REG-REL
       MOVE SPACES TO WS-LINHA
       STRING 'PERIODO: ' WS-PERIODO DELIMITED BY SIZE INTO WS-LINHA
       WRITE REG-REL FROM WS-LINHA
       MOVE SPACES TO WS-LINHA
       IF WS-UNIDADE-PARAM = SPACES
           MOVE 'UNIDADE: CONSOLIDADO DA ESCOLA' TO WS-LINHA
       ELSE
           STRING 'UNIDADE: ' WS-UNIDADE-PARAM
               DELIMITED BY SIZE INTO WS-LINHA
       END-IF
       WRITE REG-REL FROM WS-LINHA

      * UMA PAGINA DE FECHAMENTO POR ARQUIVO MESTRE. AS CARGAS DA
      * NOITE SAO DA ESCOLA INTEIRA (O CONTROLE.LOG NAO SEPARA
      * UNIDADE), ENTAO ESSAS PAGINAS SO SAEM NO CONSOLIDADO; NO
      * FECHAMENTO DE UMA UNIDADE SAI SO A PAGINA DOS RECIBOS DELA.
       IF WS-UNIDADE-PARAM = SPACES
           MOVE 'CRIALUNO' TO WS-PROGRAMA-ALVO
           MOVE 'ALUNOS.DAT' TO WS-NOME-PAGINA
           MOVE WS-ARQ-REJEITOS TO WS-ARQ-REJ
           PERFORM ACUMULA-CONTROLE
           PERFORM CONTA-REJEITADOS
           PERFORM CONTA-ALUNOS
           PERFORM IMPRIME-PAGINA

           MOVE 'CRIANOTA' TO WS-PROGRAMA-ALVO
           MOVE 'NOTAS.DAT' TO WS-NOME-PAGINA
           MOVE WS-ARQ-INCONSIST TO WS-ARQ-REJ
           PERFORM ACUMULA-CONTROLE
           PERFORM CONTA-REJEITADOS
           PERFORM CONTA-NOTAS
           PERFORM IMPRIME-PAGINA

           MOVE 'CRIAPAR' TO WS-PROGRAMA-ALVO
           MOVE 'MENSAL.DAT' TO WS-NOME-PAGINA
           MOVE WS-ARQ-MENSANOK TO WS-ARQ-REJ
           PERFORM ACUMULA-CONTROLE
           PERFORM CONTA-REJEITADOS
           PERFORM CONTA-MENSAL
           PERFORM IMPRIME-PAGINA
       END-IF

       PERFORM CONFERE-RECIBOS
       PERFORM IMPRIME-PAGINA-RECIBOS

       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'PERIODO ' WS-PERIODO ' UNIDADE ' WS-UNIDADE-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-FECHAMESLST.
       DISPLAY 'FECHAMENTO GRAVADO EM FECHAMES.LST.'
       GOBACK.
      *
      *============================================================
      * SOLICITA-UNIDADE - PERGUNTA A UNIDADE DO FECHAMENTO. EM
      * BRANCO SAI O CONSOLIDADO DA ESCOLA, SO PARA OPERADOR SEM
      * RESTRICAO DE UNIDADE (CONFUNID).
      *============================================================
       SOLICITA-UNIDADE.
           DISPLAY 'UNIDADE (EM BRANCO = CONSOLIDADO): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA PARA O '
                   'OPERADOR - FECHAMENTO CANCELADO.'
               GOBACK
           END-IF.
      *
      *============================================================
      * CONFERE-RECIBOS - SOMA AS EMISSOES E OS ESTORNOS DO PERIODO
      * EM RECIBOS.DAT: O ESTORNO (TIPO 'E') ENTRA COMO MOVIMENTO
      * NEGATIVO, PARA O TOTAL LIQUIDO DO MES RECONCILIAR COM O
      * LIVRO CAIXA E COM A GAVETA. NO FECHAMENTO DE UMA UNIDADE SO
      * ENTRAM OS RECIBOS DELA.
      *============================================================
       CONFERE-RECIBOS.
           MOVE ZEROES TO WS-QTD-RECIBOS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DATA-PAG-REC(1:6) = WS-PERIODO
                              AND (WS-UNIDADE-PARAM = SPACES
                                   OR UNIDADE-REC = WS-UNIDADE-PARAM)
                               IF TIPO-REC = 'E'
                                   ADD 1 TO WS-QTD-ESTORNOS
                                   ADD VALOR-REC TO WS-TOT-ESTORNADO
