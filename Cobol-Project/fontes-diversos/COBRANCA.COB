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
      *
      *----------------------------------------------------------
      * REGRA DE COBRANCA ACERTADA COM A DIRETORIA: MULTA FIXA DE
      * 2% SOBRE A PARCELA VENCIDA MAIS JUROS DE 1% AO MES PRO RATA
      * DIA, CONTADOS DO VENCIMENTO REAL (CALCVENC). O CALCULO FICA
      * NO CALCENC, O MESMO QUE O CAIXA USA NO BAIXAPAG.
      *----------------------------------------------------------
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           02 WS-VENC-ANO     PIC 9(04).
           02 WS-VENC-MES     PIC 9(02).
           02 WS-VENC-DIA     PIC 9(02).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-BASE      PIC 9(07)V99.
       01  WS-ENCARGOS.
           02 WS-DIAS-ATRASO  PIC 9(05).
           02 WS-VALOR-MULTA  PIC 9(07)V99.
           02 WS-VALOR-JUROS  PIC 9(07)V99.

       01  WS-EOF             PIC A(01).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-MES-ATUAL-SLOT  PIC X(09).
       01  WS-VALOR-PARCELA   PIC 9(07)V99.
       01  WS-VALOR-CORRIGIDO PIC 9(09)V99.
       01  WS-TOTAL-ALUNO     PIC 9(09)V99.
       01  WS-QTD-ATRASADAS   PIC 9(02).
       01  WS-TOTAL-GERAL-ED  PIC Z(10)9,99.
       01  WS-VALOR-ED        PIC Z(08)9,99.
       01  WS-LINHA           PIC X(80).
      * BOLETO REGISTRADO DE CADA PARCELA VENCIDA (BOLETO): NOSSO
      * NUMERO = CODIGO + ANO + PARCELA, O MESMO DA REMESSA.
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
      * PIX "COPIA E COLA" DE CADA PARCELA OU LANCAMENTO VENCIDO
      * (PIXCOPIA): TXID = 'M' + CODIGO + ANO + PARCELA OU 'X' +
      * CODIGO + ANO + SEQUENCIA DO LANCAMENTO EXTRA, OS MESMOS DO
      * PIXGERA, PELO VALOR ATUALIZADO NA DATA DA CARTA.
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
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'COBRANCA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 RESP-DISPONIVEL   VALUE 'S'.
           88 RESP-INDISPONIVEL VALUE 'N'.
       01  WS-NOME-COBRANCA PIC X(50).
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME    PIC X(08) VALUE 'COBRANCA'.
       77 FS-STAT-NEG PIC 9(02).
           88 FS-NEG-OK         VALUE ZEROS.
           88 FS-NEG-NAO-EXISTE VALUE 35.
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-EOF-EXT         PIC X(01).

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       CLOSE ARQ-REL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-COBRANCALST.
       MOVE WS-TOTAL-GERAL TO WS-TOTAL-GERAL-ED
       DISPLAY '================================================'
       DISPLAY 'COBRANCA DE INADIMPLENTES CONCLUIDA'
      *============================================================
      * PROCESSA-ALUNO - APLICA A CADA UM DOS DOZE SLOTS DO REGISTRO
      * A MESMA REGRA DE ATRASO DO VERIFICA-INADIMPLENCIA DO LEMENSA
      * (SITU-n DIFERENTE DE 'PG' E DE ESPACOS COM O VENCIMENTO REAL
      * DA PARCELA JA PASSADO) E, HAVENDO PARCELA EM ATRASO, EMITE
      * UMA CARTA DE COBRANCA COM O ENDERECO DO CADASTRO.
      *============================================================
       PROCESSA-ALUNO.
           MOVE ZEROES TO WS-QTD-ATRASADAS
           MOVE ZEROES TO WS-TOTAL-ALUNO
           PERFORM VERIFICA-PLANO
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
                           MOVE 'Y' TO WS-EOF-EXT
                       ELSE
                           IF SITU-EXT = 'AB'
                               PERFORM CALCULA-ATRASO-EXTRA
                               IF WS-DATA-VENC < WS-DATA-ATUAL
                                   ADD 1 TO WS-QTD-ATRASADAS
                                   ADD WS-VALOR-CORRIGIDO
                                       TO WS-TOTAL-ALUNO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * CALCULA-ATRASO-EXTRA - VENCIMENTO (ROLADO PARA DIA UTIL) E
      * VALOR ATUALIZADO DO LANCAMENTO EXTRA, PELA MESMA REGRA DAS
      * PARCELAS: VALOR + MULTA + JUROS PRO RATA DIA ATE HOJE.
      *============================================================
       CALCULA-ATRASO-EXTRA.
           MOVE DATA-VENC-EXT TO WS-DATA-VENC
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-MES-ZERO
                                 WS-DATA-VENC
      * O MESMO CALCENC DO CALCULA-ENCARGOS-EXTRA DO BAIXAPAG, PARA
      * O TOTAL DA CARTA SER ACEITO NO BALCAO AO CENTAVO.
           MOVE VALOR-EXT TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC WS-DATA-ATUAL
                                WS-VALOR-BASE WS-ENCARGOS
           COMPUTE WS-VALOR-CORRIGIDO =
               VALOR-EXT + WS-VALOR-MULTA + WS-VALOR-JUROS.
      *
      *============================================================
      * VARRE-SLOTS-CONTANDO - PRIMEIRO PASSE PELOS DOZE SLOTS SO
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND (WS-SITU-ATUAL NOT = 'NG' OR PLANO-NAO-COBRE)
                  AND WS-SITU-ATUAL NOT = SPACES
                   PERFORM CALCULA-VALOR-SLOT
                   PERFORM CALCULA-ATRASO-SLOT
                   IF WS-DATA-VENC < WS-DATA-ATUAL
                       ADD 1 TO WS-QTD-ATRASADAS
                       ADD WS-VALOR-CORRIGIDO TO WS-TOTAL-ALUNO
                   END-IF
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
      *
      *============================================================
      * CALCULA-ATRASO-SLOT - VENCIMENTO REAL DO SLOT CORRENTE (DIA
      * DO ALUNO, ROLADO PARA O PROXIMO DIA UTIL), DIAS DE ATRASO
      * ATE HOJE E VALOR ATUALIZADO DA PARCELA (PARCELA + MULTA +
      * JUROS PRO RATA DIA). PARCELA QUE VENCE HOJE OU DEPOIS NAO
      * ESTA EM ATRASO E FICA FORA DA CARTA.
      *============================================================
       CALCULA-ATRASO-SLOT.
           CALL 'CALCVENC' USING CODIGO ANO-REF WS-SLOT-ATUAL
                                 WS-DATA-VENC
      * A MULTA E OS JUROS INCIDEM SOBRE O VALOR AINDA DEVIDO DO
      * SLOT (O SALDO RESTANTE, NO CASO DE PAGAMENTO PARCIAL).
           MOVE WS-VALOR-SLOT TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC WS-DATA-ATUAL
                                WS-VALOR-BASE WS-ENCARGOS
           COMPUTE WS-VALOR-CORRIGIDO =
               WS-VALOR-SLOT + WS-VALOR-MULTA + WS-VALOR-JUROS.
      *
      *============================================================
      * CALCULA-VALOR-SLOT - VALOR AINDA DEVIDO DO SLOT CORRENTE:
           END-READ
           ADD 1 TO WS-CONTA-CARTAS
           ADD WS-TOTAL-ALUNO TO WS-TOTAL-GERAL
           CALL 'LENOME' USING WS-DOC-LENOME CODIGO NOME S-NOME
      * A CARTA E ENDERECADA AO RESPONSAVEL FINANCEIRO CADASTRADO
      * EM RESPONSA.DAT; SEM CADASTRO, SAI EM NOME DO ALUNO.
           PERFORM BUSCA-RESPONSAVEL
           STRING 'TOTAL DEVIDO ATUALIZADO: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
      * AS PARCELAS TEM BOLETO PROPRIO LOGO ABAIXO DE CADA LINHA,
      * PAGAVEL EM QUALQUER BANCO, E PARCELAS E COBRANCAS AVULSAS
      * TEM PIX "COPIA E COLA" PELO VALOR DO DIA DA CARTA.
           MOVE 'PAGUE PELOS BOLETOS OU PELO PIX ACIMA, OU COMPARECA '
               TO REG-REL
           WRITE REG-REL
           MOVE 'A TESOURARIA DA ESCOLA.'
               TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * IMPRIME-BOLETO - FICHA DE COMPENSACAO DA PARCELA VENCIDA
      * CORRENTE, PELO VALOR AINDA DEVIDO DO SLOT NO VENCIMENTO
      * ORIGINAL: A MULTA E OS JUROS DO ATRASO SAO COBRADOS PELO
      * PROPRIO BANCO, PELA INSTRUCAO DO TITULO REGISTRADO, E A
      * BAIXA VOLTA PELO RETORNO.
      *============================================================
       IMPRIME-BOLETO.
           MOVE CODIGO        TO WS-NN-CODIGO
           MOVE ANO-REF       TO WS-NN-ANO
           MOVE WS-SLOT-ATUAL TO WS-NN-SLOT
           CALL 'BOLETO' USING WS-NOSSO-NUM WS-DATA-VENC
                               WS-VALOR-SLOT WS-BOLETO
           MOVE SPACES TO WS-LINHA
           STRING '    NOSSO NUMERO ' WS-NOSSO-NUM '-' WS-BOL-DV-NOSSO
               '  BANCO ' WS-BOL-BANCO
               '  AG/CONTA ' WS-BOL-AGE-CONTA
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '    ' WS-BOL-LINHA-DIG
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '    ' WS-BOL-COD-BARRAS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-TXID
           MOVE 'M'           TO WS-TX-TIPO
           MOVE CODIGO        TO WS-TX-CODIGO
           MOVE ANO-REF       TO WS-TX-ANO
           MOVE WS-SLOT-ATUAL TO WS-TX-SEQ
           PERFORM IMPRIME-PIX.
      *
      *============================================================
      * IMPRIME-PIX - PIX "COPIA E COLA" DA PARCELA OU DO LANCAMENTO
      * VENCIDO CORRENTE (TXID JA MONTADO EM WS-TXID), PELO VALOR
      * ATUALIZADO DA CARTA, EM LINHAS DE 50 POSICOES. PAGO EM
      * OUTRO DIA, O VALOR DEIXA DE CONFERIR COM OS ENCARGOS DO DIA
      * E O CREDITO CAI NA LISTA DE EXCECOES DO PIXBAIXA.
      *============================================================
       IMPRIME-PIX.
           MOVE WS-VALOR-CORRIGIDO TO WS-VALOR-PIX
           CALL 'PIXCOPIA' USING WS-TXID WS-VALOR-PIX WS-PIX-PAYLOAD
           MOVE SPACES TO WS-LINHA
           STRING '    PIX COPIA E COLA (VALOR VALIDO EM '
               WS-DATA-ATUAL(7:2) '/' WS-DATA-ATUAL(5:2) '/'
               WS-DATA-ATUAL(1:4) '):'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 1 TO WS-PIX-POS
           PERFORM UNTIL WS-PIX-POS > 201
                      OR WS-PIX-PAYLOAD(WS-PIX-POS:) = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '    ' WS-PIX-PAYLOAD(WS-PIX-POS:50)
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               ADD 50 TO WS-PIX-POS
           END-PERFORM.
      *
      *============================================================
      * DETALHA-SLOTS-NA-CARTA - SEGUNDO PASSE PELOS DOZE SLOTS:
      * GRAVA NA CARTA UMA LINHA POR PARCELA VENCIDA, COM O MES, O
      * VENCIMENTO, OS DIAS DE ATRASO E O VALOR ATUALIZADO.
      *============================================================
       DETALHA-SLOTS-NA-CARTA.
           MOVE 1 TO WS-SLOT-ATUAL
                  AND WS-SITU-ATUAL NOT = 'CN'
                  AND (WS-SITU-ATUAL NOT = 'NG' OR PLANO-NAO-COBRE)
                  AND WS-SITU-ATUAL NOT = SPACES
                   PERFORM CALCULA-VALOR-SLOT
                   PERFORM CALCULA-ATRASO-SLOT
                   IF WS-DATA-VENC < WS-DATA-ATUAL
                       MOVE WS-VALOR-CORRIGIDO TO WS-VALOR-ED
                       MOVE SPACES TO WS-LINHA
                       STRING '  ' WS-MES-ATUAL-SLOT ' DE ' ANO-REF
                              ' VENC. ' WS-VENC-DIA '/'
                              WS-VENC-MES '/' WS-VENC-ANO
                              ' - ' WS-DIAS-ATRASO ' DIA(S)'
                              ' - VALOR ' WS-VALOR-ED
                              DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
                       PERFORM IMPRIME-BOLETO
                   END-IF
               END-IF
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM.
                           MOVE 'Y' TO WS-EOF-EXT
                       ELSE
                           IF SITU-EXT = 'AB'
                               PERFORM CALCULA-ATRASO-EXTRA
                               IF WS-DATA-VENC < WS-DATA-ATUAL
                                   MOVE WS-VALOR-CORRIGIDO
                                       TO WS-VALOR-ED
                                   MOVE SPACES TO WS-LINHA
                                   STRING '  ' DESCRICAO-EXT
                                       ' VENC. ' WS-VENC-DIA
                                       '/' WS-VENC-MES '/'
                                       WS-VENC-ANO
                                       ' - VALOR ' WS-VALOR-ED
                                       DELIMITED BY SIZE INTO WS-LINHA
                                   WRITE REG-REL FROM WS-LINHA
                                   MOVE SPACES TO WS-TXID
                                   MOVE 'X'         TO WS-TX-TIPO
                                   MOVE CODIGO-EXT  TO WS-TX-CODIGO
                                   MOVE ANO-REF-EXT TO WS-TX-ANO
                                   MOVE SEQ-EXT     TO WS-TX-SEQ
                                   PERFORM IMPRIME-PIX
                               END-IF
                           END-IF
                       END-IF
               END-READ
