              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NEG.

      * CUSTODIA DE CHEQUES: TODO CHEQUE RECEBIDO NO CAIXA FICA
      * REGISTRADO AQUI, CHAVEADO PELO NUMERO DO RECIBO, ATE SER
      * DEPOSITADO (DEPCHQ) OU DEVOLVIDO PELO BANCO (ESTORNO).
       SELECT ARQ-CHQ
              ASSIGN TO WS-ARQ-CHEQUES
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS RECIBO-CHQ
              ALTERNATE RECORD KEY IS BOMPARA-CHQ
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CHQ.

      * EMITENTES COM CHEQUE DEVOLVIDO, GRAVADOS PELO ESTORNO: O
      * CAIXA E AVISADO ANTES DE ACEITAR OUTRO CHEQUE DO MESMO CPF.
       SELECT ARQ-CHD
              ASSIGN TO WS-ARQ-CHQDEV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CPF-CHD
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CHD.

      * RESPONSAVEIS (MANTRESP): O CPF DO RESPONSAVEL E A CONTA DE
      * CREDITO DA FAMILIA.
       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

      * CREDITOS DOS RESPONSAVEIS: PAGAMENTO EM DUPLICIDADE OU A
      * MAIOR NAO E MAIS RECUSADO - VIRA CREDITO DO CPF, APLICADO
      * DEPOIS PELO APLICRED NA PROXIMA PARCELA DA FAMILIA.
       SELECT ARQ-CRE
              ASSIGN TO WS-ARQ-CREDITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-CRE
              ALTERNATE RECORD KEY IS CPF-CRE
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CRE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PAG.
      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO A
      * PARCELA INFORMADA E 00 (COBRANCA AVULSA DA SECRETARIA).
           02 SEQ-EXT-PAG     PIC 9(03).
      * DADOS DO CHEQUE (SO FORMA 'C'): BANCO, NUMERO, CPF DO
      * EMITENTE E BOM PARA (ZERO OU EM BRANCO = A VISTA, NA
      * DATA-PAG).
           02 BANCO-CHQ-PAG   PIC 9(03).
           02 NUM-CHQ-PAG     PIC 9(06).
           02 CPF-CHQ-PAG     PIC 9(11).
           02 BOMPARA-PAG     PIC 9(08).

       FD  ARQ-MEN.
       01  REG-MEN.
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
       FD  ARQ-LOG.
       01  REG-LOG.
           02 CODIGO-LOG      PIC 9(08).
      * SEQUENCIA DO LANCAMENTO EXTRA (LANCEXT.DAT) QUANDO O RECIBO
      * E DE COBRANCA AVULSA (SLOT-REC 00); ZERO NOS DEMAIS.
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-RLS.
       01  REG-RLS            PIC X(80).
           02 VALOR-DECL-CX    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 DIFERENCA-CX     PIC S9(09)V99 SIGN LEADING SEPARATE.
      * O NUMERO DA SAIDA (SAIDA-CX) NAO E USADO AQUI.
           02 FILLER           PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(02) VALUE SPACES.
      * UNIDADE DO CAIXA: A UNIDADE DE TRABALHO DA SESSAO DO MENU.
           02 UNIDADE-CX       PIC X(02).

       FD  ARQ-PP.
       01  REG-PP.
              88 NEG-QUITADO  VALUE 'Q'.
              88 NEG-ROMPIDO  VALUE 'R'.

       FD  ARQ-CHQ.
       01  REG-CHQ.
           02 RECIBO-CHQ      PIC 9(06).
           02 CODIGO-CHQ      PIC 9(08).
           02 ANO-REF-CHQ     PIC 9(04).
           02 SLOT-CHQ        PIC 9(02).
           02 BANCO-CHQ       PIC 9(03).
           02 NUMERO-CHQ      PIC 9(06).
           02 CPF-CHQ         PIC 9(11).
           02 VALOR-CHQ       PIC 9(05)V99.
           02 DATA-RECEB-CHQ  PIC 9(08).
           02 BOMPARA-CHQ     PIC 9(08).
           02 SITU-CHQ        PIC X(01).
              88 CHQ-CUSTODIA     VALUE 'C'.
              88 CHQ-DEPOSITADO   VALUE 'D'.
              88 CHQ-DEVOLVIDO    VALUE 'V'.
           02 DATA-DEP-CHQ    PIC 9(08).
           02 DATA-DEV-CHQ    PIC 9(08).
           02 ALINEA-CHQ      PIC 9(02).
           02 ESTORNO-CHQ     PIC 9(06).

       FD  ARQ-CHD.
       01  REG-CHD.
           02 CPF-CHD         PIC 9(11).
           02 QTD-DEV-CHD     PIC 9(03).
           02 DATA-ULT-CHD    PIC 9(08).
           02 VALOR-ULT-CHD   PIC 9(07)V99.

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

      *
      *----------------------------------------------------------
      * MOVIMENTO DE CREDITO DO RESPONSAVEL. O SALDO DO CPF E A
      * SOMA DAS ENTRADAS ('E') E DOS RETORNOS POR ESTORNO ('R')
      * MENOS AS APLICACOES ('A') E AS DEVOLUCOES ('D'). RECIBO-CRE
      * E O RECIBO DE ORIGEM NA ENTRADA, O RECIBO EMITIDO NA
      * APLICACAO E O CONTRA-RECIBO NO RETORNO; NA DEVOLUCAO O
      * PROPRIO NUM-CRE E O NUMERO DO COMPROVANTE.
      *----------------------------------------------------------
       FD  ARQ-CRE.
       01  REG-CRE.
           02 NUM-CRE         PIC 9(06).
           02 CPF-CRE         PIC X(11).
           02 CODIGO-CRE      PIC 9(08).
           02 ANO-REF-CRE     PIC 9(04).
           02 SLOT-CRE        PIC 9(02).
           02 SEQ-EXT-CRE     PIC 9(03).
           02 TIPO-CRE        PIC X(01).
              88 CRE-ENTRADA      VALUE 'E'.
              88 CRE-APLICACAO    VALUE 'A'.
              88 CRE-DEVOLUCAO    VALUE 'D'.
              88 CRE-RETORNO      VALUE 'R'.
           02 VALOR-CRE       PIC 9(07)V99.
           02 DATA-CRE        PIC 9(08).
           02 RECIBO-CRE      PIC 9(06).
           02 FORMA-CRE       PIC X(01).
           02 ORIGEM-CRE      PIC X(01).
           02 OPERADOR-CRE    PIC X(08).
           02 HISTORICO-CRE   PIC X(30).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-PAGTONOKTXT PIC X(64).
       01  WS-ARQ-NEGOCIA PIC X(64).
       01  WS-ARQ-PARCPAGO PIC X(64).
       01  WS-ARQ-CHEQUES PIC X(64).
       01  WS-ARQ-CHQDEV PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CREDITO PIC X(64).
       01  WS-EOF             PIC A(01).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-MES-ATUAL       PIC X(09).
       01  WS-PERFIL-SESSAO   PIC X(01).
       01  WS-VALOR-REC-ED    PIC ZZ.ZZ9,99.
       01  WS-LINHA-REC       PIC X(80).
      * BAIXA-CREDITO: PARCELA JA PAGA, O VALOR VAI INTEIRO PARA O
      * CREDITO DO RESPONSAVEL EM VEZ DE SER RECUSADO.
       01  WS-SW-BAIXA PIC X(01).
           88 BAIXA-ACEITA    VALUE 'S'.
           88 BAIXA-REJEITADA VALUE 'N'.
           88 BAIXA-CREDITO   VALUE 'C'.
       01  WS-MOTIVO-REJ      PIC X(40).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'BAIXAPAG'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK             VALUE ZEROS.
           88 FS-NAO-EXISTE     VALUE 35.
      *----------------------------------------------------------
      * REGRA DE COBRANCA ACERTADA COM A DIRETORIA, A MESMA DO
      * COBRANCA: MULTA FIXA DE 2% SOBRE A PARCELA VENCIDA MAIS
      * JUROS DE 1% AO MES PROPORCIONAIS AOS DIAS DE ATRASO,
      * CONTADOS DO VENCIMENTO REAL DO ALUNO (CALCVENC). O CALCULO
      * FICA NO CALCENC, PARA O CAIXA COBRAR O MESMO VALOR QUE A
      * CARTA MANDOU O RESPONSAVEL TRAZER.
      *----------------------------------------------------------
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-MES-ZERO        PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-BASE      PIC 9(07)V99.
       01  WS-ENCARGOS.
           02 WS-DIAS-ATRASO  PIC 9(05).
           02 WS-VALOR-MULTA  PIC 9(07)V99.
           02 WS-VALOR-JUROS  PIC 9(07)V99.
       01  WS-VALOR-DEVIDO    PIC 9(07)V99.
       01  WS-VALOR-PRINCIPAL PIC 9(07)V99.
       01  WS-SW-PARCIAL PIC X(01).
           88 BAIXA-PARCIAL  VALUE 'S'.
           88 BAIXA-INTEGRAL VALUE 'N'.
           88 FS-CX-NAO-EXISTE VALUE 35.
       01  WS-ARQ-CAIXA PIC X(64).
       01  WS-SESSAO          PIC 9(04).
       01  WS-UNIDADE-SES     PIC X(02).
       01  WS-UNIDADES-SES    PIC X(10).
       01  WS-SALDO-ABERTURA  PIC 9(07)V99.
       01  WS-FORMA-ATUAL     PIC X(01).
       01  WS-TOT-DINHEIRO    PIC 9(09)V99 VALUE ZEROES.
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-SEQ-EXT-ATUAL   PIC 9(03) VALUE ZEROES.
       77 FS-STAT-CHQ PIC 9(02).
           88 FS-CHQ-OK         VALUE ZEROS.
           88 FS-CHQ-NAO-EXISTE VALUE 35.
       77 FS-STAT-CHD PIC 9(02).
           88 FS-CHD-OK         VALUE ZEROS.
           88 FS-CHD-NAO-EXISTE VALUE 35.
      * SEM O ARQUIVO DE DEVOLVIDOS NENHUM CHEQUE VOLTOU AINDA, E
      * NAO HA EMITENTE A AVISAR.
       01  WS-SW-CHD PIC X(01).
           88 CHD-DISPONIVEL   VALUE 'S'.
           88 CHD-INDISPONIVEL VALUE 'N'.
       01  WS-ACEITA-CHQ PIC X(01).
           88 ACEITA-CHEQUE    VALUE 'S'.
       01  WS-CONTA-CHEQUES   PIC 9(06) VALUE ZEROES.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
           88 FS-RESP-NAO-EXISTE VALUE 35.
       77 FS-STAT-CRE PIC 9(02).
           88 FS-CRE-OK          VALUE ZEROS.
           88 FS-CRE-NAO-EXISTE  VALUE 35.
           88 FS-CRE-CHAVE-DUPLIC VALUE 22.
      * SEM RESPONSAVEIS CADASTRADOS NAO HA CPF PARA CREDITAR: O
      * PAGAMENTO DUPLICADO OU A MAIOR E RECUSADO COMO ANTES.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL   VALUE 'S'.
           88 RESP-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CREDITO PIC X(01).
           88 CREDITO-GRAVADO  VALUE 'S'.
           88 CREDITO-PENDENTE VALUE 'N'.
       01  WS-CPF-CREDITO     PIC X(11).
       01  WS-PROX-CREDITO    PIC 9(06) VALUE ZEROES.
       01  WS-VALOR-EXCEDENTE PIC 9(07)V99 VALUE ZEROES.
       01  WS-VALOR-CREDITO   PIC 9(07)V99.
       01  WS-RECIBO-ORIGEM   PIC 9(06).
       01  WS-HIST-CREDITO    PIC X(30).
       01  WS-CONTA-CREDITOS  PIC 9(06) VALUE ZEROES.
       01  WS-TOTAL-CREDITOS  PIC 9(09)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
      * UNIDADE DE TRABALHO DA SESSAO DO MENU, GRAVADA NO CAIXA.
       CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES
      * COM SESSAO ABERTA PELO MENU, O OPERADOR DO RECIBO E O DO
      * LOGIN (LEOPER) - O CAIXA NAO DIGITA MAIS O PROPRIO NOME;
      * RODADO AVULSO, O PROGRAMA PERGUNTA COMO SEMPRE FEZ.
       END-IF
       PERFORM ABRE-SESSAO.
       PERFORM DESCOBRE-PROX-RECIBO.
       PERFORM DESCOBRE-PROX-CREDITO.
       MOVE 'N' TO WS-EOF
      * inicia um loop ate que WS-EOF SEJA='Y' quando finaliza o loop
       PERFORM UNTIL WS-EOF = 'Y'
       CLOSE ARQ-MEN.
       CLOSE ARQ-LOG.
       CLOSE ARQ-REC.
       CLOSE ARQ-RLS
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'SESSAO DE CAIXA ' WS-SESSAO
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-RECIBOLST.
       CLOSE ARQ-PP.
       CLOSE ARQ-CHQ.
       IF CHD-DISPONIVEL
           CLOSE ARQ-CHD
       END-IF.
       IF NEG-DISPONIVEL
           CLOSE ARQ-NEG
       END-IF.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       IF RESP-DISPONIVEL
           CLOSE ARQ-RESP
       END-IF.
       CLOSE ARQ-CRE.
       PERFORM MOSTRA-FECHAMENTO.
       PERFORM FECHA-SESSAO.
       CLOSE ARQ-CX.
      * COM OS ARQUIVOS JA FECHADOS, O SALDO DE CREDITO DAS FAMILIAS
      * (INCLUSIVE O GERADO AGORA) E APLICADO NAS PROXIMAS PARCELAS.
       IF RESP-DISPONIVEL
           CALL 'APLICRED'
       END-IF.
       GOBACK.
      *
      *============================================================
       BAIXA-PAGAMENTO.
           SET BAIXA-ACEITA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJ
           MOVE ZEROES TO WS-VALOR-EXCEDENTE
      * CHEQUE DE EMITENTE QUE JA TEVE DEVOLUCAO SO ENTRA COM O DE
      * ACORDO DO CAIXA, AVISADO NA TELA.
           IF FORMA-PAG = 'C'
               PERFORM CONFERE-EMITENTE
           END-IF
           IF BAIXA-REJEITADA
               PERFORM GRAVA-REJEICAO
           ELSE
      * A PARCELA 99 E O PAGAMENTO DE UMA PARCELA DO PLANO DE
      * RENEGOCIACAO FECHADO NO NEGOCIA, NAO DE UM SLOT DO ANO; A
      * PARCELA 00 E UM LANCAMENTO EXTRA DO MANTEXT, IDENTIFICADO
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *============================================================
      * CONFERE-EMITENTE - PROCURA O CPF DO EMITENTE DO CHEQUE NO
      * ARQUIVO DE DEVOLVIDOS E, SE ELE JA TEVE CHEQUE DEVOLVIDO,
      * MOSTRA O HISTORICO E PERGUNTA SE O CAIXA ACEITA O CHEQUE.
      * RECUSADO, O PAGAMENTO VAI PARA PAGTONOK.TXT COMO OS DEMAIS.
      *============================================================
       CONFERE-EMITENTE.
           IF CHD-DISPONIVEL AND CPF-CHQ-PAG NUMERIC
              AND CPF-CHQ-PAG > 0
               MOVE CPF-CHQ-PAG TO CPF-CHD
               READ ARQ-CHD KEY IS CPF-CHD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AVISA-EMITENTE
               END-READ
           END-IF.
      *
       AVISA-EMITENTE.
           MOVE VALOR-ULT-CHD TO WS-SALDO-ED
           DISPLAY '*** ATENCAO: EMITENTE ' CPF-CHD ' TEM '
               QTD-DEV-CHD ' CHEQUE(S) DEVOLVIDO(S) ***'
           DISPLAY '    ULTIMA DEVOLUCAO EM ' DATA-ULT-CHD
               ' - VALOR ' WS-SALDO-ED
           DISPLAY '    ALUNO ' CODIGO-PAG ' PARCELA ' SLOT-PAG
               ' - ACEITA O CHEQUE (S/N)? ' WITH NO ADVANCING
           ACCEPT WS-ACEITA-CHQ
           IF NOT ACEITA-CHEQUE
               SET BAIXA-REJEITADA TO TRUE
               MOVE 'CHEQUE RECUSADO - EMITENTE COM DEVOLUCAO'
                   TO WS-MOTIVO-REJ
           END-IF.
      *
      *============================================================
      * GRAVA-CUSTODIA - REGISTRA NA CUSTODIA O CHEQUE DO RECIBO
      * RECEM-EMITIDO, COM O BOM PARA DO CHEQUE (A VISTA QUANDO O
      * PAGAMENTO NAO TRAZ A DATA). A LINHA ANTIGA SEM OS DADOS DO
      * CHEQUE ENTRA ZERADA E E AVISADA NA TELA PARA A TESOURARIA
      * COMPLETAR PELO CHEQUE FISICO.
      *============================================================
       GRAVA-CUSTODIA.
           MOVE NUM-RECIBO   TO RECIBO-CHQ
           MOVE CODIGO-PAG   TO CODIGO-CHQ
           MOVE ANO-REF-PAG  TO ANO-REF-CHQ
           MOVE SLOT-PAG     TO SLOT-CHQ
           MOVE ZEROES TO BANCO-CHQ NUMERO-CHQ CPF-CHQ
           IF BANCO-CHQ-PAG NUMERIC
               MOVE BANCO-CHQ-PAG TO BANCO-CHQ
           END-IF
           IF NUM-CHQ-PAG NUMERIC
               MOVE NUM-CHQ-PAG TO NUMERO-CHQ
           END-IF
           IF CPF-CHQ-PAG NUMERIC
               MOVE CPF-CHQ-PAG TO CPF-CHQ
           END-IF
           MOVE VALOR-PAG    TO VALOR-CHQ
           MOVE DATA-PAG     TO DATA-RECEB-CHQ
           MOVE DATA-PAG     TO BOMPARA-CHQ
           IF BOMPARA-PAG NUMERIC
              AND BOMPARA-PAG > DATA-PAG
               MOVE BOMPARA-PAG TO BOMPARA-CHQ
           END-IF
           SET CHQ-CUSTODIA TO TRUE
           MOVE ZEROES TO DATA-DEP-CHQ DATA-DEV-CHQ ALINEA-CHQ
                          ESTORNO-CHQ
           WRITE REG-CHQ
               INVALID KEY
                   DISPLAY 'AVISO: CHEQUE DO RECIBO ' NUM-RECIBO
                       ' JA ESTAVA NA CUSTODIA.'
               NOT INVALID KEY
                   ADD 1 TO WS-CONTA-CHEQUES
           END-WRITE
           IF NOT FS-CHQ-OK
              AND FS-STAT-CHQ NOT = 22
               DISPLAY 'AVISO: CHEQUE DO RECIBO ' NUM-RECIBO
                   ' NAO GRAVADO NA CUSTODIA - FS-STAT: '
                   FS-STAT-CHQ
           END-IF
           IF CPF-CHQ = 0 OR NUMERO-CHQ = 0
               DISPLAY 'AVISO: CHEQUE DO RECIBO ' NUM-RECIBO
                   ' SEM BANCO/NUMERO/CPF - COMPLETE PELO CHEQUE.'
           END-IF.
      *
      *============================================================
      *============================================================
       CONFERE-E-MARCA.
           PERFORM ISOLA-SITU-SLOT
           MOVE VAL-PARCELA TO WS-VALOR-PARCELA
      * COM BOLSA/DESCONTO, O VALOR DEVIDO E O LIQUIDO GRAVADO PELO
      * CRIAPAR; REGISTRO ANTIGO SEM O CAMPO E COBRADO PELO BRUTO.
           IF PARCELA-LIQ > 0
           END-IF
           PERFORM CALCULA-SALDO-DEVEDOR
           PERFORM CALCULA-ENCARGOS
           PERFORM ACHA-CPF-CREDITO
           EVALUATE TRUE
               WHEN WS-SITU-ATUAL = SPACES
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA NAO LANCADA PARA ESTE ALUNO'
                       TO WS-MOTIVO-REJ
      * PAGAMENTO EM DUPLICIDADE DE RESPONSAVEL COM CPF VIRA
      * CREDITO; EM CHEQUE CONTINUA RECUSADO (O CHEQUE VOLTA AO
      * EMITENTE NO BALCAO).
               WHEN WS-SITU-ATUAL = 'PG'
                AND WS-CPF-CREDITO NOT = SPACES
                AND VALOR-PAG > 0 AND FORMA-PAG NOT = 'C'
                   SET BAIXA-CREDITO TO TRUE
               WHEN WS-SITU-ATUAL = 'PG'
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'PARCELA JA BAIXADA ANTERIORMENTE'
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'VALOR PAGO DEVE SER MAIOR QUE ZERO'
                       TO WS-MOTIVO-REJ
      * PAGAMENTO ACIMA DO DEVIDO CORRIGIDO QUITA A PARCELA E O
      * EXCEDENTE VIRA CREDITO DO RESPONSAVEL. EM CHEQUE E RECUSADO,
      * COMO NA DUPLICIDADE: O CREDITO SAIRIA DE UM CHEQUE QUE AINDA
      * PODE VOLTAR, E O ESTORNO DA DEVOLUCAO SO DESFAZ O RECIBO.
               WHEN VALOR-PAG > WS-VALOR-DEVIDO
                AND WS-CPF-CREDITO NOT = SPACES
                AND FORMA-PAG NOT = 'C'
                   COMPUTE WS-VALOR-EXCEDENTE =
                       VALOR-PAG - WS-VALOR-DEVIDO
      * QUITACAO DE PARCELA VENCIDA EXIGE O VALOR CORRIGIDO (SALDO
      * + MULTA + JUROS), O MESMO DA CARTA DE COBRANCA; PAGAMENTO
      * ABAIXO DO SALDO E ACEITO COMO PARCIAL DO PRINCIPAL.
      * FICA 'PP' COM O ACUMULADO EM PARCPAGO.DAT E SO VIRA 'PG'
      * QUANDO O SALDO (MAIS OS ENCARGOS DO DIA) E PAGO INTEIRO.
               IF VALOR-PAG = WS-VALOR-DEVIDO
                  OR WS-VALOR-EXCEDENTE > 0
                   SET BAIXA-INTEGRAL TO TRUE
                   MOVE WS-SALDO-DEVEDOR TO WS-VALOR-PRINCIPAL
                   MOVE ZEROES TO WS-SALDO-RESTANTE
                           ' PARCELA: ' SLOT-PAG ' (' WS-MES-ATUAL ')'
                   END-IF
                   PERFORM EMITE-RECIBO
                   IF WS-VALOR-EXCEDENTE > 0
                       PERFORM CREDITA-EXCEDENTE
                   END-IF
               ELSE
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'ERRO DE E/S AO REGRAVAR MENSAL.DAT'
                   PERFORM GRAVA-REJEICAO
               END-IF
           ELSE
               IF BAIXA-CREDITO
                   PERFORM CREDITA-DUPLICIDADE
               ELSE
                   PERFORM GRAVA-REJEICAO
               END-IF
           END-IF.
      *
      *============================================================
      *============================================================
      * CALCULA-ENCARGOS - VALOR DEVIDO DA PARCELA NA DATA DO
      * PAGAMENTO, PELA MESMA REGRA DO COBRANCA: SALDO + MULTA DE
      * 2% + JUROS DE 1% AO MES PRO RATA DIA, CONTADOS DO
      * VENCIMENTO REAL DA PARCELA (DIA DO ALUNO, ROLADO PARA O
      * PROXIMO DIA UTIL) ATE A DATA-PAG. PAGAMENTO ATE O
      * VENCIMENTO NAO TEM ENCARGO.
      *============================================================
       CALCULA-ENCARGOS.
           CALL 'CALCVENC' USING CODIGO-PAG ANO-REF-PAG SLOT-PAG
                                 WS-DATA-VENC
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC DATA-PAG WS-VALOR-BASE
                                WS-ENCARGOS
           COMPUTE WS-VALOR-DEVIDO =
               WS-SALDO-DEVEDOR + WS-VALOR-MULTA + WS-VALOR-JUROS.
      *
      *
       CONFERE-E-MARCA-EXTRA.
      * LANCAMENTO VENCIDO E COBRADO AQUI PELO MESMO VALOR DA
      * CARTA DO COBRANCA (VALOR + MULTA DE 2% + JUROS DE 1% AO
      * MES PRO RATA DIA, NA DATA-PAG), PARA O RESPONSAVEL
      * QUE TRAZ A CARTA NAO SER RECUSADO NO BALCAO.
           PERFORM CALCULA-ENCARGOS-EXTRA
           PERFORM ACHA-CPF-CREDITO
           EVALUATE TRUE
               WHEN EXT-PAGO
                AND WS-CPF-CREDITO NOT = SPACES
                AND VALOR-PAG > 0 AND FORMA-PAG NOT = 'C'
                   SET BAIXA-CREDITO TO TRUE
               WHEN NOT EXT-ABERTO
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'LANCAMENTO NAO ESTA EM ABERTO'
                       TO WS-MOTIVO-REJ
                   MOVE WS-VALOR-DEVIDO TO WS-SALDO-ED
                   DISPLAY 'VALOR DEVIDO COM ENCARGOS: ' WS-SALDO-ED
      * EXCEDENTE EM CHEQUE NAO VIRA CREDITO (VER CONFERE-E-MARCA).
               WHEN VALOR-PAG > WS-VALOR-DEVIDO
                AND WS-CPF-CREDITO NOT = SPACES
                AND FORMA-PAG NOT = 'C'
                   COMPUTE WS-VALOR-EXCEDENTE =
                       VALOR-PAG - WS-VALOR-DEVIDO
               WHEN VALOR-PAG NOT = WS-VALOR-DEVIDO
                   SET BAIXA-REJEITADA TO TRUE
                   MOVE 'VALOR NAO CONFERE COM O LANCAMENTO'
                       ' LANCAMENTO: ' SEQ-EXT-PAG
                       ' (' DESCRICAO-EXT ')'
                   PERFORM EMITE-RECIBO
                   IF WS-VALOR-EXCEDENTE > 0
                       PERFORM CREDITA-EXCEDENTE
                   END-IF
                   MOVE ZEROES TO WS-SEQ-EXT-ATUAL
               ELSE
                   SET BAIXA-REJEITADA TO TRUE
                   PERFORM GRAVA-REJEICAO
               END-IF
           ELSE
               IF BAIXA-CREDITO
                   MOVE SEQ-EXT-PAG TO WS-SEQ-EXT-ATUAL
                   PERFORM CREDITA-DUPLICIDADE
                   MOVE ZEROES TO WS-SEQ-EXT-ATUAL
               ELSE
                   PERFORM GRAVA-REJEICAO
               END-IF
           END-IF.
      *
      *============================================================
      * CALCULA-ENCARGOS-EXTRA - VALOR DEVIDO DO LANCAMENTO EXTRA
      * NA DATA DO PAGAMENTO, PELA MESMA REGRA DO CALCULA-ATRASO-
      * EXTRA DO COBRANCA: VALOR + MULTA DE 2% + JUROS DE 1% AO MES
      * PRO RATA DIA. O VENCIMENTO DIGITADO NO MANTEXT QUE CAIR EM
      * FIM DE SEMANA OU FERIADO PASSA PARA O PROXIMO DIA UTIL.
      * LANCAMENTO AINDA NAO VENCIDO NAO TEM ENCARGO.
      *============================================================
       CALCULA-ENCARGOS-EXTRA.
           MOVE DATA-VENC-EXT TO WS-DATA-VENC
           CALL 'CALCVENC' USING CODIGO-PAG ANO-REF-PAG WS-MES-ZERO
                                 WS-DATA-VENC
           MOVE VALOR-EXT TO WS-VALOR-BASE
           CALL 'CALCENC' USING WS-DATA-VENC DATA-PAG WS-VALOR-BASE
                                WS-ENCARGOS
           COMPUTE WS-VALOR-DEVIDO =
               VALOR-EXT + WS-VALOR-MULTA + WS-VALOR-JUROS.
      *
           IF SITU-12 = 'NG' MOVE 'PG' TO SITU-12 END-IF.
      *
      *============================================================
      * ACHA-CPF-CREDITO - CPF DO RESPONSAVEL DO ALUNO DO PAGAMENTO,
      * A CONTA ONDE CAI O CREDITO. SEM RESPONSAVEL (OU SEM CPF) O
      * CAMPO FICA EM BRANCO E NAO HA CREDITO POSSIVEL.
      *============================================================
       ACHA-CPF-CREDITO.
           MOVE SPACES TO WS-CPF-CREDITO
           IF RESP-DISPONIVEL
               MOVE CODIGO-PAG TO CODIGO-RESP
               READ ARQ-RESP KEY IS CODIGO-RESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPF-RESP TO WS-CPF-CREDITO
               END-READ
           END-IF.
      *
      *============================================================
      * CREDITA-DUPLICIDADE - PARCELA (OU LANCAMENTO EXTRA) JA PAGA:
      * O DINHEIRO ENTRA NA GAVETA E O VALOR INTEIRO VIRA CREDITO DO
      * RESPONSAVEL, COM O RECIBO QUE JA TINHA QUITADO A PARCELA
      * COMO RECIBO DE ORIGEM.
      *============================================================
       CREDITA-DUPLICIDADE.
           PERFORM ACHA-RECIBO-ORIGEM
           ADD VALOR-PAG TO WS-TOTAL-CAIXA
           PERFORM ACUMULA-FORMA
           MOVE VALOR-PAG TO WS-VALOR-CREDITO
           MOVE 'PAGAMENTO EM DUPLICIDADE' TO WS-HIST-CREDITO
           DISPLAY 'PARCELA JA PAGA - CODIGO: ' CODIGO-PAG
               ' PARCELA: ' SLOT-PAG ' - VALOR LANCADO COMO CREDITO '
               'DO RESPONSAVEL.'
           PERFORM GRAVA-CREDITO.
      *
      *============================================================
      * CREDITA-EXCEDENTE - PAGAMENTO A MAIOR: O RECIBO RECEM-
      * EMITIDO QUITOU O DEVIDO E E O RECIBO DE ORIGEM DO CREDITO
      * DO EXCEDENTE.
      *============================================================
       CREDITA-EXCEDENTE.
           MOVE NUM-RECIBO TO WS-RECIBO-ORIGEM
           MOVE WS-VALOR-EXCEDENTE TO WS-VALOR-CREDITO
           MOVE 'PAGAMENTO A MAIOR' TO WS-HIST-CREDITO
           PERFORM GRAVA-CREDITO.
      *
      *============================================================
      * ACHA-RECIBO-ORIGEM - VARRE RECIBOS.DAT ATRAS DO ULTIMO
      * RECIBO NORMAL DA MESMA PARCELA (OU DO MESMO LANCAMENTO
      * EXTRA), O QUE JA TINHA QUITADO O QUE ESTA SENDO PAGO DE
      * NOVO.
      *============================================================
       ACHA-RECIBO-ORIGEM.
           MOVE ZEROES TO WS-RECIBO-ORIGEM
           MOVE ZEROES TO NUM-RECIBO
           START ARQ-REC KEY IS NOT LESS THAN NUM-RECIBO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-REC = CODIGO-PAG
                          AND ANO-REF-REC = ANO-REF-PAG
                          AND SLOT-REC = SLOT-PAG
                          AND SEQ-EXT-REC = WS-SEQ-EXT-ATUAL
                          AND TIPO-REC = 'N'
                           MOVE NUM-RECIBO TO WS-RECIBO-ORIGEM
                       END-IF
               END-READ
           END-PERFORM
      * A LEITURA DO ARQUIVO DE PAGAMENTOS CONTINUA; O WS-EOF VOLTA
      * AO ESTADO DO LACO PRINCIPAL.
           MOVE 'N' TO WS-EOF.
      *
      *============================================================
      * DESCOBRE-PROX-CREDITO - MAIOR NUMERO DE MOVIMENTO JA USADO
      * EM CREDITO.DAT, A MESMA TECNICA DO DESCOBRE-PROX-RECIBO.
      *============================================================
       DESCOBRE-PROX-CREDITO.
           MOVE ZEROES TO WS-PROX-CREDITO
           MOVE ZEROES TO NUM-CRE
           START ARQ-CRE KEY IS NOT LESS THAN NUM-CRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CRE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-CRE TO WS-PROX-CREDITO
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-CREDITO.
      *
      *============================================================
      * GRAVA-CREDITO - GRAVA A ENTRADA DE CREDITO NUMERADA DO CPF
      * DO RESPONSAVEL (NUMERO JA USADO POR OUTRA ESTACAO AVANCA A
      * NUMERACAO, COMO O RECIBO) E IMPRIME O COMPROVANTE DE
      * CREDITO EM RECIBOS.LST.
      *============================================================
       GRAVA-CREDITO.
           SET CREDITO-PENDENTE TO TRUE
           PERFORM UNTIL CREDITO-GRAVADO
               MOVE WS-PROX-CREDITO  TO NUM-CRE
               MOVE WS-CPF-CREDITO   TO CPF-CRE
               MOVE CODIGO-PAG       TO CODIGO-CRE
               MOVE ANO-REF-PAG      TO ANO-REF-CRE
               MOVE SLOT-PAG         TO SLOT-CRE
               MOVE WS-SEQ-EXT-ATUAL TO SEQ-EXT-CRE
               SET CRE-ENTRADA TO TRUE
               MOVE WS-VALOR-CREDITO TO VALOR-CRE
               MOVE DATA-PAG         TO DATA-CRE
               MOVE WS-RECIBO-ORIGEM TO RECIBO-CRE
               MOVE WS-FORMA-ATUAL   TO FORMA-CRE
               MOVE 'C'              TO ORIGEM-CRE
               MOVE WS-OPERADOR      TO OPERADOR-CRE
               MOVE WS-HIST-CREDITO  TO HISTORICO-CRE
               WRITE REG-CRE
                   INVALID KEY
                       ADD 1 TO WS-PROX-CREDITO
                   NOT INVALID KEY
                       SET CREDITO-GRAVADO TO TRUE
                       ADD 1 TO WS-CONTA-CREDITOS
                       ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITOS
                       PERFORM IMPRIME-CREDITO
                       ADD 1 TO WS-PROX-CREDITO
               END-WRITE
               IF CREDITO-PENDENTE AND NOT FS-CRE-OK
                  AND NOT FS-CRE-CHAVE-DUPLIC
                   SET CREDITO-GRAVADO TO TRUE
                   MOVE CODIGO-PAG TO CODIGO-LOG
                   MOVE SLOT-PAG   TO SLOT-LOG
                   MOVE 'CREDITO NAO GRAVADO - ERRO DE E/S'
                       TO MOTIVO-LOG
                   WRITE REG-LOG
                   DISPLAY 'ERRO AO GRAVAR CREDITO - FS-STAT: '
                       FS-STAT-CRE ' - ANOTADO EM PAGTONOK.TXT.'
               END-IF
           END-PERFORM.
      *
       IMPRIME-CREDITO.
           MOVE ALL '=' TO REG-RLS
           WRITE REG-RLS
           MOVE SPACES TO WS-LINHA-REC
           STRING 'COMPROVANTE DE CREDITO NO. ' NUM-CRE
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE SPACES TO WS-LINHA-REC
           STRING 'RESPONSAVEL CPF ' CPF-CRE ' - ALUNO ' CODIGO-CRE
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE VALOR-CRE TO WS-VALOR-REC-ED
           MOVE SPACES TO WS-LINHA-REC
           STRING HISTORICO-CRE ' - PARCELA ' SLOT-CRE ' DE '
               ANO-REF-CRE ' - CREDITO ' WS-VALOR-REC-ED
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE SPACES TO WS-LINHA-REC
           STRING 'RECIBO DE ORIGEM ' RECIBO-CRE
               '  DATA ' DATA-CRE '  OPERADOR ' OPERADOR-CRE
               DELIMITED BY SIZE INTO WS-LINHA-REC
           WRITE REG-RLS FROM WS-LINHA-REC
           MOVE 'CREDITO APLICADO NAS PROXIMAS PARCELAS DA FAMILIA.'
               TO REG-RLS
           WRITE REG-RLS.
      *
      *============================================================
      * GRAVA-REJEICAO - REGISTRA EM PAGTONOK.TXT O PAGAMENTO QUE
      * NAO CASOU COM UMA PARCELA EM ABERTO, PARA QUE A TESOURARIA
      * ACERTE O LANCAMENTO COM O CAIXA EM VEZ DE PERDE-LO.
           MOVE SPACES TO REG-CX
           MOVE WS-DATA-HOJE TO DATA-CX
           MOVE WS-SESSAO    TO SESSAO-CX
           MOVE WS-UNIDADE-SES TO UNIDADE-CX
           MOVE WS-OPERADOR  TO OPERADOR-CX
           SET CX-ABERTURA TO TRUE
           MOVE 'D' TO FORMA-CX
           MOVE SPACES TO REG-CX
           MOVE WS-DATA-HOJE TO DATA-CX
           MOVE WS-SESSAO    TO SESSAO-CX
           MOVE WS-UNIDADE-SES TO UNIDADE-CX
           MOVE WS-OPERADOR  TO OPERADOR-CX
           SET CX-FECHAMENTO TO TRUE
           MOVE WS-FORMA-ATUAL TO FORMA-CX
           DISPLAY 'EM DINHEIRO...........: ' WS-TOT-FORMA-ED
           MOVE WS-TOT-CHEQUE TO WS-TOT-FORMA-ED
           DISPLAY 'EM CHEQUE.............: ' WS-TOT-FORMA-ED
           DISPLAY 'CHEQUES EM CUSTODIA...: ' WS-CONTA-CHEQUES
           MOVE WS-TOT-TRANSF TO WS-TOT-FORMA-ED
           DISPLAY 'EM TRANSFERENCIA/PIX..: ' WS-TOT-FORMA-ED
           MOVE WS-TOTAL-CREDITOS TO WS-TOT-FORMA-ED
           DISPLAY 'CREDITOS GERADOS......: ' WS-CONTA-CREDITOS
               ' - ' WS-TOT-FORMA-ED
           DISPLAY '================================================'.
      *
      *============================================================
               MOVE CODIGO-PAG     TO CODIGO-REC
               MOVE ANO-REF-PAG    TO ANO-REF-REC
               MOVE SLOT-PAG       TO SLOT-REC
      * O EXCEDENTE DE PAGAMENTO A MAIOR NAO ENTRA NO RECIBO: VAI
      * PARA O CREDITO DO RESPONSAVEL (CREDITA-EXCEDENTE).
               COMPUTE VALOR-REC = VALOR-PAG - WS-VALOR-EXCEDENTE
               MOVE DATA-PAG       TO DATA-PAG-REC
               MOVE WS-OPERADOR    TO OPERADOR-REC
               MOVE WS-FORMA-ATUAL TO FORMA-REC
               MOVE 'N'            TO TIPO-REC
               MOVE ZEROES         TO REF-RECIBO
               MOVE WS-SEQ-EXT-ATUAL TO SEQ-EXT-REC
               CALL 'UNIDALU' USING CODIGO-REC UNIDADE-REC
               WRITE REG-REC
                   INVALID KEY
                       DISPLAY 'RECIBO ' WS-PROX-RECIBO ' JA USADO '
                   NOT INVALID KEY
                       SET RECIBO-GRAVADO TO TRUE
                       PERFORM IMPRIME-RECIBO
                       IF WS-FORMA-ATUAL = 'C'
                           PERFORM GRAVA-CUSTODIA
                       END-IF
                       ADD 1 TO WS-PROX-RECIBO
               END-WRITE
               IF RECIBO-PENDENTE AND NOT FS-REC-OK
               MOVE WS-VALOR-JUROS TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-REC
               STRING '  JUROS....: ' WS-SALDO-ED ' ('
                   WS-DIAS-ATRASO ' DIA(S) DE ATRASO)'
                   DELIMITED BY SIZE INTO WS-LINHA-REC
               WRITE REG-RLS FROM WS-LINHA-REC
           END-IF
           OPEN I-O ARQ-EXT
           IF FS-EXT-NAO-EXISTE THEN
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
      * A CUSTODIA DE CHEQUES E CRIADA NA PRIMEIRA EXECUCAO, COMO O
      * RECIBOS.DAT; O ARQUIVO DE DEVOLVIDOS SO EXISTE DEPOIS DA
      * PRIMEIRA DEVOLUCAO.
           OPEN I-O ARQ-CHQ
           IF FS-CHQ-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CHQ
               CLOSE ARQ-CHQ
               OPEN I-O ARQ-CHQ
           END-IF
           SET CHD-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CHD
           IF FS-CHD-NAO-EXISTE THEN
               SET CHD-INDISPONIVEL TO TRUE
           END-IF
           SET RESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RESP
           IF FS-RESP-NAO-EXISTE THEN
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
      * O ARQUIVO DE CREDITOS E CRIADO NA PRIMEIRA EXECUCAO E NUNCA
      * REGRAVADO: CADA ENTRADA, APLICACAO OU DEVOLUCAO E UM NOVO
      * MOVIMENTO NUMERADO.
           OPEN I-O ARQ-CRE
           IF FS-CRE-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CRE
               CLOSE ARQ-CRE
               OPEN I-O ARQ-CRE
           END-IF.
      *
      *============================================================
           MOVE 'CAIXA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CAIXA
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'CHEQUES' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CHEQUES
           MOVE 'CHQDEV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CHQDEV
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CREDITO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CREDITO.
