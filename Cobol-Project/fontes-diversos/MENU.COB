           02 SITU-OPER       PIC X(01).
              88 OPER-ATIVO    VALUE 'A'.
              88 OPER-INATIVO  VALUE 'I'.
      * UNIDADES EM QUE O OPERADOR PODE TRABALHAR (ATE CINCO); EM
      * BRANCO, TODAS - E SO QUEM NAO TEM RESTRICAO VE O CONSOLIDADO.
           02 UNIDADES-OPER.
              03 UNIDADE-OPER PIC X(02) OCCURS 5 TIMES.

       FD  ARQ-SES.
       01  REG-SES.
           02 PERFIL-SES      PIC X(01).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-SES        PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 UNIDADE-SES     PIC X(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 UNIDADES-SES    PIC X(10).

       WORKING-STORAGE SECTION.
      *
       01  WS-SENHA-PARAM     PIC X(08).
       01  WS-PERFIL-LOGADO   PIC X(01).
       01  WS-OPER-LOGADO     PIC X(08).
      * UNIDADE ESCOLHIDA NO LOGIN E UNIDADES LIBERADAS AO OPERADOR
      * (EM BRANCO, TODAS), GRAVADAS NA SESSAO PARA O LEUNID.
       01  WS-UNIDADE-LOGADA  PIC X(02) VALUE SPACES.
       01  WS-UNIDADES-LOGADO.
           02 WS-UNIDADE-LIB  PIC X(02) OCCURS 5 TIMES.
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.
       01  WS-TENTATIVAS      PIC 9(01) VALUE ZEROES.
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-OPCAO-MENU      PIC X(02).
           STOP RUN
       END-IF
       PERFORM GRAVA-SESSAO.
       PERFORM ESCOLHE-UNIDADE.
       PERFORM GRAVA-SESSAO.
       PERFORM MOSTRA-MENU.
       ACCEPT WS-OPCAO-MENU
      * repete o menu ate o operador informar 00 (encerra)
                           SET LOGIN-OK TO TRUE
                           MOVE COD-OPER    TO WS-OPER-LOGADO
                           MOVE PERFIL-OPER TO WS-PERFIL-LOGADO
                           MOVE UNIDADES-OPER TO WS-UNIDADES-LOGADO
                           DISPLAY 'BEM-VINDO(A), ' NOME-OPER
                       ELSE
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           MOVE WS-OPER-LOGADO   TO COD-OPER-SES
           MOVE WS-PERFIL-LOGADO TO PERFIL-SES
           MOVE WS-DATA-HOJE     TO DATA-SES
           MOVE WS-UNIDADE-LOGADA  TO UNIDADE-SES
           MOVE WS-UNIDADES-LOGADO TO UNIDADES-SES
           WRITE REG-SES
           CLOSE ARQ-SES.
      *
      *============================================================
      * ESCOLHE-UNIDADE - A UNIDADE EM QUE O OPERADOR VAI TRABALHAR
      * NESTA SESSAO (CAIXA, TURMAS, RELATORIOS). COM UMA SO
      * UNIDADE LIBERADA, ELA E ASSUMIDA SEM PERGUNTA; SENAO O
      * CODIGO E CONFERIDO PELO CONFUNID CONTRA AS UNIDADES DA
      * ESCOLA E AS DO OPERADOR, JA GRAVADAS NA SESSAO.
      *============================================================
       ESCOLHE-UNIDADE.
           IF WS-UNIDADE-LIB(1) NOT = SPACES
              AND WS-UNIDADE-LIB(2) = SPACES
               MOVE WS-UNIDADE-LIB(1) TO WS-UNIDADE-LOGADA
           ELSE
               SET UNIDADE-NEGADA TO TRUE
               PERFORM UNTIL UNIDADE-PERMITIDA
                   DISPLAY 'UNIDADE DE TRABALHO: ' WITH NO ADVANCING
                   ACCEPT WS-UNIDADE-LOGADA
                   CALL 'CONFUNID' USING WS-UNIDADE-LOGADA
                       WS-RESP-UNIDADE
                   IF WS-UNIDADE-LOGADA = SPACES
                       DISPLAY 'INFORME O CODIGO DA UNIDADE.'
                       SET UNIDADE-NEGADA TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN UNIDADE-INEXISTENTE
                               DISPLAY 'UNIDADE INEXISTENTE.'
                           WHEN UNIDADE-NEGADA
                               DISPLAY 'UNIDADE NAO LIBERADA PARA '
                                   'ESTE OPERADOR.'
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *============================================================
      * LIMPA-SESSAO - APAGA A IDENTIDADE NO ENCERRAMENTO DO MENU,
      * PARA O OPERADOR NAO FICAR "LOGADO" NO DISCO DEPOIS QUE SAIU
      * DA ESTACAO: SEM SESSAO, OS PROGRAMAS VOLTAM AO
           MOVE SPACES TO COD-OPER-SES
           MOVE SPACE  TO PERFIL-SES
           MOVE ZEROES TO DATA-SES
           MOVE SPACES TO UNIDADE-SES
           MOVE SPACES TO UNIDADES-SES
           WRITE REG-SES
           CLOSE ARQ-SES.
      *
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY 'SISTEMA ESCOLAR - OPERADOR ' WS-OPER-LOGADO
               ' PERFIL ' WS-PERFIL-LOGADO ' UNIDADE '
               WS-UNIDADE-LOGADA
           DISPLAY '--- SECRETARIA -------------------------------'
           DISPLAY '01 ALUNOS (MANTALU)      02 MATRICULA'
           DISPLAY '03 TURMAS (MANTTUR)      04 RESPONSAVEIS'
           DISPLAY '15 NOTAS FALTANTES       16 CARNE'
           DISPLAY '17 VAGAS/FILA DE ESPERA  18 PESQUISA POR NOME'
           DISPLAY '19 EXTRATO DO ALUNO      20 CONSULTA MENSAL'
           DISPLAY '33 LANCAMENTOS EXTRAS    79 ALTERACOES POS-FECHAM.'
           DISPLAY '80 CENSO ESCOLAR         81 DISTORCAO IDADE-SERIE'
           DISPLAY '82 DOCUMENTOS OFICIAIS   83 RELATORIO LGPD DO ALUNO'
           DISPLAY '85 ALERTA DE EVASAO      86 ACOMPANHAMENTO DE RISCO'
           DISPLAY '87 BIBLIOTECA            88 LIVROS EM ATRASO'
           DISPLAY '89 VENDA DE MATERIAIS    90 ESTOQUE DE MATERIAIS'
           DISPLAY '91 CONCILIACAO DO ESTOQUE'
           DISPLAY '92 AVISOS AOS PAIS       93 RETORNO DOS AVISOS'
           DISPLAY '95 DIARIO DE CLASSE      96 AULAS PREVISTAS X DADAS'
           DISPLAY '--- TESOURARIA -------------------------------'
           DISPLAY '30 BAIXA DE PAGAMENTOS   31 ESTORNO'
           DISPLAY '32 RENEGOCIACAO          34 TABELA DE PRECOS'
           DISPLAY '40 CONCILIACAO BANCARIA  41 REMESSA AO BANCO'
           DISPLAY '42 RETORNO DO BANCO      43 NADA CONSTA'
           DISPLAY '44 DECLARACAO ANUAL      45 FAMILIAS'
           DISPLAY '46 SEGUNDA VIA DE RECIBO  47 DIA DE VENCIMENTO'
           DISPLAY '48 CALENDARIO/FERIADOS   61 COBRANCAS PIX'
           DISPLAY '62 BAIXA PIX             63 LOTE DE RPS (NFS-E)'
           DISPLAY '64 RETORNO DA NFS-E      65 DIARIO CONTABIL'
           DISPLAY '66 FORNECEDORES          67 CONTAS A PAGAR'
           DISPLAY '68 PAGAMENTO DE CONTAS   69 FLUXO DE CAIXA'
           DISPLAY '70 DEPOSITO DE CHEQUES   71 APLICACAO DE CREDITOS'
           DISPLAY '72 DEVOLUCAO DE CREDITO  73 EMPRESAS CONVENIADAS'
           DISPLAY '74 CONVENIOS POR ALUNO   75 FATURAMENTO CONVENIOS'
           DISPLAY '76 BAIXA FATURA CONVENIO'
           DISPLAY '--- DIRECAO ----------------------------------'
           DISPLAY '50 FECHAMENTO DO MES     51 REAJUSTE'
           DISPLAY '52 PROMOCAO DE ANO       53 REMATRICULA'
           DISPLAY '54 AUDITORIA             55 ALUNOS DUPLICADOS'
           DISPLAY '56 OPERADORES            57 ESTATISTICA NOTAS'
           DISPLAY '58 CARGA HORARIA         59 ANUARIO'
           DISPLAY '60 REGRAS DE AVALIACAO   77 APROVACOES PENDENTES'
           DISPLAY '78 FECHAMENTO BIMESTRES  84 ANONIMIZACAO LGPD'
           DISPLAY '--- TODOS OS PERFIS --------------------------'
           DISPLAY '94 SPOOL DE RELATORIOS'
           DISPLAY '00 SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
      *
               WHEN '46'
                   MOVE 'REIMPREC' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '47'
                   MOVE 'MANTVENC' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '48'
                   MOVE 'MANTCAL'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '50'
                   MOVE 'FECHAMES' TO WS-PROGRAMA-CHAMADO
                   MOVE 'D' TO WS-PERFIL-EXIGIDO
               WHEN '59'
                   MOVE 'ANUARIO'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'D' TO WS-PERFIL-EXIGIDO
               WHEN '60'
                   MOVE 'MANTREGR' TO WS-PROGRAMA-CHAMADO
                   MOVE 'D' TO WS-PERFIL-EXIGIDO
               WHEN '61'
                   MOVE 'PIXGERA'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '62'
                   MOVE 'PIXBAIXA' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '63'
                   MOVE 'NFSLOTE'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '64'
                   MOVE 'NFSRET'   TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '65'
                   MOVE 'CONTABIL' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '66'
                   MOVE 'MANTFOR'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '67'
                   MOVE 'MANTCP'   TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '68'
                   MOVE 'PAGACP'   TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '69'
                   MOVE 'FLUXOCX'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '70'
                   MOVE 'DEPCHQ'   TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '71'
                   MOVE 'APLICRED' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '72'
                   MOVE 'DEVCRED'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '73'
                   MOVE 'MANTCONV' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '74'
                   MOVE 'MANTCVA'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '75'
                   MOVE 'FATCONV'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '76'
                   MOVE 'BAIXACNV' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '77'
                   MOVE 'APROVA'   TO WS-PROGRAMA-CHAMADO
                   MOVE 'D' TO WS-PERFIL-EXIGIDO
               WHEN '78'
                   MOVE 'MANTBIM'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'D' TO WS-PERFIL-EXIGIDO
               WHEN '79'
                   MOVE 'POSFECHA' TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '80'
                   MOVE 'CENSO'    TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '81'
                   MOVE 'DISTORC'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '82'
                   MOVE 'DOCOFIC'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '83'
                   MOVE 'LGPDREL'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '84'
                   MOVE 'LGPDANON' TO WS-PROGRAMA-CHAMADO
                   MOVE 'D' TO WS-PERFIL-EXIGIDO
               WHEN '85'
                   MOVE 'RISCO'    TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '86'
                   MOVE 'ACOMPAN'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '87'
                   MOVE 'BIBLIO'   TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '88'
                   MOVE 'BIBATRAS' TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '89'
                   MOVE 'VENDAMAT' TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '90'
                   MOVE 'ESTOQUE'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '91'
                   MOVE 'ESTCONC'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'T' TO WS-PERFIL-EXIGIDO
               WHEN '92'
                   MOVE 'NOTIFICA' TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '93'
                   MOVE 'NOTIFRET' TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '95'
                   MOVE 'MANTDIAR' TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
               WHEN '96'
                   MOVE 'DIARREL'  TO WS-PROGRAMA-CHAMADO
                   MOVE 'S' TO WS-PERFIL-EXIGIDO
      * O SPOOL E DE TODOS; O SPOOLCON SO MOSTRA AS LISTAGENS DO
      * PERFIL DE QUEM ESTA LOGADO.
               WHEN '94'
                   MOVE 'SPOOLCON' TO WS-PROGRAMA-CHAMADO
                   MOVE '*' TO WS-PERFIL-EXIGIDO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           SET ACESSO-NEGADO TO TRUE
           IF WS-PERFIL-LOGADO = 'D'
              OR WS-PERFIL-LOGADO = WS-PERFIL-EXIGIDO
              OR WS-PERFIL-EXIGIDO = '*'
               SET ACESSO-PERMITIDO TO TRUE
           END-IF
           IF ACESSO-PERMITIDO
