              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-MEN.

      * COTAS DOS CONVENIOS (CRIAPAR): AS COTAS AINDA A FATURAR DAS
      * PARCELAS CANCELADAS NA SAIDA DO ALUNO SAO CANCELADAS JUNTO,
      * PARA A EMPRESA NAO SER FATURADA PELO ALUNO QUE JA SAIU.
       SELECT ARQ-COT
              ASSIGN TO WS-ARQ-COTACNV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-COT
              ALTERNATE RECORD KEY IS EMPRESA-COT
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-COT.

      * FILA DE APROVACAO DA DIRECAO (APROVA): A ALTERACAO SENSIVEL
      * E GRAVADA AQUI COMO SOLICITACAO PENDENTE E SO E APLICADA
      * QUANDO OUTRO OPERADOR, DA DIRECAO, APROVA.
       SELECT ARQ-APR
              ASSIGN TO WS-ARQ-APROVA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-APR
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-APR.

      * COPIAS DO NOME DO ALUNO: NOTAS.DAT, LANCEXT.DAT E O INDICE DE
      * PESQUISA POR NOME (NOMEIDX) GUARDAM O NOME EM CADA REGISTRO,
      * COMO O MENSAL.DAT; O NOME CORRIGIDO AQUI E REGRAVADO NELES.
       SELECT ARQ-NOTAS
              ASSIGN TO WS-ARQ-NOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-OK
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NOTAS.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-IDX
              ASSIGN TO WS-ARQ-NOMEIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-IDX
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-IDX.

      * NOME SOCIAL DO ALUNO (OPCAO N). O CADASTRO CONTINUA COM O
      * NOME CIVIL; O LENOME ESCOLHE QUAL SAI EM CADA DOCUMENTO.
       SELECT ARQ-NSO
              ASSIGN TO WS-ARQ-NOMESOC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-NSO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NSO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
              03 ANO-REF    PIC 9(04).
           02 NOME-MEN       PIC A(20).
           02 S-NOME-MEN     PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
              03 MES-REF-12   PIC  A(9).
              03 SITU-12      PIC A(02).
           02 PERC-DESC-MEN      PIC 9(03).
           02 PARCELA-LIQ-MEN    PIC 9(05)V99.

       FD  ARQ-COT.
       01  REG-COT.
           02 CHAVE-COT.
              03 CODIGO-COT   PIC 9(08).
              03 ANO-COT      PIC 9(04).
              03 SLOT-COT     PIC 9(02).
           02 EMPRESA-COT     PIC 9(04).
           02 VALOR-COT       PIC 9(05)V99.
      * AB = A FATURAR, FT = FATURADA (FATURA-COT), PG = PAGA PELA
      * EMPRESA, CN = CANCELADA.
           02 SITU-COT        PIC X(02).
              88 COT-A-FATURAR    VALUE 'AB'.
              88 COT-FATURADA     VALUE 'FT'.
              88 COT-PAGA         VALUE 'PG'.
              88 COT-CANCELADA    VALUE 'CN'.
           02 FATURA-COT      PIC 9(06).

       FD  ARQ-AUD.
       01  REG-AUD.
              88 AUD-INCLUSAO   VALUE 'I'.
              88 AUD-ALTERACAO  VALUE 'A'.
              88 AUD-EXCLUSAO   VALUE 'E'.
              88 AUD-NOME-SOCIAL VALUE 'S'.
              88 AUD-PROPAGACAO VALUE 'P'.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 CODIGO-AUD        PIC 9(08).
           02 FILLER            PIC X(02) VALUE SPACES.
      * ESPACOS QUANDO O PROGRAMA RODOU AVULSO.
           02 OPERADOR-AUD      PIC X(08).

       FD  ARQ-APR.
       01  REG-APR.
           02 NUM-APR          PIC 9(06).
           02 TIPO-APR         PIC X(01).
              88 APR-DESCONTO   VALUE 'D'.
              88 APR-ESTORNO    VALUE 'E'.
              88 APR-NEGOCIACAO VALUE 'N'.
              88 APR-REAJUSTE   VALUE 'R'.
              88 APR-PRECO      VALUE 'P'.
           02 SITU-APR         PIC X(01).
              88 APR-PENDENTE   VALUE 'P'.
              88 APR-LIBERADA   VALUE 'L'.
              88 APR-APLICADA   VALUE 'A'.
              88 APR-REJEITADA  VALUE 'R'.
           02 PROGRAMA-APR     PIC X(08).
           02 CHAVE-ALVO-APR   PIC X(20).
           02 OPER-SOL-APR     PIC X(08).
           02 DATA-SOL-APR     PIC 9(08).
           02 HORA-SOL-APR     PIC 9(08).
           02 OPER-DEC-APR     PIC X(08).
           02 DATA-DEC-APR     PIC 9(08).
           02 HORA-DEC-APR     PIC 9(08).
           02 DESCR-APR        PIC X(40).
           02 ANTES-APR        PIC X(30).
           02 DEPOIS-APR       PIC X(30).
           02 DADOS-APR        PIC X(40).

       FD  ARQ-NOTAS.
       01  REG-OK.
           02 CHAVE-OK.
              03 CODIGO-OK          PIC 9(08).
              03 ANO-OK             PIC 9(04).
              03 DISCIPLINA-OK      PIC X(10).
           02 NOME-OK               PIC X(20).
           02 S-NOME-OK             PIC X(30).
           02 RESTO-OK              PIC X(16).

       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
              03 CODIGO-EXT   PIC 9(08).
              03 ANO-REF-EXT  PIC 9(04).
              03 SEQ-EXT      PIC 9(03).
           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 RESTO-EXT       PIC X(55).

       FD  ARQ-IDX.
       01  REG-IDX.
           02 CHAVE-IDX.
              03 S-NOME-IDX  PIC X(30).
              03 CODIGO-IDX  PIC 9(08).
           02 NOME-IDX       PIC X(20).

       FD  ARQ-NSO.
       01  REG-NSO.
           02 CODIGO-NSO      PIC 9(08).
      * PRENOME E SOBRENOME DO NOME SOCIAL, SEPARADOS COMO NO
      * CADASTRO. SOBRENOME EM BRANCO FICA O DO NOME CIVIL.
           02 NOME-NSO        PIC X(20).
           02 S-NOME-NSO      PIC X(30).
           02 DATA-NSO        PIC 9(08).
           02 OPERADOR-NSO    PIC X(08).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-AUDITALU PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-NOMEIDX PIC X(64).
       01  WS-ARQ-NOMESOC PIC X(64).
       01  WS-ARQ-COTACNV PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-CENSO   VALUE 'C'.
           88 OPCAO-NOME-SOCIAL VALUE 'N'.
           88 OPCAO-SAIR    VALUE 'S'.

       01  WS-CODIGO-PARAM PIC 9(08).
       01  WS-NOME-PARAM   PIC X(20).
       01  WS-S-NOME-PARAM PIC X(30).
       01  WS-FONE-PARAM   PIC X(12).
       01  WS-CEP-PARAM    PIC X(08).
       01  WS-CIDADE-PARAM PIC X(08).
           88 CONFIRMADO VALUE 'S'.

       01  WS-IMAGEM-ANTES  PIC X(186).
       01  WS-ALU-ANTES REDEFINES WS-IMAGEM-ANTES.
           02 FILLER          PIC X(08).
           02 WS-NOME-ANTES   PIC X(20).
           02 WS-S-NOME-ANTES PIC X(30).
           02 FILLER          PIC X(128).
       01  WS-OPERACAO-AUD  PIC X(01).
       01  WS-DATA-AUD      PIC 9(08).
       01  WS-HORA-AUD      PIC 9(08).
       01  WS-SITU-ATUAL      PIC X(02).
       01  WS-QTD-CANCELADAS  PIC 9(02).
       01  WS-ANO-ATUAL       PIC 9(04).
       77 FS-STAT-COT PIC 9(02).
           88 FS-COT-OK         VALUE ZEROS.
           88 FS-COT-NAO-EXISTE VALUE 35.
       01  WS-SW-COT PIC X(01).
           88 COT-DISPONIVEL   VALUE 'S'.
           88 COT-INDISPONIVEL VALUE 'N'.
       01  WS-QTD-COTAS-CN    PIC 9(02).
       01  WS-QTD-COTAS-USO   PIC 9(02).
      *
      *----------------------------------------------------------
      * PROPAGACAO DO NOME E NOME SOCIAL: ARQUIVOS DISPONIVEIS,
      * CONTAGEM POR ARQUIVO E A IMAGEM GRAVADA NO AUDITALU.DAT, NO
      * LUGAR DO NOME EM ALUNOS.DAT, PARA O AUDITREL E O LGPDANON
      * ACHAREM O NOME ONDE SEMPRE ACHARAM.
      *----------------------------------------------------------
       77 FS-STAT-NOTAS PIC 9(02).
           88 FS-NOTAS-OK         VALUE ZEROS.
           88 FS-NOTAS-NAO-EXISTE VALUE 35.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK         VALUE ZEROS.
           88 FS-EXT-NAO-EXISTE VALUE 35.
       77 FS-STAT-IDX PIC 9(02).
           88 FS-IDX-OK         VALUE ZEROS.
           88 FS-IDX-NAO-EXISTE VALUE 35.
       77 FS-STAT-NSO PIC 9(02).
           88 FS-NSO-OK         VALUE ZEROS.
           88 FS-NSO-NAO-EXISTE VALUE 35.
       01  WS-SW-NOTAS PIC X(01).
           88 NOTAS-DISPONIVEL   VALUE 'S'.
           88 NOTAS-INDISPONIVEL VALUE 'N'.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL   VALUE 'S'.
           88 EXT-INDISPONIVEL VALUE 'N'.
       01  WS-SW-IDX PIC X(01).
           88 IDX-DISPONIVEL   VALUE 'S'.
           88 IDX-INDISPONIVEL VALUE 'N'.
       01  WS-SW-NSO PIC X(01).
           88 NSO-EXISTENTE    VALUE 'S'.
           88 NSO-NOVO         VALUE 'N'.
       01  WS-EOF-PROP        PIC X(01).
       01  WS-QTD-PROP        PIC 9(05).
       01  WS-QTD-FALHA-PROP  PIC 9(05).
       01  WS-ARQUIVO-PROP    PIC X(12).
       01  WS-IMAGEM-NOME.
           02 WS-CODIGO-IMG   PIC 9(08).
           02 WS-NOME-IMG     PIC X(20).
           02 WS-S-NOME-IMG   PIC X(30).
           02 WS-DESCR-IMG    PIC X(128).
       01  WS-IMAGEM-NOME-ANTES PIC X(186).

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

      *
      *----------------------------------------------------------
      * FILA DE APROVACAO: NUMERO DA SOLICITACAO LIBERADA PELO
      * APROVA (ZERO = EXECUCAO NORMAL PELO OPERADOR), PROXIMO
      * NUMERO LIVRE, SOLICITACAO JA PENDENTE PARA O MESMO ITEM E
      * OS CAMPOS DA SOLICITACAO A GRAVAR.
      *----------------------------------------------------------
       01  WS-ARQ-APROVA PIC X(64).
       77 FS-STAT-APR PIC 9(02).
           88 FS-APR-OK          VALUE ZEROS.
           88 FS-APR-NAO-EXISTE  VALUE 35.
           88 FS-APR-CHAVE-DUPLIC VALUE 22.
           88 FS-APR-EM-USO      VALUES 51 99.
       01  WS-FUNCAO-APR      PIC X(01).
       01  WS-NUM-APR         PIC 9(06) VALUE ZEROES.
       01  WS-PROX-APR        PIC 9(06).
       01  WS-APR-PENDENTE    PIC 9(06).
       01  WS-EOF-APR         PIC X(01).
       01  WS-OPER-SOL        PIC X(08).
       01  WS-OPER-DEC        PIC X(08).
       01  WS-DATA-APR        PIC 9(08).
       01  WS-HORA-APR        PIC 9(08).
       01  WS-TIPO-APR        PIC X(01) VALUE 'D'.
       01  WS-CHAVE-ALVO-APR  PIC X(20).
       01  WS-DESCR-APR       PIC X(40).
       01  WS-ANTES-APR       PIC X(30).
       01  WS-DEPOIS-APR      PIC X(30).
       01  WS-SW-GRAVA-APR PIC X(01).
           88 APR-GRAVADA     VALUE 'S'.
           88 APR-NAO-GRAVADA VALUE 'N'.
       01  WS-SW-MODO-APR PIC X(01) VALUE 'S'.
           88 MODO-SOLICITACAO VALUE 'S'.
           88 MODO-APLICACAO   VALUE 'A'.
       01  WS-SW-APR-LIDA PIC X(01).
           88 APR-LIDA         VALUE 'S'.
           88 APR-NAO-LIDA     VALUE 'N'.
      * DADOS PARA APLICAR O DESCONTO DEPOIS DE APROVADO.
       01  WS-DADOS-APR.
           02 WS-CODIGO-APR     PIC 9(08).
           02 WS-PERC-APR       PIC 9(03).
           02 WS-TIPO-DESC-APR  PIC X(01).
           02 FILLER            PIC X(28).
      * DESCONTO ACIMA DESTE PERCENTUAL (APRLIMDESC NO PARAMS.CFG)
      * SO VALE DEPOIS DE APROVADO PELA DIRECAO.
       01  WS-PARAM-LIMDESC   PIC X(64).
       01  WS-LIMITE-DESC     PIC 9(03).
       01  WS-PERC-ANTIGO     PIC 9(03).
       01  WS-TIPO-ANTIGO     PIC X(01).
       01  WS-SW-DESCONTO PIC X(01).
           88 DESCONTO-DIRETO       VALUE 'D'.
           88 DESCONTO-PARA-APROVAR VALUE 'A'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       PERFORM ABRIR-ARQUIVOS.
      * CHAMADO PELO APROVA COM UM DESCONTO APROVADO: APLICA SO O
      * DESCONTO GUARDADO NA SOLICITACAO E VOLTA, SEM MOSTRAR O MENU.
       SET MODO-SOLICITACAO TO TRUE
       MOVE 'L' TO WS-FUNCAO-APR
       CALL 'APRCTL' USING WS-FUNCAO-APR WS-NUM-APR
       IF WS-NUM-APR > 0
           SET MODO-APLICACAO TO TRUE
           PERFORM APLICA-APROVADA
           MOVE 'S' TO WS-OPCAO
       ELSE
           MOVE WS-OPER-SESSAO TO WS-OPER-SOL
           PERFORM SOLICITA-OPCAO
       END-IF.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR PERFORM INCLUI-ALUNO
               WHEN OPCAO-ALTERAR PERFORM ALTERA-ALUNO
               WHEN OPCAO-EXCLUIR PERFORM EXCLUI-ALUNO
               WHEN OPCAO-CENSO   PERFORM DADOS-CENSO
               WHEN OPCAO-NOME-SOCIAL PERFORM NOME-SOCIAL
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-ALU.
       CLOSE ARQ-AUD.
       CLOSE ARQ-APR.
       IF MEN-DISPONIVEL
           CLOSE ARQ-MEN
       END-IF.
       IF COT-DISPONIVEL
           CLOSE ARQ-COT
       END-IF.
       IF NOTAS-DISPONIVEL
           CLOSE ARQ-NOTAS
       END-IF.
       IF EXT-DISPONIVEL
           CLOSE ARQ-EXT
       END-IF.
       IF IDX-DISPONIVEL
           CLOSE ARQ-IDX
       END-IF.
       CLOSE ARQ-NSO.
       GOBACK.
      *
      *============================================================
           DISPLAY 'I - INCLUIR AUNO NOVO'
           DISPLAY 'A - ALTERAR CADASTRO/SITUACAO DE UM ALUNO'
           DISPLAY 'E - EXCLUIR UM ALUNO'
           DISPLAY 'C - DADOS COMPLEMENTARES DO CENSO ESCOLAR'
           DISPLAY 'N - NOME SOCIAL DO ALUNO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   MOVE 'I' TO WS-OPERACAO-AUD
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'INFORMAR DADOS DO CENSO AGORA (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       CALL 'DADOSCEN' USING CODIGO
                   END-IF
           END-WRITE.
      *
      *============================================================
      * DADOS-CENSO - DATA DE NASCIMENTO, SEXO, COR/RACA, CPF E OS
      * DEMAIS DADOS DO EDUCACENSO, MANTIDOS EM CENSOALU.DAT PELO
      * DADOSCEN. O ALUNO TEM DE EXISTIR EM ALUNOS.DAT.
      *============================================================
       DADOS-CENSO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' NOME ' ' S-NOME
                   CALL 'DADOSCEN' USING CODIGO
           END-READ.
      *
      *============================================================
      * NOME-SOCIAL - CADASTRA, TROCA OU RETIRA O NOME SOCIAL DO
      * ALUNO EM NOMESOC.DAT. O NOME CIVIL DE ALUNOS.DAT NAO MUDA: O
      * LENOME DECIDE, PELO NOMEDOC.CFG, QUAL DOS DOIS SAI EM CADA
      * DOCUMENTO. TODA MUDANCA VAI PARA O AUDITALU.DAT (OPERACAO S).
      *============================================================
       NOME-SOCIAL.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   PERFORM ATUALIZA-NOME-SOCIAL
           END-READ.
      *
       ATUALIZA-NOME-SOCIAL.
           DISPLAY 'NOME CIVIL....: ' NOME ' ' S-NOME
           MOVE CODIGO TO CODIGO-NSO
           READ ARQ-NSO KEY IS CODIGO-NSO
               INVALID KEY
                   SET NSO-NOVO TO TRUE
                   MOVE SPACES TO NOME-NSO
                   MOVE SPACES TO S-NOME-NSO
               NOT INVALID KEY
                   SET NSO-EXISTENTE TO TRUE
           END-READ
           MOVE CODIGO     TO WS-CODIGO-IMG
           MOVE NOME-NSO   TO WS-NOME-IMG
           MOVE S-NOME-NSO TO WS-S-NOME-IMG
           MOVE 'NOMESOC.DAT' TO WS-DESCR-IMG
           MOVE WS-IMAGEM-NOME TO WS-IMAGEM-NOME-ANTES
           IF NSO-EXISTENTE
               DISPLAY 'NOME SOCIAL...: ' NOME-NSO ' ' S-NOME-NSO
           ELSE
               DISPLAY 'NOME SOCIAL...: (NAO CADASTRADO)'
           END-IF
           DISPLAY 'PRENOME SOCIAL (EM BRANCO P/ MANTER, * P/ '
               'RETIRAR): ' WITH NO ADVANCING
           ACCEPT WS-NOME-PARAM
           EVALUATE TRUE
               WHEN WS-NOME-PARAM = SPACES
                   DISPLAY 'NOME SOCIAL MANTIDO.'
               WHEN WS-NOME-PARAM = '*'
                   PERFORM RETIRA-NOME-SOCIAL
               WHEN OTHER
                   PERFORM GRAVA-NOME-SOCIAL
           END-EVALUATE.
      *
       GRAVA-NOME-SOCIAL.
           DISPLAY 'SOBRENOME SOCIAL (EM BRANCO = O DO NOME CIVIL): '
               WITH NO ADVANCING
           ACCEPT WS-S-NOME-PARAM
           MOVE CODIGO          TO CODIGO-NSO
           MOVE WS-NOME-PARAM   TO NOME-NSO
           MOVE WS-S-NOME-PARAM TO S-NOME-NSO
           ACCEPT DATA-NSO FROM DATE YYYYMMDD
           MOVE WS-OPER-SESSAO  TO OPERADOR-NSO
           IF NSO-EXISTENTE
               REWRITE REG-NSO
           ELSE
               WRITE REG-NSO
           END-IF
           IF FS-NSO-OK
               DISPLAY 'NOME SOCIAL GRAVADO.: ' CODIGO
               MOVE NOME-NSO   TO WS-NOME-IMG
               MOVE S-NOME-NSO TO WS-S-NOME-IMG
               PERFORM AUDITA-NOME-SOCIAL
           ELSE
               DISPLAY 'ERRO AO GRAVAR NOMESOC.DAT - FS-STAT: '
                   FS-STAT-NSO ' - NOME SOCIAL NAO GRAVADO.'
           END-IF.
      *
       RETIRA-NOME-SOCIAL.
           IF NSO-NOVO
               DISPLAY 'ALUNO SEM NOME SOCIAL - NADA A RETIRAR.'
           ELSE
               DELETE ARQ-NSO RECORD
               IF FS-NSO-OK
                   DISPLAY 'NOME SOCIAL RETIRADO: ' CODIGO
                   MOVE SPACES TO WS-NOME-IMG
                   MOVE SPACES TO WS-S-NOME-IMG
                   PERFORM AUDITA-NOME-SOCIAL
               ELSE
                   DISPLAY 'ERRO AO EXCLUIR DE NOMESOC.DAT - FS-STAT: '
                       FS-STAT-NSO ' - NOME SOCIAL MANTIDO.'
               END-IF
           END-IF.
      *
       AUDITA-NOME-SOCIAL.
           MOVE 'S' TO WS-OPERACAO-AUD
           PERFORM GRAVA-AUDITORIA-NOME.
      *
      *============================================================
      * ALTERA-ALUNO - LOCALIZA O ALUNO PELO CODIGO E PERMITE
      * REDIGITAR OS DADOS CADASTRAIS E/OU A SITUACAO (ATIVO,
      * TRANSFERIDO, DESISTENTE OU FORMADO). DEIXAR UM CAMPO EM
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   MOVE REG-ALU TO WS-IMAGEM-ANTES
                   MOVE PERC-DESC TO WS-PERC-ANTIGO
                   MOVE TIPO-DESC TO WS-TIPO-ANTIGO
                   DISPLAY 'NOME ATUAL....: ' NOME
                   DISPLAY 'NOVO NOME (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   IF WS-NOME-PARAM NOT = SPACES
                       MOVE WS-NOME-PARAM TO NOME
                   END-IF
                   DISPLAY 'SOBRENOME ATUAL: ' S-NOME
                   DISPLAY 'NOVO SOBRENOME (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   ACCEPT WS-S-NOME-PARAM
                   IF WS-S-NOME-PARAM NOT = SPACES
                       MOVE WS-S-NOME-PARAM TO S-NOME
                   END-IF
                   DISPLAY 'FONE ATUAL....: ' FONE
                   DISPLAY 'NOVO FONE (EM BRANCO P/ MANTER): '
                       WITH NO ADVANCING
                   IF WS-TIPO-DESC-PARAM NOT = SPACE
                       MOVE WS-TIPO-DESC-PARAM TO TIPO-DESC
                   END-IF
      * DESCONTO ACIMA DO LIMITE NAO E GRAVADO AQUI: O CADASTRO E
      * REGRAVADO COM O DESCONTO ANTIGO E A MUDANCA VAI PARA A
      * APROVACAO DA DIRECAO.
                   SET DESCONTO-DIRETO TO TRUE
                   IF PERC-DESC > WS-LIMITE-DESC
                      AND (PERC-DESC NOT = WS-PERC-ANTIGO
                           OR TIPO-DESC NOT = WS-TIPO-ANTIGO)
                       SET DESCONTO-PARA-APROVAR TO TRUE
                       MOVE CODIGO    TO WS-CODIGO-APR
                       MOVE PERC-DESC TO WS-PERC-APR
                       MOVE TIPO-DESC TO WS-TIPO-DESC-APR
                       MOVE WS-PERC-ANTIGO TO PERC-DESC
                       MOVE WS-TIPO-ANTIGO TO TIPO-DESC
                   END-IF
                   DISPLAY 'SITUACAO ATUAL: ' SITUACAO-ALUNO
                   DISPLAY 'NOVA SITUACAO A/T/D/G (EM BRANCO P/ '
                       'MANTER): ' WITH NO ADVANCING
                       DISPLAY 'ALUNO ALTERADO......: ' CODIGO
                       MOVE 'A' TO WS-OPERACAO-AUD
                       PERFORM GRAVA-AUDITORIA
      * NOME CORRIGIDO NO CADASTRO NAO PODE CONTINUAR ERRADO NOS
      * BOLETINS, CARNES E EXTRATOS, QUE LEEM A COPIA DO NOME GUARDADA
      * EM CADA REGISTRO DE NOTAS, MENSAL E LANCEXT.
                       IF NOME NOT = WS-NOME-ANTES
                          OR S-NOME NOT = WS-S-NOME-ANTES
                           PERFORM PROPAGA-NOME
                       END-IF
                       IF DESCONTO-PARA-APROVAR
                           PERFORM SOLICITA-DESCONTO
                       END-IF
      * ALUNO QUE SAIU DA ESCOLA NAO DEVE CONTINUAR NAS LISTAS DE
      * COBRANCA: AS PARCELAS AINDA EM ABERTO A PARTIR DO MES DA
      * SAIDA SAO CANCELADAS ('CN') NO MENSAL.DAT DO ANO CORRENTE.
           END-IF.
      *
      *============================================================
      * SOLICITA-DESCONTO - GRAVA O NOVO DESCONTO DO ALUNO COMO
      * SOLICITACAO PARA A DIRECAO, COM O DESCONTO ANTES E DEPOIS.
      *============================================================
       SOLICITA-DESCONTO.
           MOVE SPACES TO WS-CHAVE-ALVO-APR
           MOVE WS-CODIGO-APR TO WS-CHAVE-ALVO-APR(1:8)
           MOVE SPACES TO WS-DESCR-APR
           MOVE SPACES TO WS-ANTES-APR
           MOVE SPACES TO WS-DEPOIS-APR
           STRING 'DESCONTO ' WS-CODIGO-APR ' ' NOME
               DELIMITED BY SIZE INTO WS-DESCR-APR
           STRING WS-PERC-ANTIGO ' % TIPO ' WS-TIPO-ANTIGO
               DELIMITED BY SIZE INTO WS-ANTES-APR
           STRING WS-PERC-APR ' % TIPO ' WS-TIPO-DESC-APR
               DELIMITED BY SIZE INTO WS-DEPOIS-APR
           DISPLAY 'DESCONTO ACIMA DE ' WS-LIMITE-DESC ' % - '
               'MANTIDO O ATUAL ATE A APROVACAO DA DIRECAO.'
           PERFORM SOLICITA-APROVACAO.
      *
      *============================================================
      * APLICA-APROVADA - CHAMADO PELO APROVA: GRAVA NO CADASTRO O
      * DESCONTO APROVADO, JORNALIZA EM AUDITALU.DAT (EM NOME DO
      * OPERADOR DA SESSAO, QUE E QUEM APROVOU) E MARCA A
      * SOLICITACAO COMO APLICADA.
      *============================================================
       APLICA-APROVADA.
           PERFORM LE-APROVADA
           IF APR-LIDA
               MOVE WS-CODIGO-APR TO CODIGO
               READ ARQ-ALU KEY IS CODIGO
                   INVALID KEY
                       DISPLAY 'ALUNO ' WS-CODIGO-APR ' NAO EXISTE '
                           'MAIS - DESCONTO NAO APLICADO.'
                   NOT INVALID KEY
                       MOVE REG-ALU TO WS-IMAGEM-ANTES
                       MOVE WS-PERC-APR      TO PERC-DESC
                       MOVE WS-TIPO-DESC-APR TO TIPO-DESC
                       REWRITE REG-ALU
                       IF FS-OK
                           DISPLAY 'DESCONTO APLICADO AO ALUNO '
                               CODIGO ': ' PERC-DESC ' %'
                           MOVE 'A' TO WS-OPERACAO-AUD
                           PERFORM GRAVA-AUDITORIA
                           PERFORM MARCA-APLICADA
                       ELSE
                           DISPLAY 'ERRO AO REGRAVAR ALUNOS.DAT - '
                               'FS-STAT: ' FS-STAT
                               ' - DESCONTO NAO APLICADO.'
                       END-IF
               END-READ
           END-IF.
      *
      *============================================================
      * EXCLUI-ALUNO - LOCALIZA O ALUNO PELO CODIGO E, CONFIRMADO
      * PELO OPERADOR, REMOVE O REGISTRO DE ALUNOS.DAT. USADO COM
      * CUIDADO: NAO REMOVE AS NOTAS OU MENSALIDADES JA LANCADAS.
           WRITE REG-AUD.
      *
      *============================================================
      * GRAVA-AUDITORIA-NOME - ANOTA EM AUDITALU.DAT A MUDANCA DO
      * NOME SOCIAL (S) OU A REGRAVACAO DO NOME NAS COPIAS (P). A
      * IMAGEM TRAZ CODIGO, NOME E SOBRENOME NAS MESMAS POSICOES DO
      * REGISTRO DE ALUNOS.DAT, SEGUIDOS DO ARQUIVO ATINGIDO.
      *============================================================
       GRAVA-AUDITORIA-NOME.
           ACCEPT WS-DATA-AUD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AUD FROM TIME
           MOVE WS-DATA-AUD TO DATA-AUD
           MOVE WS-HORA-AUD TO HORA-AUD
           MOVE 'MANTALU' TO PROGRAMA-AUD
           MOVE WS-OPERACAO-AUD TO OPERACAO-AUD
           MOVE CODIGO TO CODIGO-AUD
           MOVE WS-IMAGEM-NOME-ANTES TO IMAGEM-ANTES-AUD
           MOVE WS-IMAGEM-NOME TO IMAGEM-DEPOIS-AUD
           MOVE WS-OPER-SESSAO TO OPERADOR-AUD
           WRITE REG-AUD.
      *
      *============================================================
      * PROPAGA-NOME - O NOME CORRIGIDO NO CADASTRO VAI PARA AS
      * COPIAS GUARDADAS EM CADA REGISTRO DO ALUNO EM NOTAS.DAT,
      * MENSAL.DAT (TODOS OS ANOS) E LANCEXT.DAT, E PARA A CHAVE DO
      * INDICE DE PESQUISA POR NOME (NOMEIDX). CADA ARQUIVO GANHA
      * UMA LINHA EM AUDITALU.DAT (OPERACAO P) COM O NOME ANTES E
      * DEPOIS E QUANTOS REGISTROS FORAM REGRAVADOS. REGISTRO EM USO
      * POR OUTRA ESTACAO FICA COM O NOME ANTIGO E E CONTADO A PARTE.
      *============================================================
       PROPAGA-NOME.
           MOVE CODIGO          TO WS-CODIGO-IMG
           MOVE WS-NOME-ANTES   TO WS-NOME-IMG
           MOVE WS-S-NOME-ANTES TO WS-S-NOME-IMG
           MOVE SPACES          TO WS-DESCR-IMG
           IF NOTAS-DISPONIVEL
               PERFORM PROPAGA-NOTAS
           END-IF
           IF MEN-DISPONIVEL
               PERFORM PROPAGA-MENSAL
           END-IF
           IF EXT-DISPONIVEL
               PERFORM PROPAGA-EXTRAS
           END-IF
           IF IDX-DISPONIVEL
               PERFORM PROPAGA-INDICE
           END-IF.
      *
       PROPAGA-NOTAS.
           MOVE ZEROES TO WS-QTD-PROP
           MOVE ZEROES TO WS-QTD-FALHA-PROP
           MOVE CODIGO TO CODIGO-OK
           MOVE ZEROES TO ANO-OK
           MOVE SPACES TO DISCIPLINA-OK
           START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-OK
               INVALID KEY MOVE 'Y' TO WS-EOF-PROP
               NOT INVALID KEY MOVE 'N' TO WS-EOF-PROP
           END-START
           PERFORM UNTIL WS-EOF-PROP = 'Y'
               READ ARQ-NOTAS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROP
                   NOT AT END
                       IF CODIGO-OK NOT = CODIGO
                           MOVE 'Y' TO WS-EOF-PROP
                       ELSE
                           MOVE NOME   TO NOME-OK
                           MOVE S-NOME TO S-NOME-OK
                           REWRITE REG-OK
                           IF FS-NOTAS-OK
                               ADD 1 TO WS-QTD-PROP
                           ELSE
                               ADD 1 TO WS-QTD-FALHA-PROP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'NOTAS.DAT' TO WS-ARQUIVO-PROP
           PERFORM AUDITA-PROPAGACAO.
      *
       PROPAGA-MENSAL.
           MOVE ZEROES TO WS-QTD-PROP
           MOVE ZEROES TO WS-QTD-FALHA-PROP
           MOVE CODIGO TO CODIGO-MEN
           MOVE ZEROES TO ANO-REF
           START ARQ-MEN KEY IS NOT LESS THAN CHAVE-MEN
               INVALID KEY MOVE 'Y' TO WS-EOF-PROP
               NOT INVALID KEY MOVE 'N' TO WS-EOF-PROP
           END-START
           PERFORM UNTIL WS-EOF-PROP = 'Y'
               READ ARQ-MEN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROP
                   NOT AT END
                       IF CODIGO-MEN NOT = CODIGO
                           MOVE 'Y' TO WS-EOF-PROP
                       ELSE
                           MOVE NOME   TO NOME-MEN
                           MOVE S-NOME TO S-NOME-MEN
                           REWRITE REG-MEN
                           IF FS-MEN-OK
                               ADD 1 TO WS-QTD-PROP
                           ELSE
                               ADD 1 TO WS-QTD-FALHA-PROP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'MENSAL.DAT' TO WS-ARQUIVO-PROP
           PERFORM AUDITA-PROPAGACAO.
      *
       PROPAGA-EXTRAS.
           MOVE ZEROES TO WS-QTD-PROP
           MOVE ZEROES TO WS-QTD-FALHA-PROP
           MOVE CODIGO TO CODIGO-EXT
           MOVE ZEROES TO ANO-REF-EXT
           MOVE ZEROES TO SEQ-EXT
           START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY MOVE 'Y' TO WS-EOF-PROP
               NOT INVALID KEY MOVE 'N' TO WS-EOF-PROP
           END-START
           PERFORM UNTIL WS-EOF-PROP = 'Y'
               READ ARQ-EXT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PROP
                   NOT AT END
                       IF CODIGO-EXT NOT = CODIGO
                           MOVE 'Y' TO WS-EOF-PROP
                       ELSE
                           MOVE NOME   TO NOME-EXT
                           MOVE S-NOME TO S-NOME-EXT
                           REWRITE REG-EXT
                           IF FS-EXT-OK
                               ADD 1 TO WS-QTD-PROP
                           ELSE
                               ADD 1 TO WS-QTD-FALHA-PROP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'LANCEXT.DAT' TO WS-ARQUIVO-PROP
           PERFORM AUDITA-PROPAGACAO.
      *
      * A CHAVE DO INDICE COMECA PELO SOBRENOME: A ENTRADA ANTIGA E
      * EXCLUIDA E A NOVA GRAVADA. ALUNO QUE NAO ESTAVA NO INDICE
      * CONTINUA FORA (QUEM O ALIMENTA E A MATRICULA).
       PROPAGA-INDICE.
           MOVE ZEROES TO WS-QTD-PROP
           MOVE ZEROES TO WS-QTD-FALHA-PROP
           MOVE WS-S-NOME-ANTES TO S-NOME-IDX
           MOVE CODIGO          TO CODIGO-IDX
           READ ARQ-IDX KEY IS CHAVE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-IDX RECORD
                   IF FS-IDX-OK
                       MOVE S-NOME TO S-NOME-IDX
                       MOVE CODIGO TO CODIGO-IDX
                       MOVE NOME   TO NOME-IDX
                       WRITE REG-IDX
                       END-WRITE
                   END-IF
                   IF FS-IDX-OK
                       ADD 1 TO WS-QTD-PROP
                   ELSE
                       ADD 1 TO WS-QTD-FALHA-PROP
                   END-IF
           END-READ
           MOVE 'NOMEIDX' TO WS-ARQUIVO-PROP
           PERFORM AUDITA-PROPAGACAO.
      *
       AUDITA-PROPAGACAO.
           DISPLAY WS-ARQUIVO-PROP ' - NOME REGRAVADO EM '
               WS-QTD-PROP ' REGISTRO(S)'
           IF WS-QTD-FALHA-PROP > 0
               DISPLAY WS-ARQUIVO-PROP ' - ' WS-QTD-FALHA-PROP
                   ' REGISTRO(S) EM USO FICARAM COM O NOME ANTIGO - '
                   'REPITA A ALTERACAO DO NOME DEPOIS.'
           END-IF
           IF WS-QTD-PROP > 0 OR WS-QTD-FALHA-PROP > 0
               MOVE CODIGO          TO WS-CODIGO-IMG
               MOVE WS-NOME-ANTES   TO WS-NOME-IMG
               MOVE WS-S-NOME-ANTES TO WS-S-NOME-IMG
               MOVE WS-ARQUIVO-PROP TO WS-DESCR-IMG
               MOVE WS-IMAGEM-NOME  TO WS-IMAGEM-NOME-ANTES
               MOVE NOME            TO WS-NOME-IMG
               MOVE S-NOME          TO WS-S-NOME-IMG
               MOVE SPACES          TO WS-DESCR-IMG
               STRING WS-ARQUIVO-PROP ' ' WS-QTD-PROP
                   ' REGISTRO(S) REGRAVADO(S) ' WS-QTD-FALHA-PROP
                   ' EM USO' DELIMITED BY SIZE INTO WS-DESCR-IMG
               MOVE 'P' TO WS-OPERACAO-AUD
               PERFORM GRAVA-AUDITORIA-NOME
           END-IF.
      *
      *============================================================
      * CANCELA-PARCELAS-ABERTAS - MARCA COM 'CN' (CANCELADA) TODA
      * PARCELA AINDA EM ABERTO DO MES DA SAIDA EM DIANTE, NO
      * REGISTRO DO ANO CORRENTE DO ALUNO EM MENSAL.DAT, E MOSTRA
      * QUANTAS FORAM CANCELADAS. PARCELAS JA PAGAS NAO SAO
      * TOCADAS. COM O MENSAL.DAT REGRAVADO, AS COTAS DE CONVENIO
      * AINDA A FATURAR DOS MESMOS MESES SAO CANCELADAS TAMBEM.
      *============================================================
       CANCELA-PARCELAS-ABERTAS.
           IF MEN-INDISPONIVEL
                       IF FS-MEN-OK
                           DISPLAY 'PARCELAS CANCELADAS.: '
                               WS-QTD-CANCELADAS
                           IF COT-DISPONIVEL
                               PERFORM CANCELA-COTAS-DO-ANO
                           END-IF
                       ELSE
                           DISPLAY 'MENSAL.DAT NAO REGRAVADO '
                               '(REGISTRO EM USO OU ERRO - FS-STAT: '
           END-IF.
      *
      *============================================================
      * CANCELA-COTAS-DO-ANO - MARCA COM 'CN' AS COTAS DO CONVENIO
      * DO ALUNO AINDA A FATURAR ('AB') DO MES DA SAIDA EM DIANTE.
      * COTA JA FATURADA OU PAGA FICA COMO ESTA: A FATURA DA
      * EMPRESA JA FOI EMITIDA.
      *============================================================
       CANCELA-COTAS-DO-ANO.
           MOVE ZEROES TO WS-QTD-COTAS-CN
           MOVE ZEROES TO WS-QTD-COTAS-USO
           MOVE WS-MES-SAIDA TO WS-SLOT-ATUAL
           PERFORM UNTIL WS-SLOT-ATUAL > 12
               PERFORM CANCELA-COTA-SLOT
               ADD 1 TO WS-SLOT-ATUAL
           END-PERFORM
           DISPLAY 'COTAS DE CONVENIO CANCELADAS.: ' WS-QTD-COTAS-CN
           IF WS-QTD-COTAS-USO > 0
               DISPLAY 'COTACNV.DAT - ' WS-QTD-COTAS-USO
                   ' COTA(S) EM USO FICARAM A FATURAR - REPITA A '
                   'ALTERACAO DA SITUACAO DEPOIS.'
           END-IF.
      *
       CANCELA-COTA-SLOT.
           MOVE WS-CODIGO-PARAM TO CODIGO-COT
           MOVE WS-ANO-ATUAL    TO ANO-COT
           MOVE WS-SLOT-ATUAL   TO SLOT-COT
           READ ARQ-COT KEY IS CHAVE-COT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COT-A-FATURAR
                       SET COT-CANCELADA TO TRUE
                       REWRITE REG-COT
                       IF FS-COT-OK
                           ADD 1 TO WS-QTD-COTAS-CN
                       ELSE
                           ADD 1 TO WS-QTD-COTAS-USO
                       END-IF
                   END-IF
           END-READ.
      *
      *============================================================
      * CANCELA-SLOT-ABERTO - CANCELA O SLOT CORRENTE SE ELE AINDA
      * ESTIVER EM ABERTO (NEM PAGO, NEM VAZIO, NEM JA CANCELADO).
      *============================================================
               END-EVALUATE
               ADD 1 TO WS-QTD-CANCELADAS
           END-IF.
      *
      *============================================================
      * SOLICITA-APROVACAO - A ALTERACAO NAO E APLICADA AQUI: VAI
      * PARA APROVA.DAT COMO SOLICITACAO PENDENTE, COM O OPERADOR
      * SOLICITANTE E OS VALORES ANTES E DEPOIS, E SO E APLICADA
      * QUANDO OUTRO OPERADOR, DA DIRECAO, APROVAR NO APROVA (QUE
      * CHAMA ESTE PROGRAMA DE VOLTA PARA APLICAR). CADA ITEM TEM NO
      * MAXIMO UMA SOLICITACAO EM ABERTO. SEM O LOGIN DO MENU NAO
      * HA SOLICITANTE AUTENTICADO PARA O APROVA CONFERIR, E A
      * SOLICITACAO NAO E GRAVADA.
      *============================================================
       SOLICITA-APROVACAO.
           IF WS-OPER-SESSAO = SPACES
               DISPLAY 'SOLICITACAO NAO GRAVADA - O PEDIDO DE '
                   'APROVACAO PRECISA DO LOGIN DO MENU.'
           ELSE
               PERFORM GRAVA-SOLICITACAO
           END-IF.
      *
       GRAVA-SOLICITACAO.
           PERFORM DESCOBRE-PROX-APR
           IF WS-APR-PENDENTE > 0
               DISPLAY 'JA HA A SOLICITACAO ' WS-APR-PENDENTE
                   ' EM ABERTO PARA ESTE ITEM - AGUARDE A DECISAO '
                   'DA DIRECAO.'
           ELSE
               ACCEPT WS-DATA-APR FROM DATE YYYYMMDD
               ACCEPT WS-HORA-APR FROM TIME
               SET APR-NAO-GRAVADA TO TRUE
               PERFORM UNTIL APR-GRAVADA
                   MOVE SPACES            TO REG-APR
                   MOVE WS-PROX-APR       TO NUM-APR
                   MOVE WS-TIPO-APR       TO TIPO-APR
                   SET APR-PENDENTE TO TRUE
                   MOVE 'MANTALU'          TO PROGRAMA-APR
                   MOVE WS-CHAVE-ALVO-APR TO CHAVE-ALVO-APR
                   MOVE WS-OPER-SOL       TO OPER-SOL-APR
                   MOVE WS-DATA-APR       TO DATA-SOL-APR
                   MOVE WS-HORA-APR       TO HORA-SOL-APR
                   MOVE ZEROES            TO DATA-DEC-APR
                   MOVE ZEROES            TO HORA-DEC-APR
                   MOVE WS-DESCR-APR      TO DESCR-APR
                   MOVE WS-ANTES-APR      TO ANTES-APR
                   MOVE WS-DEPOIS-APR     TO DEPOIS-APR
                   MOVE WS-DADOS-APR      TO DADOS-APR
                   WRITE REG-APR
                       INVALID KEY
                           ADD 1 TO WS-PROX-APR
                       NOT INVALID KEY
                           SET APR-GRAVADA TO TRUE
                           DISPLAY 'SOLICITACAO ' NUM-APR
                               ' GRAVADA - AGUARDANDO APROVACAO DA '
                               'DIRECAO.'
                   END-WRITE
                   IF APR-NAO-GRAVADA AND NOT FS-APR-OK
                      AND NOT FS-APR-CHAVE-DUPLIC
                       SET APR-GRAVADA TO TRUE
                       DISPLAY 'ERRO AO GRAVAR APROVA.DAT - FS-STAT: '
                           FS-STAT-APR ' - SOLICITACAO NAO GRAVADA.'
                   END-IF
               END-PERFORM
           END-IF.
      *
      *============================================================
      * DESCOBRE-PROX-APR - MAIOR NUMERO DE SOLICITACAO JA USADO EM
      * APROVA.DAT E, NA MESMA VARREDURA, SOLICITACAO AINDA EM
      * ABERTO (PENDENTE OU LIBERADA) DO MESMO TIPO E ITEM.
      *============================================================
       DESCOBRE-PROX-APR.
           MOVE ZEROES TO WS-PROX-APR
           MOVE ZEROES TO WS-APR-PENDENTE
           MOVE ZEROES TO NUM-APR
           START ARQ-APR KEY IS NOT LESS THAN NUM-APR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-APR
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-APR
           END-START
           PERFORM UNTIL WS-EOF-APR = 'Y'
               READ ARQ-APR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-APR
                   NOT AT END
                       MOVE NUM-APR TO WS-PROX-APR
                       IF TIPO-APR = WS-TIPO-APR
                          AND CHAVE-ALVO-APR = WS-CHAVE-ALVO-APR
                          AND (APR-PENDENTE OR APR-LIBERADA)
                           MOVE NUM-APR TO WS-APR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-APR.
      *
      *============================================================
      * LE-APROVADA - CHAMADO PELO APROVA: LE A SOLICITACAO
      * LIBERADA PELA DIRECAO E DEVOLVE OS DADOS GUARDADOS NELA E O
      * OPERADOR QUE APROVOU. SOLICITACAO DE OUTRO TIPO OU QUE NAO
      * ESTA MAIS LIBERADA NAO E APLICADA.
      *============================================================
       LE-APROVADA.
           SET APR-NAO-LIDA TO TRUE
           MOVE WS-NUM-APR TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ENCONTRADA '
                       'EM APROVA.DAT.'
               NOT INVALID KEY
                   IF APR-LIBERADA AND TIPO-APR = WS-TIPO-APR
                       SET APR-LIDA TO TRUE
                       MOVE DADOS-APR    TO WS-DADOS-APR
                       MOVE OPER-SOL-APR TO WS-OPER-SOL
                       MOVE OPER-DEC-APR TO WS-OPER-DEC
                   ELSE
                       DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ESTA '
                           'LIBERADA PARA ESTE PROGRAMA.'
                   END-IF
           END-READ.
      *
      *============================================================
      * MARCA-APLICADA - ALTERACAO APROVADA E GRAVADA: A SOLICITACAO
      * PASSA A APLICADA. SE A APLICACAO FALHOU, ELA CONTINUA
      * LIBERADA E O APROVA A DEVOLVE PARA A FILA.
      *============================================================
       MARCA-APLICADA.
           MOVE WS-NUM-APR TO NUM-APR
           READ ARQ-APR KEY IS NUM-APR
               INVALID KEY
                   DISPLAY 'SOLICITACAO ' WS-NUM-APR ' NAO ENCONTRADA '
                       'EM APROVA.DAT.'
               NOT INVALID KEY
                   SET APR-APLICADA TO TRUE
                   REWRITE REG-APR
                   IF NOT FS-APR-OK
                       DISPLAY 'ERRO AO REGRAVAR APROVA.DAT - '
                           'FS-STAT: ' FS-STAT-APR
                   END-IF
           END-READ.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-ALU
               DISPLAY 'MENSAL.DAT NAO ENCONTRADO - CANCELAMENTO DE '
                   'PARCELAS INDISPONIVEL NESTA SESSAO.'
               SET MEN-INDISPONIVEL TO TRUE
           END-IF
      * SEM O COTACNV.DAT (ESCOLA SEM CONVENIOS) NAO HA COTA A
      * CANCELAR NA SAIDA DO ALUNO.
           SET COT-DISPONIVEL TO TRUE
           OPEN I-O ARQ-COT
           IF NOT FS-COT-OK
               SET COT-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-APR
           IF FS-APR-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-APR
               CLOSE ARQ-APR
               OPEN I-O ARQ-APR
           END-IF
      * SEM NOTAS.DAT, LANCEXT.DAT OU NOMEIDX O NOME CORRIGIDO SO
      * NAO E REGRAVADO NAQUELE ARQUIVO.
           SET NOTAS-DISPONIVEL TO TRUE
           OPEN I-O ARQ-NOTAS
           IF NOT FS-NOTAS-OK
               SET NOTAS-INDISPONIVEL TO TRUE
           END-IF
           SET EXT-DISPONIVEL TO TRUE
           OPEN I-O ARQ-EXT
           IF NOT FS-EXT-OK
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
           SET IDX-DISPONIVEL TO TRUE
           OPEN I-O ARQ-IDX
           IF NOT FS-IDX-OK
               SET IDX-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-NSO
           IF FS-NSO-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-NSO
               CLOSE ARQ-NSO
               OPEN I-O ARQ-NSO
           END-IF.
      *
      *============================================================
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'AUDITALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITALU
           MOVE 'APROVA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-APROVA
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'NOMEIDX' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMEIDX
           MOVE 'NOMESOC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMESOC
           MOVE 'COTACNV' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-COTACNV
      * LIMITE DE DESCONTO SEM APROVACAO (APRLIMDESC=NNN). INVALIDO,
      * TODO DESCONTO PASSA PELA DIRECAO.
           MOVE 'APRLIMDESC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-LIMDESC
           IF WS-PARAM-LIMDESC(1:3) NUMERIC
               MOVE WS-PARAM-LIMDESC(1:3) TO WS-LIMITE-DESC
           ELSE
               DISPLAY 'APRLIMDESC INVALIDO EM PARAMS.CFG - TODO '
                   'DESCONTO DEPENDE DE APROVACAO.'
               MOVE ZEROES TO WS-LIMITE-DESC
           END-IF.
