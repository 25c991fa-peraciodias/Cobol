       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGPDREL.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-ALU
              ASSIGN TO WS-ARQ-ALUNOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO
              ALTERNATE RECORD KEY IS SITUACAO-ALUNO
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

       SELECT ARQ-CEN
              ASSIGN TO WS-ARQ-CENSOALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CEN
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CEN.

       SELECT ARQ-IDX
              ASSIGN TO WS-ARQ-NOMEIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-IDX
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-IDX.

       SELECT ARQ-AUD
              ASSIGN TO WS-ARQ-AUDITALU
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-AUD.

       SELECT ARQ-ESP
              ASSIGN TO WS-ARQ-ESPERA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-ESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ESP.

       SELECT ARQ-REC
              ASSIGN TO WS-ARQ-RECIBOS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-RECIBO
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-REC.

       SELECT ARQ-NOTAS
              ASSIGN TO WS-ARQ-NOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-OK
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NOT.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-MEN.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-DOC
              ASSIGN TO WS-ARQ-DOCREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-DOC
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DOC.

      * OS ARQUIVAMENTOS DE FIM DE ANO (NOTAS-AAAA.DAT E
      * MENSAL-AAAA.DAT, GERADOS PELO ARQUIVA) SAO ABERTOS UM ANO
      * POR VEZ, COM O NOME MONTADO COMO NO ARQUIVA.
       SELECT ARQ-NOTAS-ARQ
              ASSIGN TO WS-NOME-NOTAS-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-OK-ARQ
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NOTAS-ARQ.

       SELECT ARQ-MENSAL-ARQ
              ASSIGN TO WS-NOME-MENSAL-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-MEN-ARQ
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-MENSAL-ARQ.

      * DIARIO DAS ANONIMIZACOES (LGPDANON), PARA O RELATORIO DIZER
      * QUANDO OS DADOS DO ALUNO FORAM APAGADOS.
       SELECT ARQ-CTT
              ASSIGN TO WS-ARQ-RESPCONT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CTT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CTT.

      * NOME SOCIAL DO ALUNO (MANTALU OPCAO N).
       SELECT ARQ-NSO
              ASSIGN TO WS-ARQ-NOMESOC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-NSO
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NSO.

       SELECT ARQ-NTF
              ASSIGN TO WS-ARQ-NOTIFLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-NTF
              ALTERNATE RECORD KEY IS CHAVE-EVT-NTF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NTF.

       SELECT ARQ-LOG
              ASSIGN TO WS-ARQ-LGPDLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-LOG.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-LGPDRELLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALU.
       01  REG-ALU.
           02 CODIGO         PIC 9(08).
           02 NOME           PIC X(20).
           02 S-NOME         PIC X(30).
           02 FONE           PIC X(12).
           02 CEP            PIC X(08).
           02 CIDADE         PIC X(08).
           02 UF             PIC X(02).
           02 BAIRRO         PIC X(32).
           02 RUA            PIC X(55).
           02 SITUACAO-ALUNO PIC X(01).
           02 TURMA          PIC X(06).
           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

       FD  ARQ-CEN.
       01  REG-CEN.
           02 CODIGO-CEN          PIC 9(08).
           02 DATA-NASC-CEN       PIC 9(08).
           02 SEXO-CEN            PIC X(01).
           02 COR-RACA-CEN        PIC X(01).
           02 CPF-CEN             PIC X(11).
           02 NACIONAL-CEN        PIC X(01).
           02 MUNIC-NASC-CEN      PIC 9(07).
           02 NEC-ESP-CEN         PIC X(01).
           02 INEP-ID-CEN         PIC 9(12).

       FD  ARQ-IDX.
       01  REG-IDX.
           02 CHAVE-IDX.
              03 S-NOME-IDX  PIC X(30).
              03 CODIGO-IDX  PIC 9(08).
           02 NOME-IDX       PIC X(20).

       FD  ARQ-AUD.
       01  REG-AUD.
           02 DATA-AUD          PIC 9(08).
           02 FILLER            PIC X(02).
           02 HORA-AUD          PIC 9(08).
           02 FILLER            PIC X(02).
           02 PROGRAMA-AUD      PIC X(08).
           02 FILLER            PIC X(02).
           02 OPERACAO-AUD      PIC X(01).
           02 FILLER            PIC X(02).
           02 CODIGO-AUD        PIC 9(08).
           02 FILLER            PIC X(02).
           02 IMAGEM-ANTES-AUD  PIC X(186).
           02 FILLER            PIC X(02).
           02 IMAGEM-DEPOIS-AUD PIC X(186).
           02 FILLER            PIC X(02).
           02 OPERADOR-AUD      PIC X(08).

       FD  ARQ-ESP.
       01  REG-ESP.
           02 CHAVE-ESP.
              03 TURMA-ESP    PIC X(06).
              03 NUM-ESP      PIC 9(04).
           02 NOME-ESP        PIC X(50).
           02 FONE-ESP        PIC X(12).
           02 DATA-ESP        PIC 9(08).
           02 SITU-ESP        PIC X(01).

       FD  ARQ-REC.
       01  REG-REC.
           02 NUM-RECIBO      PIC 9(06).
           02 CODIGO-REC      PIC 9(08).
           02 ANO-REF-REC     PIC 9(04).
           02 SLOT-REC        PIC 9(02).
           02 VALOR-REC       PIC 9(05)V99.
           02 DATA-PAG-REC    PIC 9(08).
           02 OPERADOR-REC    PIC X(08).
           02 FORMA-REC       PIC X(01).
           02 TIPO-REC        PIC X(01).
           02 REF-RECIBO      PIC 9(06).
           02 SEQ-EXT-REC     PIC 9(03).
      * UNIDADE DO ALUNO (A DA TURMA DELE) NO PAGAMENTO.
           02 UNIDADE-REC     PIC X(02).

       FD  ARQ-NOTAS.
       01  REG-OK.
           02 CHAVE-OK.
              03 CODIGO-OK          PIC 9(08).
              03 ANO-OK             PIC 9(04).
              03 DISCIPLINA-OK      PIC X(10).
           02 NOME-OK               PIC X(20).
           02 S-NOME-OK             PIC X(30).
           02 PRIMEIRO-OK           PIC 9(02).
           02 SEGUNDO-OK            PIC 9(02).
           02 TERCEIRO-OK           PIC 9(02).
           02 QUARTO-OK             PIC 9(02).
           02 MEDIA-FINAL-OK        PIC 9(02)V99.
           02 SITUACAO-OK           PIC X(02).
           02 RECUPERACAO-OK        PIC 9(02).

       FD  ARQ-MEN.
       01  REG-MEN.
           02 CHAVE-MEN.
              03 CODIGO-MEN  PIC 9(08).
              03 ANO-REF     PIC 9(04).
           02 NOME-MEN       PIC X(20).
           02 S-NOME-MEN     PIC X(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 TAB-MENSAS-MEN.
              03 MENSA-SLOT OCCURS 12 TIMES.
                 04 MES-REF-SLOT PIC X(09).
                 04 SITU-SLOT    PIC X(02).
           02 PERC-DESC-MEN  PIC 9(03).
           02 PARCELA-LIQ    PIC 9(05)V99.

       FD  ARQ-EXT.
       01  REG-EXT.
           02 CHAVE-EXT.
              03 CODIGO-EXT   PIC 9(08).
              03 ANO-REF-EXT  PIC 9(04).
              03 SEQ-EXT      PIC 9(03).
           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 DESCRICAO-EXT   PIC X(30).
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
           02 DATA-LANC-EXT   PIC 9(08).
           02 DATA-VENC-EXT   PIC 9(08).

       FD  ARQ-DOC.
       01  REG-DOC.
           02 NUM-DOC             PIC 9(06).
           02 TIPO-DOC            PIC X(01).
           02 AUTENT-DOC          PIC 9(10).
           02 CODIGO-DOC          PIC 9(08).
           02 NOME-DOC            PIC X(51).
           02 ANO-DOC             PIC 9(04).
           02 DATA-DOC            PIC 9(08).
           02 HORA-DOC            PIC 9(08).
           02 OPERADOR-DOC        PIC X(08).
           02 FINALIDADE-DOC      PIC X(40).
           02 RESUMO-DOC          PIC X(60).

       FD  ARQ-NOTAS-ARQ.
       01  REG-NOTAS-ARQ.
           02 CHAVE-OK-ARQ.
              03 CODIGO-OK-ARQ     PIC 9(08).
              03 ANO-OK-ARQ        PIC 9(04).
              03 DISCIPLINA-OK-ARQ PIC X(10).
           02 NOME-OK-ARQ          PIC X(20).
           02 S-NOME-OK-ARQ        PIC X(30).
           02 RESTO-OK-ARQ         PIC X(16).

       FD  ARQ-MENSAL-ARQ.
       01  REG-MENSAL-ARQ.
           02 CHAVE-MEN-ARQ.
              03 CODIGO-MEN-ARQ  PIC 9(08).
              03 ANO-REF-MEN-ARQ PIC 9(04).
           02 NOME-MEN-ARQ       PIC X(20).
           02 S-NOME-MEN-ARQ     PIC X(30).
           02 RESTO-MEN-ARQ      PIC X(149).

       FD  ARQ-CTT.
       01  REG-CTT.
           02 CODIGO-CTT       PIC 9(08).
           02 EMAIL-CTT        PIC X(60).
           02 CELULAR-CTT      PIC X(11).
           02 OPTIN-EMAIL-CTT  PIC X(01).
              88 CTT-ACEITA-EMAIL VALUE 'S'.
           02 OPTIN-SMS-CTT    PIC X(01).
              88 CTT-ACEITA-SMS   VALUE 'S'.
           02 DATA-OPTIN-CTT   PIC 9(08).

       FD  ARQ-NSO.
       01  REG-NSO.
           02 CODIGO-NSO      PIC 9(08).
           02 NOME-NSO        PIC X(20).
           02 S-NOME-NSO      PIC X(30).
           02 DATA-NSO        PIC 9(08).
           02 OPERADOR-NSO    PIC X(08).

       FD  ARQ-NTF.
       01  REG-NTF.
           02 NUM-NTF            PIC 9(09).
           02 CHAVE-EVT-NTF.
              03 CODIGO-NTF      PIC 9(08).
              03 TIPO-NTF        PIC X(01).
                 88 NTF-A-VENCER    VALUE 'V'.
                 88 NTF-VENCIDA     VALUE 'A'.
                 88 NTF-NOTA        VALUE 'N'.
                 88 NTF-FALTAS      VALUE 'F'.
              03 REF-NTF         PIC X(15).
              03 CANAL-NTF       PIC X(01).
                 88 NTF-EMAIL       VALUE 'E'.
                 88 NTF-SMS         VALUE 'S'.
           02 DESTINO-NTF        PIC X(60).
           02 DATA-ENV-NTF       PIC 9(08).
           02 HORA-ENV-NTF       PIC 9(08).
           02 TEXTO-NTF          PIC X(160).
           02 SITU-NTF           PIC X(01).
              88 NTF-PENDENTE       VALUE 'P'.
              88 NTF-ENTREGUE       VALUE 'E'.
              88 NTF-FALHOU         VALUE 'F'.
           02 DATA-RET-NTF       PIC 9(08).
           02 MOTIVO-RET-NTF     PIC X(40).

       FD  ARQ-LOG.
       01  REG-LOG.
           02 DATA-LOG          PIC 9(08).
           02 FILLER            PIC X(01).
           02 HORA-LOG          PIC 9(08).
           02 FILLER            PIC X(01).
           02 OPERADOR-LOG      PIC X(08).
           02 FILLER            PIC X(01).
           02 TIPO-LOG          PIC X(01).
           02 FILLER            PIC X(01).
           02 CHAVE-LOG         PIC X(12).
           02 CHAVE-LOG-R REDEFINES CHAVE-LOG.
              03 CODIGO-LOG     PIC 9(08).
              03 FILLER         PIC X(04).
           02 RESTO-LOG         PIC X(80).

       FD  ARQ-REL.
       01  REG-REL              PIC X(200).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CENSOALU PIC X(64).
       01  WS-ARQ-NOMEIDX PIC X(64).
       01  WS-ARQ-AUDITALU PIC X(64).
       01  WS-ARQ-ESPERA PIC X(64).
       01  WS-ARQ-RECIBOS PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-DOCREG PIC X(64).
       01  WS-ARQ-NOTASARQ PIC X(64).
       01  WS-ARQ-MENSALARQ PIC X(64).
       01  WS-ARQ-RESPCONT PIC X(64).
       01  WS-ARQ-NOTIFLOG PIC X(64).
       01  WS-ARQ-NOMESOC PIC X(64).
       01  WS-ARQ-LGPDLOG PIC X(64).
       01  WS-ARQ-LGPDRELLST PIC X(64).
       01  WS-PARAM-ANOINI PIC X(64).
       01  WS-ANO-INICIAL     PIC 9(04) VALUE 2000.
       01  WS-NOME-NOTAS-ARQ  PIC X(40).
       01  WS-NOME-MENSAL-ARQ PIC X(40).
       01  WS-ANO-CORRENTE    PIC 9(04).

       01  WS-OPCAO PIC X(01).
           88 OPCAO-ALUNO         VALUE 'A'.
           88 OPCAO-CPF           VALUE 'R'.
           88 OPCAO-SAIR          VALUE 'S'.

       01  WS-CODIGO-PARAM    PIC 9(08).
       01  WS-CPF-PARAM       PIC X(11).
       01  WS-CODIGO-ATUAL    PIC 9(08).
       01  WS-NOME-ALUNO      PIC X(51).
       01  WS-FONE-ALUNO      PIC X(12).
       01  WS-NOME-RESP-ATUAL PIC X(40).
       01  WS-FONE-RESP-ATUAL PIC X(12).
       01  WS-S-NOME-ATUAL    PIC X(30).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MMDD    PIC 9(04).
       01  WS-EOF             PIC X(01).
       01  WS-EOF-RESP        PIC X(01).
       01  WS-CONTA-SECAO     PIC 9(05).
       01  WS-CONTA-ALUNOS    PIC 9(03).
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-LINHA           PIC X(200).

      * RESPONSAVEIS COM O MESMO CPF: O RELATORIO DO CPF SAI COM TODOS
      * OS ALUNOS LIGADOS A ELE.
       01  WS-TAB-FILHOS.
           02 WS-QTD-FILHOS   PIC 9(03) VALUE ZEROES.
           02 TAB-FILHO       PIC 9(08) OCCURS 50 TIMES.
       01  WS-IX-FILHO        PIC 9(03).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'LGPDREL'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
       77 FS-STAT-CEN PIC 9(02).
           88 FS-CEN-OK          VALUE ZEROS.
       77 FS-STAT-IDX PIC 9(02).
           88 FS-IDX-OK          VALUE ZEROS.
       77 FS-STAT-AUD PIC 9(02).
           88 FS-AUD-OK          VALUE ZEROS.
       77 FS-STAT-ESP PIC 9(02).
           88 FS-ESP-OK          VALUE ZEROS.
       77 FS-STAT-REC PIC 9(02).
           88 FS-REC-OK          VALUE ZEROS.
       77 FS-STAT-NOT PIC 9(02).
           88 FS-NOT-OK          VALUE ZEROS.
       77 FS-STAT-MEN PIC 9(02).
           88 FS-MEN-OK          VALUE ZEROS.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK          VALUE ZEROS.
       77 FS-STAT-DOC PIC 9(02).
           88 FS-DOC-OK          VALUE ZEROS.
       77 FS-STAT-NOTAS-ARQ PIC 9(02).
           88 FS-NOTAS-ARQ-OK    VALUE ZEROS.
       77 FS-STAT-MENSAL-ARQ PIC 9(02).
           88 FS-MENSAL-ARQ-OK   VALUE ZEROS.
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-OK          VALUE ZEROS.
       77 FS-STAT-NTF PIC 9(02).
           88 FS-NTF-OK          VALUE ZEROS.
       77 FS-STAT-NSO PIC 9(02).
           88 FS-NSO-OK          VALUE ZEROS.
       77 FS-STAT-LOG PIC 9(02).
           88 FS-LOG-OK          VALUE ZEROS.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL    VALUE 'S'.
           88 RESP-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-CEN PIC X(01).
           88 CEN-DISPONIVEL     VALUE 'S'.
           88 CEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-IDX PIC X(01).
           88 IDX-DISPONIVEL     VALUE 'S'.
           88 IDX-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-ESP PIC X(01).
           88 ESP-DISPONIVEL     VALUE 'S'.
           88 ESP-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-REC PIC X(01).
           88 REC-DISPONIVEL     VALUE 'S'.
           88 REC-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NOT PIC X(01).
           88 NOT-DISPONIVEL     VALUE 'S'.
           88 NOT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-MEN PIC X(01).
           88 MEN-DISPONIVEL     VALUE 'S'.
           88 MEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-EXT PIC X(01).
           88 EXT-DISPONIVEL     VALUE 'S'.
           88 EXT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-DOC PIC X(01).
           88 DOC-DISPONIVEL     VALUE 'S'.
           88 DOC-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-CTT PIC X(01).
           88 CTT-DISPONIVEL     VALUE 'S'.
           88 CTT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NTF PIC X(01).
           88 NTF-DISPONIVEL     VALUE 'S'.
           88 NTF-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NSO PIC X(01).
           88 NSO-DISPONIVEL     VALUE 'S'.
           88 NSO-INDISPONIVEL   VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-ALUNO PERFORM RELATORIO-POR-ALUNO
               WHEN OPCAO-CPF   PERFORM RELATORIO-POR-CPF
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DO RELATORIO DE DADOS
      * PESSOAIS E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'RELATORIO DE DADOS PESSOAIS (LGPD)'
           DISPLAY 'A - POR ALUNO (CODIGO)'
           DISPLAY 'R - POR RESPONSAVEL (CPF), COM TODOS OS FILHOS'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
       RELATORIO-POR-ALUNO.
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           PERFORM CABECALHO-RELATORIO
           MOVE SPACES TO WS-LINHA
           STRING 'TITULAR: ALUNO CODIGO ' WS-CODIGO-PARAM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE WS-CODIGO-PARAM TO WS-CODIGO-ATUAL
           PERFORM RELATA-ALUNO
           DISPLAY 'RELATORIO GRAVADO EM LGPDREL.LST.'.
      *
      *============================================================
      * RELATORIO-POR-CPF - O RESPONSAVEL PEDE TUDO O QUE A ESCOLA
      * GUARDA DELE E DOS FILHOS: OS ALUNOS SAO OS CODIGOS CUJO
      * RESPONSAVEL EM RESPONSA.DAT TEM O CPF INFORMADO.
      *============================================================
       RELATORIO-POR-CPF.
           DISPLAY 'CPF DO RESPONSAVEL (SO NUMEROS): ' WITH NO ADVANCING
           ACCEPT WS-CPF-PARAM
           MOVE ZEROES TO WS-QTD-FILHOS
           IF RESP-DISPONIVEL
               MOVE ZEROES TO CODIGO-RESP
               START ARQ-RESP KEY IS NOT LESS THAN CODIGO-RESP
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-RESP
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-RESP
               END-START
               PERFORM UNTIL WS-EOF-RESP = 'Y'
                   READ ARQ-RESP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-RESP
                       NOT AT END
                           IF CPF-RESP = WS-CPF-PARAM
                              AND WS-QTD-FILHOS < 50
                               ADD 1 TO WS-QTD-FILHOS
                               MOVE CODIGO-RESP
                                   TO TAB-FILHO(WS-QTD-FILHOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-QTD-FILHOS = 0
               DISPLAY 'NENHUM ALUNO COM ESTE CPF DE RESPONSAVEL.'
           ELSE
               PERFORM CABECALHO-RELATORIO
               MOVE SPACES TO WS-LINHA
               STRING 'TITULAR: RESPONSAVEL CPF ' WS-CPF-PARAM
                      ' - ALUNOS LIGADOS: ' WS-QTD-FILHOS
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
               PERFORM VARYING WS-IX-FILHO FROM 1 BY 1
                       UNTIL WS-IX-FILHO > WS-QTD-FILHOS
                   MOVE TAB-FILHO(WS-IX-FILHO) TO WS-CODIGO-ATUAL
                   PERFORM RELATA-ALUNO
               END-PERFORM
               DISPLAY 'RELATORIO GRAVADO EM LGPDREL.LST.'
           END-IF.
      *
       CABECALHO-RELATORIO.
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'RELATORIO DE DADOS PESSOAIS MANTIDOS PELA ESCOLA '
                  '(LGPD) - EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * RELATA-ALUNO - UMA SECAO POR ARQUIVO QUE GUARDA DADO PESSOAL
      * DO ALUNO OU DO RESPONSAVEL. ARQUIVO QUE NAO EXISTE NESTA
      * INSTALACAO SAI COMO 'NAO DISPONIVEL'.
      *============================================================
       RELATA-ALUNO.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE SPACES TO WS-FONE-ALUNO
           MOVE SPACES TO WS-S-NOME-ATUAL
           MOVE SPACES TO WS-NOME-RESP-ATUAL
           MOVE SPACES TO WS-FONE-RESP-ATUAL
           PERFORM SECAO-ALUNOS
           PERFORM SECAO-RESPONSAVEL
           PERFORM SECAO-CONTATOS
           PERFORM SECAO-CENSO
           PERFORM SECAO-NOME-SOCIAL
           PERFORM SECAO-NOMEIDX
           PERFORM SECAO-AUDITORIA
           PERFORM SECAO-ESPERA
           PERFORM SECAO-RECIBOS
           PERFORM SECAO-COPIAS-NOME
           PERFORM SECAO-ARQUIVAMENTOS
           PERFORM SECAO-DOCUMENTOS
           PERFORM SECAO-NOTIFICACOES
           PERFORM SECAO-ANONIMIZACAO.
      *
       SECAO-ALUNOS.
           MOVE 'ALUNOS.DAT - CADASTRO DO ALUNO' TO REG-REL
           WRITE REG-REL
           MOVE WS-CODIGO-ATUAL TO CODIGO
           READ ARQ-ALU KEY IS CODIGO
               INVALID KEY
                   MOVE '   SEM REGISTRO.' TO REG-REL
                   WRITE REG-REL
                   END-WRITE
               NOT INVALID KEY
                   STRING NOME DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          S-NOME DELIMITED BY '  '
                       INTO WS-NOME-ALUNO
                   MOVE FONE   TO WS-FONE-ALUNO
                   MOVE S-NOME TO WS-S-NOME-ATUAL
                   MOVE SPACES TO WS-LINHA
                   STRING '   CODIGO ' CODIGO ' NOME ' NOME
                          ' SOBRENOME ' S-NOME ' FONE ' FONE
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-REL FROM WS-LINHA
                   MOVE SPACES TO WS-LINHA
                   STRING '   ENDERECO ' RUA ' BAIRRO ' BAIRRO
                          ' CIDADE ' CIDADE ' UF ' UF ' CEP ' CEP
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-REL FROM WS-LINHA
                   MOVE SPACES TO WS-LINHA
                   STRING '   SITUACAO ' SITUACAO-ALUNO ' TURMA '
                          TURMA ' DESCONTO ' PERC-DESC '% TIPO '
                          TIPO-DESC
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-REL FROM WS-LINHA
           END-READ.
      *
       SECAO-RESPONSAVEL.
           MOVE 'RESPONSA.DAT - RESPONSAVEL FINANCEIRO' TO REG-REL
           WRITE REG-REL
           IF RESP-INDISPONIVEL
               MOVE '   NAO DISPONIVEL.' TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-CODIGO-ATUAL TO CODIGO-RESP
               READ ARQ-RESP KEY IS CODIGO-RESP
                   INVALID KEY
                       MOVE '   SEM REGISTRO.' TO REG-REL
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       MOVE NOME-RESP TO WS-NOME-RESP-ATUAL
                       MOVE FONE-RESP TO WS-FONE-RESP-ATUAL
                       MOVE SPACES TO WS-LINHA
                       STRING '   NOME ' NOME-RESP ' CPF ' CPF-RESP
                              ' PARENTESCO ' PARENTESCO-RESP
                              ' FONE ' FONE-RESP
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
               END-READ
           END-IF.
      *
       SECAO-CONTATOS.
           MOVE 'RESPCONT.DAT - CONTATOS E CONSENTIMENTO DE AVISOS'
               TO REG-REL
           WRITE REG-REL
           IF CTT-INDISPONIVEL
               MOVE '   NAO DISPONIVEL.' TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-CODIGO-ATUAL TO CODIGO-CTT
               READ ARQ-CTT KEY IS CODIGO-CTT
                   INVALID KEY
                       MOVE '   SEM REGISTRO.' TO REG-REL
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA
                       STRING '   E-MAIL ' EMAIL-CTT
                              ' ACEITA ' OPTIN-EMAIL-CTT
                              ' CELULAR ' CELULAR-CTT
                              ' ACEITA ' OPTIN-SMS-CTT
                              ' CONSENTIMENTO EM ' DATA-OPTIN-CTT
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
               END-READ
           END-IF.
      *
       SECAO-CENSO.
           MOVE 'CENSOALU.DAT - DADOS COMPLEMENTARES DO CENSO'
               TO REG-REL
           WRITE REG-REL
           IF CEN-INDISPONIVEL
               MOVE '   NAO DISPONIVEL.' TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-CODIGO-ATUAL TO CODIGO-CEN
               READ ARQ-CEN KEY IS CODIGO-CEN
                   INVALID KEY
                       MOVE '   SEM REGISTRO.' TO REG-REL
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA
                       STRING '   NASCIMENTO ' DATA-NASC-CEN
                              ' SEXO ' SEXO-CEN ' COR/RACA '
                              COR-RACA-CEN ' CPF ' CPF-CEN
                              ' NACIONALIDADE ' NACIONAL-CEN
                              ' MUNICIPIO NASC. ' MUNIC-NASC-CEN
                              ' NEC. ESPECIAL ' NEC-ESP-CEN
                              ' ID INEP ' INEP-ID-CEN
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
               END-READ
           END-IF.
      *
       SECAO-NOME-SOCIAL.
           MOVE 'NOMESOC.DAT - NOME SOCIAL' TO REG-REL
           WRITE REG-REL
           IF NSO-INDISPONIVEL
               MOVE '   NAO DISPONIVEL.' TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-CODIGO-ATUAL TO CODIGO-NSO
               READ ARQ-NSO KEY IS CODIGO-NSO
                   INVALID KEY
                       MOVE '   SEM REGISTRO.' TO REG-REL
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA
                       STRING '   NOME SOCIAL ' NOME-NSO ' ' S-NOME-NSO
                              ' DESDE ' DATA-NSO
                              ' OPERADOR ' OPERADOR-NSO
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
               END-READ
           END-IF.
      *
      *============================================================
      * SECAO-NOMEIDX - O INDICE DE PESQUISA POR NOME PODE GUARDAR
      * UM SOBRENOME ANTIGO ATE SER RECONSTRUIDO NO PESQNOME: POR
      * ISSO A BUSCA E PELO CODIGO, VARRENDO O INDICE INTEIRO.
      *============================================================
       SECAO-NOMEIDX.
           MOVE 'NOMEIDX.DAT - INDICE DE PESQUISA POR NOME' TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           IF IDX-DISPONIVEL
               MOVE LOW-VALUES TO CHAVE-IDX
               START ARQ-IDX KEY IS NOT LESS THAN CHAVE-IDX
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-IDX NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-IDX = WS-CODIGO-ATUAL
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   ' S-NOME-IDX ' ' NOME-IDX
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHA-SECAO.
      *
       SECAO-AUDITORIA.
           MOVE 'AUDITALU.DAT - HISTORICO DE ALTERACOES (IMAGENS)'
               TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           OPEN INPUT ARQ-AUD
           IF FS-AUD-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-AUD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-AUD = WS-CODIGO-ATUAL
                               PERFORM IMPRIME-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUD
           END-IF
           PERFORM FECHA-SECAO.
      *
       IMPRIME-AUDITORIA.
           ADD 1 TO WS-CONTA-SECAO
           MOVE SPACES TO WS-LINHA
           STRING '   ' DATA-AUD ' ' HORA-AUD(1:4) ' ' PROGRAMA-AUD
                  ' ' OPERACAO-AUD ' ' OPERADOR-AUD
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF IMAGEM-ANTES-AUD NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '     ANTES : ' IMAGEM-ANTES-AUD
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF
           IF IMAGEM-DEPOIS-AUD NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '     DEPOIS: ' IMAGEM-DEPOIS-AUD
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
      *============================================================
      * SECAO-ESPERA - A FILA DE ESPERA NAO TEM O CODIGO DO ALUNO:
      * VALE A INSCRICAO COM O NOME DO ALUNO OU DO RESPONSAVEL, OU
      * COM O TELEFONE DE UM DELES.
      *============================================================
       SECAO-ESPERA.
           MOVE 'ESPERA.DAT - FILA DE ESPERA POR VAGA' TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           IF ESP-DISPONIVEL
               MOVE LOW-VALUES TO CHAVE-ESP
               START ARQ-ESP KEY IS NOT LESS THAN CHAVE-ESP
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ESP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONFERE-ESPERA
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHA-SECAO.
      *
       CONFERE-ESPERA.
           IF (WS-NOME-ALUNO NOT = SPACES
                   AND NOME-ESP = WS-NOME-ALUNO(1:50))
              OR (WS-NOME-RESP-ATUAL NOT = SPACES
                   AND NOME-ESP = WS-NOME-RESP-ATUAL)
              OR (FONE-ESP NOT = SPACES
                   AND (FONE-ESP = WS-FONE-ALUNO
                        OR FONE-ESP = WS-FONE-RESP-ATUAL))
               ADD 1 TO WS-CONTA-SECAO
               MOVE SPACES TO WS-LINHA
               STRING '   TURMA ' TURMA-ESP ' No ' NUM-ESP ' '
                      NOME-ESP ' FONE ' FONE-ESP ' EM ' DATA-ESP
                      ' SITUACAO ' SITU-ESP
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       SECAO-RECIBOS.
           MOVE 'RECIBOS.DAT - PAGAMENTOS RECEBIDOS' TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           IF REC-DISPONIVEL
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
                           IF CODIGO-REC = WS-CODIGO-ATUAL
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE VALOR-REC TO WS-VALOR-ED
                               MOVE SPACES TO WS-LINHA
                               STRING '   RECIBO ' NUM-RECIBO ' EM '
                                      DATA-PAG-REC ' ANO ' ANO-REF-REC
                                      ' PARCELA ' SLOT-REC ' VALOR '
                                      WS-VALOR-ED ' FORMA ' FORMA-REC
                                      ' TIPO ' TIPO-REC ' CAIXA '
                                      OPERADOR-REC
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHA-SECAO.
      *
      *============================================================
      * SECAO-COPIAS-NOME - NOTAS.DAT, MENSAL.DAT E LANCEXT.DAT
      * GUARDAM CADA UM A SUA COPIA DO NOME DO ALUNO.
      *============================================================
       SECAO-COPIAS-NOME.
           MOVE 'NOTAS.DAT / MENSAL.DAT / LANCEXT.DAT - COPIAS DO NOME'
               TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           IF NOT-DISPONIVEL
               MOVE WS-CODIGO-ATUAL TO CODIGO-OK
               MOVE ZEROES TO ANO-OK
               MOVE SPACES TO DISCIPLINA-OK
               START ARQ-NOTAS KEY IS NOT LESS THAN CHAVE-OK
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-NOTAS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-OK NOT = WS-CODIGO-ATUAL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   NOTAS   ' ANO-OK ' '
                                      DISCIPLINA-OK ' ' NOME-OK ' '
                                      S-NOME-OK
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF MEN-DISPONIVEL
               MOVE WS-CODIGO-ATUAL TO CODIGO-MEN
               MOVE ZEROES TO ANO-REF
               START ARQ-MEN KEY IS NOT LESS THAN CHAVE-MEN
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MEN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-MEN NOT = WS-CODIGO-ATUAL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   MENSAL  ' ANO-REF ' '
                                      NOME-MEN ' ' S-NOME-MEN
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF EXT-DISPONIVEL
               MOVE WS-CODIGO-ATUAL TO CODIGO-EXT
               MOVE ZEROES TO ANO-REF-EXT
               MOVE ZEROES TO SEQ-EXT
               START ARQ-EXT KEY IS NOT LESS THAN CHAVE-EXT
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-EXT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-EXT NOT = WS-CODIGO-ATUAL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   LANCEXT ' ANO-REF-EXT '/'
                                      SEQ-EXT ' ' NOME-EXT ' '
                                      S-NOME-EXT ' ' DESCRICAO-EXT
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHA-SECAO.
      *
      *============================================================
      * SECAO-ARQUIVAMENTOS - NOTAS-AAAA.DAT E MENSAL-AAAA.DAT DE
      * CADA ANO, DO PRIMEIRO ANO ARQUIVADO (LGPDARQINI) ATE O ANO
      * CORRENTE. ANO SEM ARQUIVAMENTO E PULADO.
      *============================================================
       SECAO-ARQUIVAMENTOS.
           MOVE 'NOTAS-AAAA.DAT / MENSAL-AAAA.DAT - ARQUIVAMENTOS'
               TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           MOVE WS-ANO-INICIAL TO WS-ANO-CORRENTE
           PERFORM UNTIL WS-ANO-CORRENTE > WS-DATA-ANO
               PERFORM RELATA-ARQUIVAMENTO-ANO
               ADD 1 TO WS-ANO-CORRENTE
           END-PERFORM
           PERFORM FECHA-SECAO.
      *
       RELATA-ARQUIVAMENTO-ANO.
           MOVE SPACES TO WS-NOME-NOTAS-ARQ
           STRING WS-ARQ-NOTASARQ  DELIMITED BY SPACE
                  WS-ANO-CORRENTE  DELIMITED BY SIZE
                  '.DAT'           DELIMITED BY SIZE
                  INTO WS-NOME-NOTAS-ARQ
           MOVE SPACES TO WS-NOME-MENSAL-ARQ
           STRING WS-ARQ-MENSALARQ DELIMITED BY SPACE
                  WS-ANO-CORRENTE  DELIMITED BY SIZE
                  '.DAT'           DELIMITED BY SIZE
                  INTO WS-NOME-MENSAL-ARQ
           OPEN INPUT ARQ-NOTAS-ARQ
           IF FS-NOTAS-ARQ-OK
               MOVE WS-CODIGO-ATUAL TO CODIGO-OK-ARQ
               MOVE ZEROES TO ANO-OK-ARQ
               MOVE SPACES TO DISCIPLINA-OK-ARQ
               START ARQ-NOTAS-ARQ KEY IS NOT LESS THAN CHAVE-OK-ARQ
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-NOTAS-ARQ NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-OK-ARQ NOT = WS-CODIGO-ATUAL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   NOTAS-' WS-ANO-CORRENTE ' '
                                      DISCIPLINA-OK-ARQ ' '
                                      NOME-OK-ARQ ' ' S-NOME-OK-ARQ
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS-ARQ
           END-IF
           OPEN INPUT ARQ-MENSAL-ARQ
           IF FS-MENSAL-ARQ-OK
               MOVE WS-CODIGO-ATUAL TO CODIGO-MEN-ARQ
               READ ARQ-MENSAL-ARQ KEY IS CODIGO-MEN-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTA-SECAO
                       MOVE SPACES TO WS-LINHA
                       STRING '   MENSAL-' WS-ANO-CORRENTE ' '
                              NOME-MEN-ARQ ' ' S-NOME-MEN-ARQ
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-REL FROM WS-LINHA
               END-READ
               CLOSE ARQ-MENSAL-ARQ
           END-IF.
      *
       SECAO-DOCUMENTOS.
           MOVE 'DOCREG.DAT - DOCUMENTOS OFICIAIS EMITIDOS' TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           IF DOC-DISPONIVEL
               MOVE ZEROES TO NUM-DOC
               START ARQ-DOC KEY IS NOT LESS THAN NUM-DOC
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-DOC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-DOC = WS-CODIGO-ATUAL
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   No ' NUM-DOC ' TIPO '
                                      TIPO-DOC ' EM ' DATA-DOC ' '
                                      NOME-DOC ' PARA ' FINALIDADE-DOC
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHA-SECAO.
      *
      *============================================================
      * SECAO-NOTIFICACOES - AVISOS JA ENVIADOS A FAMILIA, COM O
      * DESTINO USADO E O TEXTO DA MENSAGEM. A CHAVE DO EVENTO
      * COMECA PELO CODIGO DO ALUNO.
      *============================================================
       SECAO-NOTIFICACOES.
           MOVE 'NOTIFLOG.DAT - NOTIFICACOES ENVIADAS AOS RESPONSAVEIS'
               TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           IF NTF-DISPONIVEL
               MOVE LOW-VALUES TO CHAVE-EVT-NTF
               MOVE WS-CODIGO-ATUAL TO CODIGO-NTF
               START ARQ-NTF KEY IS NOT LESS THAN CHAVE-EVT-NTF
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-NTF NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-NTF NOT = WS-CODIGO-ATUAL
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM IMPRIME-NOTIFICACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHA-SECAO.
      *
       IMPRIME-NOTIFICACAO.
           ADD 1 TO WS-CONTA-SECAO
           MOVE SPACES TO WS-LINHA
           STRING '   No ' NUM-NTF ' EM ' DATA-ENV-NTF
                  ' TIPO ' TIPO-NTF ' CANAL ' CANAL-NTF
                  ' SITUACAO ' SITU-NTF ' PARA ' DESTINO-NTF
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF TEXTO-NTF NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING '      ' TEXTO-NTF
                   DELIMITED BY SIZE INTO WS-LINHA
               WRITE REG-REL FROM WS-LINHA
           END-IF.
      *
       SECAO-ANONIMIZACAO.
           MOVE 'LGPD.LOG - ANONIMIZACOES JA FEITAS' TO REG-REL
           WRITE REG-REL
           MOVE ZEROES TO WS-CONTA-SECAO
           OPEN INPUT ARQ-LOG
           IF FS-LOG-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-LOG
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TIPO-LOG = 'A'
                              AND CODIGO-LOG = WS-CODIGO-ATUAL
                               ADD 1 TO WS-CONTA-SECAO
                               MOVE SPACES TO WS-LINHA
                               STRING '   ANONIMIZADO EM ' DATA-LOG
                                      ' POR ' OPERADOR-LOG
                                   DELIMITED BY SIZE INTO WS-LINHA
                               WRITE REG-REL FROM WS-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF
           PERFORM FECHA-SECAO.
      *
       FECHA-SECAO.
           IF WS-CONTA-SECAO = 0
               MOVE '   NENHUM REGISTRO.' TO REG-REL
               WRITE REG-REL
           END-IF.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO.'
               GOBACK
           END-IF
           SET RESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RESP
           IF NOT FS-RESP-OK
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
           SET CEN-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CEN
           IF NOT FS-CEN-OK
               SET CEN-INDISPONIVEL TO TRUE
           END-IF
           SET IDX-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-IDX
           IF NOT FS-IDX-OK
               SET IDX-INDISPONIVEL TO TRUE
           END-IF
           SET ESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ESP
           IF NOT FS-ESP-OK
               SET ESP-INDISPONIVEL TO TRUE
           END-IF
           SET REC-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-REC
           IF NOT FS-REC-OK
               SET REC-INDISPONIVEL TO TRUE
           END-IF
           SET NOT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NOTAS
           IF NOT FS-NOT-OK
               SET NOT-INDISPONIVEL TO TRUE
           END-IF
           SET MEN-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-MEN
           IF NOT FS-MEN-OK
               SET MEN-INDISPONIVEL TO TRUE
           END-IF
           SET EXT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-EXT
           IF NOT FS-EXT-OK
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
           SET DOC-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-DOC
           IF NOT FS-DOC-OK
               SET DOC-INDISPONIVEL TO TRUE
           END-IF
           SET CTT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CTT
           IF NOT FS-CTT-OK
               SET CTT-INDISPONIVEL TO TRUE
           END-IF
           SET NTF-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NTF
           IF NOT FS-NTF-OK
               SET NTF-INDISPONIVEL TO TRUE
           END-IF
           SET NSO-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NSO
           IF NOT FS-NSO-OK
               SET NSO-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
       FECHA-ARQUIVOS.
           CLOSE ARQ-ALU
           IF RESP-DISPONIVEL
               CLOSE ARQ-RESP
           END-IF
           IF CEN-DISPONIVEL
               CLOSE ARQ-CEN
           END-IF
           IF IDX-DISPONIVEL
               CLOSE ARQ-IDX
           END-IF
           IF ESP-DISPONIVEL
               CLOSE ARQ-ESP
           END-IF
           IF REC-DISPONIVEL
               CLOSE ARQ-REC
           END-IF
           IF NOT-DISPONIVEL
               CLOSE ARQ-NOTAS
           END-IF
           IF MEN-DISPONIVEL
               CLOSE ARQ-MEN
           END-IF
           IF EXT-DISPONIVEL
               CLOSE ARQ-EXT
           END-IF
           IF DOC-DISPONIVEL
               CLOSE ARQ-DOC
           END-IF
           IF CTT-DISPONIVEL
               CLOSE ARQ-CTT
           END-IF
           IF NTF-DISPONIVEL
               CLOSE ARQ-NTF
           END-IF
           IF NSO-DISPONIVEL
               CLOSE ARQ-NSO
           END-IF
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'ALUNO ' WS-CODIGO-PARAM ' CPF ' WS-CPF-PARAM
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-LGPDRELLST.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'CENSOALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOALU
           MOVE 'NOMEIDX' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMEIDX
           MOVE 'AUDITALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITALU
           MOVE 'ESPERA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ESPERA
           MOVE 'RECIBOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RECIBOS
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'DOCREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DOCREG
           MOVE 'NOTASARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTASARQ
           MOVE 'MENSALARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSALARQ
           MOVE 'RESPCONT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPCONT
           MOVE 'NOTIFLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFLOG
           MOVE 'NOMESOC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMESOC
           MOVE 'LGPDLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LGPDLOG
           MOVE 'LGPDRELLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LGPDRELLST
      * PRIMEIRO ANO COM ARQUIVAMENTO (LGPDARQINI=AAAA); INVALIDO,
      * A BUSCA NOS ARQUIVAMENTOS COMECA EM 2000.
           MOVE 'LGPDARQINI' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-ANOINI
           IF WS-PARAM-ANOINI(1:4) NUMERIC
               MOVE WS-PARAM-ANOINI(1:4) TO WS-ANO-INICIAL
           END-IF.
