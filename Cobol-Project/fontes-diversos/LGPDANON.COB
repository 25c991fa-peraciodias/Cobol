       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGPDANON.
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
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-ALU.

       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-RESP.

       SELECT ARQ-CEN
              ASSIGN TO WS-ARQ-CENSOALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CEN
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CEN.

       SELECT ARQ-IDX
              ASSIGN TO WS-ARQ-NOMEIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-IDX
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-IDX.

       SELECT ARQ-NOTAS
              ASSIGN TO WS-ARQ-NOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-OK
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NOT.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-MEN.

       SELECT ARQ-EXT
              ASSIGN TO WS-ARQ-LANCEXT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-EXT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-EXT.

       SELECT ARQ-DOC
              ASSIGN TO WS-ARQ-DOCREG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-DOC
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-DOC.

       SELECT ARQ-ESP
              ASSIGN TO WS-ARQ-ESPERA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-ESP
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-ESP.

       SELECT ARQ-CTT
              ASSIGN TO WS-ARQ-RESPCONT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CTT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CTT.

       SELECT ARQ-NSO
              ASSIGN TO WS-ARQ-NOMESOC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-NSO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NSO.

       SELECT ARQ-NTF
              ASSIGN TO WS-ARQ-NOTIFLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-NTF
              ALTERNATE RECORD KEY IS CHAVE-EVT-NTF
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NTF.

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

      * AUDITALU.DAT E SEQUENCIAL: E REGRAVADO INTEIRO, PASSANDO
      * POR UMA COPIA DE TRABALHO (AUDITTMP).
       SELECT ARQ-AUD
              ASSIGN TO WS-ARQ-AUDITALU
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-AUD.

       SELECT ARQ-TMP
              ASSIGN TO WS-ARQ-AUDITTMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-TMP.

       SELECT ARQ-LOG
              ASSIGN TO WS-ARQ-LGPDLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-LOG.

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
              88 ALUNO-ATIVO       VALUE 'A'.
              88 ALUNO-TRANSFERIDO VALUE 'T'.
              88 ALUNO-DESISTENTE  VALUE 'D'.
              88 ALUNO-FORMADO     VALUE 'G'.
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

       FD  ARQ-ESP.
       01  REG-ESP.
           02 CHAVE-ESP.
              03 TURMA-ESP    PIC X(06).
              03 NUM-ESP      PIC 9(04).
           02 NOME-ESP        PIC X(50).
           02 FONE-ESP        PIC X(12).
           02 DATA-ESP        PIC 9(08).
           02 DATA-ESP-R REDEFINES DATA-ESP.
              03 ANO-ESP      PIC 9(04).
              03 MMDD-ESP     PIC 9(04).
           02 SITU-ESP        PIC X(01).
              88 ESP-AGUARDANDO VALUE 'A'.
              88 ESP-CONVOCADO  VALUE 'C'.
              88 ESP-CANCELADO  VALUE 'X'.

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

       FD  ARQ-TMP.
       01  REG-TMP              PIC X(427).

      * UMA LINHA POR ALUNO ANONIMIZADO (TIPO 'A', COM A CONTAGEM DE
      * REGISTROS ALTERADOS EM CADA ARQUIVO) E UMA POR INSCRICAO DA
      * FILA DE ESPERA (TIPO 'E'). NENHUM DADO PESSOAL VAI PARA O
      * DIARIO: SO CODIGOS E CONTAGENS.
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
              88 LOG-ALUNO      VALUE 'A'.
              88 LOG-ESPERA     VALUE 'E'.
           02 FILLER            PIC X(01).
           02 CHAVE-LOG         PIC X(12).
           02 CHAVE-LOG-R REDEFINES CHAVE-LOG.
              03 CODIGO-LOG     PIC 9(08).
              03 FILLER         PIC X(04).
           02 FILLER            PIC X(01).
           02 SITUACAO-LOG      PIC X(01).
           02 FILLER            PIC X(01).
           02 ULT-ANO-LOG       PIC 9(04).
           02 FILLER            PIC X(01).
           02 QTD-ALU-LOG       PIC 9(01).
           02 FILLER            PIC X(01).
           02 QTD-RESP-LOG      PIC 9(01).
           02 FILLER            PIC X(01).
           02 QTD-CEN-LOG       PIC 9(01).
           02 FILLER            PIC X(01).
           02 QTD-IDX-LOG       PIC 9(03).
           02 FILLER            PIC X(01).
           02 QTD-NOT-LOG       PIC 9(05).
           02 FILLER            PIC X(01).
           02 QTD-MEN-LOG       PIC 9(03).
           02 FILLER            PIC X(01).
           02 QTD-EXT-LOG       PIC 9(05).
           02 FILLER            PIC X(01).
           02 QTD-AUD-LOG       PIC 9(05).
           02 FILLER            PIC X(01).
           02 QTD-ARQ-LOG       PIC 9(05).
           02 FILLER            PIC X(01).
           02 QTD-DOC-LOG       PIC 9(03).
           02 FILLER            PIC X(01).
           02 QTD-CTT-LOG       PIC 9(01).
           02 FILLER            PIC X(01).
           02 QTD-NTF-LOG       PIC 9(05).
           02 FILLER            PIC X(01).
           02 QTD-NSO-LOG       PIC 9(01).
           02 FILLER            PIC X(21).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-CENSOALU PIC X(64).
       01  WS-ARQ-NOMEIDX PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-LANCEXT PIC X(64).
       01  WS-ARQ-DOCREG PIC X(64).
       01  WS-ARQ-ESPERA PIC X(64).
       01  WS-ARQ-NOTASARQ PIC X(64).
       01  WS-ARQ-MENSALARQ PIC X(64).
       01  WS-ARQ-AUDITALU PIC X(64).
       01  WS-ARQ-AUDITTMP PIC X(64).
       01  WS-ARQ-RESPCONT PIC X(64).
       01  WS-ARQ-NOMESOC PIC X(64).
       01  WS-ARQ-NOTIFLOG PIC X(64).
       01  WS-ARQ-LGPDLOG PIC X(64).
       01  WS-PARAM-ANOS PIC X(64).
       01  WS-PARAM-ANOINI PIC X(64).
      * ANOS DE GUARDA DEPOIS DO ULTIMO ANO LETIVO OU FINANCEIRO DO
      * ALUNO (LGPDANOS=NN) E PRIMEIRO ANO ARQUIVADO (LGPDARQINI).
       01  WS-ANOS-GUARDA     PIC 9(02) VALUE 5.
       01  WS-ANO-INICIAL     PIC 9(04) VALUE 2000.
       01  WS-NOME-NOTAS-ARQ  PIC X(40).
       01  WS-NOME-MENSAL-ARQ PIC X(40).
       01  WS-ANO-CORRENTE    PIC 9(04).

      * O QUE FICA NO LUGAR DO NOME. TAMBEM MARCA O REGISTRO COMO JA
      * ANONIMIZADO, PARA A PROXIMA EXECUCAO NAO REFAZER.
       01  WS-MARCA-ANON      PIC X(11) VALUE 'ANONIMIZADO'.
      * CPF SUBSTITUTO DO RESPONSAVEL: 'AN' + CODIGO DO ALUNO + '*'.
      * UNICO POR ALUNO E NUNCA UM CPF VALIDO, PARA O DECANUAL NAO
      * JUNTAR FAMILIAS DIFERENTES SOB UM CPF EM BRANCO.
       01  WS-CPF-PSEUDO.
           02 FILLER          PIC X(02) VALUE 'AN'.
           02 WS-CPF-PSEUDO-COD PIC 9(08).
           02 FILLER          PIC X(01) VALUE '*'.

       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MMDD    PIC 9(04).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-EOF-ALU         PIC X(01).
       01  WS-ULTIMO-ANO      PIC 9(04).
       01  WS-IDADE-REGISTRO  PIC 9(04).
       01  WS-IX-ATUAL        PIC 9(04).
       01  WS-IX-LOG          PIC 9(04).
       01  WS-CODIGO-BUSCA    PIC 9(08).
       01  WS-SW-ACHOU PIC X(01).
           88 CODIGO-ACHADO     VALUE 'S'.
           88 CODIGO-NAO-ACHADO VALUE 'N'.

      * IMAGEM GRAVADA NO AUDITALU: REGISTRO DE ALUNOS.DAT, EXCETO
      * O MANTNOTA, QUE GRAVA O REGISTRO DE NOTAS.DAT.
       01  WS-IMAGEM          PIC X(186).
       01  WS-IMAGEM-ALU REDEFINES WS-IMAGEM.
           02 FILLER          PIC X(08).
           02 IMG-NOME        PIC X(20).
           02 IMG-S-NOME      PIC X(30).
           02 IMG-ENDERECO    PIC X(117).
           02 FILLER          PIC X(11).
       01  WS-IMAGEM-NOTA REDEFINES WS-IMAGEM.
           02 FILLER          PIC X(22).
           02 IMG-NOME-OK     PIC X(20).
           02 IMG-S-NOME-OK   PIC X(30).
           02 FILLER          PIC X(114).
       01  WS-REG-AUD-ANTES   PIC X(427).

      * ALUNOS ANONIMIZADOS (NESTA EXECUCAO E NAS ANTERIORES), EM
      * ORDEM DE CODIGO, COM O QUE FOI ALTERADO EM CADA ARQUIVO.
      * OS ANTERIORES ENTRAM PARA COMPLETAR UMA EXECUCAO QUE TENHA
      * PARADO NO MEIO; SEM NADA ALTERADO, NAO VAO PARA O DIARIO.
       01  WS-TAB-ANON.
           02 WS-QTD-ANON     PIC 9(04) VALUE ZEROES.
           02 TAB-ANON OCCURS 9999 TIMES
                       INDEXED BY IX-ANON.
              03 TAB-CODIGO   PIC 9(08).
              03 TAB-NOVO     PIC X(01).
              03 TAB-SITU     PIC X(01).
              03 TAB-ULT-ANO  PIC 9(04).
              03 TAB-QTD-ALU  PIC 9(01).
              03 TAB-QTD-RESP PIC 9(01).
              03 TAB-QTD-CEN  PIC 9(01).
              03 TAB-QTD-IDX  PIC 9(03).
              03 TAB-QTD-NOT  PIC 9(05).
              03 TAB-QTD-MEN  PIC 9(03).
              03 TAB-QTD-EXT  PIC 9(05).
              03 TAB-QTD-AUD  PIC 9(05).
              03 TAB-QTD-ARQ  PIC 9(05).
              03 TAB-QTD-DOC  PIC 9(03).
              03 TAB-QTD-CTT  PIC 9(01).
              03 TAB-QTD-NTF  PIC 9(05).
              03 TAB-QTD-NSO  PIC 9(01).

       01  WS-CONTA-LIDOS      PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-NOVOS      PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-NO-PRAZO   PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-SEM-REF    PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-ADIADOS    PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-ESPERA     PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-LOG        PIC 9(07) VALUE ZEROES.

       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
           88 FS-ALU-EM-USO      VALUES 51 99.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
       77 FS-STAT-CEN PIC 9(02).
           88 FS-CEN-OK          VALUE ZEROS.
       77 FS-STAT-IDX PIC 9(02).
           88 FS-IDX-OK          VALUE ZEROS.
       77 FS-STAT-NOT PIC 9(02).
           88 FS-NOT-OK          VALUE ZEROS.
       77 FS-STAT-MEN PIC 9(02).
           88 FS-MEN-OK          VALUE ZEROS.
       77 FS-STAT-EXT PIC 9(02).
           88 FS-EXT-OK          VALUE ZEROS.
       77 FS-STAT-DOC PIC 9(02).
           88 FS-DOC-OK          VALUE ZEROS.
       77 FS-STAT-ESP PIC 9(02).
           88 FS-ESP-OK          VALUE ZEROS.
       77 FS-STAT-NOTAS-ARQ PIC 9(02).
           88 FS-NOTAS-ARQ-OK    VALUE ZEROS.
       77 FS-STAT-MENSAL-ARQ PIC 9(02).
           88 FS-MENSAL-ARQ-OK   VALUE ZEROS.
       77 FS-STAT-AUD PIC 9(02).
           88 FS-AUD-OK          VALUE ZEROS.
       77 FS-STAT-TMP PIC 9(02).
           88 FS-TMP-OK          VALUE ZEROS.
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-OK          VALUE ZEROS.
       77 FS-STAT-NSO PIC 9(02).
           88 FS-NSO-OK          VALUE ZEROS.
       77 FS-STAT-NTF PIC 9(02).
           88 FS-NTF-OK          VALUE ZEROS.
       77 FS-STAT-LOG PIC 9(02).
           88 FS-LOG-OK          VALUE ZEROS.
           88 FS-LOG-NAO-EXISTE  VALUE 35.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL    VALUE 'S'.
           88 RESP-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-CEN PIC X(01).
           88 CEN-DISPONIVEL     VALUE 'S'.
           88 CEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-IDX PIC X(01).
           88 IDX-DISPONIVEL     VALUE 'S'.
           88 IDX-INDISPONIVEL   VALUE 'N'.
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
       01  WS-SW-ESP PIC X(01).
           88 ESP-DISPONIVEL     VALUE 'S'.
           88 ESP-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-CTT PIC X(01).
           88 CTT-DISPONIVEL     VALUE 'S'.
           88 CTT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NSO PIC X(01).
           88 NSO-DISPONIVEL     VALUE 'S'.
           88 NSO-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NTF PIC X(01).
           88 NTF-DISPONIVEL     VALUE 'S'.
           88 NTF-INDISPONIVEL   VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       ACCEPT WS-HORA-AGORA FROM TIME.
       DISPLAY 'ANONIMIZACAO DE ALUNOS QUE DEIXARAM A ESCOLA (LGPD)'
       DISPLAY 'SITUACAO T, D OU G E ULTIMO ANO LETIVO/FINANCEIRO '
           'HA MAIS DE ' WS-ANOS-GUARDA ' ANOS.'
       DISPLAY 'NOMES, TELEFONES, ENDERECOS E DADOS DO RESPONSAVEL '
           'SERAO APAGADOS DE FORMA DEFINITIVA.'
       DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N)? ' WITH NO ADVANCING
       ACCEPT WS-CONFIRMA
       IF NOT CONFIRMADO
           DISPLAY 'ANONIMIZACAO CANCELADA.'
           GOBACK
       END-IF
       PERFORM ABRIR-ARQUIVOS.
       MOVE 'N' TO WS-EOF-ALU
      * percorre ALUNOS.DAT inteiro, em ordem de codigo
       PERFORM UNTIL WS-EOF-ALU = 'Y'
           READ ARQ-ALU NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ALU
               NOT AT END
                   IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                      OR ALUNO-FORMADO
                       ADD 1 TO WS-CONTA-LIDOS
                       PERFORM AVALIA-ALUNO
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-QTD-ANON > 0
           PERFORM ANONIMIZA-INDICE
           PERFORM ANONIMIZA-DOCUMENTOS
           PERFORM ANONIMIZA-ARQUIVAMENTOS
           PERFORM ANONIMIZA-AUDITORIA
           PERFORM GRAVA-DIARIO-ALUNOS
       END-IF
       PERFORM ANONIMIZA-ESPERA.
       PERFORM FECHA-ARQUIVOS.
       DISPLAY '================================================'
       DISPLAY 'ALUNOS T/D/G EXAMINADOS.........: ' WS-CONTA-LIDOS
       DISPLAY 'ANONIMIZADOS NESTA EXECUCAO.....: ' WS-CONTA-NOVOS
       DISPLAY 'AINDA NO PRAZO DE GUARDA........: ' WS-CONTA-NO-PRAZO
       DISPLAY 'SEM NOTAS NEM PARCELAS (MANTIDOS): ' WS-CONTA-SEM-REF
       DISPLAY 'ADIADOS (TABELA CHEIA)..........: ' WS-CONTA-ADIADOS
       DISPLAY 'INSCRICOES DA FILA ANONIMIZADAS.: ' WS-CONTA-ESPERA
       DISPLAY 'LINHAS GRAVADAS EM LGPD.LOG.....: ' WS-CONTA-LOG
       DISPLAY '================================================'
       GOBACK.
      *
      *============================================================
      * AVALIA-ALUNO - ALUNO JA ANONIMIZADO ENTRA NA TABELA SO PARA
      * AS PASSADAS DOS ARQUIVOS SEQUENCIAIS. OS DEMAIS SO SAO
      * ANONIMIZADOS SE O ULTIMO ANO COM NOTA, PARCELA OU LANCAMENTO
      * EXTRA JA PASSOU DO PRAZO DE GUARDA. SEM NENHUM DESSES ANOS
      * NAO HA COMO SABER QUANDO O ALUNO SAIU: FICA COMO ESTA.
      *============================================================
       AVALIA-ALUNO.
           IF NOME = WS-MARCA-ANON
               MOVE ZEROES TO WS-ULTIMO-ANO
               IF WS-QTD-ANON < 9999
                   PERFORM REGISTRA-NA-TABELA
                   MOVE 'N' TO TAB-NOVO(WS-IX-ATUAL)
                   PERFORM ANONIMIZA-COPIAS
               END-IF
           ELSE
               PERFORM APURA-ULTIMO-ANO
               IF WS-ULTIMO-ANO = 0
                   ADD 1 TO WS-CONTA-SEM-REF
               ELSE
                   COMPUTE WS-IDADE-REGISTRO =
                       WS-DATA-ANO - WS-ULTIMO-ANO
                   IF WS-IDADE-REGISTRO > WS-ANOS-GUARDA
                       IF WS-QTD-ANON < 9999
                           PERFORM ANONIMIZA-ALUNO
                       ELSE
                           ADD 1 TO WS-CONTA-ADIADOS
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONTA-NO-PRAZO
                   END-IF
               END-IF
           END-IF.
      *
       REGISTRA-NA-TABELA.
           ADD 1 TO WS-QTD-ANON
           MOVE WS-QTD-ANON    TO WS-IX-ATUAL
           INITIALIZE TAB-ANON(WS-IX-ATUAL)
           MOVE CODIGO         TO TAB-CODIGO(WS-IX-ATUAL)
           MOVE SITUACAO-ALUNO TO TAB-SITU(WS-IX-ATUAL)
           MOVE WS-ULTIMO-ANO  TO TAB-ULT-ANO(WS-IX-ATUAL).
      *
      *============================================================
      * APURA-ULTIMO-ANO - MAIOR ANO DO ALUNO EM NOTAS.DAT, MENSAL.DAT
      * E LANCEXT.DAT (O ANO FAZ PARTE DA CHAVE NOS TRES).
      *============================================================
       APURA-ULTIMO-ANO.
           MOVE ZEROES TO WS-ULTIMO-ANO
           IF NOT-DISPONIVEL
               MOVE CODIGO TO CODIGO-OK
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
                           IF CODIGO-OK NOT = CODIGO
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF ANO-OK > WS-ULTIMO-ANO
                                   MOVE ANO-OK TO WS-ULTIMO-ANO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF MEN-DISPONIVEL
               MOVE CODIGO TO CODIGO-MEN
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
                           IF CODIGO-MEN NOT = CODIGO
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF ANO-REF > WS-ULTIMO-ANO
                                   MOVE ANO-REF TO WS-ULTIMO-ANO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF EXT-DISPONIVEL
               MOVE CODIGO TO CODIGO-EXT
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
                           IF CODIGO-EXT NOT = CODIGO
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF ANO-REF-EXT > WS-ULTIMO-ANO
                                   MOVE ANO-REF-EXT TO WS-ULTIMO-ANO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
      *============================================================
      * ANONIMIZA-ALUNO - APAGA PRIMEIRO AS COPIAS E POR ULTIMO O
      * CADASTRO: SE A EXECUCAO PARAR NO MEIO, O ALUNO AINDA NAO
      * ESTA MARCADO E A PROXIMA EXECUCAO REFAZ TUDO. CODIGO,
      * SITUACAO, TURMA E DESCONTO FICAM; NOTAS E VALORES NAO SAO
      * TOCADOS.
      *============================================================
       ANONIMIZA-ALUNO.
           PERFORM REGISTRA-NA-TABELA
           MOVE 'S' TO TAB-NOVO(WS-IX-ATUAL)
           PERFORM ANONIMIZA-COPIAS
           MOVE WS-MARCA-ANON TO NOME
           MOVE SPACES TO S-NOME
           MOVE SPACES TO FONE
           MOVE SPACES TO CEP
           MOVE SPACES TO CIDADE
           MOVE SPACES TO UF
           MOVE SPACES TO BAIRRO
           MOVE SPACES TO RUA
           REWRITE REG-ALU
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ALUNOS.DAT - CODIGO '
                       CODIGO ' FS-STAT: ' FS-STAT-ALU
               NOT INVALID KEY
                   MOVE 1 TO TAB-QTD-ALU(WS-IX-ATUAL)
                   ADD 1 TO WS-CONTA-NOVOS
           END-REWRITE.
      *
      *============================================================
      * ANONIMIZA-COPIAS - RESPONSAVEL, CONTATOS DE AVISO, DADOS DO
      * CENSO, NOTIFICACOES ENVIADAS E AS COPIAS DO NOME EM
      * NOTAS.DAT, MENSAL.DAT E LANCEXT.DAT. SO CONTA O QUE AINDA
      * NAO ESTAVA ANONIMIZADO.
      *============================================================
       ANONIMIZA-COPIAS.
           IF RESP-DISPONIVEL
               MOVE CODIGO TO CODIGO-RESP
               READ ARQ-RESP KEY IS CODIGO-RESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOME-RESP NOT = WS-MARCA-ANON
                           MOVE WS-MARCA-ANON TO NOME-RESP
                           MOVE CODIGO TO WS-CPF-PSEUDO-COD
                           MOVE WS-CPF-PSEUDO TO CPF-RESP
                           MOVE SPACES TO PARENTESCO-RESP
                           MOVE SPACES TO FONE-RESP
                           REWRITE REG-RESP
                           IF FS-RESP-OK
                               MOVE 1 TO TAB-QTD-RESP(WS-IX-ATUAL)
                           END-IF
                       END-IF
               END-READ
           END-IF
      * E-MAIL, CELULAR E CONSENTIMENTO SO SERVEM AOS AVISOS DO
      * ALUNO ATIVO: O REGISTRO SAI INTEIRO.
           IF CTT-DISPONIVEL
               MOVE CODIGO TO CODIGO-CTT
               READ ARQ-CTT KEY IS CODIGO-CTT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-CTT RECORD
                       IF FS-CTT-OK
                           MOVE 1 TO TAB-QTD-CTT(WS-IX-ATUAL)
                       END-IF
               END-READ
           END-IF
      * O NOME SOCIAL SAI INTEIRO, COMO O NOME CIVIL DO CADASTRO.
           IF NSO-DISPONIVEL
               MOVE CODIGO TO CODIGO-NSO
               READ ARQ-NSO KEY IS CODIGO-NSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-NSO RECORD
                       IF FS-NSO-OK
                           MOVE 1 TO TAB-QTD-NSO(WS-IX-ATUAL)
                       END-IF
               END-READ
           END-IF
      * O CENSO SO SERVE AO ALUNO ATIVO: O REGISTRO SAI INTEIRO.
           IF CEN-DISPONIVEL
               MOVE CODIGO TO CODIGO-CEN
               READ ARQ-CEN KEY IS CODIGO-CEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-CEN RECORD
                       IF FS-CEN-OK
                           MOVE 1 TO TAB-QTD-CEN(WS-IX-ATUAL)
                       END-IF
               END-READ
           END-IF
           IF NOT-DISPONIVEL
               PERFORM ANONIMIZA-NOTAS
           END-IF
           IF MEN-DISPONIVEL
               PERFORM ANONIMIZA-MENSAL
           END-IF
           IF EXT-DISPONIVEL
               PERFORM ANONIMIZA-EXTRAS
           END-IF
           IF NTF-DISPONIVEL
               PERFORM ANONIMIZA-NOTIFICACOES
           END-IF.
      *
       ANONIMIZA-NOTAS.
           MOVE CODIGO TO CODIGO-OK
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
                       IF CODIGO-OK NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOME-OK NOT = WS-MARCA-ANON
                               MOVE WS-MARCA-ANON TO NOME-OK
                               MOVE SPACES TO S-NOME-OK
                               REWRITE REG-OK
                               IF FS-NOT-OK
                                   ADD 1 TO TAB-QTD-NOT(WS-IX-ATUAL)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       ANONIMIZA-MENSAL.
           MOVE CODIGO TO CODIGO-MEN
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
                       IF CODIGO-MEN NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOME-MEN NOT = WS-MARCA-ANON
                               MOVE WS-MARCA-ANON TO NOME-MEN
                               MOVE SPACES TO S-NOME-MEN
                               REWRITE REG-MEN
                               IF FS-MEN-OK
                                   ADD 1 TO TAB-QTD-MEN(WS-IX-ATUAL)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       ANONIMIZA-EXTRAS.
           MOVE CODIGO TO CODIGO-EXT
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
                       IF CODIGO-EXT NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOME-EXT NOT = WS-MARCA-ANON
                               MOVE WS-MARCA-ANON TO NOME-EXT
                               MOVE SPACES TO S-NOME-EXT
                               REWRITE REG-EXT
                               IF FS-EXT-OK
                                   ADD 1 TO TAB-QTD-EXT(WS-IX-ATUAL)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * ANONIMIZA-NOTIFICACOES - O DIARIO DE AVISOS FICA (TIPO, DATA
      * E SITUACAO DA ENTREGA), MAS SEM O E-MAIL/CELULAR DE DESTINO
      * E SEM O TEXTO, QUE TRAZ O NOME DO ALUNO.
      *============================================================
       ANONIMIZA-NOTIFICACOES.
           MOVE LOW-VALUES TO CHAVE-EVT-NTF
           MOVE CODIGO TO CODIGO-NTF
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
                       IF CODIGO-NTF NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DESTINO-NTF NOT = SPACES
                              OR TEXTO-NTF NOT = SPACES
                               MOVE SPACES TO DESTINO-NTF
                               MOVE SPACES TO TEXTO-NTF
                               REWRITE REG-NTF
                               IF FS-NTF-OK
                                   ADD 1 TO TAB-QTD-NTF(WS-IX-ATUAL)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       LOCALIZA-CODIGO.
           SET CODIGO-NAO-ACHADO TO TRUE
           SET IX-ANON TO 1
           SEARCH TAB-ANON
               AT END
                   CONTINUE
               WHEN TAB-CODIGO(IX-ANON) = WS-CODIGO-BUSCA
                   SET CODIGO-ACHADO TO TRUE
                   SET WS-IX-ATUAL TO IX-ANON
           END-SEARCH.
      *
      *============================================================
      * ANONIMIZA-INDICE - O INDICE DE PESQUISA POR NOME PODE TER O
      * ALUNO SOB UM SOBRENOME ANTIGO: VARRE O INDICE INTEIRO E
      * EXCLUI AS ENTRADAS DOS CODIGOS DA TABELA.
      *============================================================
       ANONIMIZA-INDICE.
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
                           MOVE CODIGO-IDX TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZA-CODIGO
                           IF CODIGO-ACHADO
                               DELETE ARQ-IDX RECORD
                               IF FS-IDX-OK
                                   ADD 1 TO TAB-QTD-IDX(WS-IX-ATUAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       ANONIMIZA-DOCUMENTOS.
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
                           MOVE CODIGO-DOC TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZA-CODIGO
                           IF CODIGO-ACHADO
                              AND NOME-DOC NOT = WS-MARCA-ANON
                               MOVE WS-MARCA-ANON TO NOME-DOC
                               REWRITE REG-DOC
                               IF FS-DOC-OK
                                   ADD 1 TO TAB-QTD-DOC(WS-IX-ATUAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
      *============================================================
      * ANONIMIZA-ARQUIVAMENTOS - NOTAS-AAAA.DAT E MENSAL-AAAA.DAT
      * DE CADA ANO, DO PRIMEIRO ANO ARQUIVADO ATE O ANO CORRENTE.
      * ANO SEM ARQUIVAMENTO E PULADO.
      *============================================================
       ANONIMIZA-ARQUIVAMENTOS.
           MOVE WS-ANO-INICIAL TO WS-ANO-CORRENTE
           PERFORM UNTIL WS-ANO-CORRENTE > WS-DATA-ANO
               PERFORM ANONIMIZA-ARQUIVAMENTO-ANO
               ADD 1 TO WS-ANO-CORRENTE
           END-PERFORM.
      *
       ANONIMIZA-ARQUIVAMENTO-ANO.
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
           OPEN I-O ARQ-NOTAS-ARQ
           IF FS-NOTAS-ARQ-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-NOTAS-ARQ NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CODIGO-OK-ARQ TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZA-CODIGO
                           IF CODIGO-ACHADO
                              AND NOME-OK-ARQ NOT = WS-MARCA-ANON
                               MOVE WS-MARCA-ANON TO NOME-OK-ARQ
                               MOVE SPACES TO S-NOME-OK-ARQ
                               REWRITE REG-NOTAS-ARQ
                               IF FS-NOTAS-ARQ-OK
                                   ADD 1 TO TAB-QTD-ARQ(WS-IX-ATUAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS-ARQ
           END-IF
           OPEN I-O ARQ-MENSAL-ARQ
           IF FS-MENSAL-ARQ-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MENSAL-ARQ NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CODIGO-MEN-ARQ TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZA-CODIGO
                           IF CODIGO-ACHADO
                              AND NOME-MEN-ARQ NOT = WS-MARCA-ANON
                               MOVE WS-MARCA-ANON TO NOME-MEN-ARQ
                               MOVE SPACES TO S-NOME-MEN-ARQ
                               REWRITE REG-MENSAL-ARQ
                               IF FS-MENSAL-ARQ-OK
                                   ADD 1 TO TAB-QTD-ARQ(WS-IX-ATUAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSAL-ARQ
           END-IF.
      *
      *============================================================
      * ANONIMIZA-AUDITORIA - COPIA AUDITALU.DAT PARA AUDITTMP COM AS
      * IMAGENS DOS ALUNOS DA TABELA SEM NOME, TELEFONE E ENDERECO,
      * E DEPOIS COPIA DE VOLTA. DATA, PROGRAMA, OPERACAO E OPERADOR
      * DE CADA ALTERACAO CONTINUAM NO HISTORICO. RODE SEM NINGUEM
      * USANDO O CADASTRO: UMA ALTERACAO GRAVADA ENTRE AS DUAS
      * COPIAS SE PERDE.
      *============================================================
       ANONIMIZA-AUDITORIA.
           OPEN INPUT ARQ-AUD
           IF NOT FS-AUD-OK
               DISPLAY 'AUDITALU.DAT NAO ENCONTRADO - HISTORICO NAO '
                   'ANONIMIZADO.'
           ELSE
               OPEN OUTPUT ARQ-TMP
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-AUD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LIMPA-IMAGENS
                           WRITE REG-TMP FROM REG-AUD
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUD
               CLOSE ARQ-TMP
               OPEN INPUT ARQ-TMP
               OPEN OUTPUT ARQ-AUD
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-TMP
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE REG-AUD FROM REG-TMP
                   END-READ
               END-PERFORM
               CLOSE ARQ-TMP
               CLOSE ARQ-AUD
           END-IF.
      *
       LIMPA-IMAGENS.
           MOVE CODIGO-AUD TO WS-CODIGO-BUSCA
           PERFORM LOCALIZA-CODIGO
           IF CODIGO-ACHADO
               MOVE REG-AUD TO WS-REG-AUD-ANTES
               MOVE IMAGEM-ANTES-AUD TO WS-IMAGEM
               PERFORM LIMPA-IMAGEM
               MOVE WS-IMAGEM TO IMAGEM-ANTES-AUD
               MOVE IMAGEM-DEPOIS-AUD TO WS-IMAGEM
               PERFORM LIMPA-IMAGEM
               MOVE WS-IMAGEM TO IMAGEM-DEPOIS-AUD
               IF REG-AUD NOT = WS-REG-AUD-ANTES
                   ADD 1 TO TAB-QTD-AUD(WS-IX-ATUAL)
               END-IF
           END-IF.
      *
       LIMPA-IMAGEM.
           IF WS-IMAGEM NOT = SPACES
               IF PROGRAMA-AUD = 'MANTNOTA'
                   MOVE WS-MARCA-ANON TO IMG-NOME-OK
                   MOVE SPACES TO IMG-S-NOME-OK
               ELSE
                   MOVE WS-MARCA-ANON TO IMG-NOME
                   MOVE SPACES TO IMG-S-NOME
                   MOVE SPACES TO IMG-ENDERECO
               END-IF
           END-IF.
      *
      *============================================================
      * ANONIMIZA-ESPERA - INSCRICAO DA FILA DE ESPERA JA CONVOCADA
      * OU CANCELADA, FEITA HA MAIS TEMPO QUE O PRAZO DE GUARDA, NAO
      * PRECISA MAIS DO NOME NEM DO TELEFONE DO INTERESSADO.
      *============================================================
       ANONIMIZA-ESPERA.
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
                           PERFORM AVALIA-ESPERA
                   END-READ
               END-PERFORM
           END-IF.
      *
       AVALIA-ESPERA.
           IF (ESP-CONVOCADO OR ESP-CANCELADO)
              AND NOME-ESP NOT = WS-MARCA-ANON
              AND ANO-ESP < WS-DATA-ANO
               COMPUTE WS-IDADE-REGISTRO = WS-DATA-ANO - ANO-ESP
               IF WS-IDADE-REGISTRO > WS-ANOS-GUARDA
                   MOVE WS-MARCA-ANON TO NOME-ESP
                   MOVE SPACES TO FONE-ESP
                   REWRITE REG-ESP
                   IF FS-ESP-OK
                       ADD 1 TO WS-CONTA-ESPERA
                       PERFORM PREPARA-LINHA-DIARIO
                       SET LOG-ESPERA TO TRUE
                       MOVE CHAVE-ESP TO CHAVE-LOG
                       MOVE SITU-ESP TO SITUACAO-LOG
                       MOVE ANO-ESP TO ULT-ANO-LOG
                       WRITE REG-LOG
                       ADD 1 TO WS-CONTA-LOG
                   END-IF
               END-IF
           END-IF.
      *
      *============================================================
      * GRAVA-DIARIO-ALUNOS - UMA LINHA EM LGPD.LOG POR ALUNO
      * ANONIMIZADO NESTA EXECUCAO, OU POR ALUNO ANTIGO EM QUE AINDA
      * HAVIA ALGUMA COPIA A APAGAR.
      *============================================================
       GRAVA-DIARIO-ALUNOS.
           PERFORM GRAVA-DIARIO-ALUNO
               VARYING WS-IX-LOG FROM 1 BY 1
               UNTIL WS-IX-LOG > WS-QTD-ANON.
      *
       GRAVA-DIARIO-ALUNO.
           IF TAB-NOVO(WS-IX-LOG) = 'S'
              OR TAB-QTD-RESP(WS-IX-LOG) > 0
              OR TAB-QTD-CEN(WS-IX-LOG) > 0
              OR TAB-QTD-IDX(WS-IX-LOG) > 0
              OR TAB-QTD-NOT(WS-IX-LOG) > 0
              OR TAB-QTD-MEN(WS-IX-LOG) > 0
              OR TAB-QTD-EXT(WS-IX-LOG) > 0
              OR TAB-QTD-AUD(WS-IX-LOG) > 0
              OR TAB-QTD-ARQ(WS-IX-LOG) > 0
              OR TAB-QTD-DOC(WS-IX-LOG) > 0
              OR TAB-QTD-CTT(WS-IX-LOG) > 0
              OR TAB-QTD-NTF(WS-IX-LOG) > 0
              OR TAB-QTD-NSO(WS-IX-LOG) > 0
               PERFORM PREPARA-LINHA-DIARIO
               SET LOG-ALUNO TO TRUE
               MOVE TAB-CODIGO(WS-IX-LOG)   TO CODIGO-LOG
               MOVE TAB-SITU(WS-IX-LOG)     TO SITUACAO-LOG
               MOVE TAB-ULT-ANO(WS-IX-LOG)  TO ULT-ANO-LOG
               MOVE TAB-QTD-ALU(WS-IX-LOG)  TO QTD-ALU-LOG
               MOVE TAB-QTD-RESP(WS-IX-LOG) TO QTD-RESP-LOG
               MOVE TAB-QTD-CEN(WS-IX-LOG)  TO QTD-CEN-LOG
               MOVE TAB-QTD-IDX(WS-IX-LOG)  TO QTD-IDX-LOG
               MOVE TAB-QTD-NOT(WS-IX-LOG)  TO QTD-NOT-LOG
               MOVE TAB-QTD-MEN(WS-IX-LOG)  TO QTD-MEN-LOG
               MOVE TAB-QTD-EXT(WS-IX-LOG)  TO QTD-EXT-LOG
               MOVE TAB-QTD-AUD(WS-IX-LOG)  TO QTD-AUD-LOG
               MOVE TAB-QTD-ARQ(WS-IX-LOG)  TO QTD-ARQ-LOG
               MOVE TAB-QTD-DOC(WS-IX-LOG)  TO QTD-DOC-LOG
               MOVE TAB-QTD-CTT(WS-IX-LOG)  TO QTD-CTT-LOG
               MOVE TAB-QTD-NTF(WS-IX-LOG)  TO QTD-NTF-LOG
               MOVE TAB-QTD-NSO(WS-IX-LOG)  TO QTD-NSO-LOG
               WRITE REG-LOG
               ADD 1 TO WS-CONTA-LOG
           END-IF.
      *
       PREPARA-LINHA-DIARIO.
           MOVE SPACES TO REG-LOG
           MOVE WS-DATA-HOJE   TO DATA-LOG
           MOVE WS-HORA-AGORA  TO HORA-LOG
           MOVE WS-OPER-SESSAO TO OPERADOR-LOG
           MOVE ZEROES TO ULT-ANO-LOG
           MOVE ZEROES TO QTD-ALU-LOG
           MOVE ZEROES TO QTD-RESP-LOG
           MOVE ZEROES TO QTD-CEN-LOG
           MOVE ZEROES TO QTD-IDX-LOG
           MOVE ZEROES TO QTD-NOT-LOG
           MOVE ZEROES TO QTD-MEN-LOG
           MOVE ZEROES TO QTD-EXT-LOG
           MOVE ZEROES TO QTD-AUD-LOG
           MOVE ZEROES TO QTD-ARQ-LOG
           MOVE ZEROES TO QTD-DOC-LOG
           MOVE ZEROES TO QTD-CTT-LOG
           MOVE ZEROES TO QTD-NTF-LOG
           MOVE ZEROES TO QTD-NSO-LOG.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           IF NOT FS-ALU-OK
               DISPLAY 'ALUNOS.DAT EM USO EXCLUSIVO POR OUTRA '
                   'ESTACAO - FS-STAT: ' FS-STAT-ALU
               GOBACK
           END-IF
           SET RESP-DISPONIVEL TO TRUE
           OPEN I-O ARQ-RESP
           IF NOT FS-RESP-OK
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
           SET CEN-DISPONIVEL TO TRUE
           OPEN I-O ARQ-CEN
           IF NOT FS-CEN-OK
               SET CEN-INDISPONIVEL TO TRUE
           END-IF
           SET IDX-DISPONIVEL TO TRUE
           OPEN I-O ARQ-IDX
           IF NOT FS-IDX-OK
               SET IDX-INDISPONIVEL TO TRUE
           END-IF
           SET NOT-DISPONIVEL TO TRUE
           OPEN I-O ARQ-NOTAS
           IF NOT FS-NOT-OK
               SET NOT-INDISPONIVEL TO TRUE
           END-IF
           SET MEN-DISPONIVEL TO TRUE
           OPEN I-O ARQ-MEN
           IF NOT FS-MEN-OK
               SET MEN-INDISPONIVEL TO TRUE
           END-IF
           SET EXT-DISPONIVEL TO TRUE
           OPEN I-O ARQ-EXT
           IF NOT FS-EXT-OK
               SET EXT-INDISPONIVEL TO TRUE
           END-IF
           SET DOC-DISPONIVEL TO TRUE
           OPEN I-O ARQ-DOC
           IF NOT FS-DOC-OK
               SET DOC-INDISPONIVEL TO TRUE
           END-IF
           SET ESP-DISPONIVEL TO TRUE
           OPEN I-O ARQ-ESP
           IF NOT FS-ESP-OK
               SET ESP-INDISPONIVEL TO TRUE
           END-IF
           SET CTT-DISPONIVEL TO TRUE
           OPEN I-O ARQ-CTT
           IF NOT FS-CTT-OK
               SET CTT-INDISPONIVEL TO TRUE
           END-IF
           SET NTF-DISPONIVEL TO TRUE
           OPEN I-O ARQ-NTF
           IF NOT FS-NTF-OK
               SET NTF-INDISPONIVEL TO TRUE
           END-IF
           SET NSO-DISPONIVEL TO TRUE
           OPEN I-O ARQ-NSO
           IF NOT FS-NSO-OK
               SET NSO-INDISPONIVEL TO TRUE
           END-IF
           OPEN EXTEND ARQ-LOG
           IF FS-LOG-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-LOG
           END-IF.
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
           IF ESP-DISPONIVEL
               CLOSE ARQ-ESP
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
           CLOSE ARQ-LOG.
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
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'LANCEXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LANCEXT
           MOVE 'DOCREG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DOCREG
           MOVE 'ESPERA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ESPERA
           MOVE 'NOTASARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTASARQ
           MOVE 'MENSALARQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSALARQ
           MOVE 'AUDITALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITALU
           MOVE 'AUDITTMP' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-AUDITTMP
           MOVE 'RESPCONT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPCONT
           MOVE 'NOTIFLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFLOG
           MOVE 'NOMESOC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOMESOC
           MOVE 'LGPDLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-LGPDLOG
      * PRAZO DE GUARDA EM ANOS (LGPDANOS=NN); INVALIDO, VALEM 5.
           MOVE 'LGPDANOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-ANOS
           IF WS-PARAM-ANOS(1:2) NUMERIC
               MOVE WS-PARAM-ANOS(1:2) TO WS-ANOS-GUARDA
           END-IF
      * PRIMEIRO ANO COM ARQUIVAMENTO (LGPDARQINI=AAAA); INVALIDO,
      * A BUSCA NOS ARQUIVAMENTOS COMECA EM 2000.
           MOVE 'LGPDARQINI' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-ANOINI
           IF WS-PARAM-ANOINI(1:4) NUMERIC
               MOVE WS-PARAM-ANOINI(1:4) TO WS-ANO-INICIAL
           END-IF.
