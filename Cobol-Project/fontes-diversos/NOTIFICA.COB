       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTIFICA.
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

       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

       SELECT ARQ-RESP
              ASSIGN TO WS-ARQ-RESPONSA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RESP
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-RESP.

      * CONTATOS E CONSENTIMENTO POR CANAL (MANTRESP, OPCAO O): SO
      * RECEBE AVISO QUEM TEM O CONTATO E DEU O 'S' DO CANAL.
       SELECT ARQ-CTT
              ASSIGN TO WS-ARQ-RESPCONT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CTT
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CTT.

       SELECT ARQ-MEN
              ASSIGN TO WS-ARQ-MENSAL
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-MEN
              ALTERNATE RECORD KEY IS ANO-REF
                  WITH DUPLICATES
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-MEN.

       SELECT ARQ-NOTAS
              ASSIGN TO WS-ARQ-NOTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-OK
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NOT.

       SELECT ARQ-FREQ
              ASSIGN TO WS-ARQ-FREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-FREQ
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FREQ.

      * DIARIO DAS NOTIFICACOES: UM REGISTRO POR AVISO E CANAL. A
      * CHAVE DO EVENTO (ALUNO, TIPO, REFERENCIA E CANAL) IMPEDE QUE
      * O MESMO AVISO SAIA DE NOVO NAS NOITES SEGUINTES; O NUMERO E
      * O QUE O GATEWAY DEVOLVE NO RELATORIO DE ENTREGA (NOTIFRET).
       SELECT ARQ-NTF
              ASSIGN TO WS-ARQ-NOTIFLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS NUM-NTF
              ALTERNATE RECORD KEY IS CHAVE-EVT-NTF
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-NTF.

      * MENSAGENS PARA O GATEWAY DE E-MAIL/SMS. AS MENSAGENS SE
      * ACUMULAM EM EXTEND ATE A TRANSMISSAO AO GATEWAY.
       SELECT ARQ-MSG
              ASSIGN TO WS-ARQ-NOTIFTXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-MSG.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-NOTIFLST
              ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQ-CTL
              ASSIGN TO WS-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-STAT-CTL.

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
           02 TURMA          PIC X(06).
           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-RESP.
       01  REG-RESP.
           02 CODIGO-RESP     PIC 9(08).
           02 NOME-RESP       PIC X(40).
           02 CPF-RESP        PIC X(11).
           02 PARENTESCO-RESP PIC X(10).
           02 FONE-RESP       PIC X(12).

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

       FD  ARQ-FREQ.
       01  REG-FREQ.
           02 CHAVE-FREQ.
              03 CODIGO-FREQ     PIC 9(08).
              03 DISCIPLINA-FREQ PIC X(10).
           02 FALTAS-1-FREQ      PIC 9(03).
           02 FALTAS-2-FREQ      PIC 9(03).
           02 FALTAS-3-FREQ      PIC 9(03).
           02 FALTAS-4-FREQ      PIC 9(03).
           02 TOTAL-FALTAS-FREQ  PIC 9(04).
           02 AULAS-ANO-FREQ     PIC 9(04).

      *----------------------------------------------------------
      * TIPO: V = PARCELA A VENCER, A = PARCELA VENCIDA, N = NOTA
      * DO BIMESTRE ABAIXO DA MEDIA, F = FALTAS PERTO DO LIMITE OU
      * ACIMA DELE. REFERENCIA: AAAA+PARCELA (V/A), AAAA+BIMESTRE+
      * DISCIPLINA (N) OU AAAA+DISCIPLINA+NIVEL A/L (F).
      *----------------------------------------------------------
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

       FD  ARQ-MSG.
       01  REG-MSG.
           02 NUM-MSG            PIC 9(09).
           02 CANAL-MSG          PIC X(01).
           02 DESTINO-MSG        PIC X(60).
           02 NOME-MSG           PIC X(40).
           02 TEXTO-MSG          PIC X(160).

       FD  ARQ-REL.
       01  REG-REL           PIC X(132).

       FD  ARQ-CTL.
       01  REG-CTL.
           02 PROGRAMA-CTL    PIC X(08).
           02 FILLER          PIC X(02).
           02 DATA-EXEC-CTL   PIC 9(08).
           02 FILLER          PIC X(02).
           02 QTD-PROC-CTL    PIC 9(09).
           02 FILLER          PIC X(02).
           02 STATUS-CTL      PIC X(01).
              88 CTL-SUCESSO  VALUE 'S'.
              88 CTL-FALHA    VALUE 'F'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-RESPCONT PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-FREQ PIC X(64).
       01  WS-ARQ-NOTIFLOG PIC X(64).
       01  WS-ARQ-NOTIFTXT PIC X(64).
       01  WS-ARQ-NOTIFLST PIC X(64).
       01  WS-ARQ-CONTROLE PIC X(64).
       01  WS-PARAM-VALOR PIC X(64).
      *
      * ANTECEDENCIA DO AVISO DE VENCIMENTO (NOTDIAS), JANELA EM QUE
      * UMA PARCELA VENCIDA AINDA E "RECEM-VENCIDA" (NOTATRASO) E O
      * PERCENTUAL DO LIMITE DE FALTAS A PARTIR DO QUAL A FAMILIA E
      * AVISADA (NOTFALTAS).
       01  WS-DIAS-AVISO      PIC 9(03) VALUE 3.
       01  WS-DIAS-ATRASO     PIC 9(03) VALUE 5.
       01  WS-PERC-FALTAS     PIC 9(03) VALUE 75.

       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(04).
           02 WS-MMDD-HOJE    PIC 9(04).
       01  WS-HORA-AGORA      PIC 9(08).
       01  WS-DIAS-HOJE       PIC 9(07).
       01  WS-DATA-LIMITE     PIC 9(08).
       01  WS-DATA-INICIO     PIC 9(08).
       01  WS-ANO-INICIO      PIC 9(04).
       01  WS-ANO-FIM         PIC 9(04).
       01  WS-ANO-ATUAL       PIC 9(04).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-DATA-VENC       PIC 9(08).
       01  WS-VALOR-PARC      PIC 9(05)V99.
       01  WS-VALOR-ED        PIC ZZ.ZZ9,99.
       01  WS-IX-BIM          PIC 9(01).
       01  WS-BIM-ULTIMO      PIC 9(01).
       01  WS-NOTA-BIM        PIC 9(02).
       01  WS-NOTAS-BIM.
           02 WS-NOTA-TAB     PIC 9(02) OCCURS 4 TIMES.
       01  WS-FALTAS-LIMITE   PIC 9(05).
       01  WS-FALTAS-ED       PIC ZZZ9.
       01  WS-LIMITE-ED       PIC ZZZ9.
       01  WS-NOTA-ED         PIC Z9.
       01  WS-MEDIA-ED        PIC Z9,99.
       01  WS-SERIE-ATUAL     PIC X(02) VALUE SPACES.
       01  WS-PRIMEIRO-NOME   PIC X(20).
       01  WS-NOME-RESP       PIC X(40).
       01  WS-PROX-NUM        PIC 9(09).
       01  WS-EOF             PIC X(01).
       01  WS-EOF-ALU         PIC X(01).
       01  WS-LINHA           PIC X(132).

      * O EVENTO CORRENTE, MONTADO ANTES DE GERAR O AVISO EM CADA
      * CANAL COM CONSENTIMENTO.
       01  WS-EVENTO.
           02 WS-EVT-TIPO     PIC X(01).
           02 WS-EVT-REF      PIC X(15).
           02 WS-EVT-TEXTO    PIC X(160).
       01  WS-EVT-CANAL       PIC X(01).
       01  WS-EVT-DESTINO     PIC X(60).
       01  WS-REF-PARCELA.
           02 WS-REF-ANO-P    PIC 9(04).
           02 WS-REF-SLOT-P   PIC 9(02).
           02 FILLER          PIC X(09) VALUE SPACES.
       01  WS-REF-NOTA.
           02 WS-REF-ANO-N    PIC 9(04).
           02 WS-REF-BIM-N    PIC 9(01).
           02 WS-REF-DISC-N   PIC X(10).
       01  WS-REF-FALTA.
           02 WS-REF-ANO-F    PIC 9(04).
           02 WS-REF-DISC-F   PIC X(10).
           02 WS-REF-NIVEL-F  PIC X(01).

       01  WS-SW-EMAIL PIC X(01).
           88 AVISA-EMAIL     VALUE 'S'.
           88 NAO-AVISA-EMAIL VALUE 'N'.
       01  WS-SW-SMS PIC X(01).
           88 AVISA-SMS       VALUE 'S'.
           88 NAO-AVISA-SMS   VALUE 'N'.

       01  WS-CONTA-ATIVOS    PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-SEM-CTT   PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-GERADOS   PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-REPETIDOS PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-V         PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-A         PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-N         PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-F         PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-EMAIL     PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-SMS       PIC 9(07) VALUE ZEROES.
      *
      * REGRA DE AVALIACAO DA SERIE/ANO (REGRAS.DAT, VIA LEREGRA):
      * DAQUI VEM A MEDIA DE APROVACAO E A FREQUENCIA MINIMA.
       01  WS-REGRA.
           02 WS-PESO-1-REGRA      PIC 9(02).
           02 WS-PESO-2-REGRA      PIC 9(02).
           02 WS-PESO-3-REGRA      PIC 9(02).
           02 WS-PESO-4-REGRA      PIC 9(02).
           02 WS-MEDIA-AP-REGRA    PIC 9(02)V99.
           02 WS-MEDIA-RC-REGRA    PIC 9(02)V99.
           02 WS-FORMULA-REC-REGRA PIC X(01).
           02 WS-PESO-MEDIA-REGRA  PIC 9(02).
           02 WS-PESO-PROVA-REGRA  PIC 9(02).
           02 WS-MEDIA-REC-REGRA   PIC 9(02)V99.
           02 WS-FREQ-MIN-REGRA    PIC 9(03).
           02 WS-ORIGEM-REGRA      PIC X(01).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'NOTIFICA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK          VALUE ZEROS.
       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK         VALUE ZEROS.
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-OK          VALUE ZEROS.
       77 FS-STAT-MEN PIC 9(02).
           88 FS-MEN-OK          VALUE ZEROS.
       77 FS-STAT-NOT PIC 9(02).
           88 FS-NOT-OK          VALUE ZEROS.
       77 FS-STAT-FREQ PIC 9(02).
           88 FS-FREQ-OK         VALUE ZEROS.
       77 FS-STAT-NTF PIC 9(02).
           88 FS-NTF-OK          VALUE ZEROS.
           88 FS-NTF-NAO-EXISTE  VALUE 35.
       77 FS-STAT-MSG PIC 9(02).
           88 FS-MSG-OK          VALUE ZEROS.
           88 FS-MSG-NAO-EXISTE  VALUE 35.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK          VALUE ZEROS.
           88 FS-CTL-NAO-EXISTE  VALUE 35.
       01  WS-SW-ALU PIC X(01).
           88 ALU-DISPONIVEL     VALUE 'S'.
           88 ALU-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-TUR PIC X(01).
           88 TUR-DISPONIVEL     VALUE 'S'.
           88 TUR-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-RESP PIC X(01).
           88 RESP-DISPONIVEL    VALUE 'S'.
           88 RESP-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-CTT PIC X(01).
           88 CTT-DISPONIVEL     VALUE 'S'.
           88 CTT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-MEN PIC X(01).
           88 MEN-DISPONIVEL     VALUE 'S'.
           88 MEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NOT PIC X(01).
           88 NOT-DISPONIVEL     VALUE 'S'.
           88 NOT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-FREQ PIC X(01).
           88 FREQ-DISPONIVEL    VALUE 'S'.
           88 FREQ-INDISPONIVEL  VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       ACCEPT WS-HORA-AGORA FROM TIME
       COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
       COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
           (WS-DIAS-HOJE + WS-DIAS-AVISO)
       COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER
           (WS-DIAS-HOJE - WS-DIAS-ATRASO)
       MOVE WS-DATA-INICIO(1:4) TO WS-ANO-INICIO
       MOVE WS-DATA-LIMITE(1:4) TO WS-ANO-FIM
       PERFORM ABRIR-ARQUIVOS.
       PERFORM IMPRIME-CABECALHO.
      * SEM ALUNOS OU SEM NENHUM CONTATO CADASTRADO NAO HA A QUEM
      * AVISAR: O PASSO CONCLUI COM ZERO.
       IF ALU-DISPONIVEL AND CTT-DISPONIVEL
           PERFORM DESCOBRE-PROX-NUM
           MOVE 'A' TO SITUACAO-ALUNO
           START ARQ-ALU KEY IS EQUAL TO SITUACAO-ALUNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ALU
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-ALU
           END-START
      * percorre so os alunos ativos, pela chave de situacao
           PERFORM UNTIL WS-EOF-ALU = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-ALU
                   NOT AT END
                       IF NOT ALUNO-ATIVO
                           MOVE 'Y' TO WS-EOF-ALU
                       ELSE
                           ADD 1 TO WS-CONTA-ATIVOS
                           PERFORM AVALIA-ALUNO
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       PERFORM IMPRIME-TOTAIS.
       PERFORM GRAVA-CONTROLE.
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING 'NOTIFICACOES AOS RESPONSAVEIS - GERADAS EM '
               WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
               WS-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'NUMERO    ALUNO    T REFERENCIA      C DESTINO'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * DESCOBRE-PROX-NUM - O PROXIMO NUMERO DE NOTIFICACAO E O
      * MAIOR JA GRAVADO EM NOTIFLOG.DAT MAIS UM.
      *============================================================
       DESCOBRE-PROX-NUM.
           MOVE ZEROES TO WS-PROX-NUM
           MOVE ZEROES TO NUM-NTF
           START ARQ-NTF KEY IS NOT LESS THAN NUM-NTF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-NTF NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NUM-NTF TO WS-PROX-NUM
               END-READ
           END-PERFORM.
      *
      *============================================================
      * AVALIA-ALUNO - DECIDE OS CANAIS DO RESPONSAVEL (CONTATO
      * PREENCHIDO E CONSENTIMENTO 'S') E, HAVENDO ALGUM, PROCURA OS
      * EVENTOS QUE PEDEM AVISO: PARCELAS, NOTAS E FALTAS.
      *============================================================
       AVALIA-ALUNO.
           SET NAO-AVISA-EMAIL TO TRUE
           SET NAO-AVISA-SMS TO TRUE
           MOVE CODIGO TO CODIGO-CTT
           READ ARQ-CTT KEY IS CODIGO-CTT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTT-ACEITA-EMAIL AND EMAIL-CTT NOT = SPACES
                       SET AVISA-EMAIL TO TRUE
                   END-IF
                   IF CTT-ACEITA-SMS AND CELULAR-CTT NOT = SPACES
                       SET AVISA-SMS TO TRUE
                   END-IF
           END-READ
           IF NAO-AVISA-EMAIL AND NAO-AVISA-SMS
               ADD 1 TO WS-CONTA-SEM-CTT
           ELSE
               MOVE SPACES TO WS-PRIMEIRO-NOME
               STRING NOME DELIMITED BY '  '
                   INTO WS-PRIMEIRO-NOME
               MOVE SPACES TO WS-NOME-RESP
               IF RESP-DISPONIVEL
                   MOVE CODIGO TO CODIGO-RESP
                   READ ARQ-RESP KEY IS CODIGO-RESP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOME-RESP TO WS-NOME-RESP
                   END-READ
               END-IF
               PERFORM BUSCA-REGRA-TURMA
               IF MEN-DISPONIVEL
                   PERFORM VERIFICA-PARCELAS
               END-IF
               IF NOT-DISPONIVEL
                   PERFORM VERIFICA-NOTAS
               END-IF
               IF FREQ-DISPONIVEL
                   PERFORM VERIFICA-FALTAS
               END-IF
           END-IF.
      *
      *============================================================
      * BUSCA-REGRA-TURMA - MEDIA DE APROVACAO E FREQUENCIA MINIMA
      * DA SERIE DA TURMA DO ALUNO. O LEREGRA SO E CHAMADO QUANDO A
      * SERIE MUDA DE UM ALUNO PARA O OUTRO.
      *============================================================
       BUSCA-REGRA-TURMA.
           IF TUR-DISPONIVEL
               MOVE TURMA TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                   INVALID KEY
                       MOVE SPACES TO SERIE-TUR
               END-READ
           ELSE
               MOVE SPACES TO SERIE-TUR
           END-IF
           IF SERIE-TUR NOT = WS-SERIE-ATUAL
              OR WS-ORIGEM-REGRA = SPACES
               MOVE SERIE-TUR TO WS-SERIE-ATUAL
               CALL 'LEREGRA' USING WS-SERIE-ATUAL WS-ANO-HOJE
                   WS-REGRA
           END-IF.
      *
      *============================================================
      * VERIFICA-PARCELAS - PARCELAS EM ABERTO QUE VENCEM DE HOJE
      * ATE NOTDIAS DIAS A FRENTE (AVISO DE VENCIMENTO) OU QUE
      * VENCERAM NOS ULTIMOS NOTATRASO DIAS (RECEM-VENCIDAS). A
      * PARCELA QUE JA ESTAVA VENCIDA HA MAIS TEMPO FICA COM A
      * CARTA DO COBRANCA. AS JANELAS PODEM CRUZAR A VIRADA DO ANO.
      *============================================================
       VERIFICA-PARCELAS.
           PERFORM VARYING WS-ANO-ATUAL FROM WS-ANO-INICIO BY 1
                   UNTIL WS-ANO-ATUAL > WS-ANO-FIM
               MOVE CODIGO       TO CODIGO-MEN
               MOVE WS-ANO-ATUAL TO ANO-REF
               READ ARQ-MEN KEY IS CHAVE-MEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VERIFICA-SLOTS
               END-READ
           END-PERFORM.
      *
       VERIFICA-SLOTS.
           MOVE VAL-PARCELA TO WS-VALOR-PARC
           IF PARCELA-LIQ > 0
               MOVE PARCELA-LIQ TO WS-VALOR-PARC
           END-IF
           MOVE WS-VALOR-PARC TO WS-VALOR-ED
           PERFORM VARYING WS-SLOT-ATUAL FROM 1 BY 1
                   UNTIL WS-SLOT-ATUAL > 12
               IF SITU-SLOT(WS-SLOT-ATUAL) NOT = 'PG'
                  AND SITU-SLOT(WS-SLOT-ATUAL) NOT = 'CN'
                  AND SITU-SLOT(WS-SLOT-ATUAL) NOT = 'NG'
                  AND SITU-SLOT(WS-SLOT-ATUAL) NOT = SPACES
                   CALL 'CALCVENC' USING CODIGO ANO-REF
                       WS-SLOT-ATUAL WS-DATA-VENC
                   IF WS-DATA-VENC NOT < WS-DATA-HOJE
                      AND WS-DATA-VENC NOT > WS-DATA-LIMITE
                       PERFORM AVISO-A-VENCER
                   END-IF
                   IF WS-DATA-VENC < WS-DATA-HOJE
                      AND WS-DATA-VENC NOT < WS-DATA-INICIO
                       PERFORM AVISO-VENCIDA
                   END-IF
               END-IF
           END-PERFORM.
      *
       AVISO-A-VENCER.
           MOVE 'V' TO WS-EVT-TIPO
           MOVE ANO-REF       TO WS-REF-ANO-P
           MOVE WS-SLOT-ATUAL TO WS-REF-SLOT-P
           MOVE WS-REF-PARCELA TO WS-EVT-REF
           MOVE SPACES TO WS-EVT-TEXTO
      * PARCELA COM PAGAMENTO PARCIAL SAI SEM VALOR: O SALDO ESTA NO
      * ACUMULADO DO BAIXAPAG, NAO NO REGISTRO DA MENSALIDADE.
           IF SITU-SLOT(WS-SLOT-ATUAL) = 'PP'
               STRING 'A PARCELA ' WS-SLOT-ATUAL '/' ANO-REF ' DE '
                   WS-PRIMEIRO-NOME DELIMITED BY '  '
                   ' VENCE EM ' WS-DATA-VENC(7:2) '/'
                   WS-DATA-VENC(5:2) '/' WS-DATA-VENC(1:4)
                   ' (SALDO DO PAGAMENTO PARCIAL).'
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO
           ELSE
               STRING 'A PARCELA ' WS-SLOT-ATUAL '/' ANO-REF ' DE '
                   WS-PRIMEIRO-NOME DELIMITED BY '  '
                   ' VENCE EM ' WS-DATA-VENC(7:2) '/'
                   WS-DATA-VENC(5:2) '/' WS-DATA-VENC(1:4)
                   ' - VALOR R$ ' WS-VALOR-ED '.'
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO
           END-IF
           PERFORM GERA-AVISO.
      *
       AVISO-VENCIDA.
           MOVE 'A' TO WS-EVT-TIPO
           MOVE ANO-REF       TO WS-REF-ANO-P
           MOVE WS-SLOT-ATUAL TO WS-REF-SLOT-P
           MOVE WS-REF-PARCELA TO WS-EVT-REF
           MOVE SPACES TO WS-EVT-TEXTO
           STRING 'A PARCELA ' WS-SLOT-ATUAL '/' ANO-REF ' DE '
               WS-PRIMEIRO-NOME DELIMITED BY '  '
               ' VENCEU EM ' WS-DATA-VENC(7:2) '/'
               WS-DATA-VENC(5:2) '/' WS-DATA-VENC(1:4)
               ' E CONSTA EM ABERTO. SE JA PAGOU, DESCONSIDERE.'
               DELIMITED BY SIZE INTO WS-EVT-TEXTO
           PERFORM GERA-AVISO.
      *
      *============================================================
      * VERIFICA-NOTAS - EM CADA DISCIPLINA DO ANO, SO A NOTA DO
      * ULTIMO BIMESTRE LANCADO (MAIOR QUE ZERO) E COMPARADA COM A
      * MEDIA DE APROVACAO DA REGRA: BIMESTRES ANTERIORES JA FORAM
      * AVISADOS (OU FICARAM PARA TRAS ANTES DO CADASTRO DO CONTATO).
      *============================================================
       VERIFICA-NOTAS.
           MOVE CODIGO      TO CODIGO-OK
           MOVE WS-ANO-HOJE TO ANO-OK
           MOVE SPACES      TO DISCIPLINA-OK
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
                          OR ANO-OK NOT = WS-ANO-HOJE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM VERIFICA-NOTA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.
      *
       VERIFICA-NOTA-DISCIPLINA.
           MOVE PRIMEIRO-OK TO WS-NOTA-TAB(1)
           MOVE SEGUNDO-OK  TO WS-NOTA-TAB(2)
           MOVE TERCEIRO-OK TO WS-NOTA-TAB(3)
           MOVE QUARTO-OK   TO WS-NOTA-TAB(4)
           MOVE ZEROES TO WS-BIM-ULTIMO
           PERFORM VARYING WS-IX-BIM FROM 1 BY 1 UNTIL WS-IX-BIM > 4
               IF WS-NOTA-TAB(WS-IX-BIM) > 0
                   MOVE WS-IX-BIM TO WS-BIM-ULTIMO
               END-IF
           END-PERFORM
           IF WS-BIM-ULTIMO > 0
               MOVE WS-NOTA-TAB(WS-BIM-ULTIMO) TO WS-NOTA-BIM
               IF WS-NOTA-BIM < WS-MEDIA-AP-REGRA
                   PERFORM AVISO-NOTA
               END-IF
           END-IF.
      *
       AVISO-NOTA.
           MOVE 'N' TO WS-EVT-TIPO
           MOVE WS-ANO-HOJE   TO WS-REF-ANO-N
           MOVE WS-BIM-ULTIMO TO WS-REF-BIM-N
           MOVE DISCIPLINA-OK TO WS-REF-DISC-N
           MOVE WS-REF-NOTA TO WS-EVT-REF
           MOVE WS-NOTA-BIM TO WS-NOTA-ED
           MOVE WS-MEDIA-AP-REGRA TO WS-MEDIA-ED
           MOVE SPACES TO WS-EVT-TEXTO
           STRING WS-PRIMEIRO-NOME DELIMITED BY '  '
               ' TIROU ' WS-NOTA-ED ' EM ' DELIMITED BY SIZE
               DISCIPLINA-OK DELIMITED BY '  '
               ' NO ' WS-BIM-ULTIMO 'o BIMESTRE. A MEDIA PARA '
               'APROVACAO E ' WS-MEDIA-ED '.'
               DELIMITED BY SIZE INTO WS-EVT-TEXTO
           PERFORM GERA-AVISO.
      *
      *============================================================
      * VERIFICA-FALTAS - O LIMITE DE FALTAS DA DISCIPLINA SAI DAS
      * AULAS DO ANO E DA FREQUENCIA MINIMA DA REGRA. A FAMILIA E
      * AVISADA UMA VEZ AO CHEGAR A NOTFALTAS% DO LIMITE E OUTRA AO
      * PASSAR DELE.
      *============================================================
       VERIFICA-FALTAS.
           MOVE CODIGO TO CODIGO-FREQ
           MOVE SPACES TO DISCIPLINA-FREQ
           START ARQ-FREQ KEY IS NOT LESS THAN CHAVE-FREQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FREQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CODIGO-FREQ NOT = CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM VERIFICA-FALTA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.
      *
       VERIFICA-FALTA-DISCIPLINA.
           COMPUTE WS-FALTAS-LIMITE =
               AULAS-ANO-FREQ * (100 - WS-FREQ-MIN-REGRA) / 100
           IF WS-FALTAS-LIMITE > 0
               IF TOTAL-FALTAS-FREQ > WS-FALTAS-LIMITE
                   MOVE 'L' TO WS-REF-NIVEL-F
                   PERFORM AVISO-FALTAS
               ELSE
                   IF TOTAL-FALTAS-FREQ * 100 NOT <
                      WS-FALTAS-LIMITE * WS-PERC-FALTAS
                       MOVE 'A' TO WS-REF-NIVEL-F
                       PERFORM AVISO-FALTAS
                   END-IF
               END-IF
           END-IF.
      *
       AVISO-FALTAS.
           MOVE 'F' TO WS-EVT-TIPO
           MOVE WS-ANO-HOJE     TO WS-REF-ANO-F
           MOVE DISCIPLINA-FREQ TO WS-REF-DISC-F
           MOVE WS-REF-FALTA TO WS-EVT-REF
           MOVE TOTAL-FALTAS-FREQ TO WS-FALTAS-ED
           MOVE WS-FALTAS-LIMITE  TO WS-LIMITE-ED
           MOVE SPACES TO WS-EVT-TEXTO
           IF WS-REF-NIVEL-F = 'L'
               STRING WS-PRIMEIRO-NOME DELIMITED BY '  '
                   ' TEM ' WS-FALTAS-ED ' FALTAS EM ' DELIMITED BY SIZE
                   DISCIPLINA-FREQ DELIMITED BY '  '
                   ' E PASSOU DO LIMITE DE ' WS-LIMITE-ED
                   ' FALTAS NO ANO. PROCURE A COORDENACAO.'
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO
           ELSE
               STRING WS-PRIMEIRO-NOME DELIMITED BY '  '
                   ' TEM ' WS-FALTAS-ED ' FALTAS EM ' DELIMITED BY SIZE
                   DISCIPLINA-FREQ DELIMITED BY '  '
                   '. O LIMITE NO ANO E DE ' WS-LIMITE-ED ' FALTAS.'
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO
           END-IF
           PERFORM GERA-AVISO.
      *
      *============================================================
      * GERA-AVISO - UM AVISO POR CANAL COM CONSENTIMENTO.
      *============================================================
       GERA-AVISO.
           IF AVISA-EMAIL
               MOVE 'E' TO WS-EVT-CANAL
               MOVE EMAIL-CTT TO WS-EVT-DESTINO
               PERFORM GERA-AVISO-CANAL
           END-IF
           IF AVISA-SMS
               MOVE 'S' TO WS-EVT-CANAL
               MOVE CELULAR-CTT TO WS-EVT-DESTINO
               PERFORM GERA-AVISO-CANAL
           END-IF.
      *
      *============================================================
      * GERA-AVISO-CANAL - EVENTO JA REGISTRADO EM NOTIFLOG.DAT NAO
      * SAI DE NOVO. O AVISO NOVO E GRAVADO NO DIARIO (PENDENTE DE
      * ENTREGA) E NO ARQUIVO DO GATEWAY, COM O MESMO NUMERO.
      *============================================================
       GERA-AVISO-CANAL.
           MOVE CODIGO       TO CODIGO-NTF
           MOVE WS-EVT-TIPO  TO TIPO-NTF
           MOVE WS-EVT-REF   TO REF-NTF
           MOVE WS-EVT-CANAL TO CANAL-NTF
           READ ARQ-NTF KEY IS CHAVE-EVT-NTF
               INVALID KEY
                   PERFORM GRAVA-AVISO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTA-REPETIDOS
           END-READ.
      *
       GRAVA-AVISO.
           ADD 1 TO WS-PROX-NUM
           MOVE WS-PROX-NUM    TO NUM-NTF
           MOVE CODIGO         TO CODIGO-NTF
           MOVE WS-EVT-TIPO    TO TIPO-NTF
           MOVE WS-EVT-REF     TO REF-NTF
           MOVE WS-EVT-CANAL   TO CANAL-NTF
           MOVE WS-EVT-DESTINO TO DESTINO-NTF
           MOVE WS-DATA-HOJE   TO DATA-ENV-NTF
           MOVE WS-HORA-AGORA  TO HORA-ENV-NTF
           MOVE WS-EVT-TEXTO   TO TEXTO-NTF
           SET NTF-PENDENTE TO TRUE
           MOVE ZEROES TO DATA-RET-NTF
           MOVE SPACES TO MOTIVO-RET-NTF
           WRITE REG-NTF
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR NOTIFLOG.DAT - ALUNO '
                       CODIGO ' FS-STAT: ' FS-STAT-NTF
               NOT INVALID KEY
                   MOVE NUM-NTF        TO NUM-MSG
                   MOVE WS-EVT-CANAL   TO CANAL-MSG
                   MOVE WS-EVT-DESTINO TO DESTINO-MSG
                   MOVE WS-NOME-RESP   TO NOME-MSG
                   MOVE WS-EVT-TEXTO   TO TEXTO-MSG
                   WRITE REG-MSG
                   PERFORM CONTA-AVISO
                   PERFORM IMPRIME-AVISO
           END-WRITE.
      *
       CONTA-AVISO.
           ADD 1 TO WS-CONTA-GERADOS
           EVALUATE WS-EVT-TIPO
               WHEN 'V' ADD 1 TO WS-CONTA-V
               WHEN 'A' ADD 1 TO WS-CONTA-A
               WHEN 'N' ADD 1 TO WS-CONTA-N
               WHEN 'F' ADD 1 TO WS-CONTA-F
           END-EVALUATE
           IF WS-EVT-CANAL = 'E'
               ADD 1 TO WS-CONTA-EMAIL
           ELSE
               ADD 1 TO WS-CONTA-SMS
           END-IF.
      *
       IMPRIME-AVISO.
           MOVE SPACES TO WS-LINHA
           STRING NUM-NTF ' ' CODIGO ' ' WS-EVT-TIPO ' ' WS-EVT-REF
               ' ' WS-EVT-CANAL ' ' WS-EVT-DESTINO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '          ' WS-EVT-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNOS ATIVOS LIDOS.............: ' WS-CONTA-ATIVOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'SEM CONTATO OU SEM CONSENTIMENTO: ' WS-CONTA-SEM-CTT
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'AVISOS GERADOS..................: '
               WS-CONTA-GERADOS
               ' (E-MAIL ' WS-CONTA-EMAIL ' SMS ' WS-CONTA-SMS ')'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '   PARCELA A VENCER ' WS-CONTA-V
               '  VENCIDA ' WS-CONTA-A
               '  NOTA ' WS-CONTA-N
               '  FALTAS ' WS-CONTA-F
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'JA AVISADOS ANTES (NAO REPETIDOS): '
               WS-CONTA-REPETIDOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           IF CTT-INDISPONIVEL
               MOVE 'RESPCONT.DAT AINDA NAO EXISTE - NENHUM CONTATO '
                   TO REG-REL
               WRITE REG-REL
           END-IF
           DISPLAY 'NOTIFICA - ALUNOS ATIVOS: ' WS-CONTA-ATIVOS
               ' AVISOS GERADOS: ' WS-CONTA-GERADOS
               ' JA AVISADOS: ' WS-CONTA-REPETIDOS.
      *
      *============================================================
      * GRAVA-CONTROLE - GRAVA EM CONTROLE.LOG O REGISTRO DE
      * CONCLUSAO DESTE PASSO DA CADEIA NOTURNA, COM A QUANTIDADE DE
      * AVISOS GERADOS.
      *============================================================
       GRAVA-CONTROLE.
           MOVE 'NOTIFICA' TO PROGRAMA-CTL
           MOVE WS-DATA-HOJE TO DATA-EXEC-CTL
           MOVE WS-CONTA-GERADOS TO QTD-PROC-CTL
           SET CTL-SUCESSO TO TRUE
           WRITE REG-CTL.
      *
       ABRIR-ARQUIVOS.
           SET ALU-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ALU
           IF NOT FS-ALU-OK
               SET ALU-INDISPONIVEL TO TRUE
           END-IF
           SET TUR-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-TUR
           IF NOT FS-TUR-OK
               SET TUR-INDISPONIVEL TO TRUE
           END-IF
           SET RESP-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-RESP
           IF NOT FS-RESP-OK
               SET RESP-INDISPONIVEL TO TRUE
           END-IF
           SET CTT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CTT
           IF NOT FS-CTT-OK
               SET CTT-INDISPONIVEL TO TRUE
           END-IF
           SET MEN-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-MEN
           IF NOT FS-MEN-OK
               SET MEN-INDISPONIVEL TO TRUE
           END-IF
           SET NOT-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NOTAS
           IF NOT FS-NOT-OK
               SET NOT-INDISPONIVEL TO TRUE
           END-IF
           SET FREQ-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-FREQ
           IF NOT FS-FREQ-OK
               SET FREQ-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-NTF
           IF FS-NTF-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO NOTIFLOG.DAT...'
               OPEN OUTPUT ARQ-NTF
               CLOSE ARQ-NTF
               OPEN I-O ARQ-NTF
           END-IF
           OPEN EXTEND ARQ-MSG
           IF FS-MSG-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-MSG
           END-IF
           OPEN OUTPUT ARQ-REL
           OPEN EXTEND ARQ-CTL
           IF FS-CTL-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL
           END-IF.
      *
       FECHA-ARQUIVOS.
           IF ALU-DISPONIVEL
               CLOSE ARQ-ALU
           END-IF
           IF TUR-DISPONIVEL
               CLOSE ARQ-TUR
           END-IF
           IF RESP-DISPONIVEL
               CLOSE ARQ-RESP
           END-IF
           IF CTT-DISPONIVEL
               CLOSE ARQ-CTT
           END-IF
           IF MEN-DISPONIVEL
               CLOSE ARQ-MEN
           END-IF
           IF NOT-DISPONIVEL
               CLOSE ARQ-NOTAS
           END-IF
           IF FREQ-DISPONIVEL
               CLOSE ARQ-FREQ
           END-IF
           CLOSE ARQ-NTF
           CLOSE ARQ-MSG
           CLOSE ARQ-REL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-NOTIFLST
           CLOSE ARQ-CTL.
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
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'RESPCONT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPCONT
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'FREQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FREQ
           MOVE 'NOTIFLOG' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFLOG
           MOVE 'NOTIFTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFTXT
           MOVE 'NOTIFLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTIFLST
           MOVE 'CONTROLE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CONTROLE
           MOVE 'NOTDIAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NUMERIC
               MOVE WS-PARAM-VALOR(1:3) TO WS-DIAS-AVISO
           END-IF
           MOVE 'NOTATRASO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NUMERIC
               MOVE WS-PARAM-VALOR(1:3) TO WS-DIAS-ATRASO
           END-IF
           MOVE 'NOTFALTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-VALOR
           IF WS-PARAM-VALOR(1:3) NUMERIC
               MOVE WS-PARAM-VALOR(1:3) TO WS-PERC-FALTAS
           END-IF.
