       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RISCO.
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

       SELECT ARQ-FREQ
              ASSIGN TO WS-ARQ-FREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-FREQ
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-FREQ.

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

      * ACORDOS DE RENEGOCIACAO DO NEGOCIA: ACORDO ATIVO (AINDA NAO
      * QUITADO) CONTA COMO SINAL DE DIFICULDADE DA FAMILIA.
       SELECT ARQ-NEG
              ASSIGN TO WS-ARQ-NEGOCIA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-NEG
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-NEG.

      * CONTATOS E INTERVENCOES DA COORDENACAO (ACOMPAN).
       SELECT ARQ-ACO
              ASSIGN TO WS-ARQ-ACOMPAN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-ACO
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ACO.

      * ULTIMA SINALIZACAO DE CADA ALUNO EM RISCO: E CONTRA ELA QUE
      * A EXECUCAO SEGUINTE MOSTRA SE OS INDICADORES MELHORARAM.
       SELECT ARQ-RH
              ASSIGN TO WS-ARQ-RISCOHIS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-RH
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-RH.

       SELECT ARQ-REL
              ASSIGN TO WS-ARQ-RISCOLST
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

       FD  ARQ-NEG.
       01  REG-NEG.
           02 CHAVE-NEG.
              03 CODIGO-NEG   PIC 9(08).
              03 ANO-REF-NEG  PIC 9(04).
           02 DATA-ACORDO-NEG PIC 9(08).
           02 DATA-INICIO-NEG PIC 9(08).
           02 QTD-PARC-NEG    PIC 9(02).
           02 VALOR-PARC-NEG  PIC 9(05)V99.
           02 QTD-PAGAS-NEG   PIC 9(02).
           02 VALOR-PAGO-NEG  PIC 9(07)V99.
           02 QTD-SLOTS-NEG   PIC 9(02).
           02 SITU-NEG        PIC X(01).
              88 NEG-ATIVO    VALUE 'A'.
              88 NEG-QUITADO  VALUE 'Q'.
              88 NEG-ROMPIDO  VALUE 'R'.

       FD  ARQ-ACO.
       01  REG-ACO.
           02 CHAVE-ACO.
              03 CODIGO-ACO      PIC 9(08).
              03 DATA-ACO        PIC 9(08).
              03 HORA-ACO        PIC 9(08).
           02 TIPO-ACO           PIC X(01).
              88 ACO-LIGACAO       VALUE 'L'.
              88 ACO-REUNIAO       VALUE 'R'.
              88 ACO-ENCAMINHAMENTO VALUE 'E'.
              88 ACO-OUTRO         VALUE 'O'.
           02 DESCRICAO-ACO      PIC X(60).
           02 OPERADOR-ACO       PIC X(08).

       FD  ARQ-RH.
       01  REG-RH.
           02 CODIGO-RH          PIC 9(08).
           02 DATA-RH            PIC 9(08).
           02 TURMA-RH           PIC X(06).
           02 PONTOS-RH          PIC 9(02).
           02 BIM-RH             PIC 9(01).
           02 FALTAS-BIM-RH      PIC 9(04).
           02 MEDIA-BIM-RH       PIC 9(02)V99.
           02 PARC-VENC-RH       PIC 9(02).
           02 ACORDO-RH          PIC X(01).

       FD  ARQ-REL.
       01  REG-REL           PIC X(100).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-FREQ PIC X(64).
       01  WS-ARQ-NOTAS PIC X(64).
       01  WS-ARQ-MENSAL PIC X(64).
       01  WS-ARQ-NEGOCIA PIC X(64).
       01  WS-ARQ-ACOMPAN PIC X(64).
       01  WS-ARQ-RISCOHIS PIC X(64).
       01  WS-ARQ-RISCOLST PIC X(64).
       01  WS-PARAM-LIMITE PIC X(64).
      *
      *----------------------------------------------------------
      * PONTUACAO DE RISCO. CADA SINAL SOMA OS PONTOS ABAIXO; O
      * ALUNO ENTRA NA LISTA QUANDO A SOMA ATINGE O LIMITE DE
      * PARAMS.CFG (RISCOLIM=NN).
      *   FALTAS DO BIMESTRE MAIORES QUE AS DO ANTERIOR ...... 2
      *   FREQUENCIA ABAIXO DO MINIMO DA REGRA DA SERIE ...... 2
      *   MEDIA DO BIMESTRE MENOR QUE A DO ANTERIOR .......... 2
      *   MEDIA DO BIMESTRE ABAIXO DA MEDIA DE APROVACAO ..... 1
      *   CADA PARCELA DO ANO VENCIDA E NAO PAGA (ATE 3) ..... 1
      *   ACORDO DO NEGOCIA AINDA ATIVO ...................... 2
      *----------------------------------------------------------
       01  WS-PESO-FALTAS-SOBEM  PIC 9(02) VALUE 2.
       01  WS-PESO-FREQ-BAIXA    PIC 9(02) VALUE 2.
       01  WS-PESO-NOTA-CAI      PIC 9(02) VALUE 2.
       01  WS-PESO-NOTA-BAIXA    PIC 9(02) VALUE 1.
       01  WS-PESO-PARCELA       PIC 9(02) VALUE 1.
       01  WS-MAX-PARCELAS       PIC 9(02) VALUE 3.
       01  WS-PESO-ACORDO        PIC 9(02) VALUE 2.
       01  WS-LIMITE-RISCO       PIC 9(02) VALUE 4.

       01  WS-TURMA-PARAM     PIC X(06).
       01  WS-SERIE-ATUAL     PIC X(02).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(04).
           02 WS-MMDD-HOJE    PIC 9(04).
       01  WS-ANO-ANTERIOR    PIC 9(04).
       01  WS-EOF             PIC X(01).
       01  WS-EOF-TUR         PIC X(01).
       01  WS-EOF-ALU         PIC X(01).
       01  WS-LINHA           PIC X(100).
       01  WS-IX-BIM          PIC 9(01).
       01  WS-SLOT-ATUAL      PIC 9(02).
       01  WS-DATA-VENC       PIC 9(08).

      * INDICADORES DO ALUNO NO ANO CORRENTE.
       01  WS-IND-ALUNO.
           02 WS-BIM-ALU OCCURS 4 TIMES.
              03 WS-SOMA-NOTA-BIM  PIC 9(05).
              03 WS-QTD-NOTA-BIM   PIC 9(03).
              03 WS-FALTAS-BIM     PIC 9(04).
           02 WS-AULAS-ANO        PIC 9(05).
           02 WS-FALTAS-ANO       PIC 9(05).
           02 WS-BIM-ATUAL        PIC 9(01).
           02 WS-MEDIA-ATUAL      PIC 9(02)V99.
           02 WS-MEDIA-ANTERIOR   PIC 9(02)V99.
           02 WS-PERC-FREQ        PIC 9(03).
           02 WS-PARC-VENCIDAS    PIC 9(02).
           02 WS-ACORDO-ATIVO     PIC X(01).
           02 WS-PONTOS           PIC 9(02).

      * AS LINHAS DE MOTIVO SAO MONTADAS ANTES DE SABER SE O ALUNO
      * ENTRA NA LISTA.
       01  WS-TAB-MOTIVOS.
           02 WS-QTD-MOTIVOS     PIC 9(01).
           02 WS-MOTIVO OCCURS 6 TIMES PIC X(100).
       01  WS-IX-MOT             PIC 9(01).

       01  WS-SW-HIST PIC X(01).
           88 HIST-EXISTE     VALUE 'S'.
           88 HIST-NAO-EXISTE VALUE 'N'.
       01  WS-DATA-DESDE        PIC 9(08).
       01  WS-CONTA-ACOES       PIC 9(04).
       01  WS-ULT-DATA-ACO      PIC 9(08).
       01  WS-ULT-TIPO-ACO      PIC X(14).
       01  WS-EVOLUCAO          PIC X(30).

       01  WS-ED-PONTOS         PIC Z9.
       01  WS-ED-PONTOS-ANT     PIC Z9.
       01  WS-ED-FALTAS         PIC ZZZ9.
       01  WS-ED-FALTAS-ANT     PIC ZZZ9.
       01  WS-ED-MEDIA          PIC Z9,99.
       01  WS-ED-MEDIA-ANT      PIC Z9,99.
       01  WS-ED-PERC           PIC ZZ9.
       01  WS-ED-MINIMO         PIC ZZ9.
       01  WS-ED-QTD            PIC Z9.
       01  WS-ED-ACOES          PIC ZZZ9.

       01  WS-CONTA-TURMA       PIC 9(04).
       01  WS-CONTA-RISCO-TUR   PIC 9(04).
       01  WS-CONTA-ATIVOS      PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-RISCO       PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-REINCID     PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-SEM-ACAO    PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-SAIRAM      PIC 9(05) VALUE ZEROES.
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
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'RISCO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE  VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK          VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE  VALUE 35.
       77 FS-STAT-FREQ PIC 9(02).
           88 FS-FREQ-OK         VALUE ZEROS.
       77 FS-STAT-NOT PIC 9(02).
           88 FS-NOT-OK          VALUE ZEROS.
       77 FS-STAT-MEN PIC 9(02).
           88 FS-MEN-OK          VALUE ZEROS.
       77 FS-STAT-NEG PIC 9(02).
           88 FS-NEG-OK          VALUE ZEROS.
       77 FS-STAT-ACO PIC 9(02).
           88 FS-ACO-OK          VALUE ZEROS.
       77 FS-STAT-RH PIC 9(02).
           88 FS-RH-OK           VALUE ZEROS.
           88 FS-RH-NAO-EXISTE   VALUE 35.
       01  WS-SW-FREQ PIC X(01).
           88 FREQ-DISPONIVEL    VALUE 'S'.
           88 FREQ-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-NOT PIC X(01).
           88 NOT-DISPONIVEL     VALUE 'S'.
           88 NOT-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-MEN PIC X(01).
           88 MEN-DISPONIVEL     VALUE 'S'.
           88 MEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-NEG PIC X(01).
           88 NEG-DISPONIVEL     VALUE 'S'.
           88 NEG-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-ACO PIC X(01).
           88 ACO-DISPONIVEL     VALUE 'S'.
           88 ACO-INDISPONIVEL   VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       COMPUTE WS-ANO-ANTERIOR = WS-ANO-HOJE - 1
       DISPLAY 'ALERTA DE RISCO DE EVASAO - ANO ' WS-ANO-HOJE
       DISPLAY 'TURMA (EM BRANCO = TODAS): ' WITH NO ADVANCING
       ACCEPT WS-TURMA-PARAM
       PERFORM IMPRIME-CABECALHO
       IF WS-TURMA-PARAM NOT = SPACES
           MOVE WS-TURMA-PARAM TO TURMA-REF
           READ ARQ-TUR KEY IS TURMA-REF
               INVALID KEY
                   DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT.'
               NOT INVALID KEY
                   PERFORM AVALIA-TURMA
           END-READ
       ELSE
           MOVE LOW-VALUES TO TURMA-REF
           START ARQ-TUR KEY IS NOT LESS THAN TURMA-REF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-TUR
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-TUR
           END-START
      * uma secao do relatorio por turma, na ordem de TURMAS.DAT
           PERFORM UNTIL WS-EOF-TUR = 'Y'
               READ ARQ-TUR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-TUR
                   NOT AT END
                       PERFORM AVALIA-TURMA
               END-READ
           END-PERFORM
       END-IF.
       PERFORM IMPRIME-TOTAIS.
       PERFORM FECHA-ARQUIVOS.
       GOBACK.
      *
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA
           MOVE WS-LIMITE-RISCO TO WS-ED-PONTOS
           STRING 'ALUNOS EM RISCO DE EVASAO - '
               WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
               WS-DATA-HOJE(1:4)
               ' - LIMITE: ' WS-ED-PONTOS ' PONTOS'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'PONTOS: FALTAS SUBINDO 2, FREQUENCIA BAIXA 2, '
               'MEDIA CAINDO 2, MEDIA ABAIXO DA APROVACAO 1,'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '        PARCELA VENCIDA 1 CADA (ATE 3), '
               'ACORDO NEGOCIA ATIVO 2'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * AVALIA-TURMA - PONTUA CADA ALUNO ATIVO DA TURMA (LIDO PELA
      * CHAVE DE SITUACAO) E FECHA A SECAO COM A CONTAGEM.
      *============================================================
       AVALIA-TURMA.
           MOVE ZEROES TO WS-CONTA-TURMA
           MOVE ZEROES TO WS-CONTA-RISCO-TUR
           MOVE SERIE-TUR TO WS-SERIE-ATUAL
           CALL 'LEREGRA' USING WS-SERIE-ATUAL WS-ANO-HOJE WS-REGRA
           MOVE SPACES TO WS-LINHA
           STRING 'TURMA ' TURMA-REF ' - ' DESCRICAO-TUR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE 'A' TO SITUACAO-ALUNO
           START ARQ-ALU KEY IS EQUAL TO SITUACAO-ALUNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ALU
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-ALU
           END-START
           PERFORM UNTIL WS-EOF-ALU = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-ALU
                   NOT AT END
                       IF NOT ALUNO-ATIVO
                           MOVE 'Y' TO WS-EOF-ALU
                       ELSE
                           IF TURMA = TURMA-REF
                               ADD 1 TO WS-CONTA-TURMA
                               ADD 1 TO WS-CONTA-ATIVOS
                               PERFORM AVALIA-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-LINHA
           STRING '   ALUNOS ATIVOS: ' WS-CONTA-TURMA
               '   EM RISCO: ' WS-CONTA-RISCO-TUR
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE ALL '-' TO REG-REL
           WRITE REG-REL.
      *
      *============================================================
      * AVALIA-ALUNO - APURA OS INDICADORES, SOMA OS PONTOS E CRUZA
      * COM A ULTIMA SINALIZACAO. ALUNO NO LIMITE OU ACIMA SAI NA
      * LISTA E TEM A SINALIZACAO GRAVADA; ALUNO SINALIZADO ANTES
      * QUE FICOU ABAIXO DO LIMITE SAI COMO "SAIU DA FAIXA" E TEM A
      * SINALIZACAO APAGADA.
      *============================================================
       AVALIA-ALUNO.
           INITIALIZE WS-IND-ALUNO
           INITIALIZE WS-TAB-MOTIVOS
           MOVE 'N' TO WS-ACORDO-ATIVO
           IF NOT-DISPONIVEL
               PERFORM APURA-NOTAS
           END-IF
           IF FREQ-DISPONIVEL
               PERFORM APURA-FALTAS
           END-IF
           IF MEN-DISPONIVEL
               PERFORM APURA-PARCELAS
           END-IF
           IF NEG-DISPONIVEL
               PERFORM APURA-ACORDO
           END-IF
           PERFORM PONTUA-ALUNO
           SET HIST-NAO-EXISTE TO TRUE
           MOVE CODIGO TO CODIGO-RH
           READ ARQ-RH KEY IS CODIGO-RH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HIST-EXISTE TO TRUE
           END-READ
           IF WS-PONTOS >= WS-LIMITE-RISCO
               ADD 1 TO WS-CONTA-RISCO-TUR
               ADD 1 TO WS-CONTA-RISCO
               PERFORM IMPRIME-ALUNO-RISCO
               PERFORM GRAVA-SINALIZACAO
           ELSE
               IF HIST-EXISTE
                   ADD 1 TO WS-CONTA-SAIRAM
                   PERFORM IMPRIME-ALUNO-SAIU
                   DELETE ARQ-RH RECORD
               END-IF
           END-IF.
      *
      *============================================================
      * APURA-NOTAS - SOMA AS NOTAS LANCADAS (MAIORES QUE ZERO) DE
      * CADA BIMESTRE EM TODAS AS DISCIPLINAS DO ANO.
      *============================================================
       APURA-NOTAS.
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
                           PERFORM SOMA-NOTAS
                       END-IF
               END-READ
           END-PERFORM.
      *
       SOMA-NOTAS.
           IF PRIMEIRO-OK > 0
               ADD PRIMEIRO-OK TO WS-SOMA-NOTA-BIM(1)
               ADD 1 TO WS-QTD-NOTA-BIM(1)
           END-IF
           IF SEGUNDO-OK > 0
               ADD SEGUNDO-OK TO WS-SOMA-NOTA-BIM(2)
               ADD 1 TO WS-QTD-NOTA-BIM(2)
           END-IF
           IF TERCEIRO-OK > 0
               ADD TERCEIRO-OK TO WS-SOMA-NOTA-BIM(3)
               ADD 1 TO WS-QTD-NOTA-BIM(3)
           END-IF
           IF QUARTO-OK > 0
               ADD QUARTO-OK TO WS-SOMA-NOTA-BIM(4)
               ADD 1 TO WS-QTD-NOTA-BIM(4)
           END-IF.
      *
      *============================================================
      * APURA-FALTAS - FREQ.DAT GUARDA SO O ANO CORRENTE: SOMA AS
      * FALTAS DE CADA BIMESTRE E AS AULAS DO ANO DE TODAS AS
      * DISCIPLINAS DO ALUNO.
      *============================================================
       APURA-FALTAS.
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
                           ADD FALTAS-1-FREQ TO WS-FALTAS-BIM(1)
                           ADD FALTAS-2-FREQ TO WS-FALTAS-BIM(2)
                           ADD FALTAS-3-FREQ TO WS-FALTAS-BIM(3)
                           ADD FALTAS-4-FREQ TO WS-FALTAS-BIM(4)
                           ADD TOTAL-FALTAS-FREQ TO WS-FALTAS-ANO
                           ADD AULAS-ANO-FREQ TO WS-AULAS-ANO
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * APURA-PARCELAS - PARCELAS DO ANO CORRENTE VENCIDAS (PELO
      * VENCIMENTO REAL DO CALCVENC) E NAO PAGAS. PARCELA 'NG' JA
      * ESTA NUM ACORDO E CONTA PELO ACORDO, NAO AQUI.
      *============================================================
       APURA-PARCELAS.
           MOVE CODIGO      TO CODIGO-MEN
           MOVE WS-ANO-HOJE TO ANO-REF
           READ ARQ-MEN KEY IS CHAVE-MEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-SLOT-ATUAL
                   PERFORM UNTIL WS-SLOT-ATUAL > 12
                       IF SITU-SLOT(WS-SLOT-ATUAL) NOT = 'PG'
                          AND SITU-SLOT(WS-SLOT-ATUAL) NOT = 'CN'
                          AND SITU-SLOT(WS-SLOT-ATUAL) NOT = 'NG'
                          AND SITU-SLOT(WS-SLOT-ATUAL) NOT = SPACES
                           CALL 'CALCVENC' USING CODIGO ANO-REF
                               WS-SLOT-ATUAL WS-DATA-VENC
                           IF WS-DATA-VENC < WS-DATA-HOJE
                               ADD 1 TO WS-PARC-VENCIDAS
                           END-IF
                       END-IF
                       ADD 1 TO WS-SLOT-ATUAL
                   END-PERFORM
           END-READ.
      *
      *============================================================
      * APURA-ACORDO - ACORDO ATIVO DO ANO CORRENTE OU DO ANTERIOR
      * (O NEGOCIA RENEGOCIA TAMBEM O ANO QUE PASSOU).
      *============================================================
       APURA-ACORDO.
           MOVE CODIGO      TO CODIGO-NEG
           MOVE WS-ANO-HOJE TO ANO-REF-NEG
           READ ARQ-NEG KEY IS CHAVE-NEG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NEG-ATIVO
                       MOVE 'S' TO WS-ACORDO-ATIVO
                   END-IF
           END-READ
           MOVE CODIGO          TO CODIGO-NEG
           MOVE WS-ANO-ANTERIOR TO ANO-REF-NEG
           READ ARQ-NEG KEY IS CHAVE-NEG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NEG-ATIVO
                       MOVE 'S' TO WS-ACORDO-ATIVO
                   END-IF
           END-READ.
      *
      *============================================================
      * PONTUA-ALUNO - O BIMESTRE ATUAL E O ULTIMO COM NOTA OU
      * FALTA LANCADA; ELE E COMPARADO AO BIMESTRE ANTERIOR. CADA
      * SINAL QUE PONTUA GANHA UMA LINHA DE MOTIVO.
      *============================================================
       PONTUA-ALUNO.
           PERFORM VARYING WS-IX-BIM FROM 1 BY 1 UNTIL WS-IX-BIM > 4
               IF WS-QTD-NOTA-BIM(WS-IX-BIM) > 0
                  OR WS-FALTAS-BIM(WS-IX-BIM) > 0
                   MOVE WS-IX-BIM TO WS-BIM-ATUAL
               END-IF
           END-PERFORM
           IF WS-BIM-ATUAL > 0
               IF WS-QTD-NOTA-BIM(WS-BIM-ATUAL) > 0
                   COMPUTE WS-MEDIA-ATUAL ROUNDED =
                       WS-SOMA-NOTA-BIM(WS-BIM-ATUAL)
                       / WS-QTD-NOTA-BIM(WS-BIM-ATUAL)
               END-IF
           END-IF
           IF WS-BIM-ATUAL > 1
               IF WS-FALTAS-BIM(WS-BIM-ATUAL) >
                  WS-FALTAS-BIM(WS-BIM-ATUAL - 1)
                   ADD WS-PESO-FALTAS-SOBEM TO WS-PONTOS
                   MOVE WS-FALTAS-BIM(WS-BIM-ATUAL) TO WS-ED-FALTAS
                   MOVE WS-FALTAS-BIM(WS-BIM-ATUAL - 1)
                       TO WS-ED-FALTAS-ANT
                   ADD 1 TO WS-QTD-MOTIVOS
                   STRING '   - FALTAS SUBINDO: ' WS-ED-FALTAS
                       ' NO ' WS-BIM-ATUAL 'o BIMESTRE, CONTRA '
                       WS-ED-FALTAS-ANT ' NO ANTERIOR'
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO(WS-QTD-MOTIVOS)
               END-IF
               IF WS-QTD-NOTA-BIM(WS-BIM-ATUAL) > 0
                  AND WS-QTD-NOTA-BIM(WS-BIM-ATUAL - 1) > 0
                   COMPUTE WS-MEDIA-ANTERIOR ROUNDED =
                       WS-SOMA-NOTA-BIM(WS-BIM-ATUAL - 1)
                       / WS-QTD-NOTA-BIM(WS-BIM-ATUAL - 1)
                   IF WS-MEDIA-ATUAL < WS-MEDIA-ANTERIOR
                       ADD WS-PESO-NOTA-CAI TO WS-PONTOS
                       MOVE WS-MEDIA-ATUAL    TO WS-ED-MEDIA
                       MOVE WS-MEDIA-ANTERIOR TO WS-ED-MEDIA-ANT
                       ADD 1 TO WS-QTD-MOTIVOS
                       STRING '   - MEDIA CAINDO: ' WS-ED-MEDIA
                           ' NO ' WS-BIM-ATUAL 'o BIMESTRE, CONTRA '
                           WS-ED-MEDIA-ANT ' NO ANTERIOR'
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO(WS-QTD-MOTIVOS)
                   END-IF
               END-IF
           END-IF
           IF WS-BIM-ATUAL > 0
              AND WS-QTD-NOTA-BIM(WS-BIM-ATUAL) > 0
              AND WS-MEDIA-ATUAL < WS-MEDIA-AP-REGRA
               ADD WS-PESO-NOTA-BAIXA TO WS-PONTOS
               MOVE WS-MEDIA-ATUAL    TO WS-ED-MEDIA
               MOVE WS-MEDIA-AP-REGRA TO WS-ED-MEDIA-ANT
               ADD 1 TO WS-QTD-MOTIVOS
               STRING '   - MEDIA DO ' WS-BIM-ATUAL 'o BIMESTRE '
                   WS-ED-MEDIA ' ABAIXO DA APROVACAO ('
                   WS-ED-MEDIA-ANT ')'
                   DELIMITED BY SIZE INTO WS-MOTIVO(WS-QTD-MOTIVOS)
           END-IF
           IF WS-AULAS-ANO > 0
               IF WS-FALTAS-ANO > WS-AULAS-ANO
                   MOVE ZEROES TO WS-PERC-FREQ
               ELSE
                   COMPUTE WS-PERC-FREQ =
                       (WS-AULAS-ANO - WS-FALTAS-ANO) * 100
                       / WS-AULAS-ANO
               END-IF
               IF WS-PERC-FREQ < WS-FREQ-MIN-REGRA
                   ADD WS-PESO-FREQ-BAIXA TO WS-PONTOS
                   MOVE WS-PERC-FREQ      TO WS-ED-PERC
                   MOVE WS-FREQ-MIN-REGRA TO WS-ED-MINIMO
                   ADD 1 TO WS-QTD-MOTIVOS
                   STRING '   - FREQUENCIA NO ANO DE ' WS-ED-PERC
                       '%, ABAIXO DO MINIMO DE ' WS-ED-MINIMO '%'
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO(WS-QTD-MOTIVOS)
               END-IF
           END-IF
           IF WS-PARC-VENCIDAS > 0
               IF WS-PARC-VENCIDAS > WS-MAX-PARCELAS
                   COMPUTE WS-PONTOS = WS-PONTOS
                       + WS-PESO-PARCELA * WS-MAX-PARCELAS
               ELSE
                   COMPUTE WS-PONTOS = WS-PONTOS
                       + WS-PESO-PARCELA * WS-PARC-VENCIDAS
               END-IF
               MOVE WS-PARC-VENCIDAS TO WS-ED-QTD
               ADD 1 TO WS-QTD-MOTIVOS
               STRING '   - ' WS-ED-QTD ' PARCELA(S) DO ANO VENCIDA(S) '
                   'E NAO PAGA(S)'
                   DELIMITED BY SIZE INTO WS-MOTIVO(WS-QTD-MOTIVOS)
           END-IF
           IF WS-ACORDO-ATIVO = 'S'
               ADD WS-PESO-ACORDO TO WS-PONTOS
               ADD 1 TO WS-QTD-MOTIVOS
               MOVE '   - ACORDO DE RENEGOCIACAO (NEGOCIA) EM ABERTO'
                   TO WS-MOTIVO(WS-QTD-MOTIVOS)
           END-IF.
      *
      *============================================================
      * IMPRIME-ALUNO-RISCO - LINHA DO ALUNO, OS MOTIVOS E O
      * ACOMPANHAMENTO: SE JA ESTAVA SINALIZADO, QUANTAS ACOES FORAM
      * REGISTRADAS DESDE A SINALIZACAO E SE OS PONTOS CAIRAM.
      *============================================================
       IMPRIME-ALUNO-RISCO.
           MOVE WS-PONTOS TO WS-ED-PONTOS
           MOVE SPACES TO WS-LINHA
           STRING CODIGO ' ' NOME ' ' S-NOME
               ' PONTOS: ' WS-ED-PONTOS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-QTD-MOTIVOS
               WRITE REG-REL FROM WS-MOTIVO(WS-IX-MOT)
           END-PERFORM
           IF HIST-EXISTE
               ADD 1 TO WS-CONTA-REINCID
               MOVE DATA-RH TO WS-DATA-DESDE
           ELSE
               COMPUTE WS-DATA-DESDE = WS-ANO-HOJE * 10000 + 101
           END-IF
           PERFORM CONTA-ACOES
           MOVE WS-CONTA-ACOES TO WS-ED-ACOES
           MOVE SPACES TO WS-LINHA
           IF HIST-EXISTE
               MOVE PONTOS-RH TO WS-ED-PONTOS-ANT
               EVALUATE TRUE
                   WHEN WS-PONTOS < PONTOS-RH
                       MOVE 'INDICADORES MELHORARAM' TO WS-EVOLUCAO
                   WHEN WS-PONTOS > PONTOS-RH
                       MOVE 'INDICADORES PIORARAM' TO WS-EVOLUCAO
                   WHEN OTHER
                       MOVE 'INDICADORES SEM MUDANCA' TO WS-EVOLUCAO
               END-EVALUATE
               STRING '   JA SINALIZADO EM ' DATA-RH(7:2) '/'
                   DATA-RH(5:2) '/' DATA-RH(1:4) ' COM '
                   WS-ED-PONTOS-ANT ' PONTOS - ' WS-EVOLUCAO
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               MOVE '   PRIMEIRA SINALIZACAO' TO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-CONTA-ACOES = 0
               ADD 1 TO WS-CONTA-SEM-ACAO
               IF HIST-EXISTE
                   MOVE '   NENHUMA ACAO REGISTRADA DESDE A SINALIZACAO'
                       TO WS-LINHA
               ELSE
                   MOVE '   NENHUMA ACAO REGISTRADA NO ANO' TO WS-LINHA
               END-IF
           ELSE
               STRING '   ACOES REGISTRADAS: ' WS-ED-ACOES
                   ' - ULTIMA: ' WS-ULT-TIPO-ACO ' EM '
                   WS-ULT-DATA-ACO(7:2) '/' WS-ULT-DATA-ACO(5:2) '/'
                   WS-ULT-DATA-ACO(1:4)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           WRITE REG-REL FROM WS-LINHA.
      *
       IMPRIME-ALUNO-SAIU.
           MOVE WS-PONTOS TO WS-ED-PONTOS
           MOVE PONTOS-RH TO WS-ED-PONTOS-ANT
           MOVE DATA-RH TO WS-DATA-DESDE
           PERFORM CONTA-ACOES
           MOVE WS-CONTA-ACOES TO WS-ED-ACOES
           MOVE SPACES TO WS-LINHA
           STRING CODIGO ' ' NOME ' ' S-NOME
               ' SAIU DA FAIXA DE RISCO'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING '   SINALIZADO EM ' DATA-RH(7:2) '/'
               DATA-RH(5:2) '/' DATA-RH(1:4) ' COM '
               WS-ED-PONTOS-ANT ' PONTOS, AGORA ' WS-ED-PONTOS
               ' - ACOES DESDE ENTAO: ' WS-ED-ACOES
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * CONTA-ACOES - CONTATOS E INTERVENCOES DO ALUNO EM ACOMPAN.DAT
      * A PARTIR DE WS-DATA-DESDE, E QUAL FOI O ULTIMO.
      *============================================================
       CONTA-ACOES.
           MOVE ZEROES TO WS-CONTA-ACOES
           MOVE ZEROES TO WS-ULT-DATA-ACO
           MOVE SPACES TO WS-ULT-TIPO-ACO
           IF ACO-DISPONIVEL
               MOVE CODIGO        TO CODIGO-ACO
               MOVE WS-DATA-DESDE TO DATA-ACO
               MOVE ZEROES        TO HORA-ACO
               START ARQ-ACO KEY IS NOT LESS THAN CHAVE-ACO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ACO NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CODIGO-ACO NOT = CODIGO
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-CONTA-ACOES
                               MOVE DATA-ACO TO WS-ULT-DATA-ACO
                               PERFORM NOMEIA-TIPO-ACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       NOMEIA-TIPO-ACAO.
           EVALUATE TRUE
               WHEN ACO-LIGACAO
                   MOVE 'LIGACAO'        TO WS-ULT-TIPO-ACO
               WHEN ACO-REUNIAO
                   MOVE 'REUNIAO'        TO WS-ULT-TIPO-ACO
               WHEN ACO-ENCAMINHAMENTO
                   MOVE 'ENCAMINHAMENTO' TO WS-ULT-TIPO-ACO
               WHEN OTHER
                   MOVE 'OUTRO'          TO WS-ULT-TIPO-ACO
           END-EVALUATE.
      *
      *============================================================
      * GRAVA-SINALIZACAO - GUARDA OS INDICADORES DE HOJE. O ALUNO
      * QUE CONTINUA EM RISCO FICA COM A DATA DA PRIMEIRA
      * SINALIZACAO, PARA AS ACOES SEREM CONTADAS DESDE ELA; SO OS
      * PONTOS E INDICADORES SAO ATUALIZADOS.
      *============================================================
       GRAVA-SINALIZACAO.
           IF HIST-NAO-EXISTE
               MOVE CODIGO       TO CODIGO-RH
               MOVE WS-DATA-HOJE TO DATA-RH
           END-IF
           MOVE TURMA                       TO TURMA-RH
           MOVE WS-PONTOS                   TO PONTOS-RH
           MOVE WS-BIM-ATUAL                TO BIM-RH
           MOVE ZEROES                      TO FALTAS-BIM-RH
           IF WS-BIM-ATUAL > 0
               MOVE WS-FALTAS-BIM(WS-BIM-ATUAL) TO FALTAS-BIM-RH
           END-IF
           MOVE WS-MEDIA-ATUAL              TO MEDIA-BIM-RH
           MOVE WS-PARC-VENCIDAS            TO PARC-VENC-RH
           MOVE WS-ACORDO-ATIVO             TO ACORDO-RH
           IF HIST-EXISTE
               REWRITE REG-RH
           ELSE
               WRITE REG-RH
           END-IF
           IF NOT FS-RH-OK
               DISPLAY 'ERRO AO GRAVAR RISCOHIS.DAT - CODIGO ' CODIGO
                   ' FS-STAT: ' FS-STAT-RH
           END-IF.
      *
       IMPRIME-TOTAIS.
           MOVE ALL '=' TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA
           STRING 'ALUNOS ATIVOS AVALIADOS: ' WS-CONTA-ATIVOS
               '  EM RISCO: ' WS-CONTA-RISCO
               '  JA SINALIZADOS ANTES: ' WS-CONTA-REINCID
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'EM RISCO SEM NENHUMA ACAO: ' WS-CONTA-SEM-ACAO
               '  SAIRAM DA FAIXA DE RISCO: ' WS-CONTA-SAIRAM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           DISPLAY 'ALUNOS ATIVOS AVALIADOS...: ' WS-CONTA-ATIVOS
           DISPLAY 'EM RISCO..................: ' WS-CONTA-RISCO
           DISPLAY 'EM RISCO SEM NENHUMA ACAO.: ' WS-CONTA-SEM-ACAO
           DISPLAY 'SAIRAM DA FAIXA DE RISCO..: ' WS-CONTA-SAIRAM
           DISPLAY 'RELATORIO GRAVADO EM RISCO.LST.'.
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ALU
           IF FS-ALU-NAO-EXISTE THEN
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - EXECUTE O '
                   'CRIALUNO PRIMEIRO.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-TUR
           IF FS-TUR-NAO-EXISTE THEN
               DISPLAY 'TURMAS.DAT NAO ENCONTRADO - CADASTRE AS '
                   'TURMAS NO MANTTUR PRIMEIRO.'
               CLOSE ARQ-ALU
               GOBACK
           END-IF
           SET FREQ-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-FREQ
           IF NOT FS-FREQ-OK
               SET FREQ-INDISPONIVEL TO TRUE
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
           SET NEG-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-NEG
           IF NOT FS-NEG-OK
               SET NEG-INDISPONIVEL TO TRUE
           END-IF
           SET ACO-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-ACO
           IF NOT FS-ACO-OK
               SET ACO-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O ARQ-RH
           IF FS-RH-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO RISCOHIS.DAT...'
               OPEN OUTPUT ARQ-RH
               CLOSE ARQ-RH
               OPEN I-O ARQ-RH
           END-IF
           OPEN OUTPUT ARQ-REL.
      *
       FECHA-ARQUIVOS.
           CLOSE ARQ-ALU
           CLOSE ARQ-TUR
           IF FREQ-DISPONIVEL
               CLOSE ARQ-FREQ
           END-IF
           IF NOT-DISPONIVEL
               CLOSE ARQ-NOTAS
           END-IF
           IF MEN-DISPONIVEL
               CLOSE ARQ-MEN
           END-IF
           IF NEG-DISPONIVEL
               CLOSE ARQ-NEG
           END-IF
           IF ACO-DISPONIVEL
               CLOSE ARQ-ACO
           END-IF
           CLOSE ARQ-RH
           CLOSE ARQ-REL
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'TURMA ' WS-TURMA-PARAM
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-RISCOLST.
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
           MOVE 'FREQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FREQ
           MOVE 'NOTAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NOTAS
           MOVE 'MENSAL' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-MENSAL
           MOVE 'NEGOCIA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-NEGOCIA
           MOVE 'ACOMPAN' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ACOMPAN
           MOVE 'RISCOHIS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RISCOHIS
           MOVE 'RISCOLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RISCOLST
      * PONTOS A PARTIR DOS QUAIS O ALUNO ENTRA NA LISTA
      * (RISCOLIM=NN); INVALIDO, VALEM 4.
           MOVE 'RISCOLIM' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-LIMITE
           IF WS-PARAM-LIMITE(1:2) NUMERIC
               MOVE WS-PARAM-LIMITE(1:2) TO WS-LIMITE-RISCO
           END-IF.
