       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CENSO.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CORRESPONDENCIA ENTRE A SERIE DA ESCOLA (SERIE-TUR, CODIGO
      * LIVRE) E A ETAPA DE ENSINO DO INEP, COM A IDADE ADEQUADA DA
      * SERIE USADA NO RELATORIO DE DISTORCAO IDADE-SERIE (DISTORC).
       SELECT ARQ-SER
              ASSIGN TO WS-ARQ-CENSOSER
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS SERIE-CSR
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-SER.

      * DADOS DO CENSO DE CADA ALUNO (DADOSCEN).
       SELECT ARQ-CEN
              ASSIGN TO WS-ARQ-CENSOALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CEN
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CEN.

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

       SELECT ARQ-CURR
              ASSIGN TO WS-ARQ-CURRIC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-CURR
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CURR.

       SELECT ARQ-HOR
              ASSIGN TO WS-ARQ-HORARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-HOR
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-HOR.

       SELECT ARQ-DISC
              ASSIGN TO WS-ARQ-DISCIP
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS DISCIPLINA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-DISC.

       SELECT ARQ-PROF
              ASSIGN TO WS-ARQ-PROFESSOR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS COD-PROF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-PROF.

      * ARQUIVO DE IMPORTACAO DO EDUCACENSO, CAMPOS SEPARADOS POR |.
       SELECT ARQ-TXT
              ASSIGN TO WS-ARQ-CENSOTXT
              ORGANIZATION IS LINE SEQUENTIAL.

      * LISTAGEM DE PENDENCIAS DA CONFERENCIA PREVIA.
       SELECT ARQ-CHK
              ASSIGN TO WS-ARQ-CENSOCHKLST
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SER.
       01  REG-SER.
           02 SERIE-CSR           PIC X(02).
      * CODIGO DA ETAPA DE ENSINO NA TABELA DO INEP.
           02 ETAPA-CSR           PIC 9(02).
      * IDADE ADEQUADA PARA CURSAR A SERIE NA DATA DE REFERENCIA.
           02 IDADE-CSR           PIC 9(02).
           02 DESCRICAO-CSR       PIC X(30).

       FD  ARQ-CEN.
       01  REG-CEN.
           02 CODIGO-CEN          PIC 9(08).
           02 DATA-NASC-CEN       PIC 9(08).
           02 SEXO-CEN            PIC X(01).
              88 CEN-MASCULINO    VALUE 'M'.
              88 CEN-FEMININO     VALUE 'F'.
           02 COR-RACA-CEN        PIC X(01).
           02 CPF-CEN             PIC X(11).
           02 NACIONAL-CEN        PIC X(01).
           02 MUNIC-NASC-CEN      PIC 9(07).
           02 NEC-ESP-CEN         PIC X(01).
           02 INEP-ID-CEN         PIC 9(12).

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
              88 TURNO-MANHA  VALUE 'M'.
              88 TURNO-TARDE  VALUE 'T'.
              88 TURNO-NOITE  VALUE 'N'.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-CURR.
       01  REG-CURR.
           02 CHAVE-CURR.
              03 SERIE-CURR      PIC X(02).
              03 DISCIPLINA-CURR PIC X(10).

       FD  ARQ-HOR.
       01  REG-HOR.
           02 CHAVE-HOR.
              03 TURMA-HOR    PIC X(06).
              03 DIA-HOR      PIC 9(01).
              03 PERIODO-HOR  PIC 9(01).
           02 DISCIPLINA-HOR  PIC X(10).

       FD  ARQ-DISC.
       01  REG-DISC.
           02 DISCIPLINA-REF PIC X(10).
           02 NOME-DISC      PIC X(30).
           02 PROFESSOR-DISC PIC X(30).
           02 HORAS-SEM-DISC PIC 9(02).
           02 COD-PROF-DISC  PIC 9(04).

       FD  ARQ-PROF.
       01  REG-PROF.
           02 COD-PROF        PIC 9(04).
           02 NOME-PROF       PIC X(30).
           02 DOC-PROF        PIC X(11).
           02 FONE-PROF       PIC X(12).
           02 ADMISSAO-PROF   PIC 9(08).

       FD  ARQ-TXT.
       01  REG-TXT              PIC X(200).

       FD  ARQ-CHK.
       01  REG-CHK              PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CENSOSER PIC X(64).
       01  WS-ARQ-CENSOALU PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-CURRIC PIC X(64).
       01  WS-ARQ-HORARIO PIC X(64).
       01  WS-ARQ-DISCIP PIC X(64).
       01  WS-ARQ-PROFESSOR PIC X(64).
       01  WS-ARQ-CENSOTXT PIC X(64).
       01  WS-ARQ-CENSOCHKLST PIC X(64).
      * CODIGO INEP DA ESCOLA (CENSOESC NO PARAMS.CFG, 8 DIGITOS).
       01  WS-PARAM-ESCOLA PIC X(64).

       01  WS-OPCAO PIC X(01).
           88 OPCAO-TABELA    VALUE 'T'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-CONFERIR  VALUE 'C'.
           88 OPCAO-GERAR     VALUE 'G'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-SERIE-PARAM     PIC X(02).
       01  WS-ETAPA-PARAM     PIC 9(02).
       01  WS-IDADE-PARAM     PIC 9(02).
       01  WS-DESCR-PARAM     PIC X(30).
       01  WS-ANO-CENSO       PIC 9(04).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-EOF             PIC X(01).
       01  WS-EOF-CURR        PIC X(01).
       01  WS-QTD-DISC-SER    PIC 9(03).
       01  WS-IX              PIC 9(04).

       01  WS-CONTA-PEND      PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-REG       PIC 9(07) VALUE ZEROES.
       01  WS-CONTA-TUR       PIC 9(05) VALUE ZEROES.
       01  WS-CONTA-ALU       PIC 9(05) VALUE ZEROES.

      * LINHA DA LISTAGEM DE PENDENCIAS: O QUE E, QUAL A CHAVE, O
      * NOME E A LISTA DOS CAMPOS QUE FALTAM.
       01  WS-PEND-TIPO       PIC X(09).
       01  WS-PEND-CHAVE      PIC X(10).
       01  WS-PEND-NOME       PIC X(30).
       01  WS-FALTAS          PIC X(80).
       01  WS-FALTA-ITEM      PIC X(40).
       01  WS-PT              PIC 9(03).
       01  WS-LINHA           PIC X(132).

      * MONTAGEM DOS REGISTROS DO ARQUIVO DE IMPORTACAO.
       01  WS-LINHA-CEN       PIC X(200).
       01  WS-NASC            PIC 9(08).
       01  WS-NASC-R REDEFINES WS-NASC.
           02 WS-NASC-ANO     PIC 9(04).
           02 WS-NASC-MES     PIC 9(02).
           02 WS-NASC-DIA     PIC 9(02).
       01  WS-SEXO-INEP       PIC X(01).
       01  WS-NEC-INEP        PIC X(01).
       01  WS-INEP-TXT        PIC X(12).
       01  WS-MUNIC-TXT       PIC X(07).
       01  WS-CPF-TXT         PIC X(11).

      *----------------------------------------------------------
      * VINCULOS DOCENTE x TURMA x DISCIPLINA TIRADOS DO HORARIO.DAT
      * (UM POR TURMA + DISCIPLINA, NAO UM POR AULA) E OS DOCENTES
      * QUE APARECEM NELES. MONTADOS NA CONFERENCIA E USADOS NA
      * GERACAO DOS REGISTROS 30 E 50.
      *----------------------------------------------------------
       01  WS-TAB-VINCULOS.
           02 WS-QTD-VINC     PIC 9(04) VALUE ZEROES.
           02 TAB-VINC OCCURS 3000 TIMES
                       INDEXED BY IX-VINC.
              03 TAB-VINC-TURMA   PIC X(06).
              03 TAB-VINC-DISC    PIC X(10).
              03 TAB-VINC-PROF    PIC 9(04).
       01  WS-TAB-DOCENTES.
           02 WS-QTD-DOC      PIC 9(03) VALUE ZEROES.
           02 TAB-DOC OCCURS 500 TIMES
                      INDEXED BY IX-DOC.
              03 TAB-DOC-COD      PIC 9(04).

       01  WS-SW-EXISTE PIC X(01).
           88 SERIE-CADASTRADA     VALUE 'S'.
           88 SERIE-NAO-CADASTRADA VALUE 'N'.
       01  WS-SW-VINC PIC X(01).
           88 VINCULO-NOVO      VALUE 'N'.
           88 VINCULO-REPETIDO  VALUE 'R'.
           88 VINCULO-FORA      VALUE 'F'.
       01  WS-SW-TAB-CHEIA PIC X(01).
           88 TABELA-CHEIA-AVISADA VALUE 'S'.
           88 TABELA-CHEIA-NAO     VALUE 'N'.

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'CENSO'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT-SER PIC 9(02).
           88 FS-SER-OK          VALUE ZEROS.
           88 FS-SER-NAO-EXISTE  VALUE 35.
           88 FS-SER-EM-USO      VALUES 51 99.
       77 FS-STAT-CEN PIC 9(02).
           88 FS-CEN-OK          VALUE ZEROS.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK          VALUE ZEROS.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK          VALUE ZEROS.
       77 FS-STAT-CURR PIC 9(02).
           88 FS-CURR-OK         VALUE ZEROS.
       77 FS-STAT-HOR PIC 9(02).
           88 FS-HOR-OK          VALUE ZEROS.
       77 FS-STAT-DISC PIC 9(02).
           88 FS-DISC-OK         VALUE ZEROS.
       77 FS-STAT-PROF PIC 9(02).
           88 FS-PROF-OK         VALUE ZEROS.

       01  WS-SW-REF PIC X(01).
           88 REFERENCIAS-OK     VALUE 'S'.
           88 REFERENCIAS-FALTAM VALUE 'N'.
       01  WS-SW-CEN PIC X(01).
           88 CEN-DISPONIVEL     VALUE 'S'.
           88 CEN-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-CURR PIC X(01).
           88 CURR-DISPONIVEL    VALUE 'S'.
           88 CURR-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-HOR PIC X(01).
           88 HOR-DISPONIVEL     VALUE 'S'.
           88 HOR-INDISPONIVEL   VALUE 'N'.
       01  WS-SW-DISC PIC X(01).
           88 DISC-DISPONIVEL    VALUE 'S'.
           88 DISC-INDISPONIVEL  VALUE 'N'.
       01  WS-SW-PROF PIC X(01).
           88 PROF-DISPONIVEL    VALUE 'S'.
           88 PROF-INDISPONIVEL  VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       OPEN I-O ARQ-SER
       IF FS-SER-NAO-EXISTE THEN
           DISPLAY 'CRIANDO NOVO ARQUIVO CENSOSER.DAT...'
           OPEN OUTPUT ARQ-SER
           CLOSE ARQ-SER
           OPEN I-O ARQ-SER
       END-IF
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-TABELA   PERFORM MANTEM-SERIE
               WHEN OPCAO-LISTAR   PERFORM LISTA-SERIES
               WHEN OPCAO-CONFERIR PERFORM CONFERE-CENSO
               WHEN OPCAO-GERAR    PERFORM GERA-CENSO
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-SER.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DO CENSO ESCOLAR E LE A
      * OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'CENSO ESCOLAR (EDUCACENSO)'
           DISPLAY 'T - ETAPA DO INEP E IDADE ADEQUADA DE UMA SERIE'
           DISPLAY 'L - LISTAR A TABELA DE SERIES'
           DISPLAY 'C - CONFERIR PENDENCIAS (CENSOCHK.LST)'
           DISPLAY 'G - GERAR O ARQUIVO DE IMPORTACAO (CENSO.TXT)'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * MANTEM-SERIE - INCLUI OU ALTERA A CORRESPONDENCIA DE UMA
      * SERIE DA ESCOLA COM A ETAPA DE ENSINO DO INEP. A IDADE
      * ADEQUADA E A IDADE ESPERADA DO ALUNO NA SERIE (EX.: 6 NO
      * 1O ANO DO FUNDAMENTAL).
      *============================================================
       MANTEM-SERIE.
           DISPLAY 'SERIE (COMO EM TURMAS.DAT): ' WITH NO ADVANCING
           ACCEPT WS-SERIE-PARAM
           MOVE WS-SERIE-PARAM TO SERIE-CSR
           READ ARQ-SER KEY IS SERIE-CSR
               INVALID KEY
                   SET SERIE-NAO-CADASTRADA TO TRUE
                   MOVE WS-SERIE-PARAM TO SERIE-CSR
                   MOVE ZEROES TO ETAPA-CSR
                   MOVE ZEROES TO IDADE-CSR
                   MOVE SPACES TO DESCRICAO-CSR
                   DISPLAY 'SERIE NOVA NA TABELA.'
               NOT INVALID KEY
                   SET SERIE-CADASTRADA TO TRUE
                   DISPLAY 'ETAPA ATUAL: ' ETAPA-CSR
                       '  IDADE: ' IDADE-CSR '  ' DESCRICAO-CSR
           END-READ
           DISPLAY 'ETAPA DE ENSINO DO INEP (01-99)..: '
               WITH NO ADVANCING
           ACCEPT WS-ETAPA-PARAM
           DISPLAY 'IDADE ADEQUADA DA SERIE (03-99)..: '
               WITH NO ADVANCING
           ACCEPT WS-IDADE-PARAM
           DISPLAY 'DESCRICAO DA ETAPA...............: '
               WITH NO ADVANCING
           ACCEPT WS-DESCR-PARAM
           IF WS-ETAPA-PARAM = 0 OR WS-IDADE-PARAM < 3
               DISPLAY 'ETAPA OU IDADE INVALIDA - SERIE NAO GRAVADA.'
           ELSE
               MOVE WS-ETAPA-PARAM TO ETAPA-CSR
               MOVE WS-IDADE-PARAM TO IDADE-CSR
               IF WS-DESCR-PARAM NOT = SPACES
                   MOVE WS-DESCR-PARAM TO DESCRICAO-CSR
               END-IF
               IF SERIE-CADASTRADA
                   REWRITE REG-SER
               ELSE
                   WRITE REG-SER
               END-IF
               IF FS-SER-OK
                   DISPLAY 'SERIE GRAVADA: ' SERIE-CSR
               ELSE
                   IF FS-SER-EM-USO
                       DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                           'SERIE NAO GRAVADA, TENTE NOVAMENTE.'
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR CENSOSER.DAT - '
                           'FS-STAT: ' FS-STAT-SER
                   END-IF
               END-IF
           END-IF.
      *
       LISTA-SERIES.
           MOVE LOW-VALUES TO SERIE-CSR
           START ARQ-SER KEY IS NOT LESS THAN SERIE-CSR
               INVALID KEY
                   DISPLAY 'CENSOSER.DAT NAO TEM REGISTROS.'
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-SER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY 'SERIE ' SERIE-CSR '  ETAPA ' ETAPA-CSR
                           '  IDADE ' IDADE-CSR '  ' DESCRICAO-CSR
               END-READ
           END-PERFORM.
      *
      *============================================================
      * CONFERE-CENSO - SO A CONFERENCIA PREVIA, PARA A SECRETARIA
      * IR ACERTANDO OS CADASTROS ANTES DA GERACAO.
      *============================================================
       CONFERE-CENSO.
           PERFORM ABRE-REFERENCIAS
           IF REFERENCIAS-OK
               PERFORM CONFERE-PENDENCIAS
           END-IF
           PERFORM FECHA-REFERENCIAS.
      *
      *============================================================
      * GERA-CENSO - REFAZ A CONFERENCIA E SO GERA O CENSO.TXT SE
      * NAO HOUVER NENHUMA PENDENCIA: O SISTEMA DO INEP RECUSA O
      * ARQUIVO INTEIRO POR UM CAMPO OBRIGATORIO EM BRANCO.
      *============================================================
       GERA-CENSO.
           DISPLAY 'ANO DO CENSO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-CENSO
           PERFORM ABRE-REFERENCIAS
           IF REFERENCIAS-OK
               PERFORM CONFERE-PENDENCIAS
               IF WS-CONTA-PEND > 0
                   DISPLAY 'ARQUIVO NAO GERADO - CORRIJA AS '
                       WS-CONTA-PEND ' PENDENCIAS DO CENSOCHK.LST.'
               ELSE
                   PERFORM GRAVA-CENSO
               END-IF
           END-IF
           PERFORM FECHA-REFERENCIAS.
      *
      *============================================================
      * ABRE-REFERENCIAS - ALUNOS E TURMAS SAO OBRIGATORIOS. SEM OS
      * DEMAIS A CONFERENCIA RODA, MAS ACUSA O QUE FALTA.
      *============================================================
       ABRE-REFERENCIAS.
           SET REFERENCIAS-OK TO TRUE
           OPEN INPUT ARQ-ALU
           IF NOT FS-ALU-OK
               DISPLAY 'ALUNOS.DAT NAO ENCONTRADO - FS-STAT: '
                   FS-STAT-ALU
               SET REFERENCIAS-FALTAM TO TRUE
           END-IF
           OPEN INPUT ARQ-TUR
           IF NOT FS-TUR-OK
               DISPLAY 'TURMAS.DAT NAO ENCONTRADO - FS-STAT: '
                   FS-STAT-TUR
               SET REFERENCIAS-FALTAM TO TRUE
           END-IF
           SET CEN-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CEN
           IF NOT FS-CEN-OK
               SET CEN-INDISPONIVEL TO TRUE
           END-IF
           SET CURR-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CURR
           IF NOT FS-CURR-OK
               SET CURR-INDISPONIVEL TO TRUE
           END-IF
           SET HOR-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-HOR
           IF NOT FS-HOR-OK
               SET HOR-INDISPONIVEL TO TRUE
           END-IF
           SET DISC-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-DISC
           IF NOT FS-DISC-OK
               SET DISC-INDISPONIVEL TO TRUE
           END-IF
           SET PROF-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-PROF
           IF NOT FS-PROF-OK
               SET PROF-INDISPONIVEL TO TRUE
           END-IF.
      *
       FECHA-REFERENCIAS.
           CLOSE ARQ-ALU
           CLOSE ARQ-TUR
           IF CEN-DISPONIVEL
               CLOSE ARQ-CEN
           END-IF
           IF CURR-DISPONIVEL
               CLOSE ARQ-CURR
           END-IF
           IF HOR-DISPONIVEL
               CLOSE ARQ-HOR
           END-IF
           IF DISC-DISPONIVEL
               CLOSE ARQ-DISC
           END-IF
           IF PROF-DISPONIVEL
               CLOSE ARQ-PROF
           END-IF.
      *
      *============================================================
      * CONFERE-PENDENCIAS - LISTA EM CENSOCHK.LST CADA TURMA, ALUNO
      * ATIVO, AULA DO HORARIO E DOCENTE COM CAMPO OBRIGATORIO DO
      * CENSO EM BRANCO, UMA LINHA POR REGISTRO COM TODOS OS CAMPOS
      * QUE FALTAM.
      *============================================================
       CONFERE-PENDENCIAS.
           MOVE ZEROES TO WS-CONTA-PEND
           MOVE ZEROES TO WS-QTD-VINC
           MOVE ZEROES TO WS-QTD-DOC
           SET TABELA-CHEIA-NAO TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT ARQ-CHK
           MOVE SPACES TO WS-LINHA
           STRING 'CENSO ESCOLAR - CONFERENCIA DE PENDENCIAS EM '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-CHK FROM WS-LINHA
           MOVE ALL '=' TO WS-LINHA
           WRITE REG-CHK FROM WS-LINHA
           IF WS-PARAM-ESCOLA(1:8) NOT NUMERIC
              OR WS-PARAM-ESCOLA(1:8) = '00000000'
               MOVE 'ESCOLA' TO WS-PEND-TIPO
               MOVE SPACES   TO WS-PEND-CHAVE
               MOVE SPACES   TO WS-PEND-NOME
               MOVE ' CODIGO-INEP-DA-ESCOLA (CENSOESC NO PARAMS.CFG)'
                   TO WS-FALTAS
               PERFORM GRAVA-PENDENCIA
           END-IF
           PERFORM CONFERE-TURMAS
           PERFORM CONFERE-ALUNOS
           PERFORM CONFERE-HORARIOS
           PERFORM CONFERE-DOCENTE VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-DOC
           MOVE ALL '=' TO WS-LINHA
           WRITE REG-CHK FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'PENDENCIAS: ' WS-CONTA-PEND
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-CHK FROM WS-LINHA
           CLOSE ARQ-CHK
           MOVE SPACES TO WS-PARAMETROS-SPL
           STRING 'ANO DO CENSO ' WS-ANO-CENSO
               DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
           CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-CENSOCHKLST
           DISPLAY 'PENDENCIAS ENCONTRADAS: ' WS-CONTA-PEND
               ' - VER CENSOCHK.LST'.
      *
       CONFERE-TURMAS.
           MOVE LOW-VALUES TO TURMA-REF
           START ARQ-TUR KEY IS NOT LESS THAN TURMA-REF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TUR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERE-UMA-TURMA
               END-READ
           END-PERFORM.
      *
       CONFERE-UMA-TURMA.
           MOVE SPACES TO WS-FALTAS
           MOVE 1 TO WS-PT
           IF DESCRICAO-TUR = SPACES
               MOVE ' DESCRICAO' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF NOT TURNO-MANHA AND NOT TURNO-TARDE AND NOT TURNO-NOITE
               MOVE ' TURNO' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           MOVE SERIE-TUR TO SERIE-CSR
           READ ARQ-SER KEY IS SERIE-CSR
               INVALID KEY
                   MOVE ' ETAPA-INEP-DA-SERIE (OPCAO T)'
                       TO WS-FALTA-ITEM
                   PERFORM ANOTA-FALTA
           END-READ
           PERFORM CONTA-DISCIPLINAS-SERIE
           IF WS-QTD-DISC-SER = 0
               MOVE ' MATRIZ-CURRICULAR-DA-SERIE' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF WS-FALTAS NOT = SPACES
               MOVE 'TURMA' TO WS-PEND-TIPO
               MOVE TURMA-REF TO WS-PEND-CHAVE
               MOVE DESCRICAO-TUR TO WS-PEND-NOME
               PERFORM GRAVA-PENDENCIA
           END-IF.
      *
      *============================================================
      * CONTA-DISCIPLINAS-SERIE - QUANTAS DISCIPLINAS A MATRIZ
      * CURRICULAR (CURRIC.DAT) TEM PARA A SERIE DA TURMA LIDA.
      *============================================================
       CONTA-DISCIPLINAS-SERIE.
           MOVE ZEROES TO WS-QTD-DISC-SER
           IF CURR-DISPONIVEL
               MOVE SERIE-TUR TO SERIE-CURR
               MOVE SPACES TO DISCIPLINA-CURR
               START ARQ-CURR KEY IS NOT LESS THAN CHAVE-CURR
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CURR
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-CURR
               END-START
               PERFORM UNTIL WS-EOF-CURR = 'Y'
                   READ ARQ-CURR NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-CURR
                       NOT AT END
                           IF SERIE-CURR NOT = SERIE-TUR
                               MOVE 'Y' TO WS-EOF-CURR
                           ELSE
                               ADD 1 TO WS-QTD-DISC-SER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       CONFERE-ALUNOS.
           MOVE ZEROES TO CODIGO
           START ARQ-ALU KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALUNO-ATIVO
                           PERFORM CONFERE-UM-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * CONFERE-UM-ALUNO - SO O ALUNO ATIVO VAI PARA O CENSO. O CPF
      * E O ID DO INEP SAO OPCIONAIS (O ID SO EXISTE DEPOIS DO
      * PRIMEIRO CENSO); O MUNICIPIO DE NASCIMENTO SO E EXIGIDO DO
      * BRASILEIRO NATO.
      *============================================================
       CONFERE-UM-ALUNO.
           MOVE SPACES TO WS-FALTAS
           MOVE 1 TO WS-PT
           IF NOME = SPACES
               MOVE ' NOME' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF TURMA = SPACES
               MOVE ' TURMA' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           ELSE
               MOVE TURMA TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                   INVALID KEY
                       MOVE ' TURMA-NAO-CADASTRADA' TO WS-FALTA-ITEM
                       PERFORM ANOTA-FALTA
               END-READ
           END-IF
           IF CEN-INDISPONIVEL
               MOVE ' DADOS-DO-CENSO (MANTALU OPCAO C)'
                   TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           ELSE
               MOVE CODIGO TO CODIGO-CEN
               READ ARQ-CEN KEY IS CODIGO-CEN
                   INVALID KEY
                       MOVE ' DADOS-DO-CENSO (MANTALU OPCAO C)'
                           TO WS-FALTA-ITEM
                       PERFORM ANOTA-FALTA
                   NOT INVALID KEY
                       PERFORM CONFERE-DADOS-CENSO
               END-READ
           END-IF
           IF WS-FALTAS NOT = SPACES
               MOVE 'ALUNO' TO WS-PEND-TIPO
               MOVE CODIGO TO WS-PEND-CHAVE
               MOVE SPACES TO WS-PEND-NOME
               STRING NOME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      S-NOME DELIMITED BY '  '
                   INTO WS-PEND-NOME
               PERFORM GRAVA-PENDENCIA
           END-IF.
      *
       CONFERE-DADOS-CENSO.
           IF DATA-NASC-CEN = 0
               MOVE ' NASCIMENTO' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF NOT CEN-MASCULINO AND NOT CEN-FEMININO
               MOVE ' SEXO' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF COR-RACA-CEN = SPACE
               MOVE ' COR/RACA' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF NACIONAL-CEN = SPACE
               MOVE ' NACIONALIDADE' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF NACIONAL-CEN = '1' AND MUNIC-NASC-CEN = 0
               MOVE ' MUNICIPIO-NASCIMENTO' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF
           IF NEC-ESP-CEN = SPACE
               MOVE ' NECESSIDADE-ESPECIAL' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF.
      *
      *============================================================
      * CONFERE-HORARIOS - CADA TURMA + DISCIPLINA DO QUADRO DE
      * HORARIOS E UM VINCULO DE DOCENTE NO CENSO; O DOCENTE VEM DO
      * CODIGO DE PROFESSOR DA DISCIPLINA (MANTDISC).
      *============================================================
       CONFERE-HORARIOS.
           IF HOR-INDISPONIVEL
               MOVE 'HORARIO' TO WS-PEND-TIPO
               MOVE SPACES    TO WS-PEND-CHAVE
               MOVE SPACES    TO WS-PEND-NOME
               MOVE ' HORARIO.DAT - SEM VINCULO DE DOCENTES'
                   TO WS-FALTAS
               PERFORM GRAVA-PENDENCIA
           ELSE
               MOVE LOW-VALUES TO CHAVE-HOR
               START ARQ-HOR KEY IS NOT LESS THAN CHAVE-HOR
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-HOR NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ACHA-OU-CRIA-VINCULO
                           IF VINCULO-NOVO
                               PERFORM CONFERE-VINCULO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       ACHA-OU-CRIA-VINCULO.
      * TABELA CHEIA NAO PODE SER ESTOURADA: O EXCEDENTE VIRA UMA
      * PENDENCIA UNICA, E O ARQUIVO NAO SAI INCOMPLETO.
           SET VINCULO-NOVO TO TRUE
           SET IX-VINC TO 1
           SEARCH TAB-VINC
               AT END
                   PERFORM INCLUI-VINCULO
               WHEN IX-VINC > WS-QTD-VINC
                   PERFORM INCLUI-VINCULO
               WHEN TAB-VINC-TURMA(IX-VINC) = TURMA-HOR
                AND TAB-VINC-DISC(IX-VINC) = DISCIPLINA-HOR
                   SET VINCULO-REPETIDO TO TRUE
           END-SEARCH.
      *
       INCLUI-VINCULO.
           IF WS-QTD-VINC < 3000
               ADD 1 TO WS-QTD-VINC
               SET IX-VINC TO WS-QTD-VINC
               MOVE TURMA-HOR      TO TAB-VINC-TURMA(IX-VINC)
               MOVE DISCIPLINA-HOR TO TAB-VINC-DISC(IX-VINC)
               MOVE ZEROES         TO TAB-VINC-PROF(IX-VINC)
           ELSE
               SET VINCULO-FORA TO TRUE
               IF TABELA-CHEIA-NAO
                   SET TABELA-CHEIA-AVISADA TO TRUE
                   MOVE 'HORARIO' TO WS-PEND-TIPO
                   MOVE SPACES    TO WS-PEND-CHAVE
                   MOVE SPACES    TO WS-PEND-NOME
                   MOVE ' MAIS DE 3000 TURMA+DISCIPLINA NO HORARIO'
                       TO WS-FALTAS
                   PERFORM GRAVA-PENDENCIA
               END-IF
           END-IF.
      *
       CONFERE-VINCULO.
           MOVE SPACES TO WS-FALTAS
           MOVE 1 TO WS-PT
           IF DISC-INDISPONIVEL
               MOVE ' DISCIP.DAT' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           ELSE
               MOVE DISCIPLINA-HOR TO DISCIPLINA-REF
               READ ARQ-DISC KEY IS DISCIPLINA-REF
                   INVALID KEY
                       MOVE ' DISCIPLINA-NAO-CADASTRADA'
                           TO WS-FALTA-ITEM
                       PERFORM ANOTA-FALTA
                   NOT INVALID KEY
                       IF COD-PROF-DISC = 0
                           MOVE ' PROFESSOR-DA-DISCIPLINA (MANTDISC)'
                               TO WS-FALTA-ITEM
                           PERFORM ANOTA-FALTA
                       ELSE
                           MOVE COD-PROF-DISC
                               TO TAB-VINC-PROF(IX-VINC)
                           PERFORM ACHA-OU-CRIA-DOCENTE
                       END-IF
               END-READ
           END-IF
           IF WS-FALTAS NOT = SPACES
               MOVE 'HORARIO' TO WS-PEND-TIPO
               MOVE TURMA-HOR TO WS-PEND-CHAVE
               MOVE DISCIPLINA-HOR TO WS-PEND-NOME
               PERFORM GRAVA-PENDENCIA
           END-IF.
      *
       ACHA-OU-CRIA-DOCENTE.
           SET IX-DOC TO 1
           SEARCH TAB-DOC
               AT END
                   PERFORM INCLUI-DOCENTE
               WHEN IX-DOC > WS-QTD-DOC
                   PERFORM INCLUI-DOCENTE
               WHEN TAB-DOC-COD(IX-DOC) = COD-PROF-DISC
                   CONTINUE
           END-SEARCH.
      *
       INCLUI-DOCENTE.
           IF WS-QTD-DOC < 500
               ADD 1 TO WS-QTD-DOC
               SET IX-DOC TO WS-QTD-DOC
               MOVE COD-PROF-DISC TO TAB-DOC-COD(IX-DOC)
           ELSE
               MOVE ' MAIS-DE-500-DOCENTES-NO-HORARIO'
                   TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           END-IF.
      *
      *============================================================
      * CONFERE-DOCENTE - O DOCENTE DE CADA VINCULO PRECISA ESTAR
      * NO MANTPROF COM NOME E CPF.
      *============================================================
       CONFERE-DOCENTE.
           MOVE SPACES TO WS-FALTAS
           MOVE 1 TO WS-PT
           MOVE SPACES TO WS-PEND-NOME
           IF PROF-INDISPONIVEL
               MOVE ' PROFESSOR.DAT' TO WS-FALTA-ITEM
               PERFORM ANOTA-FALTA
           ELSE
               MOVE TAB-DOC-COD(WS-IX) TO COD-PROF
               READ ARQ-PROF KEY IS COD-PROF
                   INVALID KEY
                       MOVE ' PROFESSOR-NAO-CADASTRADO (MANTPROF)'
                           TO WS-FALTA-ITEM
                       PERFORM ANOTA-FALTA
                   NOT INVALID KEY
                       MOVE NOME-PROF TO WS-PEND-NOME
                       IF NOME-PROF = SPACES
                           MOVE ' NOME' TO WS-FALTA-ITEM
                           PERFORM ANOTA-FALTA
                       END-IF
                       IF DOC-PROF NOT NUMERIC
                           MOVE ' CPF (MANTPROF)' TO WS-FALTA-ITEM
                           PERFORM ANOTA-FALTA
                       END-IF
               END-READ
           END-IF
           IF WS-FALTAS NOT = SPACES
               MOVE 'DOCENTE' TO WS-PEND-TIPO
               MOVE TAB-DOC-COD(WS-IX) TO WS-PEND-CHAVE
               PERFORM GRAVA-PENDENCIA
           END-IF.
      *
       ANOTA-FALTA.
           STRING WS-FALTA-ITEM DELIMITED BY '  '
               INTO WS-FALTAS WITH POINTER WS-PT.
      *
       GRAVA-PENDENCIA.
           ADD 1 TO WS-CONTA-PEND
           MOVE SPACES TO WS-LINHA
           STRING WS-PEND-TIPO ' ' WS-PEND-CHAVE ' ' WS-PEND-NOME
                  ' FALTA:' WS-FALTAS
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-CHK FROM WS-LINHA.
      *
      *============================================================
      * GRAVA-CENSO - MONTA O ARQUIVO DE IMPORTACAO NA ORDEM DO
      * LEIAUTE DO EDUCACENSO: 00 ESCOLA, 20 TURMAS, 30 PESSOAS
      * (ALUNOS E DOCENTES), 50 VINCULO DOCENTE x TURMA, 60 VINCULO
      * ALUNO x TURMA E 99 FIM DE ARQUIVO.
      *============================================================
       GRAVA-CENSO.
           MOVE ZEROES TO WS-CONTA-REG
           MOVE ZEROES TO WS-CONTA-TUR
           MOVE ZEROES TO WS-CONTA-ALU
           OPEN OUTPUT ARQ-TXT
           MOVE SPACES TO WS-LINHA-CEN
           STRING '00|' WS-PARAM-ESCOLA(1:8) '|' WS-ANO-CENSO '|'
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-CEN
           PERFORM GRAVA-LINHA-CENSO
           PERFORM GRAVA-TURMAS
           PERFORM GRAVA-ALUNOS
           PERFORM GRAVA-DOCENTE VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-DOC
           PERFORM GRAVA-VINCULO-DOCENTE VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-VINC
           PERFORM GRAVA-VINCULOS-ALUNOS
           ADD 1 TO WS-CONTA-REG
           MOVE SPACES TO WS-LINHA-CEN
           STRING '99|' WS-CONTA-REG
               DELIMITED BY SIZE INTO WS-LINHA-CEN
           WRITE REG-TXT FROM WS-LINHA-CEN
           CLOSE ARQ-TXT
           DISPLAY 'CENSO.TXT GERADO - ' WS-CONTA-REG ' REGISTROS.'
           DISPLAY 'TURMAS: ' WS-CONTA-TUR '  ALUNOS: ' WS-CONTA-ALU
               '  DOCENTES: ' WS-QTD-DOC '  VINCULOS DOCENTES: '
               WS-QTD-VINC.
      *
       GRAVA-LINHA-CENSO.
           WRITE REG-TXT FROM WS-LINHA-CEN
           ADD 1 TO WS-CONTA-REG.
      *
       GRAVA-TURMAS.
           MOVE LOW-VALUES TO TURMA-REF
           START ARQ-TUR KEY IS NOT LESS THAN TURMA-REF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TUR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SERIE-TUR TO SERIE-CSR
                       READ ARQ-SER KEY IS SERIE-CSR
                       END-READ
                       PERFORM CONTA-DISCIPLINAS-SERIE
                       MOVE SPACES TO WS-LINHA-CEN
                       STRING '20|' TURMA-REF DELIMITED BY SPACE
                              '|' DELIMITED BY SIZE
                              DESCRICAO-TUR DELIMITED BY '  '
                              '|' TURNO-TUR '|' ETAPA-CSR '|'
                              WS-QTD-DISC-SER
                                  DELIMITED BY SIZE
                           INTO WS-LINHA-CEN
                       PERFORM GRAVA-LINHA-CENSO
                       ADD 1 TO WS-CONTA-TUR
               END-READ
           END-PERFORM.
      *
      *============================================================
      * GRAVA-ALUNOS - REGISTRO 30 DE CADA ALUNO ATIVO. O INEP USA
      * SEXO 1/2, DATA DD/MM/AAAA E NECESSIDADE ESPECIAL 0/1; CAMPO
      * OPCIONAL SEM VALOR SAI VAZIO ENTRE AS BARRAS.
      *============================================================
       GRAVA-ALUNOS.
           MOVE ZEROES TO CODIGO
           START ARQ-ALU KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALUNO-ATIVO
                           PERFORM GRAVA-UM-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
      *
       GRAVA-UM-ALUNO.
           MOVE CODIGO TO CODIGO-CEN
           READ ARQ-CEN KEY IS CODIGO-CEN
           END-READ
           MOVE DATA-NASC-CEN TO WS-NASC
           IF CEN-MASCULINO
               MOVE '1' TO WS-SEXO-INEP
           ELSE
               MOVE '2' TO WS-SEXO-INEP
           END-IF
           IF NEC-ESP-CEN = 'S'
               MOVE '1' TO WS-NEC-INEP
           ELSE
               MOVE '0' TO WS-NEC-INEP
           END-IF
           MOVE SPACES TO WS-INEP-TXT
           IF INEP-ID-CEN > 0
               MOVE INEP-ID-CEN TO WS-INEP-TXT
           END-IF
           MOVE SPACES TO WS-MUNIC-TXT
           IF MUNIC-NASC-CEN > 0
               MOVE MUNIC-NASC-CEN TO WS-MUNIC-TXT
           END-IF
           MOVE CPF-CEN TO WS-CPF-TXT
           MOVE SPACES TO WS-LINHA-CEN
           STRING '30|A|' CODIGO '|' DELIMITED BY SIZE
                  WS-INEP-TXT DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  NOME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  S-NOME DELIMITED BY '  '
                  '|' WS-NASC-DIA '/' WS-NASC-MES '/' WS-NASC-ANO
                  '|' WS-SEXO-INEP '|' COR-RACA-CEN '|' NACIONAL-CEN
                  '|' DELIMITED BY SIZE
                  WS-MUNIC-TXT DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CPF-TXT DELIMITED BY SPACE
                  '|' WS-NEC-INEP DELIMITED BY SIZE
               INTO WS-LINHA-CEN
           PERFORM GRAVA-LINHA-CENSO
           ADD 1 TO WS-CONTA-ALU.
      *
       GRAVA-DOCENTE.
           MOVE TAB-DOC-COD(WS-IX) TO COD-PROF
           READ ARQ-PROF KEY IS COD-PROF
           END-READ
           MOVE SPACES TO WS-LINHA-CEN
           STRING '30|D|' COD-PROF '||' DELIMITED BY SIZE
                  NOME-PROF DELIMITED BY '  '
                  '||||||' DELIMITED BY SIZE
                  DOC-PROF DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
               INTO WS-LINHA-CEN
           PERFORM GRAVA-LINHA-CENSO.
      *
       GRAVA-VINCULO-DOCENTE.
           MOVE SPACES TO WS-LINHA-CEN
           STRING '50|' TAB-VINC-TURMA(WS-IX) DELIMITED BY SPACE
                  '|' TAB-VINC-PROF(WS-IX) '|' DELIMITED BY SIZE
                  TAB-VINC-DISC(WS-IX) DELIMITED BY SPACE
               INTO WS-LINHA-CEN
           PERFORM GRAVA-LINHA-CENSO.
      *
       GRAVA-VINCULOS-ALUNOS.
           MOVE ZEROES TO CODIGO
           START ARQ-ALU KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALU NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALUNO-ATIVO
                           MOVE SPACES TO WS-LINHA-CEN
                           STRING '60|' TURMA DELIMITED BY SPACE
                                  '|' CODIGO DELIMITED BY SIZE
                               INTO WS-LINHA-CEN
                           PERFORM GRAVA-LINHA-CENSO
                       END-IF
               END-READ
           END-PERFORM.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'CENSOSER' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOSER
           MOVE 'CENSOALU' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOALU
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'CURRIC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CURRIC
           MOVE 'HORARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-HORARIO
           MOVE 'DISCIP' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DISCIP
           MOVE 'PROFESSOR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PROFESSOR
           MOVE 'CENSOTXT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOTXT
           MOVE 'CENSOCHKLST' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOCHKLST
           MOVE 'CENSOESC' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-PARAM-ESCOLA.
