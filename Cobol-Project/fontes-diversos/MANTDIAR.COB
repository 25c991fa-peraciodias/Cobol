       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTDIAR.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * DIARIO DE CLASSE: UM REGISTRO POR AULA DADA (TURMA +
      * DISCIPLINA + DATA + PERIODO), COM O CONTEUDO E O PROFESSOR
      * QUE DEU A AULA. E DELE QUE SAEM AS AULAS DADAS DO FREQ.DAT.
       SELECT ARQ-DCL
              ASSIGN TO WS-ARQ-DIARCLASSE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-DCL
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-DCL.

       SELECT ARQ-HOR
              ASSIGN TO WS-ARQ-HORARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-HOR
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-HOR.

       SELECT ARQ-TUR
              ASSIGN TO WS-ARQ-TURMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS TURMA-REF
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-TUR.

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

       SELECT ARQ-CAL
              ASSIGN TO WS-ARQ-CALENDARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS DATA-CAL
              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-CAL.

       SELECT ARQ-FREQ
              ASSIGN TO WS-ARQ-FREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-FREQ
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-FREQ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DCL.
       01  REG-DCL.
           02 CHAVE-DCL.
              03 TURMA-DCL       PIC X(06).
              03 DISCIPLINA-DCL  PIC X(10).
              03 DATA-DCL        PIC 9(08).
              03 PERIODO-DCL     PIC 9(01).
           02 CONTEUDO-DCL       PIC X(60).
      * PROFESSOR QUE DEU A AULA (PROFESSOR.DAT). DIFERENTE DO
      * TITULAR DA DISCIPLINA (COD-PROF-DISC) E SUBSTITUICAO, QUE
      * ENTRA NA CARGA HORARIA DO SUBSTITUTO (CARGAHOR).
           02 COD-PROF-DCL       PIC 9(04).
           02 SUBST-DCL          PIC X(01).
              88 DCL-SUBSTITUTO  VALUE 'S'.
              88 DCL-TITULAR     VALUE 'N'.
      * AULA FORA DA GRADE DO HORARIO.DAT (REPOSICAO DE AULA QUE
      * FALTOU): CONTA COMO DADA, MAS NAO ERA PREVISTA NAQUELE DIA.
           02 REPOS-DCL          PIC X(01).
              88 DCL-REPOSICAO   VALUE 'S'.
              88 DCL-NA-GRADE    VALUE 'N'.
           02 OPERADOR-DCL       PIC X(08).
           02 DATA-REG-DCL       PIC 9(08).

       FD  ARQ-HOR.
       01  REG-HOR.
           02 CHAVE-HOR.
              03 TURMA-HOR    PIC X(06).
              03 DIA-HOR      PIC 9(01).
              03 PERIODO-HOR  PIC 9(01).
           02 DISCIPLINA-HOR  PIC X(10).

       FD  ARQ-TUR.
       01  REG-TUR.
           02 TURMA-REF      PIC X(06).
           02 DESCRICAO-TUR  PIC X(30).
           02 SERIE-TUR      PIC X(02).
           02 TURNO-TUR      PIC X(01).
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

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

       FD  ARQ-CAL.
       01  REG-CAL.
           02 DATA-CAL        PIC 9(08).
           02 DESCRICAO-CAL   PIC X(30).
           02 TIPO-CAL        PIC X(01).

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

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-DIARCLASSE PIC X(64).
       01  WS-ARQ-HORARIO PIC X(64).
       01  WS-ARQ-TURMAS PIC X(64).
       01  WS-ARQ-DISCIP PIC X(64).
       01  WS-ARQ-PROFESSOR PIC X(64).
       01  WS-ARQ-CALENDARIO PIC X(64).
       01  WS-ARQ-FREQ PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-LISTAR  VALUE 'L'.
           88 OPCAO-SAIR    VALUE 'S'.

       01  WS-TURMA-PARAM      PIC X(06).
       01  WS-DISCIPLINA-PARAM PIC X(10).
       01  WS-PERIODO-PARAM    PIC 9(01).
       01  WS-ANO-PARAM        PIC 9(04).
       01  WS-COD-PROF-PARAM   PIC 9(04).
       01  WS-CONTEUDO-PARAM   PIC X(60).
       01  WS-DATA-PARAM       PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-PARAM.
           02 WS-DATA-ANO      PIC 9(04).
           02 WS-DATA-MES      PIC 9(02).
           02 WS-DATA-DIA      PIC 9(02).
       01  WS-DATA-HOJE        PIC 9(08).
       01  WS-DISCIPLINA-GRADE PIC X(10).
       01  WS-COD-TITULAR      PIC 9(04).
       01  WS-DIAS-CORRIDOS    PIC 9(08).
       01  WS-QUOCIENTE        PIC 9(08).
       01  WS-DIA-SEMANA       PIC 9(01).
       01  WS-EOF              PIC X(01).
       01  WS-CONTA-AULAS      PIC 9(04).
       01  WS-CONTA-SUBST      PIC 9(04).
       01  WS-CONTA-REPOS      PIC 9(04).
       01  WS-AULAS-DIARIO     PIC 9(04).
       01  WS-CONTA-FREQ       PIC 9(05).
       01  WS-CONTA-EM-USO     PIC 9(05).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-DATA PIC X(01).
           88 DATA-VALIDA   VALUE 'S'.
           88 DATA-INVALIDA VALUE 'N'.
       01  WS-SW-AULA PIC X(01).
           88 AULA-ACEITA   VALUE 'S'.
           88 AULA-RECUSADA VALUE 'N'.
       01  WS-SW-OCUPADO PIC X(01).
           88 PERIODO-OCUPADO VALUE 'S'.
           88 PERIODO-LIVRE   VALUE 'N'.
       01  WS-DISCIPLINA-OCUPA PIC X(10).

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-DCL PIC 9(02).
           88 FS-DCL-OK          VALUE ZEROS.
           88 FS-DCL-NAO-EXISTE  VALUE 35.
           88 FS-DCL-EM-USO      VALUES 51 99.
       77 FS-STAT-HOR PIC 9(02).
           88 FS-HOR-OK          VALUE ZEROS.
           88 FS-HOR-NAO-EXISTE  VALUE 35.
       77 FS-STAT-TUR PIC 9(02).
           88 FS-TUR-OK         VALUE ZEROS.
           88 FS-TUR-NAO-EXISTE VALUE 35.
       77 FS-STAT-DISC PIC 9(02).
           88 FS-DISC-OK         VALUE ZEROS.
           88 FS-DISC-NAO-EXISTE VALUE 35.
       77 FS-STAT-PROF PIC 9(02).
           88 FS-PROF-OK         VALUE ZEROS.
           88 FS-PROF-NAO-EXISTE VALUE 35.
       77 FS-STAT-CAL PIC 9(02).
           88 FS-CAL-OK          VALUE ZEROS.
           88 FS-CAL-NAO-EXISTE  VALUE 35.
       77 FS-STAT-FREQ PIC 9(02).
           88 FS-FREQ-OK         VALUE ZEROS.
           88 FS-FREQ-NAO-EXISTE VALUE 35.
           88 FS-FREQ-EM-USO     VALUES 51 99.
       01  WS-SW-HOR PIC X(01).
           88 HOR-DISPONIVEL   VALUE 'S'.
           88 HOR-INDISPONIVEL VALUE 'N'.
       01  WS-SW-PROF PIC X(01).
           88 PROF-DISPONIVEL   VALUE 'S'.
           88 PROF-INDISPONIVEL VALUE 'N'.
       01  WS-SW-CAL PIC X(01).
           88 CAL-DISPONIVEL   VALUE 'S'.
           88 CAL-INDISPONIVEL VALUE 'N'.
       01  WS-SW-FREQ PIC X(01).
           88 FREQ-DISPONIVEL   VALUE 'S'.
           88 FREQ-INDISPONIVEL VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR PERFORM INCLUI-AULA-DADA
               WHEN OPCAO-ALTERAR PERFORM ALTERA-AULA-DADA
               WHEN OPCAO-EXCLUIR PERFORM EXCLUI-AULA-DADA
               WHEN OPCAO-LISTAR  PERFORM LISTA-DIARIO
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-DCL.
       CLOSE ARQ-TUR.
       CLOSE ARQ-DISC.
       IF HOR-DISPONIVEL
           CLOSE ARQ-HOR
       END-IF.
       IF PROF-DISPONIVEL
           CLOSE ARQ-PROF
       END-IF.
       IF CAL-DISPONIVEL
           CLOSE ARQ-CAL
       END-IF.
       IF FREQ-DISPONIVEL
           CLOSE ARQ-FREQ
       END-IF.
      * O AULASDAD GUARDA O DIARIO ABERTO E A ULTIMA CONTAGEM: A
      * PROXIMA ROTINA QUE O CHAMAR NESTA SESSAO JA VE AS AULAS NOVAS.
       CANCEL 'AULASDAD'.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DO DIARIO DE CLASSE E LE A
      * OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'DIARIO DE CLASSE (DIARCLAS.DAT)'
           DISPLAY 'I - REGISTRAR AULA DADA'
           DISPLAY 'A - ALTERAR CONTEUDO OU PROFESSOR DA AULA'
           DISPLAY 'E - EXCLUIR AULA REGISTRADA'
           DISPLAY 'L - LISTAR O DIARIO DE UMA TURMA/DISCIPLINA'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * SOLICITA-CHAVE - TURMA, DATA E PERIODO DA AULA. A DATA E
      * CRITICADA COMO NO MANTCAL; AULA FUTURA NAO SE REGISTRA.
      *============================================================
       SOLICITA-CHAVE.
           SET DATA-VALIDA TO TRUE
           MOVE ZEROES TO WS-DATA-PARAM
           MOVE ZEROES TO WS-PERIODO-PARAM
           DISPLAY 'TURMA............: ' WITH NO ADVANCING
           ACCEPT WS-TURMA-PARAM
           DISPLAY 'DATA (AAAAMMDD)..: ' WITH NO ADVANCING
           ACCEPT WS-DATA-PARAM
           DISPLAY 'PERIODO 1-9......: ' WITH NO ADVANCING
           ACCEPT WS-PERIODO-PARAM
           IF WS-DATA-ANO < 1900
              OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
              OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
               DISPLAY 'DATA INVALIDA.'
               SET DATA-INVALIDA TO TRUE
           ELSE
               IF (WS-DATA-MES = 4 OR WS-DATA-MES = 6
                   OR WS-DATA-MES = 9 OR WS-DATA-MES = 11)
                  AND WS-DATA-DIA > 30
                  OR (WS-DATA-MES = 2 AND WS-DATA-DIA > 29)
                   DISPLAY 'DATA INVALIDA.'
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF
           IF DATA-VALIDA
               IF WS-DATA-PARAM > WS-DATA-HOJE
                   DISPLAY 'DATA FUTURA - SO SE REGISTRA AULA JA '
                       'DADA.'
                   SET DATA-INVALIDA TO TRUE
               END-IF
               IF WS-PERIODO-PARAM < 1 OR WS-PERIODO-PARAM > 9
                   DISPLAY 'PERIODO (1-9) INVALIDO.'
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * INCLUI-AULA-DADA - REGISTRA A AULA DEPOIS DE CONFERIR A
      * TURMA, O DIA LETIVO, A GRADE DO HORARIO.DAT, A DISCIPLINA E
      * O PROFESSOR. AULA FORA DA GRADE SO ENTRA CONFIRMADA COMO
      * REPOSICAO.
      *============================================================
       INCLUI-AULA-DADA.
           PERFORM SOLICITA-CHAVE
           IF DATA-VALIDA
               MOVE WS-TURMA-PARAM TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA EM TURMAS.DAT '
                           '- AULA NAO REGISTRADA.'
                   NOT INVALID KEY
                       PERFORM CONFERE-DIA-LETIVO
                       IF AULA-ACEITA
                           PERFORM CONFERE-PERIODO-OCUPADO
                       END-IF
                       IF AULA-ACEITA
                           PERFORM VALIDA-E-GRAVA-AULA
                       END-IF
               END-READ
           END-IF.
      *
      *============================================================
      * CONFERE-DIA-LETIVO - DIA DA SEMANA PELA CONTAGEM DE DIAS
      * CORRIDOS, COMO NO CALCVENC (RESTO 1 = SEGUNDA ... 6 =
      * SABADO, 0 = DOMINGO, A MESMA NUMERACAO DO HORARIO.DAT).
      * DOMINGO NAO TEM AULA; DATA DO CALENDARIO.DAT SO COM
      * CONFIRMACAO (SABADO LETIVO DE REPOSICAO, POR EXEMPLO).
      *============================================================
       CONFERE-DIA-LETIVO.
           SET AULA-ACEITA TO TRUE
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-PARAM)
           DIVIDE WS-DIAS-CORRIDOS BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
      * 29 DE FEVEREIRO FORA DE ANO BISSEXTO VOLTA COM ZERO DIAS.
           IF WS-DIAS-CORRIDOS = 0
               DISPLAY 'DATA INVALIDA.'
               SET AULA-RECUSADA TO TRUE
           END-IF
           IF AULA-ACEITA AND WS-DIA-SEMANA = 0
               DISPLAY 'DOMINGO - AULA NAO REGISTRADA.'
               SET AULA-RECUSADA TO TRUE
           END-IF
           IF AULA-ACEITA
               IF CAL-DISPONIVEL
                   MOVE WS-DATA-PARAM TO DATA-CAL
                   READ ARQ-CAL KEY IS DATA-CAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY 'DATA SEM EXPEDIENTE NO CALENDARIO: '
                               DESCRICAO-CAL
                           DISPLAY 'REGISTRA A AULA MESMO ASSIM (S/N)? '
                               WITH NO ADVANCING
                           ACCEPT WS-CONFIRMA
                           IF NOT CONFIRMADO
                               SET AULA-RECUSADA TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
      *============================================================
      * CONFERE-PERIODO-OCUPADO - A CHAVE DO DIARIO TEM A
      * DISCIPLINA, ENTAO O MESMO PERIODO DA TURMA PODERIA RECEBER
      * DUAS DISCIPLINAS: PERCORRE AS AULAS DA TURMA PROCURANDO A
      * DATA E O PERIODO JA REGISTRADOS.
      *============================================================
       CONFERE-PERIODO-OCUPADO.
           SET PERIODO-LIVRE TO TRUE
           MOVE WS-TURMA-PARAM TO TURMA-DCL
           MOVE SPACES TO DISCIPLINA-DCL
           MOVE ZEROES TO DATA-DCL
           MOVE ZEROES TO PERIODO-DCL
           START ARQ-DCL KEY IS NOT LESS THAN CHAVE-DCL
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-DCL NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TURMA-DCL NOT = WS-TURMA-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DATA-DCL = WS-DATA-PARAM
                              AND PERIODO-DCL = WS-PERIODO-PARAM
                               SET PERIODO-OCUPADO TO TRUE
                               MOVE DISCIPLINA-DCL
                                   TO WS-DISCIPLINA-OCUPA
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PERIODO-OCUPADO
               DISPLAY 'TURMA JA TEM AULA DE ' WS-DISCIPLINA-OCUPA
                   ' NESTA DATA/PERIODO - AULA NAO REGISTRADA.'
               SET AULA-RECUSADA TO TRUE
           END-IF.
      *
       VALIDA-E-GRAVA-AULA.
           MOVE SPACES TO WS-DISCIPLINA-GRADE
           IF HOR-DISPONIVEL
               MOVE WS-TURMA-PARAM   TO TURMA-HOR
               MOVE WS-DIA-SEMANA    TO DIA-HOR
               MOVE WS-PERIODO-PARAM TO PERIODO-HOR
               READ ARQ-HOR KEY IS CHAVE-HOR
                   INVALID KEY
                       DISPLAY 'SEM AULA NA GRADE NESTE DIA/PERIODO.'
                   NOT INVALID KEY
                       MOVE DISCIPLINA-HOR TO WS-DISCIPLINA-GRADE
                       DISPLAY 'NA GRADE: ' DISCIPLINA-HOR
               END-READ
           END-IF
           DISPLAY 'DISCIPLINA (EM BRANCO = A DA GRADE): '
               WITH NO ADVANCING
           ACCEPT WS-DISCIPLINA-PARAM
           IF WS-DISCIPLINA-PARAM = SPACES
               MOVE WS-DISCIPLINA-GRADE TO WS-DISCIPLINA-PARAM
           END-IF
           MOVE WS-DISCIPLINA-PARAM TO DISCIPLINA-REF
           READ ARQ-DISC KEY IS DISCIPLINA-REF
               INVALID KEY
                   DISPLAY 'DISCIPLINA NAO CADASTRADA EM '
                       'DISCIP.DAT - AULA NAO REGISTRADA.'
               NOT INVALID KEY
                   PERFORM MONTA-AULA
           END-READ.
      *
      *============================================================
      * MONTA-AULA - AULA DE DISCIPLINA DIFERENTE DA GRADE (OU EM
      * PERIODO VAGO) E REPOSICAO. O PROFESSOR EM BRANCO E O
      * TITULAR; OUTRO CODIGO, CONFERIDO NO PROFESSOR.DAT, FICA
      * MARCADO COMO SUBSTITUTO.
      *============================================================
       MONTA-AULA.
           SET AULA-ACEITA TO TRUE
           MOVE SPACES TO REG-DCL
           SET DCL-NA-GRADE TO TRUE
           IF WS-DISCIPLINA-PARAM NOT = WS-DISCIPLINA-GRADE
               DISPLAY 'AULA FORA DA GRADE - REGISTRA COMO '
                   'REPOSICAO (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   SET DCL-REPOSICAO TO TRUE
               ELSE
                   DISPLAY 'AULA NAO REGISTRADA.'
                   SET AULA-RECUSADA TO TRUE
               END-IF
           END-IF
           IF AULA-ACEITA
               MOVE COD-PROF-DISC TO WS-COD-TITULAR
               PERFORM SOLICITA-PROFESSOR
           END-IF
           IF AULA-ACEITA
               DISPLAY 'CONTEUDO DADO: ' WITH NO ADVANCING
               ACCEPT WS-CONTEUDO-PARAM
               PERFORM GRAVA-AULA-DADA
           END-IF.
      *
       SOLICITA-PROFESSOR.
           MOVE ZEROES TO WS-COD-PROF-PARAM
           DISPLAY 'PROFESSOR TITULAR: ' WS-COD-TITULAR ' '
               PROFESSOR-DISC
           DISPLAY 'PROFESSOR QUE DEU A AULA (0 = TITULAR): '
               WITH NO ADVANCING
           ACCEPT WS-COD-PROF-PARAM
           IF WS-COD-PROF-PARAM = 0
               MOVE WS-COD-TITULAR TO WS-COD-PROF-PARAM
           END-IF
           IF WS-COD-PROF-PARAM = WS-COD-TITULAR
               SET DCL-TITULAR TO TRUE
           ELSE
               SET DCL-SUBSTITUTO TO TRUE
               IF PROF-DISPONIVEL
                   MOVE WS-COD-PROF-PARAM TO COD-PROF
                   READ ARQ-PROF KEY IS COD-PROF
                       INVALID KEY
                           DISPLAY 'PROFESSOR NAO CADASTRADO NO '
                               'MANTPROF - AULA NAO GRAVADA.'
                           SET AULA-RECUSADA TO TRUE
                       NOT INVALID KEY
                           DISPLAY 'SUBSTITUTO: ' NOME-PROF
                   END-READ
               END-IF
           END-IF.
      *
       GRAVA-AULA-DADA.
           MOVE WS-TURMA-PARAM      TO TURMA-DCL
           MOVE WS-DISCIPLINA-PARAM TO DISCIPLINA-DCL
           MOVE WS-DATA-PARAM       TO DATA-DCL
           MOVE WS-PERIODO-PARAM    TO PERIODO-DCL
           MOVE WS-CONTEUDO-PARAM   TO CONTEUDO-DCL
           MOVE WS-COD-PROF-PARAM   TO COD-PROF-DCL
           MOVE WS-OPER-SESSAO      TO OPERADOR-DCL
           MOVE WS-DATA-HOJE        TO DATA-REG-DCL
           WRITE REG-DCL
               INVALID KEY
                   DISPLAY 'AULA JA REGISTRADA NESTA DATA/PERIODO.'
               NOT INVALID KEY
                   DISPLAY 'AULA REGISTRADA: ' TURMA-DCL ' '
                       DISCIPLINA-DCL ' ' DATA-DCL ' PERIODO '
                       PERIODO-DCL
                   PERFORM ATUALIZA-FREQUENCIA
           END-WRITE.
      *
      *============================================================
      * ALTERA-AULA-DADA - SO O CONTEUDO E O PROFESSOR MUDAM: TURMA,
      * DATA OU DISCIPLINA ERRADA SE CORRIGE EXCLUINDO A AULA E
      * REGISTRANDO DE NOVO.
      *============================================================
       ALTERA-AULA-DADA.
           PERFORM SOLICITA-CHAVE
           IF DATA-VALIDA
               PERFORM LE-AULA-DADA
               IF AULA-ACEITA
                   MOVE ZEROES TO WS-COD-TITULAR
                   MOVE SPACES TO PROFESSOR-DISC
                   MOVE DISCIPLINA-DCL TO DISCIPLINA-REF
                   READ ARQ-DISC KEY IS DISCIPLINA-REF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE COD-PROF-DISC TO WS-COD-TITULAR
                   END-READ
                   PERFORM SOLICITA-PROFESSOR
               END-IF
               IF AULA-ACEITA
                   DISPLAY 'NOVO CONTEUDO (EM BRANCO = MANTEM): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONTEUDO-PARAM
                   IF WS-CONTEUDO-PARAM NOT = SPACES
                       MOVE WS-CONTEUDO-PARAM TO CONTEUDO-DCL
                   END-IF
                   MOVE WS-COD-PROF-PARAM TO COD-PROF-DCL
                   MOVE WS-OPER-SESSAO    TO OPERADOR-DCL
                   MOVE WS-DATA-HOJE      TO DATA-REG-DCL
                   REWRITE REG-DCL
                   IF FS-DCL-OK
                       DISPLAY 'AULA ALTERADA.'
                   ELSE
                       IF FS-DCL-EM-USO
                           DISPLAY 'AULA EM USO EM OUTRA ESTACAO - '
                               'TENTE DE NOVO.'
                       ELSE
                           DISPLAY 'ERRO AO ALTERAR - FS-STAT: '
                               FS-STAT-DCL
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       LE-AULA-DADA.
           SET AULA-ACEITA TO TRUE
           DISPLAY 'DISCIPLINA.......: ' WITH NO ADVANCING
           ACCEPT WS-DISCIPLINA-PARAM
           MOVE WS-TURMA-PARAM      TO TURMA-DCL
           MOVE WS-DISCIPLINA-PARAM TO DISCIPLINA-DCL
           MOVE WS-DATA-PARAM       TO DATA-DCL
           MOVE WS-PERIODO-PARAM    TO PERIODO-DCL
           READ ARQ-DCL KEY IS CHAVE-DCL
               INVALID KEY
                   DISPLAY 'AULA NAO REGISTRADA NO DIARIO.'
                   SET AULA-RECUSADA TO TRUE
               NOT INVALID KEY
                   DISPLAY 'CONTEUDO..: ' CONTEUDO-DCL
                   DISPLAY 'PROFESSOR.: ' COD-PROF-DCL
                       ' SUBSTITUTO: ' SUBST-DCL
                       ' REPOSICAO: ' REPOS-DCL
           END-READ.
      *
       EXCLUI-AULA-DADA.
           PERFORM SOLICITA-CHAVE
           IF DATA-VALIDA
               PERFORM LE-AULA-DADA
               IF AULA-ACEITA
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       DELETE ARQ-DCL RECORD
                       IF FS-DCL-OK
                           DISPLAY 'AULA EXCLUIDA.'
                           PERFORM ATUALIZA-FREQUENCIA
                       ELSE
                           DISPLAY 'ERRO AO EXCLUIR - FS-STAT: '
                               FS-STAT-DCL
                       END-IF
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
      *
      *============================================================
      * ATUALIZA-FREQUENCIA - LEVA A NOVA CONTAGEM DE AULAS DADAS
      * PARA O AULAS-ANO-FREQ DOS ALUNOS NA DISCIPLINA. O FREQ.DAT
      * E SEMPRE O ANO LETIVO CORRENTE: AULA DE OUTRO ANO NAO MEXE
      * NELE. O AULASDAD DEVOLVE ZERO PARA ALUNO DE TURMA SEM
      * DIARIO, QUE FICA COM O NUMERO DA CARGA (FALTAS.TXT).
      *============================================================
       ATUALIZA-FREQUENCIA.
           CANCEL 'AULASDAD'
           MOVE ZEROES TO WS-CONTA-FREQ
           MOVE ZEROES TO WS-CONTA-EM-USO
           IF FREQ-DISPONIVEL
              AND WS-DATA-ANO = WS-DATA-HOJE(1:4)
               MOVE WS-DATA-ANO TO WS-ANO-PARAM
               MOVE ZEROES TO CODIGO-FREQ
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
                           IF DISCIPLINA-FREQ = WS-DISCIPLINA-PARAM
                               PERFORM ATUALIZA-AULAS-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'AULAS DADAS ATUALIZADAS NO FREQ.DAT: '
                   WS-CONTA-FREQ
               IF WS-CONTA-EM-USO > 0
                   DISPLAY 'REGISTROS EM USO EM OUTRA ESTACAO (NAO '
                       'ATUALIZADOS): ' WS-CONTA-EM-USO
               END-IF
           END-IF.
      *
       ATUALIZA-AULAS-ALUNO.
           CALL 'AULASDAD' USING CODIGO-FREQ DISCIPLINA-FREQ
               WS-ANO-PARAM WS-AULAS-DIARIO
           IF WS-AULAS-DIARIO > 0
              AND WS-AULAS-DIARIO NOT = AULAS-ANO-FREQ
               MOVE WS-AULAS-DIARIO TO AULAS-ANO-FREQ
               REWRITE REG-FREQ
               IF FS-FREQ-OK
                   ADD 1 TO WS-CONTA-FREQ
               ELSE
                   ADD 1 TO WS-CONTA-EM-USO
               END-IF
           END-IF.
      *
      *============================================================
      * LISTA-DIARIO - AS AULAS DADAS DE UMA TURMA/DISCIPLINA NO
      * ANO, NA TELA, COM OS TOTAIS DE SUBSTITUICOES E REPOSICOES.
      *============================================================
       LISTA-DIARIO.
           DISPLAY 'TURMA............: ' WITH NO ADVANCING
           ACCEPT WS-TURMA-PARAM
           DISPLAY 'DISCIPLINA.......: ' WITH NO ADVANCING
           ACCEPT WS-DISCIPLINA-PARAM
           DISPLAY 'ANO LETIVO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-PARAM
           MOVE ZEROES TO WS-CONTA-AULAS
           MOVE ZEROES TO WS-CONTA-SUBST
           MOVE ZEROES TO WS-CONTA-REPOS
           MOVE WS-TURMA-PARAM      TO TURMA-DCL
           MOVE WS-DISCIPLINA-PARAM TO DISCIPLINA-DCL
           COMPUTE DATA-DCL = WS-ANO-PARAM * 10000 + 0101
           MOVE ZEROES TO PERIODO-DCL
           START ARQ-DCL KEY IS NOT LESS THAN CHAVE-DCL
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-DCL NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TURMA-DCL NOT = WS-TURMA-PARAM
                          OR DISCIPLINA-DCL NOT = WS-DISCIPLINA-PARAM
                          OR DATA-DCL(1:4) NOT = WS-ANO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM MOSTRA-AULA-DADA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'AULAS DADAS: ' WS-CONTA-AULAS
               '  POR SUBSTITUTO: ' WS-CONTA-SUBST
               '  REPOSICOES: ' WS-CONTA-REPOS.
      *
       MOSTRA-AULA-DADA.
           ADD 1 TO WS-CONTA-AULAS
           IF DCL-SUBSTITUTO
               ADD 1 TO WS-CONTA-SUBST
           END-IF
           IF DCL-REPOSICAO
               ADD 1 TO WS-CONTA-REPOS
           END-IF
           DISPLAY DATA-DCL ' P' PERIODO-DCL ' PROF ' COD-PROF-DCL
               ' ' SUBST-DCL REPOS-DCL ' ' CONTEUDO-DCL(1:40).
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-DCL
           IF FS-DCL-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-DCL
               CLOSE ARQ-DCL
               OPEN I-O ARQ-DCL
           END-IF
           OPEN INPUT ARQ-TUR
           IF FS-TUR-NAO-EXISTE THEN
               DISPLAY 'TURMAS.DAT NAO ENCONTRADO - CADASTRE AS '
                   'TURMAS NO MANTTUR PRIMEIRO.'
               CLOSE ARQ-DCL
               GOBACK
           END-IF
           OPEN INPUT ARQ-DISC
           IF FS-DISC-NAO-EXISTE THEN
               DISPLAY 'DISCIP.DAT NAO ENCONTRADO - CADASTRE AS '
                   'DISCIPLINAS NO MANTDISC PRIMEIRO.'
               CLOSE ARQ-TUR
               CLOSE ARQ-DCL
               GOBACK
           END-IF
      * GRADE, PROFESSORES, CALENDARIO E FREQUENCIA SAO OPCIONAIS:
      * SEM A GRADE TODA AULA E REPOSICAO; SEM O FREQ.DAT A CARGA
      * DO CRIAFREQ LEVA AS AULAS DADAS DEPOIS.
           SET HOR-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-HOR
           IF FS-HOR-NAO-EXISTE THEN
               SET HOR-INDISPONIVEL TO TRUE
           END-IF
           SET PROF-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-PROF
           IF FS-PROF-NAO-EXISTE THEN
               SET PROF-INDISPONIVEL TO TRUE
           END-IF
           SET CAL-DISPONIVEL TO TRUE
           OPEN INPUT ARQ-CAL
           IF FS-CAL-NAO-EXISTE THEN
               SET CAL-INDISPONIVEL TO TRUE
           END-IF
           SET FREQ-DISPONIVEL TO TRUE
           OPEN I-O ARQ-FREQ
           IF NOT FS-FREQ-OK THEN
               SET FREQ-INDISPONIVEL TO TRUE
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'DIARCLASSE' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DIARCLASSE
           MOVE 'HORARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-HORARIO
           MOVE 'TURMAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-TURMAS
           MOVE 'DISCIP' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-DISCIP
           MOVE 'PROFESSOR' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-PROFESSOR
           MOVE 'CALENDARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CALENDARIO
           MOVE 'FREQ' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-FREQ.
