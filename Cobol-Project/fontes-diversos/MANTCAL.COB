       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTCAL.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CALENDARIO DA ESCOLA: FERIADOS E DIAS SEM EXPEDIENTE. SABADO
      * E DOMINGO NAO PRECISAM SER CADASTRADOS. O CALCVENC ROLA PARA
      * O PROXIMO DIA UTIL O VENCIMENTO QUE CAI NUMA DESTAS DATAS.
       SELECT ARQ-CAL
              ASSIGN TO WS-ARQ-CALENDARIO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS DATA-CAL
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAL.
       01  REG-CAL.
           02 DATA-CAL        PIC 9(08).
           02 DESCRICAO-CAL   PIC X(30).
      * F = FERIADO, N = DIA SEM EXPEDIENTE (RECESSO, PONTO
      * FACULTATIVO).
           02 TIPO-CAL        PIC X(01).
              88 CAL-FERIADO      VALUE 'F'.
              88 CAL-SEM-EXPED    VALUE 'N'.
              88 CAL-TIPO-VALIDO  VALUES 'F' 'N'.

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CALENDARIO PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-LISTAR  VALUE 'L'.
           88 OPCAO-SAIR    VALUE 'S'.

       01  WS-DATA-PARAM      PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-PARAM.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MES     PIC 9(02).
           02 WS-DATA-DIA     PIC 9(02).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-DESCRICAO-PARAM PIC X(30).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-DATAS     PIC 9(04) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-DATA PIC X(01).
           88 DATA-VALIDA   VALUE 'S'.
           88 DATA-INVALIDA VALUE 'N'.

       77 FS-STAT-CAL PIC 9(02).
           88 FS-CAL-OK          VALUE ZEROS.
           88 FS-CAL-NAO-EXISTE  VALUE 35.
           88 FS-CAL-CHAVE-DUPLIC VALUE 22.
           88 FS-CAL-EM-USO      VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR PERFORM INCLUI-DATA
               WHEN OPCAO-ALTERAR PERFORM ALTERA-DATA
               WHEN OPCAO-EXCLUIR PERFORM EXCLUI-DATA
               WHEN OPCAO-LISTAR  PERFORM LISTA-DATAS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-CAL.
      * O CALCVENC GUARDA O CALENDARIO.DAT ABERTO: A PROXIMA ROTINA
      * QUE O CHAMAR NESTA SESSAO JA VE AS DATAS NOVAS.
       CANCEL 'CALCVENC'.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DO CALENDARIO
      * E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'CALENDARIO DA ESCOLA (CALENDARIO.DAT)'
           DISPLAY 'I - INCLUIR FERIADO OU DIA SEM EXPEDIENTE'
           DISPLAY 'A - ALTERAR A DESCRICAO DE UMA DATA'
           DISPLAY 'E - EXCLUIR UMA DATA'
           DISPLAY 'L - LISTAR AS DATAS DE UM ANO'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
      *============================================================
      * SOLICITA-DATA - LE A DATA E CONFERE MES E DIA (O DIA 31 EM
      * MES DE 30 DIAS CAI NA CRITICA DO PROPRIO ANO/MES).
      *============================================================
       SOLICITA-DATA.
           SET DATA-VALIDA TO TRUE
           MOVE ZEROES TO WS-DATA-PARAM
           DISPLAY 'DATA (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WS-DATA-PARAM
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
           MOVE WS-DATA-PARAM TO DATA-CAL.
      *
       INCLUI-DATA.
           PERFORM SOLICITA-DATA
           IF DATA-VALIDA
               DISPLAY 'DESCRICAO (EX.: TIRADENTES): '
                   WITH NO ADVANCING
               ACCEPT DESCRICAO-CAL
               DISPLAY 'TIPO (F=FERIADO N=SEM EXPEDIENTE): '
                   WITH NO ADVANCING
               ACCEPT TIPO-CAL
               IF NOT CAL-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO - INFORME F OU N.'
               ELSE
                   WRITE REG-CAL
                       INVALID KEY
                           DISPLAY 'DATA JA CADASTRADA - USE A '
                               'OPCAO A PARA ALTERAR.'
                       NOT INVALID KEY
                           DISPLAY 'DATA INCLUIDA......: ' DATA-CAL
                   END-WRITE
               END-IF
           END-IF.
      *
       ALTERA-DATA.
           PERFORM SOLICITA-DATA
           IF DATA-VALIDA
               READ ARQ-CAL KEY IS DATA-CAL
                   INVALID KEY
                       DISPLAY 'DATA NAO CADASTRADA !'
                   NOT INVALID KEY
                       DISPLAY 'DESCRICAO ATUAL: ' DESCRICAO-CAL
                           ' (' TIPO-CAL ')'
                       DISPLAY 'NOVA DESCRICAO (EM BRANCO P/ '
                           'MANTER): ' WITH NO ADVANCING
                       MOVE SPACES TO WS-DESCRICAO-PARAM
                       ACCEPT WS-DESCRICAO-PARAM
                       IF WS-DESCRICAO-PARAM NOT = SPACES
                           MOVE WS-DESCRICAO-PARAM TO DESCRICAO-CAL
                       END-IF
                       REWRITE REG-CAL
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
                       IF FS-CAL-OK
                           DISPLAY 'DATA ALTERADA.'
                       ELSE
                           IF FS-CAL-EM-USO
                               DISPLAY 'REGISTRO EM USO POR OUTRA '
                                   'ESTACAO - ALTERACAO NAO GRAVADA, '
                                   'TENTE NOVAMENTE.'
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR '
                                   'CALENDARIO.DAT - FS-STAT: '
                                   FS-STAT-CAL
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *
       EXCLUI-DATA.
           PERFORM SOLICITA-DATA
           IF DATA-VALIDA
               READ ARQ-CAL KEY IS DATA-CAL
                   INVALID KEY
                       DISPLAY 'DATA NAO CADASTRADA !'
                   NOT INVALID KEY
                       DISPLAY 'DATA.....: ' DATA-CAL ' '
                           DESCRICAO-CAL
                       DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF CONFIRMADO
                           DELETE ARQ-CAL RECORD
                           IF FS-CAL-OK
                               DISPLAY 'DATA EXCLUIDA.'
                           ELSE
                               DISPLAY 'ERRO AO EXCLUIR - FS-STAT: '
                                   FS-STAT-CAL
                           END-IF
                       ELSE
                           DISPLAY 'EXCLUSAO CANCELADA.'
                       END-IF
               END-READ
           END-IF.
      *
       LISTA-DATAS.
           MOVE ZEROES TO WS-CONTA-DATAS
           DISPLAY 'ANO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-ANO-PARAM
           COMPUTE DATA-CAL = WS-ANO-PARAM * 10000
           START ARQ-CAL KEY IS NOT LESS THAN DATA-CAL
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CAL NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DATA-CAL TO WS-DATA-PARAM
                       IF WS-DATA-ANO NOT = WS-ANO-PARAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DISPLAY DATA-CAL ' ' TIPO-CAL ' '
                               DESCRICAO-CAL
                           ADD 1 TO WS-CONTA-DATAS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'DATAS NO ANO: ' WS-CONTA-DATAS.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CAL
           IF FS-CAL-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-CAL
               CLOSE ARQ-CAL
               OPEN I-O ARQ-CAL
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'CALENDARIO' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CALENDARIO.
