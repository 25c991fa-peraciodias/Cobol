       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTREGR.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGRAS DE AVALIACAO POR SERIE E ANO LETIVO: PESO DE CADA
      * BIMESTRE NA MEDIA, MEDIA DE APROVACAO, MEDIA MINIMA PARA
      * RECUPERACAO, FORMULA E MEDIA DA RECUPERACAO E FREQUENCIA
      * MINIMA. LIDAS (VIA LEREGRA) POR TODO PROGRAMA QUE DECIDE
      * AP/RC/RP, PARA A MUDANCA DE CRITERIO DO CONSELHO PEDAGOGICO
      * SER UM CADASTRO E NAO UMA ALTERACAO DE FONTES.
      * SERIE EM BRANCO = REGRA GERAL DO ANO, USADA PELAS SERIES
      * QUE NAO TEM REGRA PROPRIA.
       SELECT ARQ-REGRA
              ASSIGN TO WS-ARQ-REGRAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CHAVE-REGRA
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-REGRA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REGRA.
       01  REG-REGRA.
           02 CHAVE-REGRA.
              03 SERIE-REGRA      PIC X(02).
              03 ANO-REGRA        PIC 9(04).
           02 PESO-1-REGRA        PIC 9(02).
           02 PESO-2-REGRA        PIC 9(02).
           02 PESO-3-REGRA        PIC 9(02).
           02 PESO-4-REGRA        PIC 9(02).
           02 MEDIA-AP-REGRA      PIC 9(02)V99.
           02 MEDIA-RC-REGRA      PIC 9(02)V99.
      * 'P' = MEDIA PONDERADA DA MEDIA DO ANO COM A PROVA (PESOS
      *       ABAIXO; 1 E 1 E A ANTIGA (MEDIA + PROVA) / 2).
      * 'S' = SUBSTITUTIVA: A NOTA DA PROVA VALE SOZINHA.
           02 FORMULA-REC-REGRA   PIC X(01).
              88 REC-PONDERADA    VALUE 'P'.
              88 REC-SUBSTITUTIVA VALUE 'S'.
           02 PESO-MEDIA-REGRA    PIC 9(02).
           02 PESO-PROVA-REGRA    PIC 9(02).
           02 MEDIA-REC-REGRA     PIC 9(02)V99.
      * PERCENTUAL MINIMO DE PRESENCA (75 = ATE 25% DE FALTAS).
           02 FREQ-MIN-REGRA      PIC 9(03).

       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
      * (VER BUSCA-PARAMETROS).
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-REGRAS PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-LISTAR  VALUE 'L'.
           88 OPCAO-SAIR    VALUE 'S'.

       01  WS-SERIE-PARAM     PIC X(02).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-REGRAS    PIC 9(04) VALUE ZEROES.
       01  WS-MEDIA-AP-ED     PIC Z9,99.
       01  WS-MEDIA-RC-ED     PIC Z9,99.
       01  WS-MEDIA-REC-ED    PIC Z9,99.
       01  WS-SERIE-ED        PIC X(05).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-SW-VALIDA PIC X(01).
           88 REGRA-VALIDA   VALUE 'S'.
           88 REGRA-INVALIDA VALUE 'N'.

      * IDENTIDADE DA SESSAO DO MENU, LIDA PELO LEOPER NA PARTIDA.
       01  WS-OPER-SESSAO   PIC X(08).
       01  WS-PERFIL-SESSAO PIC X(01).

       77 FS-STAT-REGRA PIC 9(02).
           88 FS-REGRA-OK          VALUE ZEROS.
           88 FS-REGRA-NAO-EXISTE  VALUE 35.
           88 FS-REGRA-EM-USO      VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
           CALL 'LEOPER' USING WS-OPER-SESSAO WS-PERFIL-SESSAO.
      * O CRITERIO DE APROVACAO E DECISAO DA DIRECAO: FORA DA SESSAO
      * DE UM OPERADOR 'D' O PROGRAMA NAO ABRE, COMO O MANTOPER.
       IF WS-PERFIL-SESSAO NOT = 'D'
           DISPLAY 'REGRAS DE AVALIACAO - ACESSO RESTRITO A DIRECAO.'
           GOBACK
       END-IF
       PERFORM ABRIR-ARQUIVOS.
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR PERFORM INCLUI-REGRA
               WHEN OPCAO-ALTERAR PERFORM ALTERA-REGRA
               WHEN OPCAO-EXCLUIR PERFORM EXCLUI-REGRA
               WHEN OPCAO-LISTAR  PERFORM LISTA-REGRAS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-REGRA.
      * O LEREGRA GUARDA A ULTIMA REGRA LIDA; DESCARREGA-LO FAZ O
      * PROXIMO PROGRAMA DA SESSAO LER A REGRA RECEM-GRAVADA.
       CANCEL 'LEREGRA'.
       GOBACK.
      *
      *============================================================
      * SOLICITA-OPCAO - MOSTRA O MENU DE MANUTENCAO DAS REGRAS DE
      * AVALIACAO E LE A OPCAO ESCOLHIDA PELO OPERADOR.
      *============================================================
       SOLICITA-OPCAO.
           DISPLAY ' '
           DISPLAY 'MANUTENCAO DAS REGRAS DE AVALIACAO (REGRAS.DAT)'
           DISPLAY 'I - INCLUIR REGRA DE UMA SERIE/ANO'
           DISPLAY 'A - ALTERAR UMA REGRA'
           DISPLAY 'E - EXCLUIR UMA REGRA'
           DISPLAY 'L - LISTAR AS REGRAS'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
      *
       INCLUI-REGRA.
           PERFORM SOLICITA-CHAVE
           READ ARQ-REGRA KEY IS CHAVE-REGRA
               INVALID KEY
                   PERFORM DIGITA-REGRA
                   IF REGRA-VALIDA
                       WRITE REG-REGRA
                           INVALID KEY
                               DISPLAY 'SERIE/ANO JA TEM REGRA - USE '
                                   'A OPCAO A PARA ALTERAR.'
                           NOT INVALID KEY
                               DISPLAY 'REGRA INCLUIDA.......: '
                                   SERIE-REGRA '/' ANO-REGRA
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'SERIE/ANO JA TEM REGRA - USE A OPCAO A '
                       'PARA ALTERAR.'
           END-READ.
      *
       ALTERA-REGRA.
           PERFORM SOLICITA-CHAVE
           READ ARQ-REGRA KEY IS CHAVE-REGRA
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   PERFORM MOSTRA-REGRA
                   DISPLAY 'REDIGITE A REGRA COMPLETA:'
                   PERFORM DIGITA-REGRA
                   IF REGRA-VALIDA
                       REWRITE REG-REGRA
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
                       IF FS-REGRA-OK
                           DISPLAY 'REGRA ALTERADA.'
                       ELSE
                           IF FS-REGRA-EM-USO
                               DISPLAY 'REGISTRO EM USO POR OUTRA '
                                   'ESTACAO - ALTERACAO NAO GRAVADA, '
                                   'TENTE NOVAMENTE.'
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR REGRAS.DAT '
                                   '- FS-STAT: ' FS-STAT-REGRA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       EXCLUI-REGRA.
           PERFORM SOLICITA-CHAVE
           READ ARQ-REGRA KEY IS CHAVE-REGRA
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   PERFORM MOSTRA-REGRA
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMADO
                       DELETE ARQ-REGRA RECORD
                       IF FS-REGRA-OK
                           DISPLAY 'REGRA EXCLUIDA.'
                       ELSE
                           DISPLAY 'ERRO AO EXCLUIR - FS-STAT: '
                               FS-STAT-REGRA
                       END-IF
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
           END-READ.
      *
       SOLICITA-CHAVE.
           DISPLAY 'SERIE (EM BRANCO = REGRA GERAL DO ANO): '
               WITH NO ADVANCING
           ACCEPT WS-SERIE-PARAM
           DISPLAY 'ANO LETIVO (AAAA)......................: '
               WITH NO ADVANCING
           ACCEPT WS-ANO-PARAM
           MOVE WS-SERIE-PARAM TO SERIE-REGRA
           MOVE WS-ANO-PARAM   TO ANO-REGRA.
      *
      *============================================================
      * DIGITA-REGRA - LE TODOS OS CAMPOS DA REGRA E CRITICA O QUE
      * TORNARIA O CALCULO IMPOSSIVEL OU INCOERENTE (PESOS TODOS
      * ZERADOS, RECUPERACAO ACIMA DA APROVACAO, MEDIA ACIMA DE
      * 10, FREQUENCIA ACIMA DE 100%).
      *============================================================
       DIGITA-REGRA.
           SET REGRA-VALIDA TO TRUE
           DISPLAY 'PESO DO 1o BIMESTRE (00-99).....: '
               WITH NO ADVANCING
           ACCEPT PESO-1-REGRA
           DISPLAY 'PESO DO 2o BIMESTRE (00-99).....: '
               WITH NO ADVANCING
           ACCEPT PESO-2-REGRA
           DISPLAY 'PESO DO 3o BIMESTRE (00-99).....: '
               WITH NO ADVANCING
           ACCEPT PESO-3-REGRA
           DISPLAY 'PESO DO 4o BIMESTRE (00-99).....: '
               WITH NO ADVANCING
           ACCEPT PESO-4-REGRA
           DISPLAY 'MEDIA PARA APROVACAO (99,99)....: '
               WITH NO ADVANCING
           ACCEPT MEDIA-AP-REGRA
           DISPLAY 'MEDIA MINIMA P/ RECUPERACAO.....: '
               WITH NO ADVANCING
           ACCEPT MEDIA-RC-REGRA
           DISPLAY 'FORMULA DA RECUPERACAO (P=PONDERADA, '
               'S=SUBSTITUTIVA): ' WITH NO ADVANCING
           ACCEPT FORMULA-REC-REGRA
           IF REC-PONDERADA
               DISPLAY 'PESO DA MEDIA DO ANO............: '
                   WITH NO ADVANCING
               ACCEPT PESO-MEDIA-REGRA
               DISPLAY 'PESO DA PROVA DE RECUPERACAO....: '
                   WITH NO ADVANCING
               ACCEPT PESO-PROVA-REGRA
           ELSE
               MOVE ZEROES TO PESO-MEDIA-REGRA
               MOVE 1      TO PESO-PROVA-REGRA
           END-IF
           DISPLAY 'MEDIA P/ APROVAR NA RECUPERACAO.: '
               WITH NO ADVANCING
           ACCEPT MEDIA-REC-REGRA
           DISPLAY 'FREQUENCIA MINIMA EM % (000-100): '
               WITH NO ADVANCING
           ACCEPT FREQ-MIN-REGRA
           IF PESO-1-REGRA + PESO-2-REGRA + PESO-3-REGRA
              + PESO-4-REGRA = 0
               DISPLAY 'PELO MENOS UM BIMESTRE PRECISA TER PESO.'
               SET REGRA-INVALIDA TO TRUE
           END-IF
           IF MEDIA-AP-REGRA > 10 OR MEDIA-REC-REGRA > 10
               DISPLAY 'MEDIA ACIMA DE 10 NAO E ACEITA.'
               SET REGRA-INVALIDA TO TRUE
           END-IF
           IF MEDIA-RC-REGRA > MEDIA-AP-REGRA
               DISPLAY 'MEDIA DE RECUPERACAO ACIMA DA DE APROVACAO.'
               SET REGRA-INVALIDA TO TRUE
           END-IF
           IF NOT REC-PONDERADA AND NOT REC-SUBSTITUTIVA
               DISPLAY 'FORMULA DA RECUPERACAO DEVE SER P OU S.'
               SET REGRA-INVALIDA TO TRUE
           END-IF
           IF REC-PONDERADA
              AND PESO-MEDIA-REGRA + PESO-PROVA-REGRA = 0
               DISPLAY 'A RECUPERACAO PONDERADA PRECISA DE PESO.'
               SET REGRA-INVALIDA TO TRUE
           END-IF
           IF FREQ-MIN-REGRA > 100
               DISPLAY 'FREQUENCIA MINIMA ACIMA DE 100%.'
               SET REGRA-INVALIDA TO TRUE
           END-IF
           IF REGRA-INVALIDA
               DISPLAY 'REGRA NAO GRAVADA.'
           END-IF.
      *
       MOSTRA-REGRA.
           MOVE MEDIA-AP-REGRA  TO WS-MEDIA-AP-ED
           MOVE MEDIA-RC-REGRA  TO WS-MEDIA-RC-ED
           MOVE MEDIA-REC-REGRA TO WS-MEDIA-REC-ED
           IF SERIE-REGRA = SPACES
               MOVE 'GERAL' TO WS-SERIE-ED
           ELSE
               MOVE SERIE-REGRA TO WS-SERIE-ED
           END-IF
           DISPLAY 'SERIE ' WS-SERIE-ED ' ANO ' ANO-REGRA
               ' PESOS ' PESO-1-REGRA '/' PESO-2-REGRA '/'
               PESO-3-REGRA '/' PESO-4-REGRA
               ' AP>=' WS-MEDIA-AP-ED ' RC>=' WS-MEDIA-RC-ED
           DISPLAY '      RECUPERACAO ' FORMULA-REC-REGRA
               ' (' PESO-MEDIA-REGRA 'X' PESO-PROVA-REGRA ')'
               ' AP>=' WS-MEDIA-REC-ED
               ' FREQ MIN ' FREQ-MIN-REGRA '%'.
      *
       LISTA-REGRAS.
           MOVE ZEROES TO WS-CONTA-REGRAS
           MOVE LOW-VALUES TO CHAVE-REGRA
           START ARQ-REGRA KEY IS NOT LESS THAN CHAVE-REGRA
               INVALID KEY
                   DISPLAY 'REGRAS.DAT NAO TEM REGISTROS.'
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REGRA NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRA-REGRA
                       ADD 1 TO WS-CONTA-REGRAS
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE REGRAS: ' WS-CONTA-REGRAS.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-REGRA
           IF FS-REGRA-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO ...'
               OPEN OUTPUT ARQ-REGRA
               CLOSE ARQ-REGRA
               OPEN I-O ARQ-REGRA
           END-IF.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
      * PROGRAMA EM PARAMS.CFG, ATRAVES DO BUSCAPAR. PARAMETRO
      * AUSENTE OU VAZIO ABORTA A EXECUCAO COM O NOME DO PARAMETRO
      * NA TELA.
      *============================================================
       BUSCA-PARAMETROS.
           MOVE 'REGRAS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-REGRAS.
