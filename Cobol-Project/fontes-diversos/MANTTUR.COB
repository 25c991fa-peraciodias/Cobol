      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
      * UNIDADE DA ESCOLA ONDE A TURMA FUNCIONA; OS ALUNOS SAO DA
      * UNIDADE DA SUA TURMA.
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-ALU.
       01  REG-ALU.
       01  WS-SERIE-PARAM     PIC X(02).
       01  WS-TURNO-PARAM     PIC X(01).
       01  WS-CAPAC-PARAM     PIC X(03).
       01  WS-UNIDADE-PARAM   PIC X(02).
       01  WS-UNIDADE-SES     PIC X(02).
       01  WS-UNIDADES-SES    PIC X(10).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.
       01  WS-QTD-OCUPADA     PIC 9(03).
       01  WS-AUTORIZA        PIC X(01).
       01  WS-SW-LOTACAO PIC X(01).
       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
       PERFORM ABRIR-ARQUIVOS.
      * TURMA NOVA NASCE NA UNIDADE DE TRABALHO DA SESSAO.
       CALL 'LEUNID' USING WS-UNIDADE-SES WS-UNIDADES-SES
       PERFORM SOLICITA-OPCAO.
      * repete o menu ate o operador escolher 'S' (encerra)
       PERFORM UNTIL OPCAO-SAIR
      *
      *============================================================
      * INCLUI-TURMA - CADASTRA UMA TURMA NOVA (CODIGO, DESCRICAO,
      * SERIE, TURNO, CAPACIDADE E UNIDADE) EM TURMAS.DAT.
      *============================================================
       INCLUI-TURMA.
           DISPLAY 'TURMA....: ' WITH NO ADVANCING
           DISPLAY 'CAPACIDADE (999, 000 SEM CONTROLE): '
               WITH NO ADVANCING
           ACCEPT CAPACIDADE-TUR
           DISPLAY 'UNIDADE (EM BRANCO = ' WS-UNIDADE-SES '): '
               WITH NO ADVANCING
           ACCEPT UNIDADE-TUR
           IF UNIDADE-TUR = SPACES
               MOVE WS-UNIDADE-SES TO UNIDADE-TUR
           END-IF
           CALL 'CONFUNID' USING UNIDADE-TUR WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA - '
                   'INCLUSAO CANCELADA.'
           ELSE
               WRITE REG-TUR
                   INVALID KEY
                       DISPLAY 'TURMA JA CADASTRADA - INCLUSAO '
                           'CANCELADA.'
                   NOT INVALID KEY
                       DISPLAY 'TURMA INCLUIDA......: ' TURMA-REF
               END-WRITE
           END-IF.
      *
      *============================================================
      * ALTERA-TURMA - LOCALIZA A TURMA PELO CODIGO E PERMITE
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   PERFORM VERIFICA-UNIDADE-TURMA
                   IF UNIDADE-PERMITIDA
                       PERFORM REDIGITA-TURMA
                   END-IF
           END-READ.
      *
      *============================================================
      * REDIGITA-TURMA - REDIGITACAO DOS DADOS DA TURMA LIDA EM
      * ALTERA-TURMA. A TURMA SO MUDA PARA UMA UNIDADE LIBERADA AO
      * OPERADOR; OS ALUNOS DELA MUDAM DE UNIDADE JUNTO.
      *============================================================
       REDIGITA-TURMA.
           DISPLAY 'DESCRICAO ATUAL: ' DESCRICAO-TUR
           DISPLAY 'NOVA DESCRICAO (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-DESCRICAO-PARAM
           IF WS-DESCRICAO-PARAM NOT = SPACES
               MOVE WS-DESCRICAO-PARAM TO DESCRICAO-TUR
           END-IF
           DISPLAY 'SERIE ATUAL....: ' SERIE-TUR
           DISPLAY 'NOVA SERIE (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-SERIE-PARAM
           IF WS-SERIE-PARAM NOT = SPACES
               MOVE WS-SERIE-PARAM TO SERIE-TUR
           END-IF
           DISPLAY 'TURNO ATUAL....: ' TURNO-TUR
           DISPLAY 'NOVO TURNO M/T/N (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-TURNO-PARAM
           IF WS-TURNO-PARAM NOT = SPACE
               MOVE WS-TURNO-PARAM TO TURNO-TUR
           END-IF
           DISPLAY 'CAPACIDADE ATUAL: ' CAPACIDADE-TUR
           DISPLAY 'NOVA CAPACIDADE 999 (EM BRANCO P/ '
               'MANTER): ' WITH NO ADVANCING
           ACCEPT WS-CAPAC-PARAM
           IF WS-CAPAC-PARAM NOT = SPACES
              AND WS-CAPAC-PARAM NUMERIC
               MOVE WS-CAPAC-PARAM TO CAPACIDADE-TUR
           END-IF
           DISPLAY 'UNIDADE ATUAL..: ' UNIDADE-TUR
           DISPLAY 'NOVA UNIDADE (EM BRANCO P/ MANTER): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADE-PARAM
           IF WS-UNIDADE-PARAM NOT = SPACES
               CALL 'CONFUNID' USING WS-UNIDADE-PARAM WS-RESP-UNIDADE
               IF UNIDADE-PERMITIDA
                   MOVE WS-UNIDADE-PARAM TO UNIDADE-TUR
               ELSE
                   DISPLAY 'UNIDADE INEXISTENTE OU NAO LIBERADA - '
                       'MANTIDA A ATUAL.'
               END-IF
           END-IF
           REWRITE REG-TUR
      * SO CONFIRMA O QUE FOI DE FATO GRAVADO: COM DUAS ESTACOES O
      * REGISTRO PODE ESTAR TRAVADO PELA OUTRA.
           IF FS-TUR-OK
               DISPLAY 'TURMA ALTERADA......: ' TURMA-REF
           ELSE
               IF FS-TUR-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA '
                       'ESTACAO - ALTERACAO NAO GRAVADA, '
                       'TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR TURMAS.DAT - '
                       'FS-STAT: ' FS-STAT-TUR
               END-IF
           END-IF.
      *
       CONFIRMA-EXCLUSAO.
           DISPLAY 'DESCRICAO: ' DESCRICAO-TUR
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF CONFIRMADO
               DELETE ARQ-TUR RECORD
               IF FS-TUR-OK
                   DISPLAY 'TURMA EXCLUIDA.......: '
                       WS-TURMA-PARAM
               ELSE
                   IF FS-TUR-EM-USO
                       DISPLAY 'REGISTRO EM USO POR OUTRA '
                           'ESTACAO - EXCLUSAO NAO '
                           'APLICADA, TENTE NOVAMENTE.'
                   ELSE
                       DISPLAY 'ERRO AO EXCLUIR TURMA - '
                           'FS-STAT: ' FS-STAT-TUR
                   END-IF
               END-IF
           ELSE
               DISPLAY 'EXCLUSAO CANCELADA.'
           END-IF.
      *
      *============================================================
      * VERIFICA-UNIDADE-TURMA - A TURMA LIDA SO PODE SER MEXIDA
      * (OU RECEBER ALUNO) POR OPERADOR LIBERADO NA UNIDADE DELA.
      *============================================================
       VERIFICA-UNIDADE-TURMA.
           CALL 'CONFUNID' USING UNIDADE-TUR WS-RESP-UNIDADE
           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'TURMA ' TURMA-REF ' DA UNIDADE ' UNIDADE-TUR
                   ' - NAO LIBERADA PARA ESTE OPERADOR.'
           END-IF.
      *
      *============================================================
      * EXCLUI-TURMA - LOCALIZA A TURMA PELO CODIGO E, CONFIRMADO
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
                   PERFORM VERIFICA-UNIDADE-TURMA
                   IF UNIDADE-PERMITIDA
                       PERFORM CONFIRMA-EXCLUSAO
                   END-IF
           END-READ.
      *
      * COM O AVAL DO SUPERVISOR; A CONTAGEM VARRE O CADASTRO E
      * DESTROI O REGISTRO LIDO, ENTAO O ALUNO E RELIDO PELA CHAVE
      * ANTES DA REGRAVACAO.
                           PERFORM VERIFICA-UNIDADE-TURMA
                           IF UNIDADE-PERMITIDA
                               PERFORM VERIFICA-LOTACAO
                           ELSE
                               SET LOTACAO-RECUSADA TO TRUE
                           END-IF
                           IF LOTACAO-RECUSADA
                               DISPLAY 'MATRICULA NA TURMA '
                                   'CANCELADA.'
                           ELSE
                           MOVE WS-CODIGO-PARAM TO CODIGO
                           READ ARQ-ALU KEY IS CODIGO
