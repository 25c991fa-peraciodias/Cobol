              SHARING WITH ALL OTHER
              FILE STATUS IS FS-STAT-ALU.

      * CONTATOS DO RESPONSAVEL PARA AS NOTIFICACOES (E-MAIL E
      * CELULAR) E O CONSENTIMENTO DADO PARA CADA CANAL. MESMA CHAVE
      * DO RESPONSA.DAT (CODIGO DO ALUNO).
       SELECT ARQ-CTT
              ASSIGN TO WS-ARQ-RESPCONT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CTT
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CTT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESP.

           02 PERC-DESC      PIC 9(03).
           02 TIPO-DESC      PIC X(01).

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
       WORKING-STORAGE SECTION.
      *
      * CAMINHOS DOS ARQUIVOS, RESOLVIDOS EM PARAMS.CFG NA PARTIDA
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-RESPONSA PIC X(64).
       01  WS-ARQ-ALUNOS PIC X(64).
       01  WS-ARQ-RESPCONT PIC X(64).
       01  WS-OPCAO PIC X(01).
           88 OPCAO-INCLUIR   VALUE 'I'.
           88 OPCAO-ALTERAR   VALUE 'A'.
           88 OPCAO-EXCLUIR   VALUE 'E'.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-CONTATOS  VALUE 'O'.
           88 OPCAO-SAIR      VALUE 'S'.

       01  WS-CODIGO-PARAM     PIC 9(08).
       01  WS-FONE-PARAM       PIC X(12).
       01  WS-CONFIRMA PIC X(01).
           88 CONFIRMADO VALUE 'S'.
       01  WS-EMAIL-PARAM      PIC X(60).
       01  WS-CELULAR-PARAM    PIC X(11).
       01  WS-OPTIN-PARAM      PIC X(01).
       01  WS-CONTA-ARROBA     PIC 9(02).
       01  WS-DATA-HOJE        PIC 9(08).
       01  WS-SW-SEGUE PIC X(01).
           88 PODE-SEGUIR     VALUE 'S'.
           88 NAO-PODE-SEGUIR VALUE 'N'.
       01  WS-SW-CTT PIC X(01).
           88 CTT-EXISTE      VALUE 'S'.
           88 CTT-NAO-EXISTE  VALUE 'N'.

       77 FS-STAT-RESP PIC 9(02).
           88 FS-RESP-OK          VALUE ZEROS.
       77 FS-STAT-ALU PIC 9(02).
           88 FS-ALU-OK         VALUE ZEROS.
           88 FS-ALU-NAO-EXISTE VALUE 35.
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-OK          VALUE ZEROS.
           88 FS-CTT-NAO-EXISTE  VALUE 35.
           88 FS-CTT-EM-USO      VALUES 51 99.

       PROCEDURE DIVISION.
           PERFORM BUSCA-PARAMETROS.
               WHEN OPCAO-ALTERAR   PERFORM ALTERA-RESPONSAVEL
               WHEN OPCAO-EXCLUIR   PERFORM EXCLUI-RESPONSAVEL
               WHEN OPCAO-CONSULTAR PERFORM CONSULTA-RESPONSAVEL
               WHEN OPCAO-CONTATOS  PERFORM MANTEM-CONTATOS
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           PERFORM SOLICITA-OPCAO
       END-PERFORM.
       CLOSE ARQ-RESP.
       CLOSE ARQ-ALU.
       CLOSE ARQ-CTT.
       GOBACK.
      *
      *============================================================
           DISPLAY 'A - ALTERAR O RESPONSAVEL DE UM ALUNO'
           DISPLAY 'E - EXCLUIR O RESPONSAVEL DE UM ALUNO'
           DISPLAY 'C - CONSULTAR O RESPONSAVEL DE UM ALUNO'
           DISPLAY 'O - E-MAIL, CELULAR E CONSENTIMENTO P/ AVISOS'
           DISPLAY 'S - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPCAO.
                       IF FS-RESP-OK
                           DISPLAY 'RESPONSAVEL EXCLUIDO: '
                               WS-CODIGO-PARAM
                           PERFORM EXCLUI-CONTATOS
                       ELSE
                           IF FS-RESP-EM-USO
                               DISPLAY 'REGISTRO EM USO POR OUTRA '
                   DISPLAY 'CPF........: ' CPF-RESP
                   DISPLAY 'PARENTESCO.: ' PARENTESCO-RESP
                   DISPLAY 'FONE.......: ' FONE-RESP
                   PERFORM MOSTRA-CONTATOS
           END-READ.
      *
      *============================================================
      * MOSTRA-CONTATOS - E-MAIL, CELULAR E O CONSENTIMENTO DE CADA
      * CANAL, QUANDO O RESPONSAVEL JA TEM CONTATOS CADASTRADOS.
      *============================================================
       MOSTRA-CONTATOS.
           MOVE WS-CODIGO-PARAM TO CODIGO-CTT
           READ ARQ-CTT KEY IS CODIGO-CTT
               INVALID KEY
                   DISPLAY 'CONTATOS...: NAO CADASTRADOS (OPCAO O).'
               NOT INVALID KEY
                   DISPLAY 'E-MAIL.....: ' EMAIL-CTT
                   DISPLAY 'CELULAR....: ' CELULAR-CTT
                   DISPLAY 'ACEITA AVISO POR E-MAIL: ' OPTIN-EMAIL-CTT
                       '  POR SMS: ' OPTIN-SMS-CTT
                       '  DESDE ' DATA-OPTIN-CTT(7:2) '/'
                       DATA-OPTIN-CTT(5:2) '/' DATA-OPTIN-CTT(1:4)
           END-READ.
      *
      *============================================================
      * MANTEM-CONTATOS - CADASTRA OU ALTERA O E-MAIL E O CELULAR DO
      * RESPONSAVEL E O CONSENTIMENTO PARA RECEBER AVISOS DA ESCOLA
      * EM CADA CANAL. SEM O 'S' DO CANAL O NOTIFICA NAO MANDA NADA
      * POR ELE, MESMO COM O CONTATO PREENCHIDO. DEIXAR UM CAMPO EM
      * BRANCO MANTEM O VALOR ATUAL; '*' APAGA O CONTATO.
      *============================================================
       MANTEM-CONTATOS.
           SET PODE-SEGUIR TO TRUE
           DISPLAY 'CODIGO DO ALUNO: ' WITH NO ADVANCING
           ACCEPT WS-CODIGO-PARAM
           MOVE WS-CODIGO-PARAM TO CODIGO-RESP
           READ ARQ-RESP KEY IS CODIGO-RESP
               INVALID KEY
                   DISPLAY 'ALUNO SEM RESPONSAVEL CADASTRADO - '
                       'INCLUA O RESPONSAVEL PRIMEIRO (OPCAO I).'
                   SET NAO-PODE-SEGUIR TO TRUE
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL: ' NOME-RESP
           END-READ
           IF PODE-SEGUIR
               MOVE WS-CODIGO-PARAM TO CODIGO-CTT
               READ ARQ-CTT KEY IS CODIGO-CTT
                   INVALID KEY
                       SET CTT-NAO-EXISTE TO TRUE
                       MOVE WS-CODIGO-PARAM TO CODIGO-CTT
                       MOVE SPACES TO EMAIL-CTT
                       MOVE SPACES TO CELULAR-CTT
                       MOVE 'N' TO OPTIN-EMAIL-CTT
                       MOVE 'N' TO OPTIN-SMS-CTT
                       MOVE ZEROES TO DATA-OPTIN-CTT
                   NOT INVALID KEY
                       SET CTT-EXISTE TO TRUE
               END-READ
               PERFORM DIGITA-CONTATOS
           END-IF
           IF PODE-SEGUIR
               PERFORM GRAVA-CONTATOS
           END-IF.
      *
       DIGITA-CONTATOS.
           DISPLAY 'E-MAIL ATUAL.....: ' EMAIL-CTT
           DISPLAY 'NOVO E-MAIL (EM BRANCO P/ MANTER, * APAGA): '
               WITH NO ADVANCING
           ACCEPT WS-EMAIL-PARAM
           IF WS-EMAIL-PARAM = '*'
               MOVE SPACES TO EMAIL-CTT
           ELSE
               IF WS-EMAIL-PARAM NOT = SPACES
                   MOVE ZEROES TO WS-CONTA-ARROBA
                   INSPECT WS-EMAIL-PARAM
                       TALLYING WS-CONTA-ARROBA FOR ALL '@'
                   IF WS-CONTA-ARROBA NOT = 1
                       DISPLAY 'E-MAIL INVALIDO - CONTATOS NAO '
                           'GRAVADOS.'
                       SET NAO-PODE-SEGUIR TO TRUE
                   ELSE
                       MOVE WS-EMAIL-PARAM TO EMAIL-CTT
                   END-IF
               END-IF
           END-IF
           IF PODE-SEGUIR
               DISPLAY 'CELULAR ATUAL....: ' CELULAR-CTT
               DISPLAY 'NOVO CELULAR C/ DDD, SO NUMEROS (EM BRANCO '
                   'P/ MANTER, * APAGA): ' WITH NO ADVANCING
               ACCEPT WS-CELULAR-PARAM
               IF WS-CELULAR-PARAM = '*'
                   MOVE SPACES TO CELULAR-CTT
               ELSE
                   IF WS-CELULAR-PARAM NOT = SPACES
                       IF WS-CELULAR-PARAM NOT NUMERIC
                           DISPLAY 'CELULAR INVALIDO (11 DIGITOS) - '
                               'CONTATOS NAO GRAVADOS.'
                           SET NAO-PODE-SEGUIR TO TRUE
                       ELSE
                           MOVE WS-CELULAR-PARAM TO CELULAR-CTT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF PODE-SEGUIR
               DISPLAY 'ACEITA AVISOS POR E-MAIL (S/N) - ATUAL '
                   OPTIN-EMAIL-CTT ': ' WITH NO ADVANCING
               ACCEPT WS-OPTIN-PARAM
               IF (WS-OPTIN-PARAM = 'S' OR 'N')
                  AND WS-OPTIN-PARAM NOT = OPTIN-EMAIL-CTT
                   MOVE WS-OPTIN-PARAM TO OPTIN-EMAIL-CTT
                   MOVE WS-DATA-HOJE TO DATA-OPTIN-CTT
               END-IF
               DISPLAY 'ACEITA AVISOS POR SMS (S/N) - ATUAL '
                   OPTIN-SMS-CTT ': ' WITH NO ADVANCING
               ACCEPT WS-OPTIN-PARAM
               IF (WS-OPTIN-PARAM = 'S' OR 'N')
                  AND WS-OPTIN-PARAM NOT = OPTIN-SMS-CTT
                   MOVE WS-OPTIN-PARAM TO OPTIN-SMS-CTT
                   MOVE WS-DATA-HOJE TO DATA-OPTIN-CTT
               END-IF
      * CONSENTIMENTO SEM O CONTATO DO CANAL NAO TEM EFEITO.
               IF CTT-ACEITA-EMAIL AND EMAIL-CTT = SPACES
                   DISPLAY 'AVISO: ACEITA E-MAIL MAS SEM E-MAIL '
                       'CADASTRADO.'
               END-IF
               IF CTT-ACEITA-SMS AND CELULAR-CTT = SPACES
                   DISPLAY 'AVISO: ACEITA SMS MAS SEM CELULAR '
                       'CADASTRADO.'
               END-IF
           END-IF.
      *
       GRAVA-CONTATOS.
           IF CTT-EXISTE
               REWRITE REG-CTT
           ELSE
               WRITE REG-CTT
           END-IF
           IF FS-CTT-OK
               DISPLAY 'CONTATOS GRAVADOS: ' WS-CODIGO-PARAM
           ELSE
               IF FS-CTT-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'CONTATOS NAO GRAVADOS, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR RESPCONT.DAT - FS-STAT: '
                       FS-STAT-CTT
               END-IF
           END-IF.
      *
      *============================================================
      * EXCLUI-CONTATOS - SEM RESPONSAVEL NAO HA A QUEM AVISAR: OS
      * CONTATOS E O CONSENTIMENTO SAEM JUNTO.
      *============================================================
       EXCLUI-CONTATOS.
           MOVE WS-CODIGO-PARAM TO CODIGO-CTT
           READ ARQ-CTT KEY IS CODIGO-CTT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-CTT RECORD
           END-READ.
      *
       ABRIR-ARQUIVOS.
                   'CRIALUNO PRIMEIRO.'
               CLOSE ARQ-RESP
               GOBACK
           END-IF
           OPEN I-O ARQ-CTT
           IF FS-CTT-NAO-EXISTE THEN
               DISPLAY 'CRIANDO NOVO ARQUIVO RESPCONT.DAT...'
               OPEN OUTPUT ARQ-CTT
               CLOSE ARQ-CTT
               OPEN I-O ARQ-CTT
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *
      *============================================================
      * BUSCA-PARAMETROS - RESOLVE OS CAMINHOS DOS ARQUIVOS DESTE
           MOVE 'RESPONSA' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPONSA
           MOVE 'ALUNOS' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-ALUNOS
           MOVE 'RESPCONT' TO WS-PARAM-NOME
           CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-RESPCONT.
