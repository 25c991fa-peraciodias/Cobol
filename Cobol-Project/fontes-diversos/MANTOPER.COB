           02 SITU-OPER       PIC X(01).
              88 OPER-ATIVO    VALUE 'A'.
              88 OPER-INATIVO  VALUE 'I'.
      * UNIDADES EM QUE O OPERADOR PODE TRABALHAR (ATE CINCO); EM
      * BRANCO, TODAS - E SO QUEM NAO TEM RESTRICAO VE O CONSOLIDADO.
           02 UNIDADES-OPER.
              03 UNIDADE-OPER PIC X(02) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
      *
       01  WS-NOME-PARAM      PIC X(30).
       01  WS-SENHA-PARAM     PIC X(08).
       01  WS-PERFIL-PARAM    PIC X(01).
      * UNIDADES LIBERADAS DIGITADAS (ATE CINCO CODIGOS SEGUIDOS).
       01  WS-UNIDADES-PARAM.
           02 WS-UNIDADE-PARAM PIC X(02) OCCURS 5 TIMES.
       01  WS-IX-UNID         PIC 9(01).
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.
       01  WS-SW-UNIDADES PIC X(01).
           88 UNIDADES-VALIDAS   VALUE 'S'.
           88 UNIDADES-INVALIDAS VALUE 'N'.
       01  WS-EOF             PIC X(01).
       01  WS-CONTA-OPER      PIC 9(03) VALUE ZEROES.
       01  WS-CONFIRMA PIC X(01).
           DISPLAY ' '
           DISPLAY 'MANUTENCAO DE OPERADORES (OPERADOR.DAT)'
           DISPLAY 'I - INCLUIR OPERADOR NOVO'
           DISPLAY 'A - ALTERAR UM OPERADOR (SENHA/PERFIL/UNIDADES)'
           DISPLAY 'X - INATIVAR UM OPERADOR'
           DISPLAY 'R - REATIVAR UM OPERADOR'
           DISPLAY 'L - LISTAR OS OPERADORES'
           ACCEPT SENHA-OPER
           DISPLAY 'PERFIL S/T/D.........: ' WITH NO ADVANCING
           ACCEPT PERFIL-OPER
           DISPLAY 'UNIDADES (EX. 0102; EM BRANCO = TODAS): '
               WITH NO ADVANCING
           ACCEPT WS-UNIDADES-PARAM
           PERFORM VALIDA-UNIDADES
           IF UNIDADES-INVALIDAS
               MOVE SPACE TO PERFIL-OPER
           END-IF
           IF PERFIL-OPER NOT = 'S' AND PERFIL-OPER NOT = 'T'
              AND PERFIL-OPER NOT = 'D'
               DISPLAY 'PERFIL OU UNIDADES INVALIDOS - INCLUSAO '
                   'CANCELADA.'
           ELSE
               MOVE WS-UNIDADES-PARAM TO UNIDADES-OPER
               SET OPER-ATIVO TO TRUE
               WRITE REG-OPER
                   INVALID KEY
                      OR WS-PERFIL-PARAM = 'D'
                       MOVE WS-PERFIL-PARAM TO PERFIL-OPER
                   END-IF
                   IF UNIDADES-OPER = SPACES
                       DISPLAY 'UNIDADES ATUAIS: TODAS'
                   ELSE
                       DISPLAY 'UNIDADES ATUAIS: ' UNIDADES-OPER
                   END-IF
                   DISPLAY 'NOVAS UNIDADES (EM BRANCO P/ MANTER, '
                       '** P/ TODAS): ' WITH NO ADVANCING
                   ACCEPT WS-UNIDADES-PARAM
                   EVALUATE TRUE
                       WHEN WS-UNIDADES-PARAM = '**'
                           MOVE SPACES TO UNIDADES-OPER
                       WHEN WS-UNIDADES-PARAM NOT = SPACES
                           PERFORM VALIDA-UNIDADES
                           IF UNIDADES-VALIDAS
                               MOVE WS-UNIDADES-PARAM TO UNIDADES-OPER
                           ELSE
                               DISPLAY 'UNIDADES INVALIDAS - MANTIDAS '
                                   'AS ATUAIS.'
                           END-IF
                   END-EVALUATE
      * A SITUACAO FICA COMO ESTA: ALTERAR NOME/SENHA/PERFIL DE UM
      * OPERADOR INATIVADO NAO PODE REATIVAR O LOGIN DELE - A
      * REATIVACAO E UMA DECISAO A PARTE (INCLUSAO NOVA OU ACERTO
                       DISPLAY COD-OPER ' ' NOME-OPER
                           ' PERFIL ' PERFIL-OPER
                           ' SITU ' SITU-OPER
                           ' UNID ' UNIDADES-OPER
                       ADD 1 TO WS-CONTA-OPER
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE OPERADORES: ' WS-CONTA-OPER.
      *
      *============================================================
      * VALIDA-UNIDADES - CADA CODIGO DIGITADO TEM DE SER UNIDADE DA
      * ESCOLA (PARAMETRO UNIDADES) E ESTAR LIBERADO PARA QUEM ESTA
      * CADASTRANDO: A DIRECAO DE UMA UNIDADE NAO LIBERA OUTRA.
      *============================================================
       VALIDA-UNIDADES.
           SET UNIDADES-VALIDAS TO TRUE
           PERFORM VARYING WS-IX-UNID FROM 1 BY 1
                   UNTIL WS-IX-UNID > 5
               IF WS-UNIDADE-PARAM(WS-IX-UNID) NOT = SPACES
                   CALL 'CONFUNID' USING WS-UNIDADE-PARAM(WS-IX-UNID)
                       WS-RESP-UNIDADE
                   IF NOT UNIDADE-PERMITIDA
                       DISPLAY 'UNIDADE ' WS-UNIDADE-PARAM(WS-IX-UNID)
                           ' INEXISTENTE OU NAO LIBERADA.'
                       SET UNIDADES-INVALIDAS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-OPER
