              03 ANO-REF    PIC 9(04).
           02 NOME-MEN       PIC A(20).
           02 S-NOME-MEN     PIC A(30).
           02 VAL-PARCELA    PIC 9(05)V99.
           02 MENSA-1.
              03 MES-REF-1   PIC  A(9).
              03 SITU-1      PIC A(02).
              03 MES-REF-12   PIC  A(9).
              03 SITU-12      PIC A(02).
           02 PERC-DESC-MEN      PIC 9(03).
           02 PARCELA-LIQ-MEN    PIC 9(05)V99.

       FD  ARQ-IDX.
       01  REG-IDX.
      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-CEP.
       01  REG-CEP.

       01  WS-PROX-CODIGO    PIC 9(08) VALUE ZEROES.
       01  WS-ANO-NOVO       PIC 9(04).
       01  WS-VALOR-PARCELA  PIC 9(05)V99.
       01  WS-EOF            PIC X(01).
       01  WS-CONTINUA PIC X(01).
           88 MATRICULA-OUTRO VALUE 'S'.
       01  WS-CENSO-AGORA    PIC X(01).
       01  WS-DATA-AUD       PIC 9(08).
       01  WS-HORA-AUD       PIC 9(08).

       01  WS-EOF-ESP         PIC X(01).
       01  WS-AUTORIZA        PIC X(01).
       01  WS-QUER-FILA       PIC X(01).
      * RESPOSTA DO CONFUNID PARA A UNIDADE DA TURMA ESCOLHIDA.
       01  WS-RESP-UNIDADE    PIC X(01).
           88 UNIDADE-PERMITIDA   VALUE 'S'.
           88 UNIDADE-NEGADA      VALUE 'N'.
           88 UNIDADE-INEXISTENTE VALUE 'I'.

       77 FS-STAT PIC 9(02).
           88 FS-OK                 VALUE ZEROS.
           ACCEPT RUA
           DISPLAY 'TURMA...: ' WITH NO ADVANCING
           ACCEPT TURMA
      * ALUNO NOVO ENTRA SEM BOLSA/DESCONTO, COMO NO CRIALUNO E NA
      * INCLUSAO DO MANTALU; A CONCESSAO E FEITA DEPOIS, PELA OPCAO A
      * DO MANTALU, QUE PASSA PELA APROVACAO DA DIRECAO ACIMA DO
      * LIMITE.
           MOVE ZEROES TO PERC-DESC
           MOVE SPACE  TO TIPO-DESC
           DISPLAY 'ANO LETIVO (AAAA)...: ' WITH NO ADVANCING
           ACCEPT WS-ANO-NOVO
           DISPLAY 'PARCELA MENSAL (99999,99): ' WITH NO ADVANCING
           ACCEPT WS-VALOR-PARCELA
           SET ALUNO-ATIVO TO TRUE.
      *
               END-IF
           END-IF

           IF REG-VALIDO AND VALIDA-TURMA
               MOVE TURMA TO TURMA-REF
               READ ARQ-TUR KEY IS TURMA-REF
                       MOVE 'TURMA NAO CADASTRADA EM TURMAS.DAT'
                           TO WS-MOTIVO-REJ
                   NOT INVALID KEY
      * O OPERADOR SO MATRICULA EM TURMA DE UNIDADE LIBERADA PARA ELE.
                       CALL 'CONFUNID' USING UNIDADE-TUR
                           WS-RESP-UNIDADE
                       IF NOT UNIDADE-PERMITIDA
                           SET REG-INVALIDO TO TRUE
                           MOVE 'TURMA DE UNIDADE NAO LIBERADA'
                               TO WS-MOTIVO-REJ
                       END-IF
      * TURMA LOTADA SO RECEBE O ALUNO COM O AVAL DO SUPERVISOR;
      * RECUSADO, O INTERESSADO E OFERECIDO A FILA DE ESPERA.
                       IF REG-VALIDO AND CAPACIDADE-TUR > 0
                           PERFORM VERIFICA-LOTACAO
                       END-IF
               END-READ
                       DISPLAY 'MATRICULA CONCLUIDA - CODIGO: '
                           CODIGO
                       ADD 1 TO WS-PROX-CODIGO
                       DISPLAY 'INFORMAR DADOS DO CENSO AGORA (S/N)? '
                           WITH NO ADVANCING
                       ACCEPT WS-CENSO-AGORA
                       IF WS-CENSO-AGORA = 'S'
                           CALL 'DADOSCEN' USING CODIGO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ANO-NOVO   TO ANO-REF
           MOVE NOME          TO NOME-MEN
           MOVE S-NOME        TO S-NOME-MEN
           MOVE WS-VALOR-PARCELA TO VAL-PARCELA
           MOVE WS-MES-TAB(1)  TO MES-REF-1
           MOVE WS-MES-TAB(2)  TO MES-REF-2
           MOVE WS-MES-TAB(3)  TO MES-REF-3
