      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-REL.
       01  REG-REL           PIC X(132).
       01  WS-ANO-PARAM       PIC 9(04).
       01  WS-EOF             PIC X(01).
       01  WS-EOF-NOTA        PIC X(01).
      * DOCUMENTO PARA O LENOME, QUE TROCA O NOME CIVIL PELO NOME
      * SOCIAL CONFORME A REGRA DO NOMEDOC.CFG.
       01  WS-DOC-LENOME      PIC X(08) VALUE 'ATARES'.
       01  WS-IX-VARRE        PIC 9(04).
       01  WS-NUM-LINHA       PIC 9(03).
       01  WS-TOTAL-FALTAS    PIC 9(05).
       01  WS-CAMPO-MEDIA     PIC X(07).
       01  WS-LINHA           PIC X(132).
       01  WS-POS             PIC 9(03).
       01  WS-MEDIA-AP-ED     PIC Z9,99.
       01  WS-MEDIA-RC-ED     PIC Z9,99.
       01  WS-MEDIA-REC-ED    PIC Z9,99.
       01  WS-TEXTO-REC       PIC X(40).
      *
      * REGRA DE AVALIACAO DA SERIE/ANO (REGRAS.DAT, VIA LEREGRA),
      * IMPRESSA NO CABECALHO COMO CRITERIO DA ATA.
       01  WS-REGRA.
           02 WS-PESO-1-REGRA      PIC 9(02).
           02 WS-PESO-2-REGRA      PIC 9(02).
           02 WS-PESO-3-REGRA      PIC 9(02).
           02 WS-PESO-4-REGRA      PIC 9(02).
           02 WS-MEDIA-AP-REGRA    PIC 9(02)V99.
           02 WS-MEDIA-RC-REGRA    PIC 9(02)V99.
           02 WS-FORMULA-REC-REGRA PIC X(01).
              88 WS-REC-SUBSTITUTIVA VALUE 'S'.
           02 WS-PESO-MEDIA-REGRA  PIC 9(02).
           02 WS-PESO-PROVA-REGRA  PIC 9(02).
           02 WS-MEDIA-REC-REGRA   PIC 9(02)V99.
           02 WS-FREQ-MIN-REGRA    PIC 9(03).
           02 WS-ORIGEM-REGRA      PIC X(01).

      * LISTAGEM GUARDADA NO SPOOL PELO SPOOLCAT DEPOIS DE
      * FECHADA, COM OS PARAMETROS DA EXECUCAO.
       01  WS-SPOOL.
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'ATARES'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           CLOSE ARQ-FREQ
       END-IF.
       CLOSE ARQ-TUR.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'TURMA ' WS-TURMA-PARAM ' ANO ' WS-ANO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-ATARESLST.
       DISPLAY 'ATA GRAVADA EM ATARES.LST.'
       GOBACK.
      *
                       IF TURMA = WS-TURMA-PARAM
                          AND WS-QTD-ALU < 999
                           ADD 1 TO WS-QTD-ALU
                           CALL 'LENOME' USING WS-DOC-LENOME CODIGO
                               NOME S-NOME
                           MOVE CODIGO TO TAB-CODIGO(WS-QTD-ALU)
                           MOVE NOME   TO TAB-NOME(WS-QTD-ALU)
                           MOVE S-NOME TO TAB-S-NOME(WS-QTD-ALU)
      *
      *============================================================
      * IMPRIME-CABECALHO - CABECALHO OFICIAL DA ATA: ESCOLA, TURMA
      * COM DESCRICAO/SERIE/TURNO DE TURMAS.DAT, ANO LETIVO, OS
      * CRITERIOS DA REGRA DE AVALIACAO DA SERIE E A LINHA DE
      * TITULOS DAS COLUNAS.
      *============================================================
       IMPRIME-CABECALHO.
           MOVE 'ATA DE RESULTADOS FINAIS' TO REG-REL
               ' ANO LETIVO: ' WS-ANO-PARAM
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA
           PERFORM IMPRIME-CRITERIOS
           MOVE SPACES TO WS-LINHA
           STRING 'NO  ALUNO               '
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL.
      *
      *============================================================
      * IMPRIME-CRITERIOS - PESOS DOS BIMESTRES, MEDIAS DE
      * APROVACAO E DE RECUPERACAO, FORMULA DA RECUPERACAO E
      * FREQUENCIA MINIMA QUE VALERAM PARA A SERIE NO ANO.
      *============================================================
       IMPRIME-CRITERIOS.
           CALL 'LEREGRA' USING SERIE-TUR WS-ANO-PARAM WS-REGRA
           MOVE WS-MEDIA-AP-REGRA  TO WS-MEDIA-AP-ED
           MOVE WS-MEDIA-RC-REGRA  TO WS-MEDIA-RC-ED
           MOVE WS-MEDIA-REC-REGRA TO WS-MEDIA-REC-ED
           MOVE SPACES TO WS-TEXTO-REC
           IF WS-REC-SUBSTITUTIVA
               MOVE 'SUBSTITUTIVA' TO WS-TEXTO-REC
           ELSE
               STRING 'MEDIA X ' WS-PESO-MEDIA-REGRA
                   ' + PROVA X ' WS-PESO-PROVA-REGRA
                   DELIMITED BY SIZE INTO WS-TEXTO-REC
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING 'CRITERIOS: PESOS ' WS-PESO-1-REGRA '/'
               WS-PESO-2-REGRA '/' WS-PESO-3-REGRA '/'
               WS-PESO-4-REGRA ' AP >= ' WS-MEDIA-AP-ED
               ' RC >= ' WS-MEDIA-RC-ED
               ' RECUPERACAO: ' WS-TEXTO-REC ' >= ' WS-MEDIA-REC-ED
               ' FREQ. MINIMA: ' WS-FREQ-MIN-REGRA '%'
               DELIMITED BY SIZE INTO WS-LINHA
           WRITE REG-REL FROM WS-LINHA.
      *
      *============================================================
      * IMPRIME-LINHA-ALUNO - LINHA NUMERADA DA ATA: A MEDIA FINAL
      * DE CADA DISCIPLINA DA TURMA, O TOTAL DE FALTAS DO ANO E A
      * SITUACAO FINAL DO ALUNO (RP SE REPROVOU EM ALGUMA
