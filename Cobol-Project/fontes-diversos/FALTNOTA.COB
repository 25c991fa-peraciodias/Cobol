      * CAPACIDADE DA SALA (MANTTUR): ZERO NOS REGISTROS ANTIGOS
      * SIGNIFICA SEM CONTROLE DE LOTACAO.
           02 CAPACIDADE-TUR PIC 9(03).
           02 UNIDADE-TUR    PIC X(02).

       FD  ARQ-CURR.
       01  REG-CURR.
       01  WS-CONTA-ALUNOS    PIC 9(04) VALUE ZEROES.
       01  WS-CONTA-FALTAS    PIC 9(05) VALUE ZEROES.
       01  WS-LINHA           PIC X(90).
      *
      * REGRA DE AVALIACAO DA SERIE/ANO (REGRAS.DAT, VIA LEREGRA):
      * BIMESTRE COM PESO ZERO NAO ENTRA NA MEDIA E NAO E COBRADO.
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
           02 WS-PROGRAMA-SPL   PIC X(08) VALUE 'FALTNOTA'.
           02 WS-PARAMETROS-SPL PIC X(60) VALUE SPACES.
           02 WS-NUM-SPL        PIC 9(07) VALUE ZEROES.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           DISPLAY 'TURMA SEM SERIE EM TURMAS.DAT - CONFERENCIA '
               'IMPOSSIVEL.'
       ELSE
           CALL 'LEREGRA' USING WS-SERIE-PARAM WS-ANO-PARAM WS-REGRA
           PERFORM CARREGA-ESPERADAS
           IF WS-QTD-ESP = 0
               DISPLAY 'SERIE ' WS-SERIE-PARAM ' SEM DISCIPLINAS NA '
       CLOSE ARQ-NOTAS.
       CLOSE ARQ-TUR.
       CLOSE ARQ-CURR.
       CLOSE ARQ-REL
       MOVE SPACES TO WS-PARAMETROS-SPL
       STRING 'TURMA ' WS-TURMA-PARAM ' ANO ' WS-ANO-PARAM
           DELIMITED BY SIZE INTO WS-PARAMETROS-SPL
       CALL 'SPOOLCAT' USING WS-SPOOL WS-ARQ-FALTNOTALST.
       GOBACK.
      *
       DESCOBRE-SERIE.
      *============================================================
      * CONFERE-BIMESTRES - A NOTA EXISTE, MAS BIMESTRE ZERADO E
      * SUSPEITA DE CARGA QUE NAO CHEGOU: CADA UM SAI APONTADO.
      * BIMESTRE COM PESO ZERO NA REGRA DA SERIE NAO E COBRADO.
      *============================================================
       CONFERE-BIMESTRES.
           IF PRIMEIRO-OK = 0 AND WS-PESO-1-REGRA > 0
               PERFORM APONTA-BIM-1
           END-IF
           IF SEGUNDO-OK = 0 AND WS-PESO-2-REGRA > 0
               PERFORM APONTA-BIM-2
           END-IF
           IF TERCEIRO-OK = 0 AND WS-PESO-3-REGRA > 0
               PERFORM APONTA-BIM-3
           END-IF
           IF QUARTO-OK = 0 AND WS-PESO-4-REGRA > 0
               PERFORM APONTA-BIM-4
           END-IF.
      *
