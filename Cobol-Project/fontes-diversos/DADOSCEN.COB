       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DADOSCEN.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * DADOS DO ALUNO EXIGIDOS PELO CENSO ESCOLAR (EDUCACENSO) QUE
      * NAO CABEM EM ALUNOS.DAT: UM REGISTRO POR ALUNO, COM O MESMO
      * CODIGO. MANTIDO AQUI, CHAMADO PELO MANTALU E PELO MATRICUL.
       SELECT ARQ-CEN
              ASSIGN TO WS-ARQ-CENSOALU
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY IS CODIGO-CEN
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS FS-STAT-CEN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CEN.
       01  REG-CEN.
           02 CODIGO-CEN          PIC 9(08).
           02 DATA-NASC-CEN       PIC 9(08).
           02 SEXO-CEN            PIC X(01).
              88 CEN-MASCULINO    VALUE 'M'.
              88 CEN-FEMININO     VALUE 'F'.
      * COR/RACA NA TABELA DO INEP: 0 NAO DECLARADA, 1 BRANCA,
      * 2 PRETA, 3 PARDA, 4 AMARELA, 5 INDIGENA.
           02 COR-RACA-CEN        PIC X(01).
      * CPF DO ALUNO, SO NUMEROS (OPCIONAL NO CENSO).
           02 CPF-CEN             PIC X(11).
      * NACIONALIDADE: 1 BRASILEIRA, 2 BRASILEIRA NASCIDO NO
      * EXTERIOR OU NATURALIZADO, 3 ESTRANGEIRA.
           02 NACIONAL-CEN        PIC X(01).
      * MUNICIPIO DE NASCIMENTO PELO CODIGO DO IBGE (7 DIGITOS),
      * OBRIGATORIO SO PARA NACIONALIDADE 1.
           02 MUNIC-NASC-CEN      PIC 9(07).
      * ALUNO COM DEFICIENCIA, TRANSTORNO DO ESPECTRO AUTISTA OU
      * ALTAS HABILIDADES (S/N).
           02 NEC-ESP-CEN         PIC X(01).
      * IDENTIFICACAO UNICA DO ALUNO NO INEP: ZERO ATE O PRIMEIRO
      * CENSO DEVOLVER O NUMERO.
           02 INEP-ID-CEN         PIC 9(12).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
       01  WS-ARQ-CENSOALU PIC X(64).
       01  WS-DATA-PARAM      PIC X(08).
       01  WS-DATA-NUM REDEFINES WS-DATA-PARAM PIC 9(08).
       01  WS-DATA-R REDEFINES WS-DATA-PARAM.
           02 WS-DATA-ANO     PIC 9(04).
           02 WS-DATA-MES     PIC 9(02).
           02 WS-DATA-DIA     PIC 9(02).
       01  WS-DATA-HOJE       PIC 9(08).
       01  WS-SEXO-PARAM      PIC X(01).
       01  WS-COR-PARAM       PIC X(01).
       01  WS-CPF-PARAM       PIC X(11).
       01  WS-NACIONAL-PARAM  PIC X(01).
       01  WS-MUNIC-PARAM     PIC X(07).
       01  WS-MUNIC-NUM REDEFINES WS-MUNIC-PARAM PIC 9(07).
       01  WS-NEC-PARAM       PIC X(01).
       01  WS-INEP-PARAM      PIC X(12).
       01  WS-INEP-NUM REDEFINES WS-INEP-PARAM PIC 9(12).
       01  WS-SW-REG PIC X(01).
           88 REGISTRO-VALIDO   VALUE 'S'.
           88 REGISTRO-INVALIDO VALUE 'N'.
       01  WS-SW-EXISTE PIC X(01).
           88 CENSO-CADASTRADO     VALUE 'S'.
           88 CENSO-NAO-CADASTRADO VALUE 'N'.

       77 FS-STAT-CEN PIC 9(02).
           88 FS-CEN-OK          VALUE ZEROS.
           88 FS-CEN-NAO-EXISTE  VALUE 35.
           88 FS-CEN-EM-USO      VALUES 51 99.

       LINKAGE SECTION.
       01  PRM-CODIGO         PIC 9(08).

      *
      *============================================================
      * DADOSCEN - MOSTRA E ATUALIZA OS DADOS DO CENSO DE UM ALUNO.
      * CADA CAMPO EM BRANCO MANTEM O VALOR ATUAL; O REGISTRO SO E
      * GRAVADO SE TODOS OS CAMPOS INFORMADOS FOREM VALIDOS.
      *============================================================
       PROCEDURE DIVISION USING PRM-CODIGO.
       MOVE 'CENSOALU' TO WS-PARAM-NOME
       CALL 'BUSCAPAR' USING WS-PARAM-NOME WS-ARQ-CENSOALU
       OPEN I-O ARQ-CEN
       IF FS-CEN-NAO-EXISTE THEN
           DISPLAY 'CRIANDO NOVO ARQUIVO CENSOALU.DAT...'
           OPEN OUTPUT ARQ-CEN
           CLOSE ARQ-CEN
           OPEN I-O ARQ-CEN
       END-IF
       MOVE PRM-CODIGO TO CODIGO-CEN
       READ ARQ-CEN KEY IS CODIGO-CEN
           INVALID KEY
               SET CENSO-NAO-CADASTRADO TO TRUE
               MOVE PRM-CODIGO TO CODIGO-CEN
               MOVE ZEROES TO DATA-NASC-CEN
               MOVE SPACE  TO SEXO-CEN
               MOVE SPACE  TO COR-RACA-CEN
               MOVE SPACES TO CPF-CEN
               MOVE SPACE  TO NACIONAL-CEN
               MOVE ZEROES TO MUNIC-NASC-CEN
               MOVE SPACE  TO NEC-ESP-CEN
               MOVE ZEROES TO INEP-ID-CEN
           NOT INVALID KEY
               SET CENSO-CADASTRADO TO TRUE
       END-READ
       IF FS-CEN-EM-USO
           DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - TENTE '
               'NOVAMENTE.'
       ELSE
           PERFORM SOLICITA-DADOS
           IF REGISTRO-VALIDO
               PERFORM GRAVA-DADOS
           ELSE
               DISPLAY 'DADOS DO CENSO NAO GRAVADOS.'
           END-IF
       END-IF
       CLOSE ARQ-CEN
       GOBACK.
      *
      *============================================================
      * SOLICITA-DADOS - PEDE CADA CAMPO MOSTRANDO O VALOR ATUAL E
      * CONFERE CONTRA AS TABELAS DO INEP.
      *============================================================
       SOLICITA-DADOS.
           SET REGISTRO-VALIDO TO TRUE
           DISPLAY 'DADOS DO CENSO ESCOLAR - ALUNO ' CODIGO-CEN
           DISPLAY '(EM BRANCO MANTEM O VALOR ATUAL)'

           DISPLAY 'NASCIMENTO AAAAMMDD.: ' DATA-NASC-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-PARAM
           ACCEPT WS-DATA-PARAM
           IF WS-DATA-PARAM NOT = SPACES
               PERFORM VALIDA-NASCIMENTO
           END-IF

           DISPLAY 'SEXO M/F............: ' SEXO-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACE TO WS-SEXO-PARAM
           ACCEPT WS-SEXO-PARAM
           IF WS-SEXO-PARAM NOT = SPACE
               IF WS-SEXO-PARAM = 'M' OR WS-SEXO-PARAM = 'F'
                   MOVE WS-SEXO-PARAM TO SEXO-CEN
               ELSE
                   DISPLAY 'SEXO INVALIDO - USE M OU F.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           DISPLAY 'COR/RACA 0-5........: ' COR-RACA-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACE TO WS-COR-PARAM
           ACCEPT WS-COR-PARAM
           IF WS-COR-PARAM NOT = SPACE
               IF WS-COR-PARAM >= '0' AND WS-COR-PARAM <= '5'
                   MOVE WS-COR-PARAM TO COR-RACA-CEN
               ELSE
                   DISPLAY 'COR/RACA INVALIDA - 0 NAO DECLARADA, '
                       '1 BRANCA, 2 PRETA, 3 PARDA, 4 AMARELA, '
                       '5 INDIGENA.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           DISPLAY 'CPF (SO NUMEROS)....: ' CPF-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CPF-PARAM
           ACCEPT WS-CPF-PARAM
           IF WS-CPF-PARAM NOT = SPACES
               IF WS-CPF-PARAM IS NUMERIC
                   MOVE WS-CPF-PARAM TO CPF-CEN
               ELSE
                   DISPLAY 'CPF INVALIDO - 11 DIGITOS NUMERICOS.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           DISPLAY 'NACIONALIDADE 1/2/3.: ' NACIONAL-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACE TO WS-NACIONAL-PARAM
           ACCEPT WS-NACIONAL-PARAM
           IF WS-NACIONAL-PARAM NOT = SPACE
               IF WS-NACIONAL-PARAM >= '1' AND WS-NACIONAL-PARAM <= '3'
                   MOVE WS-NACIONAL-PARAM TO NACIONAL-CEN
               ELSE
                   DISPLAY 'NACIONALIDADE INVALIDA - 1 BRASILEIRA, '
                       '2 NATURALIZADO/EXTERIOR, 3 ESTRANGEIRA.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           DISPLAY 'MUNIC. NASC. (IBGE).: ' MUNIC-NASC-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-MUNIC-PARAM
           ACCEPT WS-MUNIC-PARAM
           IF WS-MUNIC-PARAM NOT = SPACES
               IF WS-MUNIC-PARAM IS NUMERIC
                   MOVE WS-MUNIC-NUM TO MUNIC-NASC-CEN
               ELSE
                   DISPLAY 'MUNICIPIO INVALIDO - CODIGO IBGE DE 7 '
                       'DIGITOS.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           DISPLAY 'NECESSIDADE ESP. S/N: ' NEC-ESP-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACE TO WS-NEC-PARAM
           ACCEPT WS-NEC-PARAM
           IF WS-NEC-PARAM NOT = SPACE
               IF WS-NEC-PARAM = 'S' OR WS-NEC-PARAM = 'N'
                   MOVE WS-NEC-PARAM TO NEC-ESP-CEN
               ELSE
                   DISPLAY 'RESPONDA S OU N.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF

           DISPLAY 'ID DO ALUNO NO INEP.: ' INEP-ID-CEN
               ' NOVO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-INEP-PARAM
           ACCEPT WS-INEP-PARAM
           IF WS-INEP-PARAM NOT = SPACES
               IF WS-INEP-PARAM IS NUMERIC
                   MOVE WS-INEP-NUM TO INEP-ID-CEN
               ELSE
                   DISPLAY 'ID INEP INVALIDO - 12 DIGITOS NUMERICOS.'
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF.
      *
      *============================================================
      * VALIDA-NASCIMENTO - CONFERE MES E DIA, COMO O VALIDA-DATA DO
      * MANTBIM, E RECUSA DATA FUTURA.
      *============================================================
       VALIDA-NASCIMENTO.
           IF WS-DATA-PARAM NOT NUMERIC
               DISPLAY 'DATA INVALIDA.'
               SET REGISTRO-INVALIDO TO TRUE
           ELSE
               IF WS-DATA-ANO < 1900
                  OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
                  OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
                  OR ((WS-DATA-MES = 4 OR WS-DATA-MES = 6
                       OR WS-DATA-MES = 9 OR WS-DATA-MES = 11)
                      AND WS-DATA-DIA > 30)
                  OR (WS-DATA-MES = 2 AND WS-DATA-DIA > 29)
                   DISPLAY 'DATA INVALIDA.'
                   SET REGISTRO-INVALIDO TO TRUE
               ELSE
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   IF WS-DATA-NUM > WS-DATA-HOJE
                       DISPLAY 'NASCIMENTO NO FUTURO - DATA INVALIDA.'
                       SET REGISTRO-INVALIDO TO TRUE
                   ELSE
                       MOVE WS-DATA-NUM TO DATA-NASC-CEN
                   END-IF
               END-IF
           END-IF.
      *
       GRAVA-DADOS.
           IF CENSO-CADASTRADO
               REWRITE REG-CEN
           ELSE
               WRITE REG-CEN
           END-IF
           IF FS-CEN-OK
               DISPLAY 'DADOS DO CENSO GRAVADOS - ALUNO ' CODIGO-CEN
           ELSE
               IF FS-CEN-EM-USO
                   DISPLAY 'REGISTRO EM USO POR OUTRA ESTACAO - '
                       'DADOS NAO GRAVADOS, TENTE NOVAMENTE.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR CENSOALU.DAT - FS-STAT: '
                       FS-STAT-CEN
               END-IF
           END-IF.
