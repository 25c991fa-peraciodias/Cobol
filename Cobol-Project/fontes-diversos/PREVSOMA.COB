       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREVSOMA.
       AUTHOR.        PERINHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * O BYTE DO REGISTRO ENTRA NA METADE BAIXA DE UM BINARIO DE
      * DOIS BYTES, E O VALOR DELE (0 A 255) SAI PELO REDEFINES.
       01  WS-PAR-BYTE.
           02 WS-BYTE-ALTO    PIC X(01) VALUE LOW-VALUE.
           02 WS-BYTE-BAIXO   PIC X(01).
       01  WS-VALOR-BYTE REDEFINES WS-PAR-BYTE PIC 9(04) COMP.
       01  WS-IX-BYTE         PIC 9(04) COMP.
       01  WS-SOMA-TRAB       PIC 9(15).
       01  WS-QUOCIENTE       PIC 9(15).
      * MODULO DA SOMA: O MAIOR PRIMO DE DOZE DIGITOS.
       01  WS-MODULO          PIC 9(12) VALUE 999999999989.

       LINKAGE SECTION.
       01  PRM-ASSINATURA.
           02 PRM-QTD-REG     PIC 9(09).
           02 PRM-SOMA        PIC 9(12).
      * REGISTRO DE QUALQUER ARQUIVO, ATE 512 BYTES; SO OS PRIMEIROS
      * PRM-TAMANHO BYTES SAO LIDOS.
       01  PRM-REGISTRO       PIC X(512).
       01  PRM-TAMANHO        PIC 9(04).

      *
      *============================================================
      * PREVSOMA - ACUMULA UM REGISTRO NA ASSINATURA DE UMA RODADA
      * DE ATUALIZACAO EM MASSA (PREVIA OU CONFERENCIA). A SOMA
      * DEPENDE DE CADA BYTE E DA ORDEM DOS REGISTROS: A MESMA
      * RODADA SOBRE OS MESMOS ARQUIVOS DA SEMPRE A MESMA
      * ASSINATURA, E QUALQUER REGISTRO ALTERADO, INCLUIDO OU
      * EXCLUIDO NO MEIO TEMPO A MUDA. QUEM CHAMA ZERA A
      * ASSINATURA ANTES DA PRIMEIRA CHAMADA.
      *============================================================
       PROCEDURE DIVISION USING PRM-ASSINATURA PRM-REGISTRO
                                PRM-TAMANHO.
       ADD 1 TO PRM-QTD-REG
       PERFORM SOMA-BYTE VARYING WS-IX-BYTE FROM 1 BY 1
               UNTIL WS-IX-BYTE > PRM-TAMANHO
                  OR WS-IX-BYTE > 512
      * O TAMANHO FECHA O REGISTRO, PARA A MESMA SEQUENCIA DE BYTES
      * PARTIDA EM REGISTROS DIFERENTES NAO DAR A MESMA SOMA.
       COMPUTE WS-SOMA-TRAB = PRM-SOMA * 31 + PRM-TAMANHO
       DIVIDE WS-SOMA-TRAB BY WS-MODULO
           GIVING WS-QUOCIENTE REMAINDER PRM-SOMA
       GOBACK.
      *
       SOMA-BYTE.
           MOVE PRM-REGISTRO(WS-IX-BYTE:1) TO WS-BYTE-BAIXO
           COMPUTE WS-SOMA-TRAB = PRM-SOMA * 31 + WS-VALOR-BYTE + 1
           DIVIDE WS-SOMA-TRAB BY WS-MODULO
               GIVING WS-QUOCIENTE REMAINDER PRM-SOMA.
