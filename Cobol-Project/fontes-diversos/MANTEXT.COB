           02 NOME-EXT        PIC X(20).
           02 S-NOME-EXT      PIC X(30).
           02 DESCRICAO-EXT   PIC X(30).
      * VENDA DE MATERIAL: A DESCRICAO COMECA COM 'PRD' E O CODIGO
      * DO PRODUTO (GRAVADA PELO VENDAMAT).
           02 DESC-PROD-EXT REDEFINES DESCRICAO-EXT.
              03 PREFIXO-PROD-EXT PIC X(03).
                 88 EXT-VENDA-MATERIAL VALUE 'PRD'.
              03 COD-PROD-EXT     PIC X(05).
              03 FILLER           PIC X(22).
           02 VALOR-EXT       PIC 9(05)V99.
           02 SITU-EXT        PIC X(02).
              88 EXT-ABERTO    VALUE 'AB'.
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
      * VENDA DE MATERIAL SO SE DEVOLVE PELO VENDAMAT, QUE ACERTA O
      * ESTOQUE JUNTO.
                   IF NOT EXT-ABERTO
                      OR (EXT-VENDA-MATERIAL AND COD-PROD-EXT NUMERIC)
                       IF NOT EXT-ABERTO
                           DISPLAY 'LANCAMENTO NAO ESTA EM ABERTO '
                               '(SITUACAO ' SITU-EXT ') - NAO '
                               'ALTERADO.'
                       ELSE
                           DISPLAY 'VENDA DE MATERIAL - USE A '
                               'DEVOLUCAO DO VENDAMAT.'
                       END-IF
                   ELSE
                       DISPLAY 'DESCRICAO ATUAL: ' DESCRICAO-EXT
                       DISPLAY 'NOVA DESCRICAO (EM BRANCO P/ '
               INVALID KEY
                   DISPLAY 'CHAVE INVALIDA !'
               NOT INVALID KEY
      * VENDA DE MATERIAL SO SE DEVOLVE PELO VENDAMAT, QUE ACERTA O
      * ESTOQUE JUNTO.
                   IF NOT EXT-ABERTO
                      OR (EXT-VENDA-MATERIAL AND COD-PROD-EXT NUMERIC)
                       IF NOT EXT-ABERTO
                           DISPLAY 'LANCAMENTO NAO ESTA EM ABERTO '
                               '(SITUACAO ' SITU-EXT ') - NAO '
                               'CANCELADO.'
                       ELSE
                           DISPLAY 'VENDA DE MATERIAL - USE A '
                               'DEVOLUCAO DO VENDAMAT.'
                       END-IF
                   ELSE
                       DISPLAY 'DESCRICAO: ' DESCRICAO-EXT
                       DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
