
      * O PARAMS.CFG FICA NO DIRETORIO DE TRABALHO DA EXECUCAO: E
      * ELE QUE A OPERACAO TROCA PARA APONTAR O SISTEMA INTEIRO PARA
      * UM DIRETORIO DE TESTE OU UMA RESTAURACAO, SEM TOCAR NOS
      * FONTES. AS UNIDADES DA ESCOLA USAM OS MESMOS ARQUIVOS: A
      * UNIDADE VEM NA TURMA, NO CAIXA, NO RECIBO E NO PRECO.
       SELECT ARQ-CFG
              ASSIGN TO 'PARAMS.CFG'
              ORGANIZATION IS LINE SEQUENTIAL
