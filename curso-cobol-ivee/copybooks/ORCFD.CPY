      *----------------------------------------------------------------*
      *    FD do orçamento de vendas: um registro por departamento
      *    (DEP-CODIGO de DEPARTAMENTOS) e mês de competência, com a
      *    meta de venda do mês em valor. Incluir dentro de FILE
      *    SECTION.
      *----------------------------------------------------------------*
       FD  ORCAMENTO-VENDAS.
       01  REG-ORCAMENTO.
           03  ORC-CHAVE.
               05  ORC-DEPARTAMENTO    PIC X(02).
               05  ORC-ANO             PIC 9(04).
               05  ORC-MES             PIC 9(02).
           03  FILLER                  PIC X(01).
           03  ORC-VALOR-META          PIC 9(09)V99.
