      *----------------------------------------------------------------*
      *    FD das metas de venda: um registro por vendedor
      *    (VEN-MATRICULA do VENDEDORES-MESTRE) e mês de competência,
      *    com a meta do mês em valor e a taxa de comissão de cada
      *    faixa de atingimento: faixa 1 abaixo do limite inferior
      *    (parâmetro META-FAIXA-1, padrão 80%), faixa 2 do limite
      *    inferior até o superior (META-FAIXA-2, padrão 100%) e
      *    faixa 3 acima do superior. Taxa zerada numa faixa usa a
      *    VEN-PERC-COMISSAO do mestre. Incluir dentro de FILE
      *    SECTION.
      *----------------------------------------------------------------*
       FD  METAS-VENDEDORES.
       01  REG-META-VENDEDOR.
           03  MET-CHAVE.
               05  MET-MATRICULA       PIC X(04).
               05  MET-ANO             PIC 9(04).
               05  MET-MES             PIC 9(02).
           03  FILLER                  PIC X(01).
           03  MET-VALOR-META          PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  MET-PERC-FAIXA-1        PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  MET-PERC-FAIXA-2        PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  MET-PERC-FAIXA-3        PIC 9(02)V99.
