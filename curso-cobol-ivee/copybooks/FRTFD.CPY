      *----------------------------------------------------------------*
      *    FD da tabela de fretes de entrega: para cada município
      *    atendido, a rota do motorista que o cobre (o manifesto do
      *    dia sai agrupado por ela) e o valor do frete cobrado no
      *    ticket. Município fora da tabela não recebe entrega.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  FRETES.
       01  REG-FRETE.
           03  FRT-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  FRT-ROTA                PIC X(03).
           03  FILLER                  PIC X(01).
           03  FRT-VALOR-FRETE         PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  FRT-DATA-ATUALIZACAO    PIC X(10).
