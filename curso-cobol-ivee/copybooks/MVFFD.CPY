      *----------------------------------------------------------------*
      *    FD do histórico de movimentos com fornecedor: uma linha por
      *    entrega aceita ('R') ou devolução aceita ('D'), com a data
      *    de movimento, o fornecedor, o item, o pedido de compra
      *    atendido (zero na entrega avulsa e na devolução) com as
      *    datas do pedido e a prevista, o prazo de entrega prometido
      *    no cruzamento ITEM-FORNECEDOR, a quantidade em unidades de
      *    venda, o custo por unidade de venda e o valor do
      *    movimento. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  MOVIMENTO-FORNECEDOR.
       01  REG-MOVFORN.
           03  MVF-DATA                PIC X(10).
           03  FILLER                  PIC X(01).
           03  MVF-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  MVF-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  MVF-TIPO                PIC X(01).
               88  MVF-E-RECEBIMENTO                    VALUE 'R'.
               88  MVF-E-DEVOLUCAO                      VALUE 'D'.
           03  FILLER                  PIC X(01).
           03  MVF-NR-PEDIDO           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  MVF-DATA-PEDIDO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  MVF-DATA-PREVISTA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  MVF-PRAZO-PROMETIDO     PIC 9(03).
           03  FILLER                  PIC X(01).
           03  MVF-QTD-UNIDADES        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  MVF-CUSTO-UNIDADE       PIC 9(05)V9999.
           03  FILLER                  PIC X(01).
           03  MVF-VALOR               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  MVF-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  MVF-PROGRAMA            PIC X(18).
