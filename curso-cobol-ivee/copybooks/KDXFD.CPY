      *----------------------------------------------------------------*
      *    FD do kardex: uma linha por movimento de estoque, com a
      *    data de movimento, o item, o tipo do movimento, o
      *    documento de origem, a quantidade de entrada ou de saída,
      *    o local afetado (L loja, D depósito, T total), o saldo
      *    GOODS-STOCK do item após o movimento, o operador, o
      *    programa e a filial onde o movimento ocorreu (em branco nas
      *    linhas anteriores ao controle por filial = matriz).
      *    Tipos: RE recebimento, VE venda, DV devolução de cliente,
      *    DF devolução a fornecedor, TR transferência,
      *    AJ ajuste de inventário ou de transação, SI saldo inicial
      *    (carga ou inclusão do item), ES estorno de baixa desfeita,
      *    MK montagem ou desmontagem de kit.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  KARDEX-ESTOQUE.
       01  REG-KARDEX.
           03  KDX-DATA                PIC X(10).
           03  FILLER                  PIC X(01).
           03  KDX-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  KDX-TIPO                PIC X(02).
           03  FILLER                  PIC X(01).
           03  KDX-DOCUMENTO           PIC X(12).
           03  FILLER                  PIC X(01).
           03  KDX-QTD-ENTRADA         PIC 9(07).
           03  FILLER                  PIC X(01).
           03  KDX-QTD-SAIDA           PIC 9(07).
           03  FILLER                  PIC X(01).
           03  KDX-LOCAL               PIC X(01).
           03  FILLER                  PIC X(01).
           03  KDX-SALDO               PIC 9(07).
           03  FILLER                  PIC X(01).
           03  KDX-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  KDX-PROGRAMA            PIC X(18).
           03  FILLER                  PIC X(01).
           03  KDX-FILIAL              PIC X(02).
