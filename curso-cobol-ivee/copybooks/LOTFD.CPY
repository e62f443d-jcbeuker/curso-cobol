      *----------------------------------------------------------------*
      *    FD do arquivo de lotes em estoque: um registro por lote
      *    ainda com saldo, com o vencimento (DD/MM/AAAA e, na chave,
      *    AAAAMMDD), o saldo e a quantidade recebida, o custo
      *    unitário da entrada, a data de entrada, o fornecedor e a
      *    nota. Lote zerado pelo consumo é excluído. Incluir dentro
      *    de FILE SECTION.
      *----------------------------------------------------------------*
       FD  LOTES-ESTOQUE.
       01  REG-LOTE.
           03  LOT-CHAVE.
               05  LOT-GOODS-CODE      PIC X(04).
               05  LOT-VALIDADE-AMD    PIC X(08).
               05  LOT-NUMERO          PIC X(10).
           03  FILLER                  PIC X(01).
           03  LOT-VALIDADE            PIC X(10).
           03  FILLER                  PIC X(01).
           03  LOT-QTD-SALDO           PIC 9(05).
           03  FILLER                  PIC X(01).
           03  LOT-QTD-RECEBIDA        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  LOT-CUSTO-UNITARIO      PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  LOT-DATA-ENTRADA        PIC X(10).
           03  FILLER                  PIC X(01).
           03  LOT-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  LOT-NR-NOTA             PIC X(10).
