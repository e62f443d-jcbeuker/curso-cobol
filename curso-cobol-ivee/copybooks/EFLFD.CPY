      *----------------------------------------------------------------*
      *    FD do estoque por filial: chave filial + item, saldo da
      *    loja (gôndola) e saldo do depósito daquela filial. Incluir
      *    dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  ESTOQUE-FILIAL.
       01  REG-ESTOQUE-FILIAL.
           03  EFL-CHAVE.
               05  EFL-FILIAL          PIC X(02).
               05  EFL-GOODS-CODE      PIC X(04).
           03  FILLER                  PIC X(01).
           03  EFL-ESTOQUE-LOJA        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  EFL-ESTOQUE-DEPOSITO    PIC 9(05).
