      *----------------------------------------------------------------*
      *    FD dos recebíveis de cartão, chaveado pela data da venda
      *    (AAAAMMDD), filial e NR-TICKET-S. Guarda o valor vendido,
      *    a taxa do contrato vigente na venda com o líquido e a data
      *    de pagamento esperados, e, na liquidação, a autorização, o
      *    valor recebido e a taxa efetivamente cobrada. Situação P
      *    pendente, L liquidado ou E estornado (chargeback), com o
      *    valor e a data do estorno. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  RECEBIVEIS-CARTAO.
       01  REG-RECEBIVEL-CARTAO.
           03  CRT-CHAVE.
               05  CRT-DATA-VENDA      PIC 9(08).
               05  CRT-FILIAL          PIC X(02).
               05  CRT-NR-TICKET       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CRT-VALOR-VENDA         PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CRT-TAXA-CONTRATO       PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  CRT-VALOR-ESPERADO      PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CRT-DATA-PREVISTA       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRT-SITUACAO            PIC X(01).
               88  CRT-PENDENTE                         VALUE 'P'.
               88  CRT-LIQUIDADO                        VALUE 'L'.
               88  CRT-ESTORNADO                        VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  CRT-AUTORIZACAO         PIC X(12).
           03  FILLER                  PIC X(01).
           03  CRT-DATA-LIQUIDACAO     PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRT-VALOR-RECEBIDO      PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CRT-TAXA-COBRADA        PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CRT-DATA-ESTORNO        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRT-VALOR-ESTORNO       PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CRT-PROGRAMA            PIC X(18).
