      *----------------------------------------------------------------*
      *    FD do livro de entradas: uma linha por entrega aceita
      *    ('E', com o crédito de ICMS da nota do fornecedor) ou por
      *    devolução aceita que estorna crédito tomado ('D'), com a
      *    data de movimento, o fornecedor e sua UF na nota, o número
      *    da nota (na devolução, o da entrada estornada), o item, a
      *    quantidade em unidades de venda, o valor da operação, a
      *    base de cálculo, a alíquota e o valor do ICMS. Incluir
      *    dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  LIVRO-ENTRADAS.
       01  REG-LIVENTR.
           03  LVE-DATA.
               05  LVE-DIA             PIC X(02).
               05  FILLER              PIC X(01).
               05  LVE-MES             PIC X(02).
               05  FILLER              PIC X(01).
               05  LVE-ANO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  LVE-TIPO                PIC X(01).
               88  LVE-E-ENTRADA                        VALUE 'E'.
               88  LVE-E-ESTORNO                        VALUE 'D'.
           03  FILLER                  PIC X(01).
           03  LVE-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  LVE-UF                  PIC X(02).
           03  FILLER                  PIC X(01).
           03  LVE-NR-NOTA             PIC X(10).
           03  FILLER                  PIC X(01).
           03  LVE-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  LVE-QTD-UNIDADES        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  LVE-VALOR-OPERACAO      PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  LVE-BASE-ICMS           PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  LVE-ALIQ-ICMS           PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  LVE-VALOR-ICMS          PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  LVE-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  LVE-PROGRAMA            PIC X(18).
