      *----------------------------------------------------------------*
      *    FD do arquivo de vales-troca: um registro por vale,
      *    chaveado pelo número, que não recomeça a cada execução.
      *    O vale nasce na devolução de uma linha de ticket pelo
      *    valor devolvido (VLT-VALOR-EMITIDO, que é também o saldo
      *    inicial) e é aceito como pagamento de um ticket novo, por
      *    inteiro ou em parte; cada uso abate VLT-SALDO e guarda a
      *    data e o ticket do último uso. VLT-SITUACAO A (em aberto,
      *    com saldo) ou U (utilizado, saldo zero). O vencimento não
      *    é gravado: vale a comparação de VLT-DATA-VALIDADE com a
      *    data de movimento, como no orçamento.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  VALES-TROCA.
       01  REG-VALE-TROCA.
           03  VLT-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  VLT-DATA-EMISSAO        PIC X(10).
           03  FILLER                  PIC X(01).
           03  VLT-DATA-VALIDADE       PIC X(10).
           03  FILLER                  PIC X(01).
           03  VLT-VALOR-EMITIDO       PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  VLT-SALDO               PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  VLT-SITUACAO            PIC X(01).
               88  VLT-EM-ABERTO                        VALUE 'A'.
               88  VLT-UTILIZADO                        VALUE 'U'.
           03  FILLER                  PIC X(01).
           03  VLT-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  VLT-TICKET-ORIGEM       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  VLT-LINHA-ORIGEM        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  VLT-CODIGO-ITEM         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  VLT-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01).
           03  VLT-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  VLT-DATA-ULTIMO-USO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  VLT-TICKET-ULTIMO-USO   PIC 9(06).
