      *----------------------------------------------------------------*
      *    FD do arquivo de alterações pendentes de aprovação: um
      *    registro por campo sensível alterado, chaveado por um
      *    número que não recomeça a cada execução. Guarda o mestre,
      *    a chave do registro, o campo, o valor vigente e o pedido,
      *    quem pediu, por qual programa e quando, e a situação:
      *    P pendente, A aprovada (já aplicada ao mestre), R rejeitada
      *    (com o motivo), C cancelada - substituída por um pedido
      *    mais novo do mesmo campo ou recusada na aprovação porque o
      *    mestre mudou depois do pedido. Incluir dentro de FILE
      *    SECTION.
      *----------------------------------------------------------------*
       FD  ALTERACOES-PENDENTES.
       01  REG-PENDENCIA.
           03  PND-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  PND-MESTRE              PIC X(12).
           03  FILLER                  PIC X(01).
           03  PND-CHAVE               PIC X(10).
           03  FILLER                  PIC X(01).
           03  PND-CAMPO               PIC X(20).
           03  FILLER                  PIC X(01).
           03  PND-VALOR-ANTES         PIC X(40).
           03  FILLER                  PIC X(01).
           03  PND-VALOR-DEPOIS        PIC X(40).
           03  FILLER                  PIC X(01).
           03  PND-SOLICITANTE         PIC X(04).
           03  FILLER                  PIC X(01).
           03  PND-PROGRAMA            PIC X(10).
           03  FILLER                  PIC X(01).
           03  PND-DATA-PEDIDO         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PND-HORA-PEDIDO         PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-SITUACAO            PIC X(01).
               88  PND-PENDENTE                         VALUE 'P'.
               88  PND-APROVADA                         VALUE 'A'.
               88  PND-REJEITADA                        VALUE 'R'.
               88  PND-CANCELADA                        VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  PND-APROVADOR           PIC X(04).
           03  FILLER                  PIC X(01).
           03  PND-DATA-DECISAO        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PND-MOTIVO              PIC X(30).
