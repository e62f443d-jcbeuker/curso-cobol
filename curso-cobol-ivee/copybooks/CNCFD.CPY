      *----------------------------------------------------------------*
      *    FD dos itens a conciliar: um registro por movimento que o
      *    sistema espera ver no extrato do banco, chaveado pela
      *    origem (ADT crédito de adiantamento, PAG pagamento a
      *    fornecedor, REC recebimento de título, DEP depósito do
      *    caixa do dia, CAR pagamento da adquirente de cartões) +
      *    referência do movimento na origem. Sentido
      *    D sai da conta, C entra. Situação P pendente ou C
      *    conciliado, com a linha do extrato que o baixou.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  ITENS-CONCILIACAO.
       01  REG-ITEM-CONCILIACAO.
           03  CNC-CHAVE.
               05  CNC-ORIGEM          PIC X(03).
                   88  CNC-ADIANTAMENTO                 VALUE 'ADT'.
                   88  CNC-PAGAMENTO                    VALUE 'PAG'.
                   88  CNC-RECEBIMENTO                  VALUE 'REC'.
                   88  CNC-DEPOSITO                     VALUE 'DEP'.
                   88  CNC-CARTAO                       VALUE 'CAR'.
               05  CNC-REFERENCIA      PIC X(20).
           03  FILLER                  PIC X(01).
           03  CNC-DATA                PIC X(10).
           03  FILLER                  PIC X(01).
           03  CNC-SENTIDO             PIC X(01).
               88  CNC-DEBITO                           VALUE 'D'.
               88  CNC-CREDITO                          VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  CNC-VALOR               PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  CNC-DESCRICAO           PIC X(30).
           03  FILLER                  PIC X(01).
           03  CNC-PROGRAMA            PIC X(18).
           03  FILLER                  PIC X(01).
           03  CNC-SITUACAO            PIC X(01).
               88  CNC-PENDENTE                         VALUE 'P'.
               88  CNC-CONCILIADO                       VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  CNC-CONCILIADO-EM       PIC X(30).
           03  FILLER                  PIC X(01).
           03  CNC-LINHA-EXTRATO.
               05  CNC-EXT-DATA        PIC 9(08).
               05  CNC-EXT-DOCUMENTO   PIC X(15).
