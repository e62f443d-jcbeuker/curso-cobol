      *----------------------------------------------------------------*
      *    FD do arquivo de entregas: um registro por ticket com
      *    entrega, chaveado por um número que não recomeça a cada
      *    execução (o ticket recomeça). Guarda o endereço de entrega
      *    já resolvido (município extinto trocado pelo sucessor), a
      *    data combinada, a rota e o frete da tabela FRETES, e a
      *    situação: P pendente, E entregue, F falhou (com o motivo;
      *    volta a P quando reagendada), C cancelada pela anulação do
      *    ticket. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  ENTREGAS.
       01  REG-ENTREGA.
           03  ENT-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ENT-DATA-VENDA          PIC X(10).
           03  FILLER                  PIC X(01).
           03  ENT-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01).
           03  ENT-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ENT-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  ENT-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  ENT-ENDERECO            PIC X(40).
           03  FILLER                  PIC X(01).
           03  ENT-BAIRRO              PIC X(20).
           03  FILLER                  PIC X(01).
           03  ENT-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  ENT-CEP                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  ENT-TELEFONE            PIC X(11).
           03  FILLER                  PIC X(01).
           03  ENT-DATA-ENTREGA        PIC X(10).
           03  FILLER                  PIC X(01).
           03  ENT-ROTA                PIC X(03).
           03  FILLER                  PIC X(01).
           03  ENT-VALOR-FRETE         PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  ENT-VALOR-TICKET        PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  ENT-SITUACAO            PIC X(01).
               88  ENT-PENDENTE                         VALUE 'P'.
               88  ENT-ENTREGUE                         VALUE 'E'.
               88  ENT-FALHOU                           VALUE 'F'.
               88  ENT-CANCELADA                        VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  ENT-TENTATIVAS          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  ENT-DATA-BAIXA          PIC X(10).
           03  FILLER                  PIC X(01).
           03  ENT-MOTIVO              PIC X(30).
           03  FILLER                  PIC X(01).
           03  ENT-OPERADOR            PIC X(04).
