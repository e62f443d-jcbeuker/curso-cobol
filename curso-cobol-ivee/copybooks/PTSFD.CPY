      *----------------------------------------------------------------*
      *    FD do extrato de pontos de fidelidade: um registro por
      *    movimento de pontos do cliente, numerado em sequência e
      *    com o cliente como chave alternativa. Tipo C pontos
      *    ganhos na venda, E estorno de pontos ganhos (devolução,
      *    correção ou anulação), R resgate no caixa como forma de
      *    pagamento, D resgate devolvido (ticket anulado) e X pontos
      *    expirados. A quantidade é sempre positiva: o sinal vem do
      *    tipo. PTS-VALOR é o valor em R$ do resgate.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  PONTOS-FIDELIDADE.
       01  REG-PONTOS-FIDELIDADE.
           03  PTS-NUMERO              PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PTS-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  PTS-DATA                PIC X(10).
           03  FILLER                  PIC X(01).
           03  PTS-TIPO                PIC X(01).
               88  PTS-GANHO                            VALUE 'C'.
               88  PTS-ESTORNO                          VALUE 'E'.
               88  PTS-RESGATE                          VALUE 'R'.
               88  PTS-RESGATE-DEVOLVIDO                VALUE 'D'.
               88  PTS-EXPIRADO                         VALUE 'X'.
           03  FILLER                  PIC X(01).
           03  PTS-QUANTIDADE          PIC 9(07).
           03  FILLER                  PIC X(01).
           03  PTS-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  PTS-VALOR               PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PTS-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01).
           03  PTS-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  PTS-PROGRAMA            PIC X(18).
