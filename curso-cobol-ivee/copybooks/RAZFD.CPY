      *----------------------------------------------------------------*
      *    FD do razão geral. SALDOS-CONTABEIS: um registro por conta
      *    e competência AAAAMM com o total de débitos, de créditos e
      *    de partidas lançadas no mês; o saldo de abertura de um mês
      *    é a soma dos débitos menos os créditos dos meses
      *    anteriores. PARTIDAS-CONTABEIS: uma partida por linha de
      *    LANCAMENTOS, com a data AAAAMMDD e a sequência no dia, a
      *    mesma chave repetida atrás da conta (chave alternativa do
      *    razão), D/C, valor, histórico, momento do lançamento e o
      *    operador. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  SALDOS-CONTABEIS.
       01  REG-SALDO-CONTABIL.
           03  SCT-CHAVE.
               05  SCT-CONTA           PIC X(08).
               05  SCT-COMPETENCIA     PIC 9(06).
           03  FILLER                  PIC X(01).
           03  SCT-DEBITOS             PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  SCT-CREDITOS            PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  SCT-QTDE-PARTIDAS       PIC 9(07).

       FD  PARTIDAS-CONTABEIS.
       01  REG-PARTIDA-CONTABIL.
           03  PTD-CHAVE.
               05  PTD-DATA            PIC 9(08).
               05  PTD-SEQUENCIA       PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PTD-CHAVE-CONTA.
               05  PTD-CONTA           PIC X(08).
               05  PTD-DATA-CONTA      PIC 9(08).
               05  PTD-SEQ-CONTA       PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PTD-DC                  PIC X(01).
               88  PTD-DEBITO                           VALUE 'D'.
               88  PTD-CREDITO                          VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  PTD-VALOR               PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  PTD-HISTORICO           PIC X(30).
           03  FILLER                  PIC X(01).
           03  PTD-LANCADO-EM          PIC X(30).
           03  FILLER                  PIC X(01).
           03  PTD-OPERADOR            PIC X(04).
