      *----------------------------------------------------------------*
      *    FD dos eventos contábeis: uma linha por ocorrência, com a
      *    data de movimento (DD/MM/AAAA), o evento do mapa de contas
      *    de CONTAB01, o valor, o histórico e o programa que apurou.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  EVENTOS-CONTABEIS.
       01  REG-EVENTO-CONTABIL.
           03  EVC-DATA                PIC X(10).
           03  FILLER                  PIC X(01).
           03  EVC-EVENTO              PIC X(10).
           03  FILLER                  PIC X(01).
           03  EVC-VALOR               PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  EVC-HISTORICO           PIC X(30).
           03  FILLER                  PIC X(01).
           03  EVC-PROGRAMA            PIC X(18).
