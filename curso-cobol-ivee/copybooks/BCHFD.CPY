      *----------------------------------------------------------------*
      *    FD do banco de horas: razão por MATRICULA, chave matrícula
      *    + data (AAAAMMDD) + tipo do lançamento, em minutos.
      *    Tipos: 'C' crédito do dia trabalhado além da jornada (um
      *    lote, consumido do mais antigo para o mais novo, com o que
      *    sobra em BCH-SALDO-LOTE); 'D' débito do dia curto e 'F'
      *    folga compensatória, cobertos pelos lotes (o que faltou
      *    fica em BCH-NAO-COBERTO); 'P' crédito do mês acima do
      *    limite, pago como hora extra; 'V' lotes vencidos pelo
      *    prazo do acordo, pagos. O registro 'S' de data zero é o
      *    controle da matrícula: saldo anterior e atual, última
      *    competência lançada e o ajuste em minutos aplicado ao E1
      *    dela, para a reexecução do mesmo mês não lançar de novo.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  BANCO-HORAS.
       01  REG-BANCO-HORAS.
           03  BCH-CHAVE.
               05  BCH-MATRICULA       PIC X(04).
               05  BCH-DATA-AMD        PIC 9(08).
               05  BCH-TIPO            PIC X(01).
                   88  BCH-CONTROLE                     VALUE 'S'.
                   88  BCH-CREDITO                      VALUE 'C'.
                   88  BCH-DEBITO                       VALUE 'D'.
                   88  BCH-FOLGA                        VALUE 'F'.
                   88  BCH-PAGO-EXTRA                   VALUE 'P'.
                   88  BCH-VENCIDO                      VALUE 'V'.
           03  FILLER                  PIC X(01).
           03  BCH-COMPETENCIA         PIC X(07).
           03  FILLER                  PIC X(01).
           03  BCH-MINUTOS             PIC 9(05).
           03  FILLER                  PIC X(01).
           03  BCH-SALDO-LOTE          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  BCH-NAO-COBERTO         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  BCH-CONTROLE-MATRICULA.
               05  BCH-SALDO-ANTERIOR  PIC 9(05).
               05  FILLER              PIC X(01).
               05  BCH-SALDO-ATUAL     PIC 9(05).
               05  FILLER              PIC X(01).
               05  BCH-ULTIMA-COMPETENCIA
                                       PIC X(07).
               05  FILLER              PIC X(01).
               05  BCH-ULTIMO-AJUSTE   PIC S9(05)
                                       SIGN IS LEADING SEPARATE.
