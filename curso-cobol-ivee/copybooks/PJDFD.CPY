      *----------------------------------------------------------------*
      *    FD das pensões alimentícias: um registro por MATRICULA e
      *    sequência da ordem judicial (um funcionário pode ter mais
      *    de um beneficiário), com o beneficiário e o domicílio
      *    bancário onde o crédito é feito, o número do processo, a
      *    regra de cálculo - 'P' percentual sobre o líquido depois de
      *    INSS e IRRF, 'F' valor fixo mensal - e a vigência. Data de
      *    fim em branco é ordem por prazo indeterminado. Datas no
      *    formato DD/MM/AAAA. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  PENSOES-JUDICIAIS.
       01  REG-PENSAO-JUDICIAL.
           03  PJD-CHAVE.
               05  PJD-MATRICULA       PIC X(04).
               05  PJD-SEQUENCIA       PIC 9(01).
           03  FILLER                  PIC X(01).
           03  PJD-BENEFICIARIO        PIC X(20).
           03  FILLER                  PIC X(01).
           03  PJD-CPF                 PIC X(11).
           03  FILLER                  PIC X(01).
           03  PJD-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  PJD-AGENCIA             PIC X(05).
           03  FILLER                  PIC X(01).
           03  PJD-CONTA               PIC X(10).
           03  FILLER                  PIC X(01).
           03  PJD-NR-PROCESSO         PIC X(20).
           03  FILLER                  PIC X(01).
           03  PJD-TIPO-CALCULO        PIC X(01).
               88  PJD-PERCENTUAL-LIQUIDO               VALUE 'P'.
               88  PJD-VALOR-FIXADO                     VALUE 'F'.
           03  FILLER                  PIC X(01).
           03  PJD-PERCENTUAL          PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  PJD-VALOR-FIXO          PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PJD-DATA-INICIO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  PJD-DATA-FIM            PIC X(10).
