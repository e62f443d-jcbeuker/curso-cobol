      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Tabelas de desconto de INSS e IRRF da folha e a
      *    dedução por dependente, antes declaradas só em C3A07P01 e
      *    agora compartilhadas com o pagamento de férias (FERPAG01)
      *    e o do 13o salário (DECTER01): os cálculos usam sempre as
      *    mesmas faixas. Cada
      *    faixa traz o limite superior e o percentual; a última
      *    (limite 9999999,99) fecha a tabela. O programa que inclui
      *    este copybook procura a faixa com SEARCH pelos índices
      *    FI-IDX/FR-IDX e, se quiser, sobrepõe
      *    WS-DEDUCAO-DEPENDENTE pela vigência
      *    DEDUCAO-DEPENDENTE-IRRF de PARAMS.TXT.
      *----------------------------------------------------------------*
      *    Percentuais do acordo vigente com a folha.
       01  TAB-FAIXA-INSS-VALORES.
           03  FILLER                 PIC X(14) VALUE '001500000#0075'.
           03  FILLER                 PIC X(14) VALUE '003000000#0090'.
           03  FILLER                 PIC X(14) VALUE '999999999#0110'.

       01  TAB-FAIXA-INSS REDEFINES TAB-FAIXA-INSS-VALORES.
           03  TAB-FX-INSS             OCCURS 3 TIMES
                                       INDEXED BY FI-IDX.
               05  FX-INSS-LIMITE      PIC 9(07)V99.
               05  FILLER              PIC X(01).
               05  FX-INSS-PERCENTUAL  PIC 9V999.

       01  TAB-FAIXA-IRRF-VALORES.
           03  FILLER                 PIC X(14) VALUE '002000000#0000'.
           03  FILLER                 PIC X(14) VALUE '004000000#0075'.
           03  FILLER                 PIC X(14) VALUE '999999999#0150'.

       01  TAB-FAIXA-IRRF REDEFINES TAB-FAIXA-IRRF-VALORES.
           03  TAB-FX-IRRF             OCCURS 3 TIMES
                                       INDEXED BY FR-IDX.
               05  FX-IRRF-LIMITE      PIC 9(07)V99.
               05  FILLER              PIC X(01).
               05  FX-IRRF-PERCENTUAL  PIC 9V999.

       01  WS-PERC-INSS                PIC 9V999     VALUE ZEROS.
       01  WS-PERC-IRRF                PIC 9V999     VALUE ZEROS.

      *    Dedução da base do IRRF por dependente cadastrado, da
      *    tabela legal vigente; PARAMS.TXT (vigência
      *    DEDUCAO-DEPENDENTE-IRRF) sobrepõe sem recompilar.
       01  WS-DEDUCAO-DEPENDENTE       PIC 9(05)V99  VALUE 00189,59.
