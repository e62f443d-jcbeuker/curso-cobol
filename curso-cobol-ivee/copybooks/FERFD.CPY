      *----------------------------------------------------------------*
      *    FD dos períodos de férias: um registro por MATRICULA e
      *    início do período aquisitivo (AAAAMMDD), contado do
      *    aniversário de CDM-DT-ADMISSAO. Guarda o fim do aquisitivo
      *    e do concessivo (prazo para gozar e pagar), as faltas
      *    injustificadas apuradas (AFASTAMENTOS tipo 'FI'), os dias
      *    de direito que elas deixam, os dias já programados e já
      *    pagos e até três parcelas de gozo: início, dias, situação
      *    ('P' programada, 'G' paga) e, depois de paga, a data e os
      *    valores do pagamento. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  FERIAS-PERIODOS.
       01  REG-FERIAS-PERIODO.
           03  FER-CHAVE.
               05  FER-MATRICULA       PIC X(04).
               05  FER-AQUIS-INICIO    PIC 9(08).
           03  FILLER                  PIC X(01).
           03  FER-AQUIS-FIM           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  FER-CONCESSIVO-FIM      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  FER-FALTAS              PIC 9(03).
           03  FILLER                  PIC X(01).
           03  FER-DIAS-DIREITO        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  FER-DIAS-PROGRAMADOS    PIC 9(02).
           03  FILLER                  PIC X(01).
           03  FER-DIAS-PAGOS          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  FER-QTDE-PARCELAS       PIC 9(01).
           03  FER-PARCELA             OCCURS 3 TIMES.
               05  FILLER              PIC X(01).
               05  FER-PAR-INICIO      PIC 9(08).
               05  FER-PAR-DIAS        PIC 9(02).
               05  FER-PAR-SITUACAO    PIC X(01).
                   88  FER-PAR-PROGRAMADA               VALUE 'P'.
                   88  FER-PAR-PAGA                     VALUE 'G'.
               05  FER-PAR-DATA-PAGTO  PIC 9(08).
               05  FER-PAR-BRUTO       PIC 9(07)V99.
               05  FER-PAR-TERCO       PIC 9(07)V99.
               05  FER-PAR-INSS        PIC 9(07)V99.
               05  FER-PAR-IRRF        PIC 9(07)V99.
               05  FER-PAR-LIQUIDO     PIC 9(07)V99.
