      *----------------------------------------------------------------*
      *    FD do cartão de retenção dos relatórios: uma linha por
      *    tipo de relatório, com o nome do relatório (o nome do
      *    SELECT, ex. RELATORIO-FECHCAIXA) e os dias corridos,
      *    contados da data de movimento, que a cópia guardada é
      *    mantida. A linha com nome '*' vale para os relatórios sem
      *    linha própria; sem ela, relatório sem regra é mantido sem
      *    prazo.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  REGRAS-RETENCAO-RELAT.
       01  REG-REGRA-RETENCAO.
           03  RTR-NOME-RELATORIO      PIC X(30).
           03  FILLER                  PIC X(01).
           03  RTR-DIAS                PIC 9(05).
