      *----------------------------------------------------------------*
      *    FD do arquivo de orçamentos de venda: como o ticket em
      *    ARQUIVO-SAIDA, cada orçamento tem um cabeçalho (linha 00)
      *    e uma linha por item, chaveados pelo número do orçamento
      *    e da linha. O número não recomeça a cada execução.
      *    Cabeçalho: COT-VALOR é o total orçado, COT-VALOR-ICMS o
      *    ICMS total, COT-QTDE-LINHAS as linhas de item e
      *    COT-SITUACAO A (em aberto) ou C (convertido no ticket
      *    COT-NR-TICKET de COT-DATA-CONVERSAO, no valor de
      *    COT-VALOR-CONVERSAO). O vencimento não é gravado: vale a
      *    comparação de COT-DATA-VALIDADE com a data de movimento.
      *    Linha: o item, o preço e a quantidade orçados como foram
      *    digitados (item por peso: preço do quilo, gramas em
      *    COT-QTDE e COT-PESO) e o valor da linha em COT-VALOR.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  COTACOES-VENDA.
       01  REG-COTACAO.
           03  COT-CHAVE.
               05  COT-NUMERO          PIC 9(06).
               05  FILLER              PIC X(01).
               05  COT-LINHA           PIC 9(02).
                   88  COT-LINHA-CABECALHO              VALUE ZEROS.
           03  FILLER                  PIC X(01).
           03  COT-DATA-EMISSAO        PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-DATA-VALIDADE       PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-VENDEDOR            PIC X(40).
           03  FILLER                  PIC X(01).
           03  COT-MATRICULA-VENDEDOR  PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01).
           03  COT-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-CODIGO-ITEM         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  COT-PRECO-UNITARIO      PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  COT-QTDE                PIC 9(05).
           03  FILLER                  PIC X(01).
           03  COT-PESO                PIC 9(05).
           03  FILLER                  PIC X(01).
           03  COT-VALOR               PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  COT-ALIQ-ICMS           PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  COT-VALOR-ICMS          PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  COT-QTDE-LINHAS         PIC 9(02).
           03  FILLER                  PIC X(01).
           03  COT-SITUACAO            PIC X(01).
               88  COT-EM-ABERTO                        VALUE 'A'.
               88  COT-CONVERTIDO                       VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  COT-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  COT-DATA-CONVERSAO      PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-VALOR-CONVERSAO     PIC 9(07)V99.
