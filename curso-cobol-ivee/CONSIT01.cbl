      *    que o balcão telefona o dia inteiro ("detergente", não
      *    0123). Somente leitura.
      *----------------------------------------------------------------*
      * VERSAO 04 - REGISTRO-SAIDA-DETALHE alargado para os 235 bytes
      *    do registro de vendas com pontos, vale, desconto, canal,
      *    pedido web, frete e entrega incluidos por PR16TA01.
      * VERSAO 03 - REGISTRO-SAIDA-DETALHE alargado para os 147 bytes
      *    do registro de vendas com o peso da pesagem incluido por
      *    PR16TA01.
      * VERSAO 02 - REGISTRO-SAIDA-DETALHE alargado para os 141 bytes
      *    do registro de vendas com a filial incluida por PR16TA01.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  HISTORICO-PRECOS.
       01  REG-HISTORICO-PRECO.
           03  QTD-VENDA-S             PIC 9(05).
           03  FILLER                  PIC X(01).
           03  VENDEDOR-S              PIC X(40).
           03  FILLER                  PIC X(168).

       COPY PRMFD.

       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CONSIT01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
