      *    catálogo novo em outro caminho, preservando o valor em
      *    unidades (1234 vira 01234,00).
      *----------------------------------------------------------------*
      * VERSAO 04 - REG-NOVO ganhou NOV-GOODS-MINIMO-LOJA (zerado na
      *    conversao), acompanhando o minimo de prateleira incluido
      *    em GOODS-RECORD.
      * VERSAO 03 - REG-NOVO ganhou NOV-GOODS-ESTOQUE-LOJA (recebe o
      *    estoque antigo inteiro) e NOV-GOODS-ESTOQUE-DEPOSITO
      *    (zerado), acompanhando o estoque por local incluído em
           03  NOV-GOODS-CD-TRIBUTACAO PIC X(01).
           03  FILLER                  PIC X.
           03  NOV-GOODS-ALIQ-ICMS     PIC 9(2)V99.
           03  FILLER                  PIC X.
           03  NOV-GOODS-MINIMO-LOJA   PIC 9(5).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(51).
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CONVPR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
                   MOVE SPACES         TO NOV-GOODS-EAN
                   MOVE SPACES         TO NOV-GOODS-CD-TRIBUTACAO
                   MOVE ZEROS          TO NOV-GOODS-ALIQ-ICMS
                   MOVE ZEROS          TO NOV-GOODS-MINIMO-LOJA

                   WRITE REG-NOVO
                       INVALID KEY
