      *    o encerramento anormal MSG-9016), sem tocar nos códigos já
      *    cadastrados. Diálogo de console nos moldes de FORNEC01.
      *----------------------------------------------------------------*
      * VERSAO 02 - Catalogo padrao ganhou os codigos dos pedidos
      *    da loja virtual recusados por PR16TA01 (MSG-0503 forma de
      *    pagamento, MSG-0504 cliente, MSG-0505 item).
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'MENSAG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
               'ESTOQUE INSUFICIENTE PARA A VENDA'.
           03  FILLER                  PIC X(40)  VALUE
               'CONFERIR O ESTOQUE DA LOJA EM TRANSF01'.
           03  FILLER                  PIC X(09)  VALUE 'MSG-0503A'.
           03  FILLER                  PIC X(40)  VALUE
               'FORMA DE PAGAMENTO INVALIDA NO PEDIDO'.
           03  FILLER                  PIC X(40)  VALUE
               'CORRIGIR O PEDIDO NA LOJA VIRTUAL'.
           03  FILLER                  PIC X(09)  VALUE 'MSG-0504A'.
           03  FILLER                  PIC X(40)  VALUE
               'CLIENTE DO PEDIDO RECUSADO'.
           03  FILLER                  PIC X(40)  VALUE
               'CONFERIR CADASTRO E CREDITO EM CLIEN01'.
           03  FILLER                  PIC X(09)  VALUE 'MSG-0505A'.
           03  FILLER                  PIC X(40)  VALUE
               'ITEM DO PEDIDO INVALIDO'.
           03  FILLER                  PIC X(40)  VALUE
               'CONFERIR ITEM, QUANTIDADE E PRECO'.
           03  FILLER                  PIC X(09)  VALUE 'MSG-0601E'.
           03  FILLER                  PIC X(40)  VALUE
               'GOODS-CODE DUPLICADO NA CARGA'.
               'VER O CONSOLE E ACIONAR O SUPORTE'.

       01  TAB-MENSAGENS-R REDEFINES TAB-MENSAGENS-PADRAO.
           03  TMP-ENTRADA             OCCURS 17 TIMES
                                       INDEXED BY TMP-IDX.
               05  TMP-CODIGO          PIC X(08).
               05  TMP-SEVERIDADE      PIC X(01).
           MOVE ZEROS                  TO CONTA-SEMEADAS

           SET TMP-IDX                 TO 1
           PERFORM 17 TIMES
               MOVE TMP-CODIGO(TMP-IDX) TO MSG-CODIGO
               MOVE TMP-SEVERIDADE(TMP-IDX)
                                       TO MSG-SEVERIDADE
