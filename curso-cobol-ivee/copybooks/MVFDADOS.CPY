      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do histórico de movimentos com fornecedor
      *    (copybook MVFPROC): depois de cada entrega ou devolução
      *    aceita o programa move o tipo, o fornecedor, o item, o
      *    pedido e suas datas, o prazo prometido, a quantidade em
      *    unidades de venda, o custo por unidade de venda e o valor
      *    para cá e chama MVF-GRAVA-MOVIMENTO. O programa que inclui
      *    este copybook deve também ter incluído MVFCTL/MVFFD e feito
      *    COPY AUDDADOS e COPY DMVDADOS (a linha sai com a data de
      *    movimento e AUD-OPERADOR-ATIVO).
      *----------------------------------------------------------------*
       01  GRP-MOVIMENTO-FORNECEDOR.
           03  OPE-MOVFORN             PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\MOVFORN.TXT'.
           03  FS-MOVFORN              PIC X(02)            VALUE '00'.
               88  FS-MVF-OK                                VALUE '00'.
               88  FS-MVF-NAO-EXISTE                        VALUE '35'.
           03  IND-MVF-ABERTO          PIC X(01)            VALUE 'N'.
               88  MOVFORN-ABERTO                           VALUE 'S'.
           03  MVF-TIPO-ATUAL          PIC X(01)        VALUE SPACES.
               88  MVF-RECEBIMENTO                          VALUE 'R'.
               88  MVF-DEVOLUCAO                            VALUE 'D'.
           03  MVF-FORN-ATUAL          PIC X(04)        VALUE SPACES.
           03  MVF-GOODS-ATUAL         PIC X(04)        VALUE SPACES.
           03  MVF-PEDIDO-ATUAL        PIC 9(06)            VALUE ZEROS.
           03  MVF-DATA-PEDIDO-ATUAL   PIC X(10)        VALUE SPACES.
           03  MVF-PREVISTA-ATUAL      PIC X(10)        VALUE SPACES.
           03  MVF-PRAZO-ATUAL         PIC 9(03)            VALUE ZEROS.
           03  MVF-QTD-ATUAL           PIC 9(07)            VALUE ZEROS.
           03  MVF-CUSTO-ATUAL         PIC 9(05)V9999       VALUE ZEROS.
           03  MVF-VALOR-ATUAL         PIC 9(09)V99         VALUE ZEROS.
           03  CONTA-MVF-GRAVADOS      PIC S9(05) COMP-5    VALUE ZEROS.
