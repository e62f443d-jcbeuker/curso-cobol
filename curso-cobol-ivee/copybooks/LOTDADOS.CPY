      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos das rotinas de lote (copybook LOTPROC). Para
      *    registrar uma entrada o chamador move o item, o lote, o
      *    vencimento DD/MM/AAAA, a quantidade, o custo, o fornecedor
      *    e a nota para os campos LOT-...-ATUAL; para consumir, move
      *    o item e a quantidade e recebe em LOT-QTD-SEM-LOTE o que
      *    não havia em lote (estoque anterior ao controle de lotes
      *    ou devolvido sem lote). O programa que inclui este
      *    copybook deve também ter incluído LOTCTL/LOTFD e feito
      *    COPY DMVDADOS (a entrada sai com a data de movimento).
      *----------------------------------------------------------------*
       01  GRP-LOTES.
           03  OPE-LOTES               PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\LOTES.dat'.
           03  FS-LOTES                PIC X(02)            VALUE '00'.
               88  FS-LOT-OK                                VALUE '00'.
               88  FS-LOT-NAO-EXISTE                        VALUE '35'.
           03  IND-LOT-ABERTO          PIC X(01)            VALUE 'N'.
               88  LOTES-ABERTOS                            VALUE 'S'.
           03  IND-LOT-FIM-ITEM        PIC X(01)            VALUE 'N'.
               88  LOT-FIM-DO-ITEM                          VALUE 'S'.
           03  LOT-GOODS-ATUAL         PIC X(04)        VALUE SPACES.
           03  LOT-NUMERO-ATUAL        PIC X(10)        VALUE SPACES.
           03  LOT-VALIDADE-ATUAL      PIC X(10)        VALUE SPACES.
           03  LOT-QTD-ATUAL           PIC 9(05)        VALUE ZEROS.
           03  LOT-CUSTO-ATUAL         PIC 9(05)V99     VALUE ZEROS.
           03  LOT-FORN-ATUAL          PIC X(04)        VALUE SPACES.
           03  LOT-NOTA-ATUAL          PIC X(10)        VALUE SPACES.
           03  LOT-QTD-PENDENTE        PIC S9(07) COMP-5 VALUE ZEROS.
           03  LOT-QTD-SEM-LOTE        PIC 9(05)        VALUE ZEROS.
           03  CONTA-LOT-GRAVADOS      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LOT-CONSUMIDOS    PIC S9(05) COMP-5 VALUE ZEROS.
