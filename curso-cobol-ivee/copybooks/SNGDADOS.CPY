      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos dos movimentos de gaveta (copybooks SNGCTL/
      *    SNGFD/SNGPROC): caminho, FILE STATUS, os dados do
      *    movimento a lançar (*-ATUAL) preenchidos antes de
      *    SNG-REGISTRA-MOVIMENTO e a sequência devolvida, que
      *    identifica o malote da sangria.
      *----------------------------------------------------------------*
       01  GRP-MOVIMENTOS-GAVETA.
           03  OPE-MOVIMENTOS-GAVETA   PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\MOVGAVET.dat'.
           03  FS-MOVIMENTOS-GAVETA    PIC X(02)            VALUE '00'.
               88  FS-SNG-OK                                VALUE '00'.
               88  FS-SNG-NAO-EXISTE                        VALUE '35'.
           03  IND-SNG-ABERTO          PIC X(01)            VALUE 'N'.
               88  MOVIMENTOS-GAVETA-ABERTO                 VALUE 'S'.
           03  IND-SNG-FIM             PIC X(01)            VALUE 'N'.
               88  FIM-DOS-MOVIMENTOS                       VALUE 'S'.
           03  IND-SNG-GRAVADO         PIC X(01)            VALUE 'N'.
               88  SNG-MOVIMENTO-GRAVADO                    VALUE 'S'.
           03  SNG-DATA-MOV-ATUAL      PIC 9(08)        VALUE ZEROS.
           03  SNG-FILIAL-ATUAL        PIC X(02)        VALUE SPACES.
           03  SNG-TIPO-ATUAL          PIC X(01)        VALUE SPACES.
           03  SNG-GAVETA-ATUAL        PIC X(04)        VALUE SPACES.
           03  SNG-SUPERVISOR-ATUAL    PIC X(04)        VALUE SPACES.
           03  SNG-HORA-ATUAL          PIC X(08)        VALUE SPACES.
           03  SNG-VALOR-ATUAL         PIC 9(07)V99     VALUE ZEROS.
           03  SNG-SEQUENCIA-GRAVADA   PIC 9(04)        VALUE ZEROS.
