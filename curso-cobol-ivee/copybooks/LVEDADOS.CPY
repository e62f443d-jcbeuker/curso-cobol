      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do livro de entradas (copybook LVEPROC):
      *    depois de cada entrega ou devolução aceita o programa move
      *    o tipo, o fornecedor, a UF, a nota, o item, a quantidade
      *    em unidades de venda, o valor da operação, a base, a
      *    alíquota e o ICMS para cá e chama LVE-GRAVA-LANCAMENTO. A
      *    tabela de UFs atende LVE-VALIDA-UF. O programa que inclui
      *    este copybook deve também ter incluído LVECTL/LVEFD e feito
      *    COPY AUDDADOS e COPY DMVDADOS (a linha sai com a data de
      *    movimento e AUD-OPERADOR-ATIVO).
      *----------------------------------------------------------------*
       01  GRP-LIVRO-ENTRADAS.
           03  OPE-LIVENTR             PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\LIVENTR.TXT'.
           03  FS-LIVENTR              PIC X(02)            VALUE '00'.
               88  FS-LVE-OK                                VALUE '00'.
               88  FS-LVE-NAO-EXISTE                        VALUE '35'.
           03  IND-LVE-ABERTO          PIC X(01)            VALUE 'N'.
               88  LIVENTR-ABERTO                           VALUE 'S'.
           03  LVE-TIPO-ATUAL          PIC X(01)        VALUE SPACES.
               88  LVE-ENTRADA                              VALUE 'E'.
               88  LVE-ESTORNO                              VALUE 'D'.
           03  LVE-FORN-ATUAL          PIC X(04)        VALUE SPACES.
           03  LVE-UF-ATUAL            PIC X(02)        VALUE SPACES.
           03  LVE-NOTA-ATUAL          PIC X(10)        VALUE SPACES.
           03  LVE-GOODS-ATUAL         PIC X(04)        VALUE SPACES.
           03  LVE-QTD-ATUAL           PIC 9(07)            VALUE ZEROS.
           03  LVE-VALOR-ATUAL         PIC 9(09)V99         VALUE ZEROS.
           03  LVE-BASE-ATUAL          PIC 9(09)V99         VALUE ZEROS.
           03  LVE-ALIQ-ATUAL          PIC 9(02)V99         VALUE ZEROS.
           03  LVE-ICMS-ATUAL          PIC 9(09)V99         VALUE ZEROS.
           03  CONTA-LVE-GRAVADOS      PIC S9(05) COMP-5    VALUE ZEROS.
           03  IND-LVE-UF-VALIDA       PIC X(01)        VALUE 'N'.
               88  LVE-UF-OK                                VALUE 'S'.
           03  LVE-TABELA-UF.
               05  FILLER              PIC X(18)        VALUE
                   'ACALAMAPBACEDFESGO'.
               05  FILLER              PIC X(18)        VALUE
                   'MAMTMSMGPAPBPRPEPI'.
               05  FILLER              PIC X(18)        VALUE
                   'RJRNRSRORRSCSPSETO'.
           03  LVE-TABELA-UF-R REDEFINES LVE-TABELA-UF.
               05  LVE-UF-VALIDA       PIC X(02)
                                       OCCURS 27 TIMES
                                       INDEXED BY LVE-UF-IDX.
