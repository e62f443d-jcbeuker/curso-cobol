      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de orçamentos de venda (copybooks
      *    COTCTL/COTFD): caminho, FILE STATUS, o último número de
      *    orçamento gravado e a validade em dias corridos do
      *    orçamento emitido (DIAS-VALIDADE-ORCAMENTO de PARAMS.TXT,
      *    padrão 10).
      *----------------------------------------------------------------*
       01  GRP-COTACOES-VENDA.
           03  OPE-COTACOES-VENDA      PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\ORCVENDA.dat'.
           03  FS-COTACOES-VENDA       PIC X(02)            VALUE '00'.
               88  FS-COT-OK                                VALUE '00'.
               88  FS-COT-NAO-EXISTE                        VALUE '35'.
           03  IND-COT-ABERTO          PIC X(01)            VALUE 'N'.
               88  COTACOES-VENDA-ABERTO                    VALUE 'S'.
           03  IND-FIM-COTACOES        PIC X(01)            VALUE 'N'.
               88  FIM-DAS-COTACOES                         VALUE 'S'.
           03  COT-ULTIMO-NUMERO       PIC 9(06)        VALUE ZEROS.
           03  COT-DIAS-VALIDADE       PIC 9(03)        VALUE 10.
