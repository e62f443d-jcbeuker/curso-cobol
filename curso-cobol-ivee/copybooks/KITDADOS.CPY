      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos das rotinas de composição de kits (copybook
      *    KITPROC). O chamador move o código do item para
      *    KIT-GOODS-ATUAL e chama KIT-VERIFICA-KIT; se ITEM-E-KIT, o
      *    primeiro componente está em REG-COMPOSICAO-KIT e cada
      *    KIT-PROXIMO-COMPONENTE traz o seguinte, até
      *    KIT-FIM-COMPONENTES. O programa que inclui este copybook
      *    deve também ter incluído KITCTL/KITFD.
      *----------------------------------------------------------------*
       01  GRP-KITS.
           03  OPE-KITS                PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\KITS.dat'.
           03  FS-KITS                 PIC X(02)            VALUE '00'.
               88  FS-KIT-OK                                VALUE '00'.
               88  FS-KIT-NAO-EXISTE                        VALUE '35'.
           03  IND-KIT-ABERTO          PIC X(01)            VALUE 'N'.
               88  KITS-ABERTOS                             VALUE 'S'.
           03  IND-KIT-FIM             PIC X(01)            VALUE 'S'.
               88  KIT-FIM-COMPONENTES                      VALUE 'S'.
           03  IND-E-KIT               PIC X(01)            VALUE 'N'.
               88  ITEM-E-KIT                               VALUE 'S'.
           03  KIT-GOODS-ATUAL         PIC X(04)        VALUE SPACES.
           03  CONTA-KIT-COMPONENTES   PIC S9(05) COMP-5 VALUE ZEROS.
