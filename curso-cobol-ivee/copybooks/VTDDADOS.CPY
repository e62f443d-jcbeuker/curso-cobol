      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de declarações de vale-transporte
      *    (DECLARACOES-VT).
      *----------------------------------------------------------------*
       01  GRP-DECLARACOES-VT.
           03  OPE-DECLARACOES-VT      PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\DECLVT.dat'.
           03  FS-DECLARACOES-VT       PIC X(02)            VALUE '00'.
               88  FS-VTD-OK                                VALUE '00'.
               88  FS-VTD-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-VTD-NAO-EXISTE                        VALUE '35'.
