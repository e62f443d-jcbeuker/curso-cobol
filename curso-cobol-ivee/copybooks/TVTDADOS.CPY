      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de tarifas do vale-transporte
      *    (TARIFAS-VT).
      *----------------------------------------------------------------*
       01  GRP-TARIFAS-VT.
           03  OPE-TARIFAS-VT          PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\TARIFVT.dat'.
           03  FS-TARIFAS-VT           PIC X(02)            VALUE '00'.
               88  FS-TVT-OK                                VALUE '00'.
               88  FS-TVT-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-TVT-NAO-EXISTE                        VALUE '35'.
