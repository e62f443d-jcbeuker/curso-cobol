      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo do vale-transporte apurado por
      *    competência (VALE-TRANSPORTE-MES).
      *----------------------------------------------------------------*
       01  GRP-VALE-TRANSPORTE.
           03  OPE-VALE-TRANSPORTE     PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\VTMES.dat'.
           03  FS-VALE-TRANSPORTE      PIC X(02)            VALUE '00'.
               88  FS-VTM-OK                                VALUE '00'.
               88  FS-VTM-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-VTM-JA-EXISTE                         VALUE '22'.
               88  FS-VTM-NAO-EXISTE                        VALUE '35'.
