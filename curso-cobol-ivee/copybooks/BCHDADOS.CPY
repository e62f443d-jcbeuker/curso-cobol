      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo do banco de horas (BANCO-HORAS),
      *    lançado por PONTO01.
      *----------------------------------------------------------------*
       01  GRP-BANCO-HORAS.
           03  OPE-BANCO-HORAS         PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\BCOHORAS.dat'.
           03  FS-BANCO-HORAS          PIC X(02)            VALUE '00'.
               88  FS-BCH-OK                                VALUE '00'.
               88  FS-BCH-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-BCH-NAO-EXISTE                        VALUE '35'.
