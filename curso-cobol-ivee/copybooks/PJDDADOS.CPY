      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de pensões alimentícias judiciais
      *    (PENSOES-JUDICIAIS): caminho padrão e FILE STATUS.
      *----------------------------------------------------------------*
       01  GRP-PENSOES.
           03  OPE-PENSOES             PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\PENSOES.dat'.
           03  FS-PENSOES              PIC X(02)            VALUE '00'.
               88  FS-PJD-OK                                VALUE '00'.
               88  FS-PJD-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-PJD-NAO-EXISTE                        VALUE '35'.
