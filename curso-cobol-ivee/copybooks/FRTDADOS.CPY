      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos da tabela de fretes de entrega por município
      *    (FRETES, copybooks FRTCTL/FRTFD).
      *----------------------------------------------------------------*
       01  GRP-FRETES.
           03  OPE-FRETES              PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\FRETES.dat'.
           03  FS-FRETES               PIC X(02)            VALUE '00'.
               88  FS-FRT-OK                                VALUE '00'.
               88  FS-FRT-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-FRT-NAO-EXISTE                        VALUE '35'.
