      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de entregas em domicílio
      *    (ENTREGAS, copybooks ENTCTL/ENTFD): caminho, FILE STATUS
      *    e o último número de entrega gravado.
      *----------------------------------------------------------------*
       01  GRP-ENTREGAS.
           03  OPE-ENTREGAS            PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\ENTREGAS.dat'.
           03  FS-ENTREGAS             PIC X(02)            VALUE '00'.
               88  FS-ENT-OK                                VALUE '00'.
               88  FS-ENT-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-ENT-NAO-EXISTE                        VALUE '35'.
           03  IND-ENT-ABERTO          PIC X(01)            VALUE 'N'.
               88  ENTREGAS-ABERTO                          VALUE 'S'.
           03  IND-FIM-ENTREGAS        PIC X(01)            VALUE 'N'.
               88  FIM-DAS-ENTREGAS                         VALUE 'S'.
           03  ENT-ULTIMO-NUMERO       PIC 9(06)        VALUE ZEROS.
