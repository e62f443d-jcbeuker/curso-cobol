      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de vales-troca (copybooks VLTCTL/
      *    VLTFD): caminho, FILE STATUS, o último número de vale
      *    gravado e a validade em dias corridos do vale emitido
      *    (DIAS-VALIDADE-VALE de PARAMS.TXT, padrão 90).
      *----------------------------------------------------------------*
       01  GRP-VALES-TROCA.
           03  OPE-VALES-TROCA         PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\VALETROC.dat'.
           03  FS-VALES-TROCA          PIC X(02)            VALUE '00'.
               88  FS-VLT-OK                                VALUE '00'.
               88  FS-VLT-NAO-EXISTE                        VALUE '35'.
           03  IND-VLT-ABERTO          PIC X(01)            VALUE 'N'.
               88  VALES-TROCA-ABERTO                       VALUE 'S'.
           03  IND-FIM-VALES           PIC X(01)            VALUE 'N'.
               88  FIM-DOS-VALES                            VALUE 'S'.
           03  VLT-ULTIMO-NUMERO       PIC 9(06)        VALUE ZEROS.
           03  VLT-DIAS-VALIDADE       PIC 9(03)        VALUE 90.
