      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos dos eventos contábeis (copybook EVCPROC): o
      *    programa que apura o evento preenche EVC-EVENTO-ATUAL,
      *    EVC-VALOR-ATUAL e EVC-HISTORICO-ATUAL e chama
      *    EVC-GRAVA-EVENTO; a linha sai com a data de movimento.
      *    O programa que inclui este copybook deve também ter
      *    incluído EVCCTL/EVCFD e feito COPY DMVDADOS.
      *----------------------------------------------------------------*
       01  GRP-EVENTOS-CONTABEIS.
           03  OPE-EVENTOS-CONTABEIS   PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\EVENTCTB.TXT'.
           03  FS-EVENTOS-CONTABEIS    PIC X(02)            VALUE '00'.
               88  FS-EVC-OK                                VALUE '00'.
               88  FS-EVC-NAO-EXISTE                        VALUE '35'.
           03  IND-EVC-ABERTO          PIC X(01)            VALUE 'N'.
               88  EVENTOS-CONTABEIS-ABERTO                 VALUE 'S'.
           03  EVC-EVENTO-ATUAL        PIC X(10)        VALUE SPACES.
           03  EVC-VALOR-ATUAL         PIC 9(11)V99     VALUE ZEROS.
           03  EVC-HISTORICO-ATUAL     PIC X(30)        VALUE SPACES.
           03  EVC-QTDE-GRAVADOS       PIC 9(07)        VALUE ZEROS.
