      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos dos itens a conciliar com o extrato bancário
      *    (copybook CNCPROC): o programa que movimenta a conta
      *    preenche CNC-ORIGEM-ATUAL, CNC-REFERENCIA-ATUAL,
      *    CNC-DATA-ATUAL (DD/MM/AAAA), CNC-SENTIDO-ATUAL,
      *    CNC-VALOR-ATUAL e CNC-DESCRICAO-ATUAL e chama
      *    CNC-REGISTRA-ITEM. O item entra pendente e é baixado pela
      *    conciliação CONCIL01. O programa que inclui este copybook
      *    deve também ter incluído CNCCTL/CNCFD.
      *----------------------------------------------------------------*
       01  GRP-ITENS-CONCILIACAO.
           03  OPE-ITENS-CONCILIACAO   PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\ITCONCIL.dat'.
           03  FS-ITENS-CONCILIACAO    PIC X(02)            VALUE '00'.
               88  FS-CNC-OK                                VALUE '00'.
               88  FS-CNC-NAO-EXISTE                        VALUE '35'.
           03  IND-CNC-ABERTO          PIC X(01)            VALUE 'N'.
               88  ITENS-CONCILIACAO-ABERTO                 VALUE 'S'.
           03  CNC-ORIGEM-ATUAL        PIC X(03)        VALUE SPACES.
           03  CNC-REFERENCIA-ATUAL    PIC X(20)        VALUE SPACES.
           03  CNC-DATA-ATUAL          PIC X(10)        VALUE SPACES.
           03  CNC-SENTIDO-ATUAL       PIC X(01)        VALUE SPACES.
           03  CNC-VALOR-ATUAL         PIC 9(11)V99     VALUE ZEROS.
           03  CNC-DESCRICAO-ATUAL     PIC X(30)        VALUE SPACES.
           03  CNC-QTDE-REGISTRADOS    PIC 9(07)        VALUE ZEROS.
