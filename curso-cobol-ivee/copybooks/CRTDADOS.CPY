      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos dos recebíveis de cartão (copybook CRTPROC):
      *    o fechamento de caixa preenche CRT-DATA-VENDA-ATUAL
      *    (AAAAMMDD), CRT-FILIAL-ATUAL, CRT-TICKET-ATUAL,
      *    CRT-VALOR-ATUAL e as condições do contrato com a
      *    adquirente (CRT-TAXA-CONTRATO-ATUAL em % e
      *    CRT-PRAZO-CONTRATO-ATUAL em dias corridos) e chama
      *    CRT-REGISTRA-VENDA. O programa que inclui este copybook
      *    deve também ter incluído CRTCTL/CRTFD.
      *----------------------------------------------------------------*
       01  GRP-RECEBIVEIS-CARTAO.
           03  OPE-RECEBIVEIS-CARTAO   PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\RECCARTA.dat'.
           03  FS-RECEBIVEIS-CARTAO    PIC X(02)            VALUE '00'.
               88  FS-CRT-OK                                VALUE '00'.
               88  FS-CRT-NAO-EXISTE                        VALUE '35'.
           03  IND-CRT-ABERTO          PIC X(01)            VALUE 'N'.
               88  RECEBIVEIS-CARTAO-ABERTO                 VALUE 'S'.
           03  CRT-DATA-VENDA-ATUAL    PIC 9(08)        VALUE ZEROS.
           03  CRT-FILIAL-ATUAL        PIC X(02)        VALUE SPACES.
           03  CRT-TICKET-ATUAL        PIC 9(06)        VALUE ZEROS.
           03  CRT-VALOR-ATUAL         PIC 9(09)V99     VALUE ZEROS.
           03  CRT-TAXA-CONTRATO-ATUAL PIC 9(02)V99     VALUE ZEROS.
           03  CRT-PRAZO-CONTRATO-ATUAL
                                       PIC 9(03)        VALUE 030.
           03  CRT-DIAS-INTEIROS       PIC S9(09) COMP-5    VALUE ZEROS.
           03  CRT-QTDE-REGISTRADOS    PIC 9(07)        VALUE ZEROS.
