      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos das rotinas de estoque por filial (copybook
      *    EFLPROC). Para consultar, o chamador move a filial, o item
      *    e os saldos de loja e de depósito do catálogo para
      *    EFL-FILIAL-ATUAL, EFL-GOODS-ATUAL, EFL-CAT-LOJA e
      *    EFL-CAT-DEPOSITO e recebe EFL-SALDO-LOJA e
      *    EFL-SALDO-DEPOSITO. Para movimentar, move a filial, o item
      *    e as variações com sinal para EFL-DELTA-LOJA e
      *    EFL-DELTA-DEPOSITO e recebe os saldos antes e depois. O
      *    programa que inclui este copybook deve também ter incluído
      *    EFLCTL/EFLFD e FILDADOS.
      *----------------------------------------------------------------*
       01  GRP-ESTOQUE-FILIAL.
           03  OPE-ESTFIL              PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\ESTFIL.dat'.
           03  FS-ESTFIL               PIC X(02)            VALUE '00'.
               88  FS-EFL-OK                                VALUE '00'.
               88  FS-EFL-NAO-EXISTE                        VALUE '35'.
           03  IND-EFL-ABERTO          PIC X(01)            VALUE 'N'.
               88  EFL-ABERTO                               VALUE 'S'.
           03  IND-EFL-FIM-ITEM        PIC X(01)            VALUE 'N'.
               88  EFL-FIM-DO-ITEM                          VALUE 'S'.
           03  EFL-FILIAL-ATUAL        PIC X(02)        VALUE SPACES.
           03  EFL-GOODS-ATUAL         PIC X(04)        VALUE SPACES.
           03  EFL-CAT-LOJA            PIC 9(05)        VALUE ZEROS.
           03  EFL-CAT-DEPOSITO        PIC 9(05)        VALUE ZEROS.
           03  EFL-SALDO-LOJA          PIC 9(05)        VALUE ZEROS.
           03  EFL-SALDO-DEPOSITO      PIC 9(05)        VALUE ZEROS.
           03  EFL-DELTA-LOJA          PIC S9(07)       VALUE ZEROS.
           03  EFL-DELTA-DEPOSITO      PIC S9(07)       VALUE ZEROS.
           03  EFL-ANTES-LOJA          PIC 9(05)        VALUE ZEROS.
           03  EFL-ANTES-DEPOSITO      PIC 9(05)        VALUE ZEROS.
           03  EFL-DEPOIS-LOJA         PIC 9(05)        VALUE ZEROS.
           03  EFL-DEPOIS-DEPOSITO     PIC 9(05)        VALUE ZEROS.
           03  EFL-NOVO-LOJA           PIC 9(05)        VALUE ZEROS.
           03  EFL-NOVO-DEPOSITO       PIC 9(05)        VALUE ZEROS.
           03  EFL-SOMA-LOJA           PIC S9(07) COMP-5 VALUE ZEROS.
           03  EFL-SOMA-DEPOSITO       PIC S9(07) COMP-5 VALUE ZEROS.
           03  EFL-CALCULO             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EFL-GRAVADOS      PIC S9(05) COMP-5 VALUE ZEROS.
