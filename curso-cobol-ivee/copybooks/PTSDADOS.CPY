      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do extrato de pontos de fidelidade (copybook
      *    PTSPROC). Para gravar um movimento o programa preenche
      *    PTS-CLIENTE-ATUAL, PTS-TIPO-ATUAL, PTS-QUANTIDADE-ATUAL,
      *    PTS-TICKET-ATUAL, PTS-VALOR-ATUAL, PTS-FILIAL-ATUAL e
      *    PTS-OPERADOR-ATUAL e chama PTS-GRAVA-MOVIMENTO. Para o
      *    saldo, preenche PTS-CLIENTE-ATUAL (e PTS-MESES-VALIDADE,
      *    se diferente do padrão) e chama PTS-CALCULA-SALDO, que
      *    devolve PTS-SALDO, PTS-A-EXPIRAR e PTS-SALDO-DISPONIVEL.
      *    O programa que inclui este copybook deve também ter
      *    incluído PTSCTL/PTSFD e DMVDADOS (data de movimento).
      *----------------------------------------------------------------*
       01  GRP-PONTOS-FIDELIDADE.
           03  OPE-PONTOS-FIDELIDADE   PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\PONTOS.dat'.
           03  FS-PONTOS-FIDELIDADE    PIC X(02)            VALUE '00'.
               88  FS-PTS-OK                                VALUE '00'.
               88  FS-PTS-NAO-EXISTE                        VALUE '35'.
           03  IND-PTS-ABERTO          PIC X(01)            VALUE 'N'.
               88  PONTOS-FIDELIDADE-ABERTO                 VALUE 'S'.
           03  IND-FIM-PONTOS          PIC X(01)            VALUE 'N'.
               88  FIM-DOS-PONTOS                           VALUE 'S'.
           03  PTS-ULTIMO-NUMERO       PIC 9(08)        VALUE ZEROS.
           03  PTS-CLIENTE-ATUAL       PIC X(04)        VALUE SPACES.
           03  PTS-TIPO-ATUAL          PIC X(01)        VALUE SPACES.
           03  PTS-QUANTIDADE-ATUAL    PIC 9(07)        VALUE ZEROS.
           03  PTS-TICKET-ATUAL        PIC 9(06)        VALUE ZEROS.
           03  PTS-VALOR-ATUAL         PIC 9(05)V99     VALUE ZEROS.
           03  PTS-FILIAL-ATUAL        PIC X(02)        VALUE SPACES.
           03  PTS-OPERADOR-ATUAL      PIC X(04)        VALUE SPACES.
           03  PTS-MESES-VALIDADE      PIC 9(03)        VALUE 12.
           03  PTS-QTDE-GRAVADOS       PIC 9(07)        VALUE ZEROS.
      *    Data de corte da validade (AAAAMMDD): pontos ganhos antes
      *    dela estão vencidos.
           03  PTS-DATA-CORTE-AMD      PIC 9(08)        VALUE ZEROS.
           03  FILLER                  REDEFINES PTS-DATA-CORTE-AMD.
               05  PTS-ANO-CORTE       PIC 9(04).
               05  PTS-MES-CORTE       PIC 9(02).
               05  PTS-DIA-CORTE       PIC 9(02).
           03  PTS-MESES-CORTE         PIC S9(07) COMP-5 VALUE ZEROS.
           03  PTS-DATA-MOV-X          PIC X(08)        VALUE SPACES.
           03  PTS-DATA-MOV-AMD        REDEFINES PTS-DATA-MOV-X
                                       PIC 9(08).
      *    Resultado de PTS-CALCULA-SALDO para PTS-CLIENTE-ATUAL.
           03  PTS-SALDO               PIC S9(09) COMP-5 VALUE ZEROS.
           03  PTS-GANHO-ANTES-CORTE   PIC S9(09) COMP-5 VALUE ZEROS.
           03  PTS-DEBITOS             PIC S9(09) COMP-5 VALUE ZEROS.
           03  PTS-A-EXPIRAR           PIC S9(09) COMP-5 VALUE ZEROS.
           03  PTS-SALDO-DISPONIVEL    PIC S9(09) COMP-5 VALUE ZEROS.
