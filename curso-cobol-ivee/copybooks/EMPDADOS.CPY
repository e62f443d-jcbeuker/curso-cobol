      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de empréstimos consignados
      *    (EMPRESTIMOS) e do saldo devedor (copybook EMPPROC): com o
      *    registro lido em REG-EMPRESTIMO, EMP-CALCULA-SALDO devolve
      *    em EMP-PARCELAS-RESTANTES as parcelas ainda não descontadas
      *    e em EMP-SALDO-DEVEDOR o saldo do contrato - parcelas
      *    restantes pelo valor da parcela, mais o que não coube na
      *    margem em meses anteriores.
      *----------------------------------------------------------------*
       01  GRP-EMPRESTIMOS.
           03  OPE-EMPRESTIMOS         PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\EMPREST.dat'.
           03  FS-EMPRESTIMOS          PIC X(02)            VALUE '00'.
               88  FS-EMP-OK                                VALUE '00'.
               88  FS-EMP-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-EMP-NAO-EXISTE                        VALUE '35'.
           03  EMP-PARCELAS-RESTANTES  PIC 9(03)        VALUE ZEROS.
           03  EMP-SALDO-DEVEDOR       PIC 9(09)V99     VALUE ZEROS.
