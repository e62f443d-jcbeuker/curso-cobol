      *----------------------------------------------------------------*
      *    FD do cadastro de filiais e do cartão da filial corrente.
      *    O cadastro é mantido à mão, uma linha por loja: código de
      *    duas posições, um espaço e o nome. A filial 01 é sempre a
      *    matriz, mesmo quando o cadastro não existe. O cartão traz
      *    só o código da loja nas duas primeiras posições. Incluir
      *    dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  CADASTRO-FILIAIS.
       01  REG-FILIAL.
           03  FIL-REG-CODIGO          PIC X(02).
           03  FILLER                  PIC X(01).
           03  FIL-REG-NOME            PIC X(30).

       FD  CARTAO-FILIAL.
       01  REG-CARTAO-FILIAL           PIC X(02).
