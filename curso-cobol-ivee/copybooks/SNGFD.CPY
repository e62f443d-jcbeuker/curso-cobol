      *----------------------------------------------------------------*
      *    FD dos movimentos de gaveta: um registro por sangria
      *    (dinheiro retirado da gaveta para o malote do cofre) ou
      *    suprimento (troco posto na gaveta), chaveado pela data de
      *    movimento (AAAAMMDD), filial e sequência do dia na filial.
      *    SNG-GAVETA é o operador dono da gaveta e SNG-SUPERVISOR
      *    quem autorizou. Só a sangria tem malote: SNG-SITUACAO C
      *    (no cofre) até a remessa ao banco, quando passa a B com a
      *    data da remessa; suprimento fica com a situação em
      *    branco. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  MOVIMENTOS-GAVETA.
       01  REG-MOVIMENTO-GAVETA.
           03  SNG-CHAVE.
               05  SNG-DATA-MOV        PIC 9(08).
               05  SNG-FILIAL          PIC X(02).
               05  SNG-SEQUENCIA       PIC 9(04).
           03  FILLER                  PIC X(01).
           03  SNG-TIPO                PIC X(01).
               88  SNG-SANGRIA                          VALUE 'S'.
               88  SNG-SUPRIMENTO                       VALUE 'U'.
           03  FILLER                  PIC X(01).
           03  SNG-GAVETA              PIC X(04).
           03  FILLER                  PIC X(01).
           03  SNG-SUPERVISOR          PIC X(04).
           03  FILLER                  PIC X(01).
           03  SNG-HORA                PIC X(08).
           03  FILLER                  PIC X(01).
           03  SNG-VALOR               PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SNG-SITUACAO            PIC X(01).
               88  SNG-NO-COFRE                         VALUE 'C'.
               88  SNG-REMETIDO                         VALUE 'B'.
           03  FILLER                  PIC X(01).
           03  SNG-DATA-REMESSA        PIC X(10).
