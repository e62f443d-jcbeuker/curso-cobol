      *----------------------------------------------------------------*
      *    FD dos empréstimos consignados: um registro por MATRICULA e
      *    número do contrato no banco credor, com o valor fixo da
      *    parcela, o prazo (quantidade de parcelas) e as parcelas já
      *    descontadas. A situação passa de 'A' ativo para 'Q'
      *    quitado quando a última parcela é descontada. A parcela
      *    que não coube na margem consignável fica acumulada em
      *    EMP-NAO-DESCONTADO, para o banco cobrar direto do
      *    funcionário. Os campos de última competência guardam o
      *    desconto do mês (valor e falta) e se ele já foi informado
      *    ao banco no arquivo de repasse. Incluir dentro de FILE
      *    SECTION.
      *----------------------------------------------------------------*
       FD  EMPRESTIMOS.
       01  REG-EMPRESTIMO.
           03  EMP-CHAVE.
               05  EMP-MATRICULA       PIC X(04).
               05  EMP-CONTRATO        PIC X(12).
           03  FILLER                  PIC X(01).
           03  EMP-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  EMP-VALOR-PARCELA       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  EMP-QTDE-PARCELAS       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  EMP-PARCELAS-PAGAS      PIC 9(03).
           03  FILLER                  PIC X(01).
           03  EMP-SITUACAO            PIC X(01).
               88  EMP-ATIVO                            VALUE 'A'.
               88  EMP-QUITADO                          VALUE 'Q'.
           03  FILLER                  PIC X(01).
           03  EMP-NAO-DESCONTADO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  EMP-ULTIMA-COMPETENCIA  PIC X(07).
           03  FILLER                  PIC X(01).
           03  EMP-ULTIMO-DESCONTO     PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  EMP-ULTIMA-FALTA        PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  EMP-IND-REPASSE         PIC X(01).
               88  EMP-REPASSE-PENDENTE                 VALUE 'N'.
               88  EMP-REPASSE-GERADO                   VALUE 'S'.
           03  FILLER                  PIC X(01).
           03  EMP-DATA-QUITACAO       PIC X(10).
