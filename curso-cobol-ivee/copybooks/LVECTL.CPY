      *----------------------------------------------------------------*
      *    SELECT do livro de entradas: as notas fiscais de compra
      *    registradas por RECEB01, com a base, a alíquota e o ICMS
      *    creditado, e os estornos de crédito das devoluções de
      *    DEVFOR01, gravados via LVE-GRAVA-LANCAMENTO (copybook
      *    LVEPROC) e lidos por APURA01 na apuração mensal do ICMS.
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT LIVRO-ENTRADAS ASSIGN TO OPE-LIVENTR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIVENTR.
