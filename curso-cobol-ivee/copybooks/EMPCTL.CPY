      *----------------------------------------------------------------*
      *    SELECT dos empréstimos consignados em folha por MATRICULA
      *    e contrato, mantidos por CONSIG01, descontados por
      *    C3A07P01 e consultados por CONSFU01. Incluir dentro de
      *    FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT EMPRESTIMOS         ASSIGN TO OPE-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CHAVE
           FILE STATUS IS FS-EMPRESTIMOS.
