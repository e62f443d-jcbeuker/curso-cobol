      *----------------------------------------------------------------*
      *    SELECT dos eventos contábeis apurados fora das vendas do
      *    dia (taxa e estorno de cartão da conciliação CARTAO01),
      *    acrescentados via EVC-GRAVA-EVENTO (copybook EVCPROC) e
      *    somados por CONTAB01 na data de movimento. Incluir dentro
      *    de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT EVENTOS-CONTABEIS   ASSIGN TO OPE-EVENTOS-CONTABEIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVENTOS-CONTABEIS.
