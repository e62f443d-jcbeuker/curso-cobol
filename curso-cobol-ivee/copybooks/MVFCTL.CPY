      *----------------------------------------------------------------*
      *    SELECT do histórico de movimentos com fornecedor (entregas
      *    recebidas e devoluções), gravado via MVF-GRAVA-MOVIMENTO
      *    (copybook MVFPROC) por RECEB01 e DEVFOR01 e lido por
      *    AVALFO01 na avaliação mensal de fornecedores. Incluir
      *    dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT MOVIMENTO-FORNECEDOR ASSIGN TO OPE-MOVFORN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVFORN.
