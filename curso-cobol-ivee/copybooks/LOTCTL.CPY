      *----------------------------------------------------------------*
      *    SELECT do arquivo de lotes em estoque dos itens perecíveis,
      *    gravado por RECEB01 na entrada (LOT-REGISTRA-ENTRADA),
      *    consumido por BAIXA01 e DEVFOR01 pelo vencimento mais
      *    próximo (LOT-CONSOME-FEFO, copybook LOTPROC) e listado por
      *    VALID01. A chave item + vencimento AAAAMMDD + lote deixa os
      *    lotes de cada item em ordem de vencimento. Incluir dentro
      *    de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT LOTES-ESTOQUE ASSIGN TO OPE-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.
