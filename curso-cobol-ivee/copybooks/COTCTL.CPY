      *----------------------------------------------------------------*
      *    SELECT do arquivo de orçamentos de venda, emitidos e
      *    convertidos em ticket no caixa por PR16TA01 e listados por
      *    COTREL01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT COTACOES-VENDA      ASSIGN TO OPE-COTACOES-VENDA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS FS-COTACOES-VENDA.
