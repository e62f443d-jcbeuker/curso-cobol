      *----------------------------------------------------------------*
      *    SELECT do orçamento de vendas por departamento e mês,
      *    mantido por ORCAM01 e comparado com o realizado por
      *    ORCREL01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ORCAMENTO-VENDAS    ASSIGN TO OPE-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORC-CHAVE
           FILE STATUS IS FS-ORCAMENTO.
