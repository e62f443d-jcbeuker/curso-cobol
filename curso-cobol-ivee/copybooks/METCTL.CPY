      *----------------------------------------------------------------*
      *    SELECT das metas mensais de venda por vendedor, mantidas
      *    por METAS01, acompanhadas no meio do mês por METREL01 e
      *    usadas por COMISS01 para escolher a faixa de comissão no
      *    fechamento. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT METAS-VENDEDORES    ASSIGN TO OPE-METAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MET-CHAVE
           FILE STATUS IS FS-METAS.
