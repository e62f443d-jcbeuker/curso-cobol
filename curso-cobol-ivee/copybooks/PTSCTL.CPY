      *----------------------------------------------------------------*
      *    SELECT do extrato de pontos de fidelidade dos clientes,
      *    gravado pelas rotinas do copybook PTSPROC no caixa
      *    (PR16TA01: pontos ganhos, estornados, resgatados e
      *    devolvidos) e no fechamento mensal de pontos (PONTOS01:
      *    pontos expirados). Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT PONTOS-FIDELIDADE   ASSIGN TO OPE-PONTOS-FIDELIDADE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTS-NUMERO
           ALTERNATE RECORD KEY IS PTS-CLIENTE WITH DUPLICATES
           FILE STATUS IS FS-PONTOS-FIDELIDADE.
