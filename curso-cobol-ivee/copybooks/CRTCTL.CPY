      *----------------------------------------------------------------*
      *    SELECT dos recebíveis de cartão: uma venda em cartão por
      *    registro, gravada no fechamento de caixa (FECHCX01) e
      *    liquidada pela conciliação com a adquirente (CARTAO01).
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT RECEBIVEIS-CARTAO   ASSIGN TO OPE-RECEBIVEIS-CARTAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-CHAVE
           FILE STATUS IS FS-RECEBIVEIS-CARTAO.
