      *----------------------------------------------------------------*
      *    SELECT dos movimentos de gaveta do dia: sangrias e
      *    suprimentos lançados por SANGRI01, somados ao dinheiro
      *    esperado no fechamento de caixa (FECHCX01) e listados no
      *    relatório do cofre (COFRE01). Incluir dentro de
      *    FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT MOVIMENTOS-GAVETA   ASSIGN TO OPE-MOVIMENTOS-GAVETA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNG-CHAVE
           FILE STATUS IS FS-MOVIMENTOS-GAVETA.
