      *----------------------------------------------------------------*
      *    SELECT dos itens a conciliar com o extrato bancário,
      *    registrados pelas rotinas do copybook CNCPROC nos
      *    programas que movimentam a conta (RETBAN01, TITPAG01,
      *    RECREC01, FECHCX01) e baixados pela conciliação CONCIL01.
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ITENS-CONCILIACAO   ASSIGN TO OPE-ITENS-CONCILIACAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNC-CHAVE
           FILE STATUS IS FS-ITENS-CONCILIACAO.
