      *----------------------------------------------------------------*
      *    SELECT do estoque por filial: um registro por loja e item
      *    com os saldos de loja e de depósito daquela filial. A
      *    matriz (filial 01) não tem registro: o saldo dela é o do
      *    catálogo menos a soma das demais filiais, por isso a chave
      *    alternada pelo item. Mantido pelas rotinas do copybook
      *    EFLPROC. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ESTOQUE-FILIAL      ASSIGN TO OPE-ESTFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFL-CHAVE
           ALTERNATE RECORD KEY IS EFL-GOODS-CODE WITH DUPLICATES
           FILE STATUS IS FS-ESTFIL.
