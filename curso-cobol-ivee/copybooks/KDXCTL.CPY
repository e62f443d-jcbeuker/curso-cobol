      *----------------------------------------------------------------*
      *    SELECT do kardex (ficha de movimentação de estoque por
      *    item), gravado via KDX-GRAVA-MOVIMENTO (copybook KDXPROC)
      *    por todo programa que altera GOODS-STOCK e consultado por
      *    KARDEX01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT KARDEX-ESTOQUE      ASSIGN TO OPE-KARDEX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-KARDEX.
