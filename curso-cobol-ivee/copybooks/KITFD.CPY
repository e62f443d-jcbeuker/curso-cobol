      *----------------------------------------------------------------*
      *    FD da composição de kits: código do kit (item do catálogo
      *    vendido como kit), código do componente (item comum do
      *    catálogo) e a quantidade do componente em uma unidade do
      *    kit. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  COMPOSICAO-KITS.
       01  REG-COMPOSICAO-KIT.
           03  KIT-CHAVE.
               05  KIT-GOODS-CODE      PIC X(04).
               05  KIT-COMPONENTE      PIC X(04).
           03  FILLER                  PIC X(01).
           03  KIT-QTD-COMPONENTE      PIC 9(03).
