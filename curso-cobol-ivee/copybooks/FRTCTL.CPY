      *----------------------------------------------------------------*
      *    SELECT da tabela de fretes de entrega em domicílio por
      *    município (código IBGE do MUNICIPIOS-MESTRE), mantida por
      *    FRETE01 e usada por PR16TA01 na venda com entrega.
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT FRETES               ASSIGN TO OPE-FRETES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRT-CD-MUNICIPIO
           FILE STATUS IS FS-FRETES.
