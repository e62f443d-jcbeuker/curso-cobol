      *----------------------------------------------------------------*
      *    SELECT da tabela de tarifas do vale-transporte por
      *    município (código IBGE do MUNICIPIOS-MESTRE), mantida por
      *    TARIFA01 e usada por VALETR01. Incluir dentro de
      *    FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT TARIFAS-VT           ASSIGN TO OPE-TARIFAS-VT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TVT-CD-MUNICIPIO
           FILE STATUS IS FS-TARIFAS-VT.
