      *----------------------------------------------------------------*
      *    SELECT do vale-transporte apurado por MATRICULA e
      *    competência, gravado por VALETR01 e lido por C3A07P01 no
      *    desconto da parte do funcionário. Incluir dentro de
      *    FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT VALE-TRANSPORTE-MES  ASSIGN TO OPE-VALE-TRANSPORTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VTM-CHAVE
           FILE STATUS IS FS-VALE-TRANSPORTE.
