      *----------------------------------------------------------------*
      *    SELECT dos períodos de férias por MATRICULA e período
      *    aquisitivo, apurados e programados por FERIAS01, pagos por
      *    FERPAG01 e acompanhados por FERREL01. Incluir dentro de
      *    FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT FERIAS-PERIODOS     ASSIGN TO OPE-FERIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-CHAVE
           FILE STATUS IS FS-FERIAS.
