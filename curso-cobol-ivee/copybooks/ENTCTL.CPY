      *----------------------------------------------------------------*
      *    SELECT do arquivo de entregas em domicílio, gravado por
      *    PR16TA01 no fechamento do ticket com entrega, listado no
      *    manifesto do dia por MANIFE01 e baixado por ENTREG01.
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ENTREGAS             ASSIGN TO OPE-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUMERO
           FILE STATUS IS FS-ENTREGAS.
