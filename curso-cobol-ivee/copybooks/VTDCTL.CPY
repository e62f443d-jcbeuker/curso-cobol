      *----------------------------------------------------------------*
      *    SELECT da declaração de vale-transporte por MATRICULA
      *    (viagens por dia), mantida por CADFUN01 e usada por
      *    VALETR01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT DECLARACOES-VT       ASSIGN TO OPE-DECLARACOES-VT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VTD-MATRICULA
           FILE STATUS IS FS-DECLARACOES-VT.
