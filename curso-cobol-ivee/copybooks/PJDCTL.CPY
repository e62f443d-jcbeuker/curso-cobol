      *----------------------------------------------------------------*
      *    SELECT das pensões alimentícias determinadas em juízo, por
      *    MATRICULA e sequência da ordem, mantidas por PENSAO01 e
      *    descontadas por C3A07P01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT PENSOES-JUDICIAIS   ASSIGN TO OPE-PENSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PJD-CHAVE
           FILE STATUS IS FS-PENSOES.
