      *----------------------------------------------------------------*
      *    SELECT do banco de horas por MATRICULA, lançado por
      *    PONTO01 a partir das batidas do relógio de ponto. Incluir
      *    dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT BANCO-HORAS          ASSIGN TO OPE-BANCO-HORAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCH-CHAVE
           FILE STATUS IS FS-BANCO-HORAS.
