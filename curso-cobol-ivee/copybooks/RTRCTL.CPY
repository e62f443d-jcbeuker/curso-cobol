      *----------------------------------------------------------------*
      *    SELECT do cartão de retenção dos relatórios guardados no
      *    repositório (RRL*), lido por RTR-CARREGA-REGRAS (copybook
      *    RTRPROC) no expurgo de ARQLIM01 e na consulta RELREP01.
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT REGRAS-RETENCAO-RELAT ASSIGN TO OPE-REGRAS-RETENCAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGRAS-RETENCAO.
