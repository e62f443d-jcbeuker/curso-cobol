      *----------------------------------------------------------------*
      *    SELECT do arquivo de vales-troca, emitidos na devolução e
      *    aceitos como pagamento no caixa por PR16TA01 e listados
      *    por VALREL01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT VALES-TROCA         ASSIGN TO OPE-VALES-TROCA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VLT-NUMERO
           FILE STATUS IS FS-VALES-TROCA.
