      *----------------------------------------------------------------*
      *    SELECT do razão geral: SALDOS-CONTABEIS com o movimento de
      *    débitos e créditos por conta e mês e PARTIDAS-CONTABEIS com
      *    cada linha de LANCAMENTOS (CONTAB01) já lançada, chaveada
      *    pela data do dia e, alternativamente, pela conta e data.
      *    Gravados por LANCA01, lidos por BALANC01 (balancete) e
      *    RAZAO01 (razão por conta). Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT SALDOS-CONTABEIS ASSIGN TO OPE-SALDOS-CONTAB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-CHAVE
           FILE STATUS IS FS-SALDOS-CONTAB.

           SELECT PARTIDAS-CONTABEIS ASSIGN TO OPE-PARTIDAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTD-CHAVE
           ALTERNATE RECORD KEY IS PTD-CHAVE-CONTA
           FILE STATUS IS FS-PARTIDAS.
