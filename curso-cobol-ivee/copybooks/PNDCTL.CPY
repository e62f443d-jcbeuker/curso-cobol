      *----------------------------------------------------------------*
      *    SELECT do arquivo de alterações pendentes de aprovação
      *    (dupla custódia): gravado por CADFUN01 e VENDCA01 quando o
      *    operador muda domicílio bancário, valor-hora ou comissão,
      *    decidido por APROVA01 e consultado por C3A07P01 antes da
      *    folha. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ALTERACOES-PENDENTES ASSIGN TO OPE-PENDENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-NUMERO
           FILE STATUS IS FS-PENDENCIAS.
