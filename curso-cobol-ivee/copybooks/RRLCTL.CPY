      *----------------------------------------------------------------*
      *    SELECT do repositório de relatórios e dos arquivos de
      *    trabalho da cópia guardada (o relatório recém-fechado como
      *    origem, a cópia datada como destino), usados por
      *    RRL-REGISTRA-RELATORIO (copybook RRLPROC) nos programas que
      *    emitem relatório, e pela consulta/reimpressão RELREP01 e o
      *    expurgo de ARQLIM01. Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT REPOSITORIO-RELATORIOS ASSIGN TO OPE-REPOSITORIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RRL-CHAVE
           ALTERNATE RECORD KEY IS RRL-PROGRAMA WITH DUPLICATES
           ALTERNATE RECORD KEY IS RRL-NOME-RELATORIO WITH DUPLICATES
           FILE STATUS IS FS-REPOSITORIO.

           SELECT RRL-RELATORIO-ORIGEM ASSIGN TO OPE-RRL-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RRL-ORIGEM.

           SELECT RRL-COPIA-RELATORIO ASSIGN TO OPE-RRL-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RRL-COPIA.
