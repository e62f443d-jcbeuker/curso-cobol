      *----------------------------------------------------------------*
      *    FD do repositório de relatórios: um registro por relatório
      *    emitido, chaveado por data de movimento (AAAAMMDD) +
      *    programa + sequência do dia, com chaves alternativas por
      *    programa e por nome do relatório (o nome do SELECT, ex.
      *    RELATORIO-VALORIZACAO). Guarda o operador, as contagens de
      *    linhas e páginas, o caminho original (que o próximo
      *    movimento sobrescreve) e o da cópia guardada, e a situação
      *    da cópia (D disponível, X expurgada pela retenção em
      *    ARQLIM01 - o registro fica como prova do que existiu).
      *    Seguem as FD da origem e da cópia, linha a linha.
      *    Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  REPOSITORIO-RELATORIOS.
       01  REG-REPOSITORIO-RELATORIO.
           03  RRL-CHAVE.
               05  RRL-DATA-MOVIMENTO  PIC 9(08).
               05  RRL-PROGRAMA        PIC X(08).
               05  RRL-SEQUENCIA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  RRL-NOME-RELATORIO      PIC X(30).
           03  FILLER                  PIC X(01).
           03  RRL-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  RRL-QTDE-LINHAS         PIC 9(07).
           03  FILLER                  PIC X(01).
           03  RRL-QTDE-PAGINAS        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  RRL-CAMINHO-ORIGINAL    PIC X(80).
           03  FILLER                  PIC X(01).
           03  RRL-CAMINHO-COPIA       PIC X(80).
           03  FILLER                  PIC X(01).
           03  RRL-REGISTRADO-EM       PIC X(30).
           03  FILLER                  PIC X(01).
           03  RRL-SITUACAO            PIC X(01).
               88  RRL-DISPONIVEL                       VALUE 'D'.
               88  RRL-EXPURGADO                        VALUE 'X'.
           03  FILLER                  PIC X(01).
           03  RRL-EXPURGADO-EM        PIC X(30).

       FD  RRL-RELATORIO-ORIGEM.
       01  REG-RRL-ORIGEM              PIC X(132).

       FD  RRL-COPIA-RELATORIO.
       01  REG-RRL-COPIA               PIC X(132).
