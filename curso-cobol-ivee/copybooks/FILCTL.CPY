      *----------------------------------------------------------------*
      *    SELECT do cadastro de filiais (FILIAIS.TXT, uma linha por
      *    loja da rede com o código e o nome) e do cartão da filial
      *    corrente (FILIAL.TXT, uma linha com o código da loja em que
      *    a execução roda), lidos pelas rotinas do copybook FILPROC.
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CADASTRO-FILIAIS    ASSIGN TO OPE-FILIAIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FILIAIS.

           SELECT CARTAO-FILIAL       ASSIGN TO OPE-CARTAO-FILIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-FILIAL.
