      *----------------------------------------------------------------*
      *    SELECT do cadastro de operadores autorizados, da tabela de
      *    permissões por perfil, das credenciais (PIN), do histórico
      *    de sign-on e do arquivo central de parâmetros (só para o
      *    PIN-OBRIGATORIO), usados por OPR-SIGNON (copybook OPRPROC).
      *    Incluir dentro de FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQUIVO-OPERADORES  ASSIGN TO OPE-OPERADORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

           SELECT TABELA-PERMISSOES   ASSIGN TO OPE-PERMISSOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERMISSOES.

           SELECT CREDENCIAIS-OPERADORES ASSIGN TO OPE-CREDENCIAIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CODIGO
           FILE STATUS IS FS-CREDENCIAIS.

           SELECT HISTORICO-ACESSOS   ASSIGN TO OPE-HIST-ACESSOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST-ACESSOS.

           SELECT OPR-PARAMETROS      ASSIGN TO OPE-OPR-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPR-PARAMETROS.
