      *    quem pode chegar ao console deixa de ser anônimo, o código
      *    assinado vai para a trilha de auditoria (AUD-OPERADOR-ATIVO
      *    em AUDDADOS) e os fluxos sensíveis exigem operador
      *    autorizado. A autorização é dada pelo perfil do operador
      *    na tabela de permissões (perfil x programa x função),
      *    carregada uma vez por execução só com as linhas do
      *    programa corrente; sem a tabela vale a marca de
      *    autorização do cadastro. O código só assina com o PIN do
      *    operador, conferido pelo hash guardado nas credenciais
      *    (com expiração, troca obrigatória e bloqueio no terceiro
      *    erro), e cada tentativa vai para o histórico de sign-on.
      *    O programa que inclui este copybook deve também ter feito
      *    COPY PRMDADOS e COPY AUDDADOS.
      *----------------------------------------------------------------*
       01  GRP-OPERADOR-ATIVO.
           03  OPE-OPERADORES          PIC X(54)            VALUE
           03  OPR-CODIGO-ATIVO        PIC X(04)        VALUE SPACES.
           03  OPR-NOME-ATIVO          PIC X(20)        VALUE SPACES.
           03  OPR-TENTATIVAS          PIC S9(02) COMP-5    VALUE ZEROS.
           03  OPR-MARCA-ATIVA         PIC X(01)        VALUE SPACES.
           03  OPR-PERFIL-ATIVO        PIC X(03)        VALUE SPACES.
      *    Nome do programa sem os asteriscos com que alguns
      *    programas o enfeitam em NOME-PROGRAMA (ex. '** PR16TA01 **'),
      *    como aparece na tabela de permissões e no histórico.
           03  OPR-PROGRAMA-ID         PIC X(18)        VALUE SPACES.
      *    Função pedida pelo chamador antes de OPR-SIGNON ou de
      *    OPR-VERIFICA-FUNCAO: branco = acesso ao programa, 'N' = só
      *    identifica o operador (sem conferir permissão), demais =
      *    I incluir, A alterar, E excluir, L liberar, P aprovar,
      *    C consultar. OPR-SIGNON volta o campo a branco no fim.
           03  OPR-FUNCAO-SOLICITADA   PIC X(01)        VALUE SPACES.
               88  OPR-FUNC-ACESSO                      VALUE SPACES.
               88  OPR-FUNC-IDENTIFICA                  VALUE 'N'.
           03  OPE-PERMISSOES          PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\PERMISSOES.TXT'.
           03  FS-PERMISSOES           PIC X(02)            VALUE '00'.
               88  FS-PMS-OK                                VALUE '00'.
           03  IND-FIM-PERMISSOES      PIC X(01)            VALUE 'N'.
               88  FIM-DAS-PERMISSOES                       VALUE 'S'.
           03  IND-PMS-TABELA          PIC X(01)            VALUE 'N'.
               88  PMS-TABELA-CARREGADA                     VALUE 'S'.
               88  PMS-TABELA-AUSENTE                       VALUE 'A'.
           03  PMS-QTDE                PIC S9(03) COMP-5    VALUE ZEROS.
           03  PMS-SUB                 PIC S9(03) COMP-5    VALUE ZEROS.
           03  PMS-AUD-OPERADOR-SALVO  PIC X(04)        VALUE SPACES.
       01  TAB-PERMISSOES-PROGRAMA.
           03  TPM-ENTRADA             OCCURS 100 TIMES.
               05  TPM-PERFIL          PIC X(03).
               05  TPM-FUNCAO          PIC X(01).
       01  GRP-CREDENCIAL-OPERADOR.
           03  OPE-CREDENCIAIS         PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\SENHAS.dat'.
           03  FS-CREDENCIAIS          PIC X(02)            VALUE '00'.
               88  FS-CRD-OK                                VALUE '00'.
               88  FS-CRD-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-CRD-NAO-EXISTE                        VALUE '35'.
           03  OPE-HIST-ACESSOS        PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\ACESSOS.LOG'.
           03  FS-HIST-ACESSOS         PIC X(02)            VALUE '00'.
               88  FS-HAC-OK                                VALUE '00'.
               88  FS-HAC-NAO-EXISTE                        VALUE '35'.
           03  IND-CRD-ABERTO          PIC X(01)            VALUE 'N'.
               88  CREDENCIAIS-ABERTO                       VALUE 'S'.
           03  IND-PIN-CONFERE         PIC X(01)            VALUE 'N'.
               88  PIN-CONFERE                              VALUE 'S'.
           03  IND-PIN-TROCADO         PIC X(01)            VALUE 'N'.
               88  PIN-TROCADO                              VALUE 'S'.
      *    Validade do PIN quando a credencial não traz a sua.
           03  OPR-DIAS-VALIDADE-PADRAO PIC 9(03)           VALUE 90.
           03  OPR-MAX-ERROS-PIN       PIC 9(01)            VALUE 3.
      *    PIN-OBRIGATORIO de PARAMS.TXT: só com valor 0 vigente o
      *    sign-on sem arquivo de credenciais (implantação do PIN)
      *    assina pelo código; parâmetro ou arquivo ausente = 'S'.
           03  OPE-OPR-PARAMETROS      PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\PARAMS.TXT'.
           03  FS-OPR-PARAMETROS       PIC X(02)            VALUE '00'.
               88  FS-OPP-OK                                VALUE '00'.
           03  IND-FIM-OPR-PARAMETROS  PIC X(01)            VALUE 'N'.
               88  FIM-DOS-OPR-PARAMETROS                   VALUE 'S'.
           03  IND-PIN-OBRIGATORIO     PIC X(01)            VALUE 'S'.
               88  PIN-OBRIGATORIO                          VALUE 'S'.
           03  OPR-VIGENCIA-AMD        PIC 9(08)        VALUE ZEROS.
           03  OPR-MELHOR-VIGENCIA     PIC 9(08)        VALUE ZEROS.
           03  OPR-PIN-DIGITADO        PIC X(08)        VALUE SPACES.
           03  OPR-PIN-NOVO            PIC X(08)        VALUE SPACES.
           03  OPR-PIN-CONFIRMA        PIC X(08)        VALUE SPACES.
           03  OPR-PIN-TAMANHO         PIC S9(02) COMP-5    VALUE ZEROS.
           03  OPR-HOJE-AMD            PIC 9(08)        VALUE ZEROS.
           03  OPR-DIAS-CORRIDOS       PIC S9(07) COMP-5    VALUE ZEROS.
      *    Operador ativo antes do sign-on, devolvido quando o PIN
      *    falha (o supervisor chamado na hora não troca o caixa).
           03  OPR-CODIGO-ANTERIOR     PIC X(04)        VALUE SPACES.
           03  OPR-NOME-ANTERIOR       PIC X(20)        VALUE SPACES.
           03  OPR-PERFIL-ANTERIOR     PIC X(03)        VALUE SPACES.
           03  OPR-MARCA-ANTERIOR      PIC X(01)        VALUE SPACES.
           03  OPR-HAC-RESULTADO       PIC X(01)        VALUE SPACES.
           03  OPR-HAC-OPERADOR        PIC X(04)        VALUE SPACES.
           03  OPR-HAC-RESPONSAVEL     PIC X(04)        VALUE SPACES.
           03  OPR-HAC-DESCRICAO       PIC X(30)        VALUE SPACES.
      *    Hash do PIN: código do operador + PIN, sete passadas de
      *    multiplicação e resto por um primo de dez dígitos.
           03  OPR-HASH-ENTRADA        PIC X(12)        VALUE SPACES.
           03  OPR-HASH-ACUMULADO      PIC S9(18) COMP-5    VALUE ZEROS.
           03  OPR-HASH-RESULTADO      PIC 9(10)        VALUE ZEROS.
           03  OPR-HASH-RODADA         PIC S9(02) COMP-5    VALUE ZEROS.
           03  OPR-HASH-SUB            PIC S9(02) COMP-5    VALUE ZEROS.
