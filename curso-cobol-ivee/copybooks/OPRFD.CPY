      *----------------------------------------------------------------*
      *    FD do cadastro de operadores: código, nome, a marca de
      *    autorização dos fluxos sensíveis (manutenção de preços,
      *    anulação de vendas) e o perfil de acesso do operador. E FD
      *    da tabela de permissões por perfil x programa x função,
      *    mantida à mão, uma linha por permissão. E os FD das
      *    credenciais e do histórico de sign-on. Incluir dentro de
      *    FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQUIVO-OPERADORES.
       01  REG-OPERADOR.
           03  FILLER                  PIC X(01).
           03  OPR-MARCA-AUTORIZACAO   PIC X(01).
               88  OPR-REG-AUTORIZADO                   VALUE 'S'.
           03  FILLER                  PIC X(01).
           03  OPR-PERFIL              PIC X(03).

      *    Perfis: CXA caixa, EST estoque, COM comprador, FOL folha,
      *    SUP supervisor, OPE operações. Programa '*' vale para todos
      *    os programas; função '*' para todas as funções. Funções:
      *    I incluir, A alterar, E excluir, L liberar, P aprovar,
      *    C consultar.
       FD  TABELA-PERMISSOES.
       01  REG-PERMISSAO.
           03  PMS-PERFIL              PIC X(03).
           03  FILLER                  PIC X(01).
           03  PMS-PROGRAMA            PIC X(10).
           03  FILLER                  PIC X(01).
           03  PMS-FUNCAO              PIC X(01).

      *    Credencial do operador, chaveada pelo código: o PIN só
      *    existe como hash (OPR-CALCULA-HASH), nunca em claro. Data
      *    de expiração zero obriga a troca no próximo sign-on (PIN
      *    provisório dado pelo administrador em SENHA01). Situação:
      *    A ativo, B bloqueado por três PIN errados seguidos (só o
      *    administrador desbloqueia), D desativado. Datas AAAAMMDD.
       FD  CREDENCIAIS-OPERADORES.
       01  REG-CREDENCIAL.
           03  CRD-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  CRD-PIN-HASH            PIC 9(10).
           03  FILLER                  PIC X(01).
           03  CRD-DATA-TROCA          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRD-DATA-EXPIRA         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRD-DIAS-VALIDADE       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  CRD-ERROS               PIC 9(01).
           03  FILLER                  PIC X(01).
           03  CRD-SITUACAO            PIC X(01).
               88  CRD-ATIVO                            VALUE 'A'.
               88  CRD-BLOQUEADO                        VALUE 'B'.
               88  CRD-DESATIVADO                       VALUE 'D'.
           03  FILLER                  PIC X(01).
           03  CRD-ULTIMO-ACESSO       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRD-DATA-SITUACAO       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRD-OPERADOR-SITUACAO   PIC X(04).

      *    Histórico de sign-on, uma linha por tentativa. Resultado:
      *    S sucesso, C código inexistente, N sem PIN cadastrado,
      *    P PIN errado, L bloqueio aplicado (terceiro erro),
      *    B tentativa com operador bloqueado, D operador desativado,
      *    T PIN trocado, X troca obrigatória não concluída e, por
      *    SENHA01, I PIN inicial, R desbloqueio/PIN provisório,
      *    Q desativação, A reativação, V validade alterada.
       FD  HISTORICO-ACESSOS.
       01  REG-HIST-ACESSO.
           03  HAC-DATA-AMD            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  HAC-HORA                PIC X(08).
           03  FILLER                  PIC X(01).
           03  HAC-PROGRAMA            PIC X(10).
           03  FILLER                  PIC X(01).
           03  HAC-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  HAC-RESULTADO           PIC X(01).
               88  HAC-SUCESSO                          VALUE 'S'.
               88  HAC-FALHA                VALUE 'C' 'N' 'P' 'L'
                                                  'B' 'D' 'X'.
           03  FILLER                  PIC X(01).
           03  HAC-RESPONSAVEL         PIC X(04).
           03  FILLER                  PIC X(01).
           03  HAC-DESCRICAO           PIC X(30).

      *    Arquivo central de parâmetros (PARAMS.TXT, layout de
      *    PRSFD), lido aqui só para o PIN-OBRIGATORIO, para o sign-on
      *    não depender de o programa incluir os copybooks PRS*.
       FD  OPR-PARAMETROS.
       01  REG-OPR-PARAMETRO.
           03  OPP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  OPP-VALOR               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  OPP-VIGENCIA            PIC X(10).
