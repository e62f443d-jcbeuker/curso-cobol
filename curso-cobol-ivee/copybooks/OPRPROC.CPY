      *----------------------------------------------------------------*
      *    OPR-SIGNON - identifica o operador no console: pede o
      *    código pela rotina comum PRM-SOLICITA-TEXTO e o PIN por
      *    OPR-SOLICITA-PIN (até três tentativas), valida contra o
      *    cadastro ARQUIVO-OPERADORES e as credenciais (OPR-VALIDA-
      *    PIN), grava cada tentativa no histórico de sign-on e liga
      *    OPR-ASSINADO (código e PIN conferem) e OPR-AUTORIZADO (o
      *    perfil do operador tem a função pedida em
      *    OPR-FUNCAO-SOLICITADA neste programa, conferida por
      *    OPR-VERIFICA-FUNCAO; com 'N' só identifica e vale a marca
      *    do cadastro). O código assinado é levado para
      *    AUD-OPERADOR-ATIVO e sai em toda linha da trilha de
      *    auditoria. O chamador decide o que fazer quando o sign-on
      *    falha. Requer COPY PRMDADOS/PRMPROC, OPRDADOS, OPRCTL/OPRFD
      *    e AUDDADOS/AUDPROC no mesmo programa.
      *----------------------------------------------------------------*
           OPR-SIGNON                  SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO IND-OPR-AUTORIZADO
           MOVE ZEROS                  TO OPR-TENTATIVAS

           MOVE OPR-CODIGO-ATIVO       TO OPR-CODIGO-ANTERIOR
           MOVE OPR-NOME-ATIVO         TO OPR-NOME-ANTERIOR
           MOVE OPR-PERFIL-ATIVO       TO OPR-PERFIL-ANTERIOR
           MOVE OPR-MARCA-ATIVA        TO OPR-MARCA-ANTERIOR

           PERFORM UNTIL OPR-ASSINADO
               OR OPR-TENTATIVAS >= 3
               ADD 1                   TO OPR-TENTATIVAS

               PERFORM OPR-VALIDA-CODIGO

               IF  OPR-ASSINADO
                   PERFORM OPR-VALIDA-PIN
               ELSE
                   DISPLAY 'OPERADOR NAO CADASTRADO'
                                       UPON CONSOLE
                   MOVE PRM-RESPOSTA(1:4)
                                       TO OPR-HAC-OPERADOR
                   MOVE 'C'            TO OPR-HAC-RESULTADO
                   MOVE 'CODIGO NAO CADASTRADO'
                                       TO OPR-HAC-DESCRICAO
                   PERFORM OPR-GRAVA-HISTORICO
               END-IF
           END-PERFORM

               MOVE OPR-CODIGO-ATIVO   TO AUD-OPERADOR-ATIVO
               DISPLAY 'OPERADOR ASSINADO: ' OPR-NOME-ATIVO
                                       UPON CONSOLE
               IF  NOT OPR-FUNC-IDENTIFICA
                   PERFORM OPR-VERIFICA-FUNCAO
               END-IF
           END-IF

           MOVE SPACES                 TO OPR-FUNCAO-SOLICITADA

           .

           EXIT.
      *----------------------------------------------------------------*
      *    OPR-VALIDA-CODIGO - varre o cadastro de operadores atrás do
      *    código respondido em PRM-RESPOSTA; achado, guarda código,
      *    nome, perfil e a marca de autorização do registro.
      *----------------------------------------------------------------*
           OPR-VALIDA-CODIGO           SECTION.
      *----------------------------------------------------------------*
                                       TO OPR-CODIGO-ATIVO
                           MOVE OPR-NOME
                                       TO OPR-NOME-ATIVO
                           MOVE OPR-PERFIL
                                       TO OPR-PERFIL-ATIVO
                           MOVE OPR-MARCA-AUTORIZACAO
                                       TO OPR-MARCA-ATIVA
                           IF  OPR-REG-AUTORIZADO
                               MOVE 'S' TO IND-OPR-AUTORIZADO
                           END-IF
           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-VERIFICA-FUNCAO - confere se o perfil do operador
      *    assinado pode executar neste programa a função pedida em
      *    OPR-FUNCAO-SOLICITADA (branco = qualquer função, isto é,
      *    acesso ao programa) e liga ou desliga OPR-AUTORIZADO. Sem a
      *    tabela de permissões vale a marca de autorização do
      *    cadastro. A recusa é avisada no console e gravada como
      *    ocorrência na trilha de auditoria, com o operador que
      *    tentou. Chamada por OPR-SIGNON e pelos programas antes de
      *    cada função sensível do menu.
      *----------------------------------------------------------------*
           OPR-VERIFICA-FUNCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-OPR-AUTORIZADO

           IF  OPR-ASSINADO
               IF  NOT PMS-TABELA-CARREGADA
                   AND NOT PMS-TABELA-AUSENTE
                   PERFORM OPR-CARREGA-PERMISSOES
               END-IF

               IF  PMS-TABELA-AUSENTE
                   IF  OPR-MARCA-ATIVA = 'S'
                       MOVE 'S'        TO IND-OPR-AUTORIZADO
                   END-IF
               ELSE
                   PERFORM VARYING PMS-SUB FROM 1 BY 1
                       UNTIL PMS-SUB > PMS-QTDE
                          OR OPR-AUTORIZADO
                       IF  TPM-PERFIL(PMS-SUB) = OPR-PERFIL-ATIVO
                           AND OPR-PERFIL-ATIVO NOT = SPACES
                           AND (TPM-FUNCAO(PMS-SUB)
                                       = OPR-FUNCAO-SOLICITADA
                             OR TPM-FUNCAO(PMS-SUB) = '*'
                             OR OPR-FUNC-ACESSO)
                           MOVE 'S'    TO IND-OPR-AUTORIZADO
                       END-IF
                   END-PERFORM
               END-IF

               IF  NOT OPR-AUTORIZADO
                   PERFORM OPR-GRAVA-RECUSA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-CARREGA-PERMISSOES - carrega da tabela de permissões as
      *    linhas deste programa (PMS-PROGRAMA igual ao nome do
      *    programa em OPR-PROGRAMA-ID, ou '*'), com o perfil e a
      *    função. Tabela ausente liga PMS-TABELA-AUSENTE e a
      *    autorização volta a ser a marca do cadastro de operadores.
      *----------------------------------------------------------------*
           OPR-CARREGA-PERMISSOES      SECTION.
      *----------------------------------------------------------------*

           PERFORM OPR-OBTEM-PROGRAMA-ID

           INITIALIZE TAB-PERMISSOES-PROGRAMA
           MOVE ZEROS                  TO PMS-QTDE
           MOVE 'N'                    TO IND-FIM-PERMISSOES

           OPEN INPUT TABELA-PERMISSOES

           IF  FS-PMS-OK
               MOVE 'S'                TO IND-PMS-TABELA
               PERFORM UNTIL FIM-DAS-PERMISSOES
                   READ TABELA-PERMISSOES
                   AT END
                       MOVE 'S'        TO IND-FIM-PERMISSOES
                   NOT AT END
                       IF  (PMS-PROGRAMA = OPR-PROGRAMA-ID
                         OR PMS-PROGRAMA = '*')
                           AND PMS-QTDE < 100
                           ADD 1       TO PMS-QTDE
                           MOVE PMS-PERFIL
                                       TO TPM-PERFIL(PMS-QTDE)
                           MOVE PMS-FUNCAO
                                       TO TPM-FUNCAO(PMS-QTDE)
                       END-IF
               END-PERFORM
               CLOSE TABELA-PERMISSOES
           ELSE
               MOVE 'A'                TO IND-PMS-TABELA
               DISPLAY 'TABELA DE PERMISSOES INDISPONIVEL: '
                   FS-PERMISSOES ' - VALE A MARCA DO CADASTRO'
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-GRAVA-RECUSA - avisa a recusa no console e a grava como
      *    ocorrência na trilha de auditoria em nome do operador que
      *    tentou; o operador da trilha é restaurado em seguida, para
      *    o caso de quem tentou ser um supervisor chamado na hora.
      *----------------------------------------------------------------*
           OPR-GRAVA-RECUSA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO AUD-TEXTO-OCORRENCIA

           IF  OPR-FUNC-ACESSO
               DISPLAY 'ACESSO AO PROGRAMA NAO PERMITIDO AO PERFIL '
                   OPR-PERFIL-ATIVO    UPON CONSOLE
               STRING 'ACESSO RECUSADO - PERFIL '
                   OPR-PERFIL-ATIVO
                   DELIMITED BY SIZE INTO AUD-TEXTO-OCORRENCIA
           ELSE
               DISPLAY 'FUNCAO ' OPR-FUNCAO-SOLICITADA
                   ' NAO PERMITIDA AO PERFIL ' OPR-PERFIL-ATIVO
                                       UPON CONSOLE
               STRING 'FUNCAO ' OPR-FUNCAO-SOLICITADA
                   ' RECUSADA - PERFIL ' OPR-PERFIL-ATIVO
                   DELIMITED BY SIZE INTO AUD-TEXTO-OCORRENCIA
           END-IF

           MOVE AUD-OPERADOR-ATIVO     TO PMS-AUD-OPERADOR-SALVO
           MOVE OPR-CODIGO-ATIVO       TO AUD-OPERADOR-ATIVO

           PERFORM AUD-GRAVA-OCORRENCIA

           MOVE PMS-AUD-OPERADOR-SALVO TO AUD-OPERADOR-ATIVO

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-VALIDA-PIN - com o código já achado no cadastro, lê a
      *    credencial do operador e pede o PIN (OPR-CONFERE-
      *    CREDENCIAL). Qualquer recusa desliga OPR-ASSINADO e
      *    OPR-AUTORIZADO e devolve o operador ativo anterior. Sem o
      *    arquivo de credenciais o sign-on é recusado, a não ser que
      *    PARAMS.TXT traga PIN-OBRIGATORIO = 0 vigente (implantação
      *    do PIN, enquanto o administrador cadastra os primeiros PINs
      *    em SENHA01): aí o código basta, com aviso no console. Sumir
      *    com SENHAS.dat não volta o sign-on a ser só pelo código. A
      *    tentativa vai para o histórico de sign-on.
      *----------------------------------------------------------------*
           OPR-VALIDA-PIN              SECTION.
      *----------------------------------------------------------------*

           MOVE OPR-CODIGO-ATIVO       TO OPR-HAC-OPERADOR
           MOVE SPACES                 TO OPR-HAC-RESULTADO
           MOVE SPACES                 TO OPR-HAC-DESCRICAO

           PERFORM OPR-OBTEM-HOJE

           OPEN I-O CREDENCIAIS-OPERADORES

           EVALUATE TRUE
               WHEN FS-CRD-NAO-EXISTE
                   PERFORM OPR-VERIFICA-PIN-OBRIGATORIO
                   IF  PIN-OBRIGATORIO
                       DISPLAY 'CREDENCIAIS AUSENTES - SIGN-ON '
                           'RECUSADO' UPON CONSOLE
                       MOVE 'N'        TO OPR-HAC-RESULTADO
                       MOVE 'CREDENCIAIS AUSENTES'
                                       TO OPR-HAC-DESCRICAO
                   ELSE
                       DISPLAY 'CONTROLE DE PIN EM IMPLANTACAO - '
                           'ASSINADO PELO CODIGO' UPON CONSOLE
                       MOVE 'S'        TO OPR-HAC-RESULTADO
                       MOVE 'SEM PIN - PIN-OBRIGATORIO 0'
                                       TO OPR-HAC-DESCRICAO
                   END-IF
               WHEN NOT FS-CRD-OK
                   DISPLAY 'CREDENCIAIS INDISPONIVEIS: '
                       FS-CREDENCIAIS  UPON CONSOLE
                   MOVE 'N'            TO OPR-HAC-RESULTADO
                   MOVE 'CREDENCIAIS INDISPONIVEIS'
                                       TO OPR-HAC-DESCRICAO
               WHEN OTHER
                   MOVE OPR-CODIGO-ATIVO
                                       TO CRD-CODIGO
                   READ CREDENCIAIS-OPERADORES
                       INVALID KEY
                           DISPLAY 'PIN NAO CADASTRADO - PROCURE O '
                               'ADMINISTRADOR' UPON CONSOLE
                           MOVE 'N'    TO OPR-HAC-RESULTADO
                           MOVE 'PIN NAO CADASTRADO'
                                       TO OPR-HAC-DESCRICAO
                       NOT INVALID KEY
                           PERFORM OPR-CONFERE-CREDENCIAL
                   END-READ
                   CLOSE CREDENCIAIS-OPERADORES
           END-EVALUATE

           IF  OPR-HAC-RESULTADO       NOT = 'S'
               MOVE 'N'                TO IND-OPR-ASSINADO
               MOVE 'N'                TO IND-OPR-AUTORIZADO
               MOVE OPR-CODIGO-ANTERIOR
                                       TO OPR-CODIGO-ATIVO
               MOVE OPR-NOME-ANTERIOR  TO OPR-NOME-ATIVO
               MOVE OPR-PERFIL-ANTERIOR
                                       TO OPR-PERFIL-ATIVO
               MOVE OPR-MARCA-ANTERIOR TO OPR-MARCA-ATIVA
           END-IF

           PERFORM OPR-GRAVA-HISTORICO

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-VERIFICA-PIN-OBRIGATORIO - lê PARAMS.TXT atrás do
      *    PIN-OBRIGATORIO com a vigência mais recente não posterior
      *    a hoje (a mesma regra de PRS-OBTEM-PARAMETRO): valor 0
      *    desliga PIN-OBRIGATORIO, qualquer outro o mantém. Sem o
      *    arquivo ou sem o parâmetro o PIN é obrigatório.
      *----------------------------------------------------------------*
           OPR-VERIFICA-PIN-OBRIGATORIO SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-PIN-OBRIGATORIO
           MOVE ZEROS                  TO OPR-MELHOR-VIGENCIA
           MOVE 'N'                    TO IND-FIM-OPR-PARAMETROS

           OPEN INPUT OPR-PARAMETROS

           IF  FS-OPP-OK
               PERFORM UNTIL FIM-DOS-OPR-PARAMETROS
                   READ OPR-PARAMETROS
                   AT END
                       MOVE 'S'        TO IND-FIM-OPR-PARAMETROS
                   NOT AT END
                       IF  OPP-NOME    = 'PIN-OBRIGATORIO'
                           AND OPP-VIGENCIA(1:2) NUMERIC
                           AND OPP-VIGENCIA(4:2) NUMERIC
                           AND OPP-VIGENCIA(7:4) NUMERIC
                           MOVE ZEROS  TO OPR-VIGENCIA-AMD
                           STRING OPP-VIGENCIA(7:4)
                                  OPP-VIGENCIA(4:2)
                                  OPP-VIGENCIA(1:2)
                               DELIMITED BY SIZE
                                       INTO OPR-VIGENCIA-AMD
                           IF  OPR-VIGENCIA-AMD <= OPR-HOJE-AMD
                               AND OPR-VIGENCIA-AMD
                                       >= OPR-MELHOR-VIGENCIA
                               MOVE OPR-VIGENCIA-AMD
                                       TO OPR-MELHOR-VIGENCIA
                               IF  OPP-VALOR = ZEROS
                                   MOVE 'N'
                                       TO IND-PIN-OBRIGATORIO
                               ELSE
                                   MOVE 'S'
                                       TO IND-PIN-OBRIGATORIO
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE OPR-PARAMETROS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-CONFERE-CREDENCIAL - recusa operador desativado ou
      *    bloqueado; senão pede o PIN e compara o hash. PIN errado
      *    soma um erro e, no terceiro seguido, bloqueia o operador
      *    até o administrador desbloquear em SENHA01. PIN certo zera
      *    os erros e, vencido ou provisório, obriga a troca antes de
      *    assinar. A credencial é regravada em todos os casos.
      *----------------------------------------------------------------*
           OPR-CONFERE-CREDENCIAL      SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CRD-DESATIVADO
                   DISPLAY 'OPERADOR DESATIVADO - PROCURE O '
                       'ADMINISTRADOR' UPON CONSOLE
                   MOVE 'D'            TO OPR-HAC-RESULTADO
                   MOVE 'OPERADOR DESATIVADO'
                                       TO OPR-HAC-DESCRICAO
               WHEN CRD-BLOQUEADO
                   DISPLAY 'OPERADOR BLOQUEADO - PROCURE O '
                       'ADMINISTRADOR' UPON CONSOLE
                   MOVE 'B'            TO OPR-HAC-RESULTADO
                   MOVE 'TENTATIVA COM OPERADOR BLOQUEADO'
                                       TO OPR-HAC-DESCRICAO
               WHEN OTHER
                   MOVE 'PIN DO OPERADOR: '
                                       TO PRM-MENSAGEM
                   PERFORM OPR-SOLICITA-PIN
                   PERFORM OPR-CALCULA-HASH
                   IF  OPR-HASH-RESULTADO = CRD-PIN-HASH
                       MOVE ZEROS      TO CRD-ERROS
                       PERFORM OPR-CONFERE-VALIDADE
                   ELSE
                       ADD 1           TO CRD-ERROS
                       IF  CRD-ERROS   >= OPR-MAX-ERROS-PIN
                           MOVE 'B'    TO CRD-SITUACAO
                           MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-SITUACAO
                           MOVE SPACES TO CRD-OPERADOR-SITUACAO
                           DISPLAY 'PIN INVALIDO - OPERADOR BLOQUEADO,'
                               ' PROCURE O ADMINISTRADOR'
                                       UPON CONSOLE
                           MOVE 'L'    TO OPR-HAC-RESULTADO
                           MOVE 'BLOQUEADO POR PIN ERRADO'
                                       TO OPR-HAC-DESCRICAO
                       ELSE
                           DISPLAY 'PIN INVALIDO' UPON CONSOLE
                           MOVE 'P'    TO OPR-HAC-RESULTADO
                           MOVE 'PIN ERRADO'
                                       TO OPR-HAC-DESCRICAO
                       END-IF
                   END-IF
                   REWRITE REG-CREDENCIAL
                   IF  NOT FS-CRD-OK
                       DISPLAY 'ERRO AO REGRAVAR CREDENCIAL, FS: '
                           FS-CREDENCIAIS UPON CONSOLE
                   END-IF
           END-EVALUATE

           MOVE SPACES                 TO OPR-PIN-DIGITADO

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-CONFERE-VALIDADE - PIN conferido: vencido (expiração
      *    anterior a hoje) ou provisório (expiração zero) obriga a
      *    troca; a troca não concluída recusa o sign-on. Perto de
      *    vencer (sete dias ou menos), só avisa.
      *----------------------------------------------------------------*
           OPR-CONFERE-VALIDADE        SECTION.
      *----------------------------------------------------------------*

           IF  CRD-DATA-EXPIRA         = ZEROS
               OR CRD-DATA-EXPIRA      < OPR-HOJE-AMD
               DISPLAY 'PIN VENCIDO OU PROVISORIO - TROCA OBRIGATORIA'
                                       UPON CONSOLE
               PERFORM OPR-TROCA-PIN
               IF  PIN-TROCADO
                   MOVE 'T'            TO OPR-HAC-RESULTADO
                   MOVE 'PIN TROCADO NO SIGN-ON'
                                       TO OPR-HAC-DESCRICAO
                   PERFORM OPR-GRAVA-HISTORICO
                   MOVE 'S'            TO OPR-HAC-RESULTADO
                   MOVE SPACES         TO OPR-HAC-DESCRICAO
               ELSE
                   MOVE 'X'            TO OPR-HAC-RESULTADO
                   MOVE 'TROCA DE PIN NAO CONCLUIDA'
                                       TO OPR-HAC-DESCRICAO
               END-IF
           ELSE
               MOVE 'S'                TO OPR-HAC-RESULTADO
               COMPUTE OPR-DIAS-CORRIDOS
                   = FUNCTION INTEGER-OF-DATE(CRD-DATA-EXPIRA)
                   - FUNCTION INTEGER-OF-DATE(OPR-HOJE-AMD)
               IF  OPR-DIAS-CORRIDOS   <= 7
                   DISPLAY 'ATENCAO: PIN VENCE EM ' OPR-DIAS-CORRIDOS
                       ' DIA(S)'       UPON CONSOLE
               END-IF
           END-IF

           IF  OPR-HAC-RESULTADO       = 'S'
               MOVE OPR-HOJE-AMD       TO CRD-ULTIMO-ACESSO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-TROCA-PIN - troca o PIN da credencial em REG-CREDENCIAL
      *    pelo novo PIN pedido em OPR-PEDE-NOVO-PIN, que não pode
      *    repetir o atual; a nova expiração é hoje mais a validade
      *    da credencial (ou a padrão). Liga PIN-TROCADO quando a
      *    troca vale; o chamador regrava a credencial.
      *----------------------------------------------------------------*
           OPR-TROCA-PIN               SECTION.
      *----------------------------------------------------------------*

           PERFORM OPR-PEDE-NOVO-PIN

           IF  PIN-TROCADO
               AND OPR-HASH-RESULTADO  = CRD-PIN-HASH
               DISPLAY 'O NOVO PIN NAO PODE REPETIR O ATUAL'
                                       UPON CONSOLE
               MOVE 'N'                TO IND-PIN-TROCADO
           END-IF

           IF  PIN-TROCADO
               IF  CRD-DIAS-VALIDADE   = ZEROS
                   MOVE OPR-DIAS-VALIDADE-PADRAO
                                       TO CRD-DIAS-VALIDADE
               END-IF
               MOVE OPR-HASH-RESULTADO TO CRD-PIN-HASH
               MOVE OPR-HOJE-AMD       TO CRD-DATA-TROCA
               COMPUTE OPR-DIAS-CORRIDOS
                   = FUNCTION INTEGER-OF-DATE(OPR-HOJE-AMD)
                   + CRD-DIAS-VALIDADE
               COMPUTE CRD-DATA-EXPIRA
                   = FUNCTION DATE-OF-INTEGER(OPR-DIAS-CORRIDOS)
               DISPLAY 'PIN TROCADO' UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-PEDE-NOVO-PIN - pede o novo PIN duas vezes por
      *    OPR-SOLICITA-PIN e confere: de 4 a 8 dígitos numéricos e
      *    as duas digitações iguais. Válido, liga PIN-TROCADO e
      *    deixa em OPR-HASH-RESULTADO o hash do novo PIN para o
      *    código em CRD-CODIGO. Usada também por SENHA01 para o PIN
      *    inicial e o provisório.
      *----------------------------------------------------------------*
           OPR-PEDE-NOVO-PIN           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PIN-TROCADO

           MOVE 'NOVO PIN (4 A 8 DIGITOS): '
                                       TO PRM-MENSAGEM
           PERFORM OPR-SOLICITA-PIN
           MOVE OPR-PIN-DIGITADO       TO OPR-PIN-NOVO

           MOVE 'CONFIRME O NOVO PIN: ' TO PRM-MENSAGEM
           PERFORM OPR-SOLICITA-PIN
           MOVE OPR-PIN-DIGITADO       TO OPR-PIN-CONFIRMA

           MOVE ZEROS                  TO OPR-PIN-TAMANHO
           INSPECT OPR-PIN-NOVO TALLYING OPR-PIN-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE TRUE
               WHEN OPR-PIN-NOVO       NOT = OPR-PIN-CONFIRMA
                   DISPLAY 'AS DUAS DIGITACOES NAO CONFEREM'
                                       UPON CONSOLE
               WHEN OPR-PIN-TAMANHO    < 4
                   DISPLAY 'PIN DEVE TER DE 4 A 8 DIGITOS'
                                       UPON CONSOLE
               WHEN OPR-PIN-NOVO(OPR-PIN-TAMANHO + 1:)
                                       NOT = SPACES
                   AND OPR-PIN-TAMANHO < 8
                   DISPLAY 'PIN NAO PODE TER ESPACOS'
                                       UPON CONSOLE
               WHEN OPR-PIN-NOVO(1:OPR-PIN-TAMANHO) NOT NUMERIC
                   DISPLAY 'PIN DEVE TER SO DIGITOS'
                                       UPON CONSOLE
               WHEN OTHER
                   MOVE OPR-PIN-NOVO   TO OPR-PIN-DIGITADO
                   PERFORM OPR-CALCULA-HASH
                   MOVE 'S'            TO IND-PIN-TROCADO
           END-EVALUATE

           MOVE SPACES                 TO OPR-PIN-DIGITADO
           MOVE SPACES                 TO OPR-PIN-NOVO
           MOVE SPACES                 TO OPR-PIN-CONFIRMA

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-SOLICITA-PIN - exibe PRM-MENSAGEM e lê o PIN em
      *    OPR-PIN-DIGITADO. Ao contrário de PRM-SOLICITA-TEXTO, a
      *    resposta NÃO vai para o jornal de sessão: o PIN não fica
      *    gravado em claro em lugar nenhum.
      *----------------------------------------------------------------*
           OPR-SOLICITA-PIN            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO OPR-PIN-DIGITADO

           DISPLAY PRM-MENSAGEM        UPON CONSOLE
           ACCEPT   OPR-PIN-DIGITADO   FROM CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-CALCULA-HASH - hash de OPR-PIN-DIGITADO salgado com o
      *    código em CRD-CODIGO (o mesmo PIN dá hashes diferentes
      *    para operadores diferentes): sete passadas sobre os doze
      *    caracteres, multiplicando por 33 e somando o código do
      *    caractere e a posição, com resto pelo primo 9999999967.
      *    Devolve os dez dígitos em OPR-HASH-RESULTADO.
      *----------------------------------------------------------------*
           OPR-CALCULA-HASH            SECTION.
      *----------------------------------------------------------------*

           MOVE CRD-CODIGO             TO OPR-HASH-ENTRADA(1:4)
           MOVE OPR-PIN-DIGITADO       TO OPR-HASH-ENTRADA(5:8)
           MOVE 5381                   TO OPR-HASH-ACUMULADO

           PERFORM VARYING OPR-HASH-RODADA FROM 1 BY 1
               UNTIL OPR-HASH-RODADA > 7
               PERFORM VARYING OPR-HASH-SUB FROM 1 BY 1
                   UNTIL OPR-HASH-SUB > 12
                   COMPUTE OPR-HASH-ACUMULADO
                       = FUNCTION MOD(OPR-HASH-ACUMULADO * 33
                       + FUNCTION ORD(OPR-HASH-ENTRADA(OPR-HASH-SUB:1))
                       + OPR-HASH-RODADA * OPR-HASH-SUB, 9999999967)
               END-PERFORM
           END-PERFORM

           MOVE OPR-HASH-ACUMULADO     TO OPR-HASH-RESULTADO
           MOVE SPACES                 TO OPR-HASH-ENTRADA

           .

           EXIT.

      *----------------------------------------------------------------*
           OPR-OBTEM-HOJE              SECTION.
      *----------------------------------------------------------------*

           ACCEPT OPR-HOJE-AMD         FROM DATE YYYYMMDD

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-OBTEM-PROGRAMA-ID - NOME-PROGRAMA sem asteriscos e sem
      *    brancos à esquerda, o nome que a tabela de permissões e o
      *    histórico de sign-on conhecem.
      *----------------------------------------------------------------*
           OPR-OBTEM-PROGRAMA-ID       SECTION.
      *----------------------------------------------------------------*

           MOVE NOME-PROGRAMA          TO OPR-PROGRAMA-ID
           INSPECT OPR-PROGRAMA-ID     REPLACING ALL '*' BY SPACE
           MOVE FUNCTION TRIM(OPR-PROGRAMA-ID LEADING)
                                       TO OPR-PROGRAMA-ID

           .

           EXIT.

      *----------------------------------------------------------------*
      *    OPR-GRAVA-HISTORICO - acrescenta ao histórico de sign-on
      *    a tentativa: data, hora, programa, operador, resultado
      *    (OPR-HAC-RESULTADO), o responsável (administrador, nas
      *    ações de SENHA01) e a descrição. Aberto em EXTEND e criado
      *    na primeira gravação, como o jornal de sessão.
      *----------------------------------------------------------------*
           OPR-GRAVA-HISTORICO         SECTION.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA
           PERFORM OPR-OBTEM-HOJE
           PERFORM OPR-OBTEM-PROGRAMA-ID

           OPEN EXTEND HISTORICO-ACESSOS

           IF  FS-HAC-NAO-EXISTE
               OPEN OUTPUT HISTORICO-ACESSOS
           END-IF

           IF  FS-HAC-OK
               MOVE SPACES             TO REG-HIST-ACESSO
               MOVE OPR-HOJE-AMD       TO HAC-DATA-AMD
               MOVE DTH-HORA-ATUAL-RED(1:8)
                                       TO HAC-HORA
               MOVE OPR-PROGRAMA-ID    TO HAC-PROGRAMA
               MOVE OPR-HAC-OPERADOR   TO HAC-OPERADOR
               MOVE OPR-HAC-RESULTADO  TO HAC-RESULTADO
               MOVE OPR-HAC-RESPONSAVEL
                                       TO HAC-RESPONSAVEL
               MOVE OPR-HAC-DESCRICAO  TO HAC-DESCRICAO
               WRITE REG-HIST-ACESSO
               CLOSE HISTORICO-ACESSOS
           ELSE
               DISPLAY 'HISTORICO DE SIGN-ON INDISPONIVEL: '
                   FS-HIST-ACESSOS     UPON CONSOLE
           END-IF

           MOVE SPACES                 TO OPR-HAC-RESPONSAVEL

           .

           EXIT.
