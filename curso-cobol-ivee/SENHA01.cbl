      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Administração das credenciais (PIN) dos operadores
      *    (CREDENCIAIS-OPERADORES, copybooks OPR*): cadastra o PIN
      *    inicial, desbloqueia o operador bloqueado por três PIN
      *    errados dando um PIN provisório, desativa e reativa
      *    operadores e muda a validade do PIN. O PIN dado aqui é
      *    sempre provisório: o operador é obrigado a trocá-lo no
      *    primeiro sign-on. O administrador não age sobre o próprio
      *    código (pede a outro administrador). Cada ação vai para o
      *    histórico de sign-on, com o administrador responsável, e
      *    para o log de alterações dos cadastros mestres.
      *    Na implantação do PIN (SENHAS.dat ainda não criado) o
      *    administrador só assina pelo código enquanto PARAMS.TXT
      *    trouxer PIN-OBRIGATORIO = 0 vigente, para cadastrar os
      *    primeiros PINs; fora dessa vigência ninguém assina sem o
      *    arquivo de credenciais.
      *----------------------------------------------------------------*
      * VERSAO 02 - Sign-on sem SENHAS.dat só pelo código enquanto
      *    PIN-OBRIGATORIO = 0 estiver vigente em PARAMS.TXT; fora
      *    disso é recusado (OPR-VALIDA-PIN).
      * VERSAO 01 - Versão inicial. Validade padrão do PIN lida de
      *    PARAMS.TXT (PIN-VALIDADE-DIAS), 90 dias sem o parâmetro.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     SENHA01.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           COPY PRMCTL.

           COPY OPRCTL.

           COPY PRSCTL.

           COPY ALTCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY PRMFD.

       COPY OPRFD.

       COPY PRSFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'SENHA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY PRSDADOS.
       COPY ALTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  IND-FIM-ADMINISTRACAO   PIC X(01)        VALUE 'N'.
               88  FIM-DA-ADMINISTRACAO                 VALUE 'S'.
           03  IND-FIM-LISTAGEM        PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  IND-ALVO-CADASTRADO     PIC X(01)        VALUE 'N'.
               88  ALVO-CADASTRADO                      VALUE 'S'.
           03  IND-CRD-ACHADA          PIC X(01)        VALUE 'N'.
               88  CRD-ACHADA                           VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-CODIGO-ALVO          PIC X(04)        VALUE SPACES.
           03  WS-NOME-ALVO            PIC X(20)        VALUE SPACES.
           03  WS-SITUACAO-ANTES       PIC X(01)        VALUE SPACES.
           03  WS-DIAS-VALIDADE        PIC 9(03)        VALUE 90.
           03  WS-DIAS-ED              PIC ZZ9.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R           REDEFINES WS-DATA-AMD.
               05  WS-DATA-ANO         PIC X(04).
               05  WS-DATA-MES         PIC X(02).
               05  WS-DATA-DIA         PIC X(02).
           03  WS-DATA-ED              PIC X(10)        VALUE SPACES.
           03  WS-DATA-TROCA-ED        PIC X(10)        VALUE SPACES.
           03  WS-DATA-EXPIRA-ED       PIC X(10)        VALUE SPACES.
           03  WS-DATA-ACESSO-ED       PIC X(10)        VALUE SPACES.
           03  WS-DESCRICAO-SITUACAO   PIC X(12)        VALUE SPACES.
           03  CONTA-CONSULTAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ACOES             PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM ADMINISTRA-CREDENCIAIS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' ADMINISTRACAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM OBTER-DATA-HORA
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DTH-DATA-ATUAL-RED     TO PRS-DATA-REFERENCIA
           MOVE 'PIN-VALIDADE-DIAS'    TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO WS-DIAS-VALIDADE
           END-IF

      *    Primeira execução: o arquivo de credenciais nasce aqui,
      *    vazio; até lá o sign-on aceita só o código.
           OPEN I-O CREDENCIAIS-OPERADORES

           IF  FS-CRD-NAO-EXISTE
               OPEN OUTPUT CREDENCIAIS-OPERADORES
               CLOSE CREDENCIAIS-OPERADORES
               OPEN I-O CREDENCIAIS-OPERADORES
           END-IF

           IF  NOT FS-CRD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CREDENCIAIS-OPERADORES, STATUS: '
                   FS-CREDENCIAIS      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE 'S'                    TO IND-CRD-ABERTO

           PERFORM ALT-ABRE-LOG
           MOVE 'CREDENCIAL'           TO ALT-MESTRE-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           ADMINISTRA-CREDENCIAIS      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ADMINISTRA-CREDENCIAIS'

           PERFORM UNTIL FIM-DA-ADMINISTRACAO
               MOVE 'C=CONS L=LIST I=INIC R=DESB D=DESAT A=REAT V=VALID'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-ADMINISTRACAO
                   WHEN 'C'
                       PERFORM CONSULTA-CREDENCIAL
                   WHEN 'L'
                       PERFORM LISTA-CREDENCIAIS
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-CREDENCIAL
                       END-IF
                   WHEN 'R'
                       MOVE 'L'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM DESBLOQUEIA-CREDENCIAL
                       END-IF
                   WHEN 'D'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM DESATIVA-CREDENCIAL
                       END-IF
                   WHEN 'A'
                       MOVE 'L'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM REATIVA-CREDENCIAL
                       END-IF
                   WHEN 'V'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-VALIDADE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PEDE-OPERADOR-ALVO          SECTION.
      *----------------------------------------------------------------*
      *    Pede o código do operador sobre o qual agir e confere que
      *    existe no cadastro de operadores (sem mexer no operador
      *    assinado); lê a credencial dele, se houver.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ALVO-CADASTRADO
           MOVE 'N'                    TO IND-CRD-ACHADA
           MOVE SPACES                 TO WS-NOME-ALVO

           MOVE 'CODIGO DO OPERADOR: ' TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:4)      TO WS-CODIGO-ALVO

           MOVE 'N'                    TO IND-FIM-OPERADORES

           OPEN INPUT ARQUIVO-OPERADORES

           IF  FS-OPR-OK
               PERFORM UNTIL FIM-DOS-OPERADORES
                   OR ALVO-CADASTRADO
                   READ ARQUIVO-OPERADORES
                   AT END
                       MOVE 'S'        TO IND-FIM-OPERADORES
                   NOT AT END
                       IF  OPR-CODIGO  = WS-CODIGO-ALVO
                           MOVE 'S'    TO IND-ALVO-CADASTRADO
                           MOVE OPR-NOME
                                       TO WS-NOME-ALVO
                       END-IF
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL: '
                   FS-OPERADORES       UPON CONSOLE
           END-IF

           IF  ALVO-CADASTRADO
               MOVE WS-CODIGO-ALVO     TO CRD-CODIGO
               READ CREDENCIAIS-OPERADORES
                   INVALID KEY
                       MOVE 'N'        TO IND-CRD-ACHADA
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-CRD-ACHADA
               END-READ
           ELSE
               DISPLAY 'OPERADOR NAO CADASTRADO: ' WS-CODIGO-ALVO
                                       UPON CONSOLE
           END-IF

           MOVE WS-CODIGO-ALVO         TO ALT-CHAVE-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           RECUSA-PROPRIO-CODIGO       SECTION.
      *----------------------------------------------------------------*
      *    Desbloquear, desativar, reativar ou mudar a validade do
      *    próprio código é recusado: quem administra não se
      *    administra. Desliga ALVO-CADASTRADO para o chamador parar.
      *----------------------------------------------------------------*

           IF  ALVO-CADASTRADO
               AND WS-CODIGO-ALVO      = OPR-CODIGO-ATIVO
               DISPLAY 'ACAO SOBRE O PROPRIO CODIGO NAO PERMITIDA - '
                   'PECA A OUTRO ADMINISTRADOR' UPON CONSOLE
               MOVE 'N'                TO IND-ALVO-CADASTRADO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONSULTA-CREDENCIAL         SECTION.
      *----------------------------------------------------------------*

           PERFORM PEDE-OPERADOR-ALVO

           IF  ALVO-CADASTRADO
               ADD 1                   TO CONTA-CONSULTAS
               IF  CRD-ACHADA
                   PERFORM EXIBE-CREDENCIAL
               ELSE
                   DISPLAY WS-CODIGO-ALVO ' ' WS-NOME-ALVO
                       ' SEM PIN CADASTRADO' UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-CREDENCIAIS           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-LISTAGEM

           MOVE LOW-VALUES             TO CRD-CODIGO
           START CREDENCIAIS-OPERADORES
               KEY IS >= CRD-CODIGO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ CREDENCIAIS-OPERADORES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   ADD 1               TO CONTA-CONSULTAS
                   MOVE SPACES         TO WS-NOME-ALVO
                   PERFORM EXIBE-CREDENCIAL
           END-PERFORM

           IF  CONTA-CONSULTAS         = 0
               DISPLAY 'NENHUMA CREDENCIAL CADASTRADA' UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXIBE-CREDENCIAL            SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CRD-ATIVO
                   MOVE 'ATIVO'        TO WS-DESCRICAO-SITUACAO
               WHEN CRD-BLOQUEADO
                   MOVE 'BLOQUEADO'    TO WS-DESCRICAO-SITUACAO
               WHEN CRD-DESATIVADO
                   MOVE 'DESATIVADO'   TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                   MOVE 'INDEFINIDA'   TO WS-DESCRICAO-SITUACAO
           END-EVALUATE

           MOVE CRD-DATA-TROCA         TO WS-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED             TO WS-DATA-TROCA-ED

           MOVE CRD-ULTIMO-ACESSO      TO WS-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED             TO WS-DATA-ACESSO-ED

           IF  CRD-DATA-EXPIRA         = ZEROS
               MOVE 'PROVISORIO'       TO WS-DATA-EXPIRA-ED
           ELSE
               MOVE CRD-DATA-EXPIRA    TO WS-DATA-AMD
               PERFORM FORMATA-DATA
               MOVE WS-DATA-ED         TO WS-DATA-EXPIRA-ED
           END-IF

           MOVE CRD-DIAS-VALIDADE      TO WS-DIAS-ED

           DISPLAY CRD-CODIGO ' ' WS-NOME-ALVO ' '
               WS-DESCRICAO-SITUACAO
               ' ERROS: ' CRD-ERROS
               ' TROCA: ' WS-DATA-TROCA-ED
               ' VENCE: ' WS-DATA-EXPIRA-ED
               ' VALIDADE: ' WS-DIAS-ED
               ' ULTIMO ACESSO: ' WS-DATA-ACESSO-ED
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-CREDENCIAL           SECTION.
      *----------------------------------------------------------------*
      *    PIN inicial de operador do cadastro que ainda não tem
      *    credencial. O PIN nasce provisório (expiração zero).
      *----------------------------------------------------------------*

           PERFORM PEDE-OPERADOR-ALVO

           IF  ALVO-CADASTRADO
               IF  CRD-ACHADA
                   DISPLAY 'OPERADOR JA TEM PIN - USE R PARA DAR PIN '
                       'PROVISORIO' UPON CONSOLE
               ELSE
                   MOVE SPACES         TO REG-CREDENCIAL
                   MOVE WS-CODIGO-ALVO TO CRD-CODIGO
                   PERFORM OPR-PEDE-NOVO-PIN
                   IF  PIN-TROCADO
                       PERFORM OPR-OBTEM-HOJE
                       MOVE OPR-HASH-RESULTADO
                                       TO CRD-PIN-HASH
                       MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-TROCA
                       MOVE ZEROS      TO CRD-DATA-EXPIRA
                       MOVE WS-DIAS-VALIDADE
                                       TO CRD-DIAS-VALIDADE
                       MOVE ZEROS      TO CRD-ERROS
                       MOVE 'A'        TO CRD-SITUACAO
                       MOVE ZEROS      TO CRD-ULTIMO-ACESSO
                       MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-SITUACAO
                       MOVE OPR-CODIGO-ATIVO
                                       TO CRD-OPERADOR-SITUACAO
                       WRITE REG-CREDENCIAL
                       IF  FS-CRD-OK
                           MOVE 'I'    TO OPR-HAC-RESULTADO
                           MOVE 'PIN INICIAL PROVISORIO'
                                       TO OPR-HAC-DESCRICAO
                           MOVE SPACES TO WS-SITUACAO-ANTES
                           PERFORM REGISTRA-ACAO
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO GRAVAR CREDENCIAL, FS: '
                               FS-CREDENCIAIS UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DESBLOQUEIA-CREDENCIAL      SECTION.
      *----------------------------------------------------------------*
      *    Desbloqueio: zera os erros, volta a situação a ativo e dá
      *    um PIN provisório (o antigo pode ter sido descoberto), que
      *    o operador troca no próximo sign-on. Serve também para o
      *    operador que esqueceu o PIN.
      *----------------------------------------------------------------*

           PERFORM PEDE-OPERADOR-ALVO
           PERFORM RECUSA-PROPRIO-CODIGO

           IF  ALVO-CADASTRADO
               IF  NOT CRD-ACHADA
                   DISPLAY 'OPERADOR SEM PIN - USE I PARA O PIN '
                       'INICIAL' UPON CONSOLE
               ELSE
                   PERFORM EXIBE-CREDENCIAL
                   MOVE CRD-SITUACAO   TO WS-SITUACAO-ANTES
                   PERFORM OPR-PEDE-NOVO-PIN
                   IF  PIN-TROCADO
                       PERFORM OPR-OBTEM-HOJE
                       MOVE OPR-HASH-RESULTADO
                                       TO CRD-PIN-HASH
                       MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-TROCA
                       MOVE ZEROS      TO CRD-DATA-EXPIRA
                       MOVE ZEROS      TO CRD-ERROS
                       MOVE 'A'        TO CRD-SITUACAO
                       MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-SITUACAO
                       MOVE OPR-CODIGO-ATIVO
                                       TO CRD-OPERADOR-SITUACAO
                       PERFORM REGRAVA-CREDENCIAL
                       IF  FS-CRD-OK
                           MOVE 'R'    TO OPR-HAC-RESULTADO
                           MOVE 'DESBLOQUEIO - PIN PROVISORIO'
                                       TO OPR-HAC-DESCRICAO
                           PERFORM REGISTRA-ACAO
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DESATIVA-CREDENCIAL         SECTION.
      *----------------------------------------------------------------*

           PERFORM PEDE-OPERADOR-ALVO
           PERFORM RECUSA-PROPRIO-CODIGO

           IF  ALVO-CADASTRADO
               EVALUATE TRUE
                   WHEN NOT CRD-ACHADA
                       DISPLAY 'OPERADOR SEM PIN CADASTRADO'
                                       UPON CONSOLE
                   WHEN CRD-DESATIVADO
                       DISPLAY 'OPERADOR JA DESATIVADO' UPON CONSOLE
                   WHEN OTHER
                       PERFORM EXIBE-CREDENCIAL
                       MOVE 'CONFIRMA DESATIVACAO (S/N)? '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) = 'S'
                           PERFORM OPR-OBTEM-HOJE
                           MOVE CRD-SITUACAO
                                       TO WS-SITUACAO-ANTES
                           MOVE 'D'    TO CRD-SITUACAO
                           MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-SITUACAO
                           MOVE OPR-CODIGO-ATIVO
                                       TO CRD-OPERADOR-SITUACAO
                           PERFORM REGRAVA-CREDENCIAL
                           IF  FS-CRD-OK
                               MOVE 'Q' TO OPR-HAC-RESULTADO
                               MOVE 'OPERADOR DESATIVADO'
                                       TO OPR-HAC-DESCRICAO
                               PERFORM REGISTRA-ACAO
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REATIVA-CREDENCIAL          SECTION.
      *----------------------------------------------------------------*
      *    Reativa o operador desativado, mantendo o PIN. O bloqueado
      *    por PIN errado não volta por aqui: passa por R, que troca o
      *    PIN.
      *----------------------------------------------------------------*

           PERFORM PEDE-OPERADOR-ALVO
           PERFORM RECUSA-PROPRIO-CODIGO

           IF  ALVO-CADASTRADO
               EVALUATE TRUE
                   WHEN NOT CRD-ACHADA
                       DISPLAY 'OPERADOR SEM PIN CADASTRADO'
                                       UPON CONSOLE
                   WHEN CRD-BLOQUEADO
                       DISPLAY 'OPERADOR BLOQUEADO - USE R PARA '
                           'DESBLOQUEAR' UPON CONSOLE
                   WHEN NOT CRD-DESATIVADO
                       DISPLAY 'OPERADOR NAO ESTA DESATIVADO'
                                       UPON CONSOLE
                   WHEN OTHER
                       PERFORM OPR-OBTEM-HOJE
                       MOVE CRD-SITUACAO
                                       TO WS-SITUACAO-ANTES
                       MOVE 'A'        TO CRD-SITUACAO
                       MOVE ZEROS      TO CRD-ERROS
                       MOVE OPR-HOJE-AMD
                                       TO CRD-DATA-SITUACAO
                       MOVE OPR-CODIGO-ATIVO
                                       TO CRD-OPERADOR-SITUACAO
                       PERFORM REGRAVA-CREDENCIAL
                       IF  FS-CRD-OK
                           MOVE 'A'    TO OPR-HAC-RESULTADO
                           MOVE 'OPERADOR REATIVADO'
                                       TO OPR-HAC-DESCRICAO
                           PERFORM REGISTRA-ACAO
                       END-IF
               END-EVALUATE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-VALIDADE             SECTION.
      *----------------------------------------------------------------*
      *    Nova validade em dias (1 a 365); o vencimento do PIN atual
      *    é recalculado a partir da data da última troca, salvo o
      *    PIN provisório, que continua vencido.
      *----------------------------------------------------------------*

           PERFORM PEDE-OPERADOR-ALVO
           PERFORM RECUSA-PROPRIO-CODIGO

           IF  ALVO-CADASTRADO
               IF  NOT CRD-ACHADA
                   DISPLAY 'OPERADOR SEM PIN CADASTRADO' UPON CONSOLE
               ELSE
                   PERFORM EXIBE-CREDENCIAL
                   MOVE 'VALIDADE DO PIN EM DIAS (1 A 365): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   IF  PRM-VALOR       < 1
                       OR PRM-VALOR    > 365
                       DISPLAY 'VALIDADE FORA DA FAIXA' UPON CONSOLE
                   ELSE
                       MOVE CRD-DIAS-VALIDADE
                                       TO WS-DIAS-ED
                       MOVE WS-DIAS-ED TO ALT-VALOR-ANTES
                       MOVE PRM-VALOR  TO CRD-DIAS-VALIDADE
                       MOVE CRD-DIAS-VALIDADE
                                       TO WS-DIAS-ED
                       MOVE WS-DIAS-ED TO ALT-VALOR-DEPOIS
                       IF  CRD-DATA-EXPIRA NOT = ZEROS
                           AND CRD-DATA-TROCA NOT = ZEROS
                           COMPUTE OPR-DIAS-CORRIDOS
                               = FUNCTION INTEGER-OF-DATE
                                             (CRD-DATA-TROCA)
                               + CRD-DIAS-VALIDADE
                           COMPUTE CRD-DATA-EXPIRA
                               = FUNCTION DATE-OF-INTEGER
                                             (OPR-DIAS-CORRIDOS)
                       END-IF
                       PERFORM REGRAVA-CREDENCIAL
                       IF  FS-CRD-OK
                           ADD 1       TO CONTA-ACOES
                           MOVE 'VALIDADE-PIN'
                                       TO ALT-CAMPO-ATUAL
                           PERFORM ALT-GRAVA-CAMPO
                           MOVE WS-CODIGO-ALVO
                                       TO OPR-HAC-OPERADOR
                           MOVE OPR-CODIGO-ATIVO
                                       TO OPR-HAC-RESPONSAVEL
                           MOVE 'V'    TO OPR-HAC-RESULTADO
                           MOVE SPACES TO OPR-HAC-DESCRICAO
                           STRING 'VALIDADE ALTERADA PARA '
                               WS-DIAS-ED ' DIAS'
                               DELIMITED BY SIZE
                                       INTO OPR-HAC-DESCRICAO
                           PERFORM OPR-GRAVA-HISTORICO
                           DISPLAY 'VALIDADE ALTERADA' UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRAVA-CREDENCIAL          SECTION.
      *----------------------------------------------------------------*

           REWRITE REG-CREDENCIAL

           IF  NOT FS-CRD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR CREDENCIAL, FS: '
                   FS-CREDENCIAIS      UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-ACAO               SECTION.
      *----------------------------------------------------------------*
      *    Ação de situação ou PIN concluída: histórico de sign-on em
      *    nome do operador alvo, com o administrador como
      *    responsável, e log de alterações (a situação antes e
      *    depois; do PIN, só que foi redefinido - nunca o valor).
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-ACOES

           MOVE WS-CODIGO-ALVO         TO OPR-HAC-OPERADOR
           MOVE OPR-CODIGO-ATIVO       TO OPR-HAC-RESPONSAVEL
           PERFORM OPR-GRAVA-HISTORICO

           MOVE 'SITUACAO'             TO ALT-CAMPO-ATUAL
           MOVE WS-SITUACAO-ANTES      TO ALT-VALOR-ANTES
           MOVE CRD-SITUACAO           TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           IF  OPR-HAC-RESULTADO       = 'I' OR 'R'
               MOVE 'PIN'              TO ALT-CAMPO-ATUAL
               MOVE SPACES             TO ALT-VALOR-ANTES
               MOVE 'REDEFINIDO (PROVISORIO)'
                                       TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
           END-IF

           DISPLAY NOME-PROGRAMA ' ' OPR-HAC-DESCRICAO ': '
               WS-CODIGO-ALVO          UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-DATA                SECTION.
      *----------------------------------------------------------------*

           IF  WS-DATA-AMD             = ZEROS
               MOVE '--/--/----'       TO WS-DATA-ED
           ELSE
               STRING WS-DATA-DIA '/' WS-DATA-MES '/' WS-DATA-ANO
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CREDENCIAIS-OPERADORES
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY PRSPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' ACOES REGISTRADAS: '
               CONTA-ACOES             UPON CONSOLE

           CLOSE CREDENCIAIS-OPERADORES

           PERFORM ALT-FECHA-LOG

           MOVE CONTA-CONSULTAS        TO AUD-QTDE-LIDOS
           MOVE CONTA-ACOES            TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
