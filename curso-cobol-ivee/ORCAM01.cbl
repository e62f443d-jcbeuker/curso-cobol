      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção do orçamento de vendas por departamento
      *    e mês (ORCAMENTO-VENDAS, indexado por departamento + ano +
      *    mês), a meta contra a qual ORCREL01 compara o realizado do
      *    HISTORICO-VENDAS. Diálogo de console nos moldes de
      *    FORNEC01: inclusão, alteração, exclusão e listagem por
      *    acesso direto à chave, mais a digitação do ano inteiro de
      *    um departamento de uma vez (opção T), como a diretoria
      *    passa o orçamento em janeiro. O departamento é conferido
      *    contra DEPARTAMENTOS (DEPTO01) e toda mudança vai para o
      *    log de alterações dos cadastros mestres.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir, ano inteiro como I) em OPR-
      *    VERIFICA-FUNCAO antes de executar; a recusa vai para a trilha
      *    de auditoria.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho de ORCAMENTO-VENDAS, 2a com o de DEPARTAMENTOS; via
      *    PARM, aceita apenas o caminho do orçamento.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     ORCAM01.
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
           COPY ORCCTL.

           SELECT DEPARTAMENTOS ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-DEPARTAMENTOS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

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
       COPY ORCFD.

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           03  DEP-CODIGO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  DEP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  DEP-MARGEM-ALVO         PIC 9(02)V99.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'ORCAM01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY ORCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPARTAM.dat'.
           03  FS-DEPARTAMENTOS        PIC X(02)        VALUE '00'.
               88  FS-DEP-OK                            VALUE '00'.
               88  FS-DEP-NAO-EXISTE                    VALUE '35'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-FIM-LISTAGEM        PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  IND-HA-DEPARTAMENTOS    PIC X(01)        VALUE 'N'.
               88  HA-DEPARTAMENTOS                     VALUE 'S'.
           03  IND-CHAVE-VALIDA        PIC X(01)        VALUE 'N'.
               88  CHAVE-VALIDA                         VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-CODIGO-DEPTO         PIC X(02)        VALUE SPACES.
           03  WS-ANO-ORCAMENTO        PIC 9(04)        VALUE ZEROS.
           03  WS-MES-ORCAMENTO        PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-LISTAGEM         PIC 9(04)        VALUE ZEROS.
           03  WS-META-ANTERIOR        PIC 9(09)V99     VALUE ZEROS.
           03  WS-META-ED              PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-SOMA-ANO             PIC 9(11)V99     VALUE ZEROS.
           03  WS-SOMA-ANO-ED          PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-MES-PROMPT           PIC 9(02)        VALUE ZEROS.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-ORCAMENTO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Fluxo sensivel na convencao da casa: exige operador
      *    assinado e autorizado, e toda mudanca vai para o log de
      *    alteracoes.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' MANUTENCAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'ORCAMENTO'            TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           OPEN I-O ORCAMENTO-VENDAS

           IF  FS-ORC-NAO-EXISTE
               OPEN OUTPUT ORCAMENTO-VENDAS
               CLOSE ORCAMENTO-VENDAS
               OPEN I-O ORCAMENTO-VENDAS
           END-IF

           IF  NOT FS-ORC-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ORCAMENTO-VENDAS, FILE STATUS: '
                   FS-ORCAMENTO        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem a tabela de departamentos o codigo nao tem contra o
      *    que ser conferido: a manutencao segue, avisada.
           OPEN INPUT DEPARTAMENTOS

           IF  FS-DEP-OK
               SET HA-DEPARTAMENTOS    TO TRUE
           ELSE
               IF  NOT FS-DEP-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR DEPARTAMENTOS, FILE STATUS: '
                       FS-DEPARTAMENTOS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               DISPLAY NOME-PROGRAMA
                   ' DEPARTAMENTOS AUSENTE - CODIGO NAO CONFERIDO'
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho de ORCAMENTO-VENDAS,
      *    2a com o de DEPARTAMENTOS. Via PARM (COMMAND-LINE), aceita
      *    apenas o caminho do orçamento; sem nenhum dos dois,
      *    prevalecem os caminhos padrão.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-ORCAMENTO
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-ORCAMENTO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-ORCAMENTO        SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-ORCAMENTO'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
           'OPCAO: I=INCLUIR A=ALTERAR E=EXCLUIR L=LISTAR T=ANO (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-ORCAMENTO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-ORCAMENTO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-ORCAMENTO
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-ORCAMENTO
                   WHEN 'T'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM DIGITA-ANO-INTEIRO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-DEPARTAMENTO       SECTION.
      *----------------------------------------------------------------*
      *    Pede o departamento e o ano; CHAVE-VALIDA só fica ligada
      *    com o departamento cadastrado em DEPARTAMENTOS (quando a
      *    tabela existe) e o ano entre 2000 e 2099.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA

           MOVE 'CODIGO DO DEPARTAMENTO (2 POSICOES): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-CODIGO-DEPTO

           MOVE 'ANO DO ORCAMENTO (AAAA): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE ZEROS                  TO WS-ANO-ORCAMENTO
           IF  PRM-VALOR               > 0
               MOVE PRM-VALOR          TO WS-ANO-ORCAMENTO
           END-IF

           EVALUATE TRUE
               WHEN WS-CODIGO-DEPTO    = SPACES
                   DISPLAY NOME-PROGRAMA ' DEPARTAMENTO NAO INFORMADO'
                                       UPON CONSOLE
               WHEN WS-ANO-ORCAMENTO   < 2000
                 OR WS-ANO-ORCAMENTO   > 2099
                   DISPLAY NOME-PROGRAMA ' ANO INVALIDO: '
                       WS-ANO-ORCAMENTO UPON CONSOLE
               WHEN HA-DEPARTAMENTOS
                   MOVE WS-CODIGO-DEPTO TO DEP-CODIGO
                   READ DEPARTAMENTOS
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' DEPARTAMENTO NAO CADASTRADO: '
                               WS-CODIGO-DEPTO UPON CONSOLE
                       NOT INVALID KEY
                           DISPLAY NOME-PROGRAMA ' DEPARTAMENTO: '
                               DEP-NOME UPON CONSOLE
                           MOVE 'S'    TO IND-CHAVE-VALIDA
                   END-READ
               WHEN OTHER
                   MOVE 'S'            TO IND-CHAVE-VALIDA
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *    Departamento e ano de SOLICITA-DEPARTAMENTO mais o mês
      *    (1 a 12), montados em ORC-CHAVE e em ALT-CHAVE-ATUAL.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-DEPARTAMENTO

           IF  CHAVE-VALIDA
               MOVE 'MES DO ORCAMENTO (1 A 12): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-VALOR
               IF  PRM-VALOR           < 1 OR PRM-VALOR > 12
                   DISPLAY NOME-PROGRAMA ' MES INVALIDO'
                                       UPON CONSOLE
                   MOVE 'N'            TO IND-CHAVE-VALIDA
               ELSE
                   MOVE PRM-VALOR      TO WS-MES-ORCAMENTO
                   MOVE WS-CODIGO-DEPTO
                                       TO ORC-DEPARTAMENTO
                   MOVE WS-ANO-ORCAMENTO
                                       TO ORC-ANO
                   MOVE WS-MES-ORCAMENTO
                                       TO ORC-MES
                   MOVE ORC-CHAVE      TO ALT-CHAVE-ATUAL
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-ORCAMENTO            SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               MOVE 'META DE VENDA DO MES (VALOR): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-PRECO

               IF  PRM-VALOR-PRECO     NOT > 0
                   DISPLAY NOME-PROGRAMA ' META INVALIDA, NAO INCLUIDA'
                                       UPON CONSOLE
               ELSE
                   MOVE PRM-VALOR-PRECO
                                       TO ORC-VALOR-META
                   PERFORM GRAVA-META-NOVA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-META-NOVA             SECTION.
      *----------------------------------------------------------------*
      *    Grava a chave montada com ORC-VALOR-META e registra a
      *    inclusão no log de alterações.
      *----------------------------------------------------------------*

           WRITE REG-ORCAMENTO
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ORCAMENTO JA CADASTRADO: ' ORC-CHAVE
                                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO CONTA-INCLUSOES
                   MOVE ORC-VALOR-META TO WS-META-ED
                   MOVE 'INCLUSAO'     TO ALT-CAMPO-ATUAL
                   MOVE SPACES         TO ALT-VALOR-ANTES
                   MOVE WS-META-ED     TO ALT-VALOR-DEPOIS
                   PERFORM ALT-GRAVA-CAMPO
                   DISPLAY NOME-PROGRAMA ' ORCAMENTO INCLUIDO: '
                       ORC-CHAVE       UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRAVA-META                SECTION.
      *----------------------------------------------------------------*
      *    Regrava o registro lido com o novo ORC-VALOR-META e leva
      *    o antes (WS-META-ANTERIOR) e o depois para o log.
      *----------------------------------------------------------------*

           REWRITE REG-ORCAMENTO

           IF  FS-ORC-OK
               ADD 1                   TO CONTA-ALTERACOES
               MOVE 'META'             TO ALT-CAMPO-ATUAL
               MOVE WS-META-ANTERIOR   TO WS-META-ED
               MOVE WS-META-ED         TO ALT-VALOR-ANTES
               MOVE ORC-VALOR-META     TO WS-META-ED
               MOVE WS-META-ED         TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
               DISPLAY NOME-PROGRAMA ' ORCAMENTO ALTERADO: '
                   ORC-CHAVE           UPON CONSOLE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR ORCAMENTO, FS: '
                   FS-ORCAMENTO        UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-ORCAMENTO            SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ ORCAMENTO-VENDAS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ORCAMENTO NAO CADASTRADO: ' ORC-CHAVE
                                       UPON CONSOLE
                   NOT INVALID KEY
                       MOVE ORC-VALOR-META
                                       TO WS-META-ANTERIOR
                       MOVE ORC-VALOR-META
                                       TO WS-META-ED
                       DISPLAY NOME-PROGRAMA ' META ATUAL: '
                           WS-META-ED  UPON CONSOLE
                       MOVE 'NOVA META (0 MANTEM): '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-PRECO
                       IF  PRM-VALOR-PRECO > 0
                           MOVE PRM-VALOR-PRECO
                                       TO ORC-VALOR-META
                           PERFORM REGRAVA-META
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-ORCAMENTO            SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ ORCAMENTO-VENDAS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ORCAMENTO NAO CADASTRADO: ' ORC-CHAVE
                                       UPON CONSOLE
                   NOT INVALID KEY
                       MOVE ORC-VALOR-META
                                       TO WS-META-ED
                       DELETE ORCAMENTO-VENDAS
                       IF  FS-ORC-OK
                           ADD 1       TO CONTA-EXCLUSOES
                           MOVE 'EXCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE WS-META-ED
                                       TO ALT-VALOR-ANTES
                           MOVE SPACES TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA
                               ' ORCAMENTO EXCLUIDO: ' ORC-CHAVE
                                       UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO EXCLUIR ORCAMENTO, FS: '
                               FS-ORCAMENTO UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DIGITA-ANO-INTEIRO          SECTION.
      *----------------------------------------------------------------*
      *    Pede as doze metas do ano de um departamento em sequência:
      *    mês sem orçamento é incluído, mês já orçado mostra a meta
      *    atual e é regravado; resposta zero ou em branco deixa o
      *    mês como está.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-DEPARTAMENTO

           IF  CHAVE-VALIDA
               PERFORM VARYING WS-MES-ORCAMENTO FROM 1 BY 1
                   UNTIL WS-MES-ORCAMENTO > 12
                   PERFORM DIGITA-META-DO-MES
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DIGITA-META-DO-MES          SECTION.
      *----------------------------------------------------------------*

           MOVE WS-CODIGO-DEPTO        TO ORC-DEPARTAMENTO
           MOVE WS-ANO-ORCAMENTO       TO ORC-ANO
           MOVE WS-MES-ORCAMENTO       TO ORC-MES
           MOVE ORC-CHAVE              TO ALT-CHAVE-ATUAL
           MOVE WS-MES-ORCAMENTO       TO WS-MES-PROMPT

           READ ORCAMENTO-VENDAS
               INVALID KEY
                   MOVE SPACES         TO PRM-MENSAGEM
                   STRING 'META DO MES ' WS-MES-PROMPT
                       ' (0 = SEM ORCAMENTO): '
                       DELIMITED BY SIZE INTO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   IF  PRM-VALOR-PRECO > 0
                       MOVE WS-CODIGO-DEPTO
                                       TO ORC-DEPARTAMENTO
                       MOVE WS-ANO-ORCAMENTO
                                       TO ORC-ANO
                       MOVE WS-MES-ORCAMENTO
                                       TO ORC-MES
                       MOVE PRM-VALOR-PRECO
                                       TO ORC-VALOR-META
                       PERFORM GRAVA-META-NOVA
                   END-IF
               NOT INVALID KEY
                   MOVE ORC-VALOR-META TO WS-META-ANTERIOR
                   MOVE ORC-VALOR-META TO WS-META-ED
                   MOVE SPACES         TO PRM-MENSAGEM
                   STRING 'META DO MES ' WS-MES-PROMPT
                       ' ATUAL ' WS-META-ED ' (0 MANTEM): '
                       DELIMITED BY SIZE INTO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   IF  PRM-VALOR-PRECO > 0
                       MOVE PRM-VALOR-PRECO
                                       TO ORC-VALOR-META
                       PERFORM REGRAVA-META
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-ORCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *    Lista o orçamento de um ano (ano zero ou em branco lista
      *    todos), na ordem da chave, com o total por departamento
      *    ao trocar de departamento e no fim.
      *----------------------------------------------------------------*

           MOVE 'ANO A LISTAR (0 = TODOS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE ZEROS                  TO WS-ANO-LISTAGEM
           IF  PRM-VALOR               > 0
               MOVE PRM-VALOR          TO WS-ANO-LISTAGEM
           END-IF

           MOVE 'N'                    TO IND-FIM-LISTAGEM
           MOVE SPACES                 TO WS-CODIGO-DEPTO
           MOVE ZEROS                  TO WS-SOMA-ANO
           MOVE ZEROS                  TO CONTA-LISTADOS

           MOVE LOW-VALUES             TO ORC-CHAVE
           START ORCAMENTO-VENDAS
               KEY IS >= ORC-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ ORCAMENTO-VENDAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   IF  WS-ANO-LISTAGEM = ZEROS
                    OR ORC-ANO         = WS-ANO-LISTAGEM
                       PERFORM LISTA-LINHA-ORCAMENTO
                   END-IF
           END-PERFORM

           IF  WS-CODIGO-DEPTO         NOT = SPACES
               PERFORM LISTA-TOTAL-DEPARTAMENTO
           END-IF

           DISPLAY NOME-PROGRAMA ' MESES LISTADOS: ' CONTA-LISTADOS
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-LINHA-ORCAMENTO       SECTION.
      *----------------------------------------------------------------*

           IF  ORC-DEPARTAMENTO        NOT = WS-CODIGO-DEPTO
               IF  WS-CODIGO-DEPTO     NOT = SPACES
                   PERFORM LISTA-TOTAL-DEPARTAMENTO
               END-IF
               MOVE ORC-DEPARTAMENTO   TO WS-CODIGO-DEPTO
               MOVE ZEROS              TO WS-SOMA-ANO
           END-IF

           ADD 1                       TO CONTA-LISTADOS
           ADD ORC-VALOR-META          TO WS-SOMA-ANO
           MOVE ORC-VALOR-META         TO WS-META-ED
           DISPLAY ORC-DEPARTAMENTO ' ' ORC-MES '/' ORC-ANO
               ' META: ' WS-META-ED    UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-TOTAL-DEPARTAMENTO    SECTION.
      *----------------------------------------------------------------*

           MOVE WS-SOMA-ANO            TO WS-SOMA-ANO-ED
           DISPLAY WS-CODIGO-DEPTO ' TOTAL ORCADO: ' WS-SOMA-ANO-ED
                                       UPON CONSOLE

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ORCAMENTO-VENDAS
           CLOSE DEPARTAMENTOS
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' INCLUSOES: ' CONTA-INCLUSOES
               ' ALTERACOES: ' CONTA-ALTERACOES
               ' EXCLUSOES: ' CONTA-EXCLUSOES UPON CONSOLE

           CLOSE ORCAMENTO-VENDAS

           IF  HA-DEPARTAMENTOS
               CLOSE DEPARTAMENTOS
           END-IF

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES
           PERFORM ALT-FECHA-LOG

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
