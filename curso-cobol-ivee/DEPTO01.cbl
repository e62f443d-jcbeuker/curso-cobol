      *    nos moldes de FORNEC01: inclusão, alteração, exclusão e
      *    listagem por acesso direto à chave.
      *----------------------------------------------------------------*
      * VERSAO 04 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 03 - O departamento ganhou a margem-alvo sobre o preco
      *    de venda (DEP-MARGEM-ALVO), pedida na inclusao e na
      *    alteracao e mostrada na listagem, base da sugestao de
      *    preco de SUGPRE01; zerada, o departamento fica sem alvo.
      * VERSAO 02 - A sessao passou a exigir operador assinado e
      *    autorizado (OPR-SIGNON), na convencao dos fluxos
      *    sensiveis da casa: o programa regrava mestre/financeiro
           03  DEP-CODIGO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  DEP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  DEP-MARGEM-ALVO         PIC 9(02)V99.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'DEPTO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-CODIGO-DEPTO         PIC X(02)        VALUE SPACES.
           03  WS-MARGEM-ED            PIC Z9,99.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-DEPARTAMENTO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-DEPARTAMENTO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-DEPARTAMENTO
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-DEPARTAMENTOS
                   WHEN OTHER

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-MARGEM             SECTION.
      *----------------------------------------------------------------*
      *    Pede a margem-alvo com o prompt já montado em PRM-MENSAGEM
      *    (percentual com duas casas, sobre o preço de venda).
      *    Resposta zero mantém o valor atual de DEP-MARGEM-ALVO;
      *    100% ou mais é recusado, pois não há preço que a atinja.
      *----------------------------------------------------------------*

           PERFORM PRM-SOLICITA-PRECO

           IF  PRM-VALOR-PRECO         > 0
               IF  PRM-VALOR-PRECO     < 100
                   MOVE PRM-VALOR-PRECO
                                       TO DEP-MARGEM-ALVO
               ELSE
                   DISPLAY 'MARGEM INVALIDA, MANTIDA A ANTERIOR'
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-DEPARTAMENTO         SECTION.
      *----------------------------------------------------------------*
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO DEP-NOME

           MOVE ZEROS                  TO DEP-MARGEM-ALVO
           MOVE 'MARGEM-ALVO % SOBRE O PRECO (0 = SEM ALVO): '
                                       TO PRM-MENSAGEM
           PERFORM SOLICITA-MARGEM

           WRITE REG-DEPARTAMENTO
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       MOVE PRM-RESPOSTA TO DEP-NOME
                   END-IF

                   IF  DEP-MARGEM-ALVO NOT NUMERIC
                       MOVE ZEROS      TO DEP-MARGEM-ALVO
                   END-IF
                   MOVE DEP-MARGEM-ALVO
                                       TO WS-MARGEM-ED
                   DISPLAY NOME-PROGRAMA ' MARGEM-ALVO ATUAL: '
                       WS-MARGEM-ED '%' UPON CONSOLE
                   MOVE 'NOVA MARGEM-ALVO % (0 MANTEM): '
                                       TO PRM-MENSAGEM
                   PERFORM SOLICITA-MARGEM

                   REWRITE REG-DEPARTAMENTO
                   IF  FS-DEP-OK
                       ADD 1           TO CONTA-ALTERACOES
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   IF  DEP-MARGEM-ALVO NOT NUMERIC
                       MOVE ZEROS      TO DEP-MARGEM-ALVO
                   END-IF
                   MOVE DEP-MARGEM-ALVO
                                       TO WS-MARGEM-ED
                   DISPLAY DEP-CODIGO ' ' DEP-NOME
                       ' MARGEM-ALVO: ' WS-MARGEM-ED '%'
                                       UPON CONSOLE
           END-PERFORM

           .
