      *    validação da entrada e por COMISS01 no fechamento de
      *    comissões. Diálogo de console nos moldes de FORNEC01.
      *----------------------------------------------------------------*
      * VERSAO 07 - Dupla custodia do percentual de comissao: na
      *    alteracao, a mudanca de VEN-PERC-COMISSAO nao e aplicada
      *    ao mestre, vira pedido pendente em ALTERACOES-PENDENTES
      *    (copybooks PND*) e so entra quando outro operador a
      *    aprovar em APROVA01; o nome continua gravado na hora. O
      *    pedido vai para o log de alteracoes com a situacao P.
      * VERSAO 06 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 05 - Inclusao e alteracao reescritas como formulario
      *    de tela cheia (SCREEN SECTION): nome e percentual de
      *    comissao visiveis e editaveis de uma vez, validacao de

           COPY ALTCTL.

           COPY PNDCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*

       COPY ALTFD.

       COPY PNDFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VENDCA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS007'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY PNDDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-PERC-COMISSAO-PEDIDO PIC 9(02)V99     VALUE ZEROS.

      *    Imagem dos campos antes da alteracao, para o log de
      *    alteracoes comparar campo a campo.

           MOVE 'VENDMEST'             TO ALT-MESTRE-ATUAL

      *    O percentual de comissao so muda com aprovacao de um
      *    segundo operador: sem o arquivo de pendencias a alteracao
      *    nao pode ser retida.
           PERFORM PND-ABRE-PENDENCIAS

           IF  NOT PENDENCIAS-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE 'VENDMEST'             TO PND-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           OPEN I-O VENDEDORES-MESTRE
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-VENDEDOR
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-VENDEDOR
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-VENDEDOR
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE

                   PERFORM NORMALIZA-NOME-TELA

      *            Dupla custodia: o percentual digitado vira pedido
      *            pendente; o registro e regravado com o vigente.
                   MOVE TV-PERC-COMISSAO
                                       TO WS-PERC-COMISSAO-PEDIDO
                   MOVE ANT-PERC-COMISSAO
                                       TO VEN-PERC-COMISSAO

                   REWRITE REG-VENDEDOR-MESTRE
                       MOVE ANT-NOME   TO ALT-VALOR-ANTES
                       MOVE VEN-NOME   TO ALT-VALOR-DEPOIS
                       PERFORM ALT-GRAVA-CAMPO
                       IF  WS-PERC-COMISSAO-PEDIDO
                                       NOT = ANT-PERC-COMISSAO
                           PERFORM GRAVA-PEDIDO-COMISSAO
                       END-IF
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR VENDEDOR, FS: '

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PEDIDO-COMISSAO       SECTION.
      *----------------------------------------------------------------*
      *    Grava o percentual pedido em ALTERACOES-PENDENTES e no log
      *    de alteracoes com a situacao P; o mestre so muda na
      *    aprovacao, em APROVA01.
      *----------------------------------------------------------------*

           MOVE WS-MATRICULA           TO PND-CHAVE-ATUAL
           MOVE 'VEN-PERC-COMISSAO'    TO PND-CAMPO-ATUAL
           MOVE ANT-PERC-COMISSAO      TO PND-ANTES-ATUAL
           MOVE WS-PERC-COMISSAO-PEDIDO
                                       TO PND-DEPOIS-ATUAL

           PERFORM PND-REGISTRA-PEDIDO

           IF  PND-NUMERO-GRAVADO      = ZEROS
               DISPLAY NOME-PROGRAMA ' ' PND-CAMPO-ATUAL
                   ' NAO ALTERADO: PEDIDO NAO REGISTRADO'
                                       UPON CONSOLE
           ELSE
               MOVE WS-MATRICULA       TO ALT-CHAVE-ATUAL
               MOVE PND-CAMPO-ATUAL    TO ALT-CAMPO-ATUAL
               MOVE PND-ANTES-ATUAL    TO ALT-VALOR-ANTES
               MOVE PND-DEPOIS-ATUAL   TO ALT-VALOR-DEPOIS
               MOVE 'P'                TO ALT-SITUACAO-ATUAL
               PERFORM ALT-GRAVA-CAMPO
               MOVE SPACE              TO ALT-SITUACAO-ATUAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EDITA-TELA-VENDEDOR         SECTION.
      *----------------------------------------------------------------*

           CLOSE VENDEDORES-MESTRE
           PERFORM ALT-FECHA-LOG
           PERFORM PND-FECHA-PENDENCIAS

           .


       COPY ALTPROC.

       COPY PNDPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
           PERFORM ALT-FECHA-LOG

           PERFORM PND-FECHA-PENDENCIAS

           IF  CONTA-PND-GRAVADAS      > ZEROS
               DISPLAY NOME-PROGRAMA ' PEDIDOS AGUARDANDO APROVACAO: '
                   CONTA-PND-GRAVADAS UPON CONSOLE
           END-IF

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK
