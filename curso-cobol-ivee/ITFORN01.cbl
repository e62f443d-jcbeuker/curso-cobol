      *    alteração, exclusão e consulta por acesso direto à chave,
      *    com o item e o fornecedor validados nos cadastros.
      *----------------------------------------------------------------*
      * VERSAO 04 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 03 - O cruzamento ganhou a unidade de compra do
      *    fornecedor (ITF-UNIDADE-COMPRA: CX, FD...), o fator de
      *    conversao para a unidade de venda (ITF-FATOR-CONVERSAO:
      *    unidades de venda por unidade de compra) e a unidade de
      *    venda do item (ITF-UNIDADE-VENDA), usados por PEDIDO01,
      *    RECEB01 e DEVFOR01 para aceitar quantidades na unidade de
      *    compra. Inclusao assume UN, fator 1 e UN.
      * VERSAO 02 - A sessao passou a exigir operador assinado e
      *    autorizado (OPR-SIGNON), na convencao dos fluxos
      *    sensiveis da casa: o programa regrava mestre/financeiro
           03  ITF-ULTIMO-CUSTO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  ITF-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  ITF-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-VENDA       PIC X(03).

       FD  ARQUIVO-ENTRADA.
       01  DATA-RECORD.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ITFORN01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-CRUZAMENTO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-CRUZAMENTO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-CRUZAMENTO
                       END-IF
                   WHEN 'C'
                       PERFORM CONSULTA-ITEM
                   WHEN OTHER
               MOVE PRM-VALOR          TO ITF-PRAZO-ENTREGA
           END-IF

           MOVE 'UNIDADE DE COMPRA - CX, FD, UN (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:3))
                                       TO ITF-UNIDADE-COMPRA
           END-IF

           MOVE 'UNIDADES DE VENDA POR UNIDADE DE COMPRA (0 MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           IF  PRM-VALOR               > 0
               MOVE PRM-VALOR          TO ITF-FATOR-CONVERSAO
           END-IF

           MOVE 'UNIDADE DE VENDA - UN, KG, LT (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:3))
                                       TO ITF-UNIDADE-VENDA
           END-IF

           .

           EXIT.
               MOVE SPACES             TO ITF-CODIGO-NO-FORN
               MOVE ZEROS              TO ITF-ULTIMO-CUSTO
               MOVE ZEROS              TO ITF-PRAZO-ENTREGA
               MOVE 'UN'               TO ITF-UNIDADE-COMPRA
               MOVE 1                  TO ITF-FATOR-CONVERSAO
               MOVE 'UN'               TO ITF-UNIDADE-VENDA

               PERFORM SOLICITA-DADOS-CRUZAMENTO

                       DISPLAY 'COD. NO FORN: ' ITF-CODIGO-NO-FORN
                           ' CUSTO: ' WS-CUSTO-ED
                           ' PRAZO: ' ITF-PRAZO-ENTREGA UPON CONSOLE
                       DISPLAY 'UNIDADE DE COMPRA: ' ITF-UNIDADE-COMPRA
                           ' = ' ITF-FATOR-CONVERSAO ' '
                           ITF-UNIDADE-VENDA   UPON CONSOLE

                       PERFORM SOLICITA-DADOS-CRUZAMENTO

               DISPLAY ITF-FORN-CODIGO ' ' FORN-NOME
                   ' COD ' ITF-CODIGO-NO-FORN
                   ' CUSTO ' WS-CUSTO-ED
                   ' PRAZO ' ITF-PRAZO-ENTREGA ' DIAS'
                   ' ' ITF-UNIDADE-COMPRA '=' ITF-FATOR-CONVERSAO
                   ' ' ITF-UNIDADE-VENDA UPON CONSOLE

               READ ITEM-FORNECEDOR NEXT RECORD
           END-PERFORM
