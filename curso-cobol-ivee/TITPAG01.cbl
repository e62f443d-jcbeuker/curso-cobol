      *    títulos varridos pela remessa saem baixados com a data de
      *    movimento.
      *----------------------------------------------------------------*
      * VERSAO 05 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida
      *    (baixa como A, remessa de pagamentos como P aprovar) em OPR-
      *    VERIFICA-FUNCAO antes de executar; a recusa vai para a trilha
      *    de auditoria.
      * VERSAO 04 - Cada detalhe da remessa de pagamentos entra nos
      *    itens a conciliar (copybooks CNC*) como um debito 'PAG',
      *    referencia numero do arquivo + fornecedor, para a
      *    conciliacao do extrato em CONCIL01.
      * VERSAO 03 - A sessao passou a exigir operador assinado e
      *    autorizado (OPR-SIGNON), na convencao dos fluxos
      *    sensiveis da casa: o programa regrava mestre/financeiro

           COPY INTCTL.

           COPY CNCCTL.

           COPY AUDCTL.
           COPY DMVCTL.
      *
       COPY AUDFD.
       COPY DMVFD.
       COPY INTFD.
       COPY CNCFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'TITPAG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY INTDADOS.
       COPY CNCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
                   WHEN 'L'
                       PERFORM LISTA-TITULOS-ABERTOS
                   WHEN 'B'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM BAIXA-TITULO
                       END-IF
                   WHEN 'R'
                       MOVE 'P'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM GERA-REMESSA-PAGAMENTOS
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               MOVE ZEROS              TO CONTA-DETALHES-REMESSA
               MOVE ZEROS              TO SOMA-REMESSA

               PERFORM CNC-ABRE-ITENS

               PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > CONTA-FORNECEDORES
                   IF  TSF-SALDO(WS-SUB-FORN) > 0
                       MOVE REM-REGISTRO-DETALHE
                                       TO REG-REMESSA
                       WRITE REG-REMESSA
                       PERFORM REGISTRA-ITEM-CONCILIACAO
                   END-IF
               END-PERFORM

               PERFORM CNC-FECHA-ITENS

               MOVE CONTA-DETALHES-REMESSA
                                       TO REM-T-QTDE-DETALHES
               MOVE SOMA-REMESSA       TO REM-T-TOTAL

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-ITEM-CONCILIACAO   SECTION.
      *----------------------------------------------------------------*
      *    O pagamento ao fornecedor sai da conta no valor do detalhe
      *    da remessa: fica pendente nos itens a conciliar até
      *    aparecer no extrato do banco (CONCIL01).
      *----------------------------------------------------------------*

           MOVE 'PAG'                  TO CNC-ORIGEM-ATUAL
           MOVE SPACES                 TO CNC-REFERENCIA-ATUAL
           STRING INT-NUMERO-GERADO
                  REM-D-FORNECEDOR
                  DELIMITED BY SIZE    INTO CNC-REFERENCIA-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO CNC-DATA-ATUAL
           MOVE 'D'                    TO CNC-SENTIDO-ATUAL
           MOVE REM-D-VALOR            TO CNC-VALOR-ATUAL
           MOVE SPACES                 TO CNC-DESCRICAO-ATUAL
           STRING 'PAGTO FORNECEDOR '
                  REM-D-FORNECEDOR
                  DELIMITED BY SIZE    INTO CNC-DESCRICAO-ATUAL
           PERFORM CNC-REGISTRA-ITEM

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-TITULOS-REMETIDOS     SECTION.
      *----------------------------------------------------------------*

       COPY INTPROC.

       COPY CNCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE FORNECEDORES
           CLOSE REMESSA-PAGAMENTOS
           PERFORM INT-FECHA-LOG
           PERFORM CNC-FECHA-ITENS

           .

