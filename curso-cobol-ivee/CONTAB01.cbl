      *    relatório de dia desbalanceado acusa quando débitos e
      *    créditos divergem, com RETURN-CODE 4 para a cadeia.
      *----------------------------------------------------------------*
      * VERSAO 10 - RELATORIO-CONTAB passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 09 - Novo evento FRETE: o frete da entrega em domicilio
      *    cobrado no ticket nao anulado (VALOR-FRETE-S do cabecalho,
      *    incluido por PR16TA01 com NR-ENTREGA-S), receita fora das
      *    linhas de item.
      * VERSAO 08 - REGISTRO-SAIDA-DETALHE acompanhou o canal da venda
      *    (CANAL-VENDA-S: L balcao, W loja virtual) e o numero do
      *    pedido da loja virtual (PEDIDO-WEB-S) incluidos por PR16TA01.
      * VERSAO 07 - Novo evento DESCONTO: o desconto manual no total
      *    do ticket nao anulado (VALOR-DESCONTO-S do cabecalho,
      *    incluido por PR16TA01), concedido sobre a receita das
      *    linhas. O desconto da linha ja sai no preco liquido e nao
      *    gera lancamento proprio.
      * VERSAO 06 - Novos eventos do vale-troca (NR-VALE-S/
      *    VALOR-VALE-S, incluidos por PR16TA01): VALE-EMITE, o valor
      *    devolvido em vale nas linhas de item (o passivo do vale
      *    nasce no lugar do dinheiro devolvido), e VALE-USO, o valor
      *    pago com vale no cabecalho do ticket nao anulado (baixa do
      *    passivo contra a receita).
      * VERSAO 05 - Novo evento RESG-PONTO: o valor pago com pontos
      *    de fidelidade no caixa (VALOR-RESGATE-S do cabecalho do
      *    ticket nao anulado, incluido por PR16TA01), para baixar o
      *    passivo de pontos contra a receita recebida em pontos.
      * VERSAO 04 - Eventos apurados fora das vendas do dia
      *    (copybooks EVC*: taxa de cartao TAXA-CART e estorno de
      *    cartao ESTORN-CRT gravados pela conciliacao CARTAO01) sao
      *    somados por evento na data de movimento e lancados pelo
      *    mapa de contas como os demais. 8a linha do cartao SYSIN
      *    com o caminho do arquivo de eventos; ausente, nada muda.
      * VERSAO 03 - REGISTRO-SAIDA-DETALHE acompanhou o peso da
      *    pesagem (PESO-S) incluido por PR16TA01 para os itens
      *    vendidos por peso.
      * VERSAO 02 - REGISTRO-SAIDA-DETALHE acompanhou a filial
      *    da venda (FILIAL-S) incluida por PR16TA01 no controle por
      *    filial.
      * VERSAO 01 - Versão inicial. Mapa de contas: evento (10),
      *    conta débito (8) na coluna 12, conta crédito (8) na 21.
      *    Eventos: VENDA, ICMS, CMV, FOLHA-LIQ, FOLHA-INSS e

           COPY DMVCTL.

           COPY EVCCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  VALOR-ICMS-S            PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  MATRICULA-VENDEDOR-S    PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FILIAL-S                PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  PESO-S                  PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  PONTOS-GANHOS-S         PIC  9(07).
           03  FILLER                  PIC  X(01).
           03  PONTOS-RESGATE-S        PIC  9(07).
           03  FILLER                  PIC  X(01).
           03  VALOR-RESGATE-S         PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  NR-VALE-S               PIC  9(06).
           03  FILLER                  PIC  X(01).
           03  VALOR-VALE-S            PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  PERC-DESCONTO-S         PIC  9(02)V99.
           03  FILLER                  PIC  X(01).
           03  VALOR-DESCONTO-S        PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  MOTIVO-DESCONTO-S       PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  SUPERVISOR-DESCONTO-S   PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  CANAL-VENDA-S           PIC  X(01).
               88  CANAL-BALCAO                             VALUE  'L'
                                                                   ' '.
               88  CANAL-WEB                                VALUE  'W'.
           03  FILLER                  PIC  X(01).
           03  PEDIDO-WEB-S            PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  VALOR-FRETE-S           PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  NR-ENTREGA-S            PIC  9(06).

       FD  JORNAL-BAIXA.
       01  REG-JORNAL-BAIXA            PIC X(44).
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  S1-FOLHA.
       01  REG-S1                      PIC X(110).

       COPY DMVFD.

       COPY EVCFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CONTAB01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS010'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY EVCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
               88  FIM-DO-JORNAL                        VALUE 'S'.
           03  IND-FIM-S1              PIC X(01)        VALUE 'N'.
               88  FIM-DO-S1                            VALUE 'S'.
           03  IND-FIM-EVENTOS         PIC X(01)        VALUE 'N'.
               88  FIM-DOS-EVENTOS                      VALUE 'S'.
           03  CONTA-EVENTOS-EXTERNOS  PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-EVENTO           PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-EVENTOS-MAPA      PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-MAPA             PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-QTD-LIQUIDA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-FOLHA-LIQ          PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-FOLHA-INSS         PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-FOLHA-IRRF         PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-RESGATE-PONTOS     PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-VALE-EMITIDO       PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-VALE-USO           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-DESCONTO-TICKET    PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-FRETE-ENTREGA      PIC S9(11)V99    VALUE ZEROS.
           03  TOTAL-DEBITOS           PIC S9(11)V99    VALUE ZEROS.
           03  TOTAL-CREDITOS          PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-LANCAMENTOS       PIC S9(05) COMP-5 VALUE ZEROS.
               05  TPC-DEBITO          PIC X(08).
               05  TPC-CREDITO         PIC X(08).

      *    Eventos externos do dia somados por nome, na ordem em que
      *    aparecem no arquivo de eventos.
       01  TAB-EVENTOS-EXTERNOS.
           03  TEE-ENTRADA             OCCURS 20 TIMES
                                       INDEXED BY TEE-IDX.
               05  TEE-EVENTO          PIC X(10).
               05  TEE-VALOR           PIC 9(11)V99.
               05  TEE-HISTORICO       PIC X(30).

       01  LINHA-CAB-RELATORIO.
           03  FILLER                  PIC X(40)        VALUE
           'LANCAMENTOS CONTABEIS DO DIA - RESUMO'.

           PERFORM ACUMULA-FOLHA

           PERFORM ACUMULA-EVENTOS-EXTERNOS

           PERFORM GERA-LANCAMENTOS

           PERFORM FINALIZA
      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 8 substituem, na ordem, os
      *    caminhos do mapa de contas, das vendas, do jornal de
      *    baixa, do catálogo, do S1 da folha, dos lançamentos, do
      *    relatório e dos eventos contábeis; linha ausente ou em
      *    branco mantém o padrão.
      *    Via PARM, aceita apenas o caminho dos lançamentos.
      *----------------------------------------------------------------*

                       MOVE REG-PARM   TO OPE07
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-EVENTOS-CONTABEIS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
      *----------------------------------------------------------------*
      *    Soma das linhas de item aceitas: receita pela quantidade
      *    líquida (vendida menos devolvida) ao preço da linha, e o
      *    ICMS carregado na própria linha. Do cabeçalho de ticket
      *    não anulado sai o valor pago com pontos de fidelidade e
      *    com vale-troca e o desconto no total do ticket; de toda
      *    linha de item, o valor devolvido em vale-troca.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ACUMULA-VENDAS'

                           ADD VALOR-ICMS-S
                                       TO SOMA-ICMS
                       END-IF
                       IF  LINHA-CABECALHO-TICKET
                           AND CODIGO-ITEM-S = 0000
                           AND NR-TICKET-S NOT = 0
                           AND TRANSACAO-VENDA
                           AND VALOR-RESGATE-S NUMERIC
                           ADD VALOR-RESGATE-S
                                       TO SOMA-RESGATE-PONTOS
                       END-IF
                       IF  LINHA-CABECALHO-TICKET
                           AND CODIGO-ITEM-S = 0000
                           AND NR-TICKET-S NOT = 0
                           AND TRANSACAO-VENDA
                           AND VALOR-VALE-S NUMERIC
                           ADD VALOR-VALE-S
                                       TO SOMA-VALE-USO
                       END-IF
                       IF  LINHA-CABECALHO-TICKET
                           AND CODIGO-ITEM-S = 0000
                           AND NR-TICKET-S NOT = 0
                           AND TRANSACAO-VENDA
                           AND VALOR-DESCONTO-S NUMERIC
                           ADD VALOR-DESCONTO-S
                                       TO SOMA-DESCONTO-TICKET
                       END-IF
                       IF  LINHA-CABECALHO-TICKET
                           AND CODIGO-ITEM-S = 0000
                           AND NR-TICKET-S NOT = 0
                           AND TRANSACAO-VENDA
                           AND VALOR-FRETE-S NUMERIC
                           ADD VALOR-FRETE-S
                                       TO SOMA-FRETE-ENTREGA
                       END-IF
                       IF  NOT LINHA-CABECALHO-TICKET
                           AND CODIGO-ITEM-S NOT = 0000
                           AND CODIGO-ITEM-S NOT = 9999
                           AND VALOR-VALE-S NUMERIC
                           ADD VALOR-VALE-S
                                       TO SOMA-VALE-EMITIDO
                       END-IF
               END-PERFORM
               CLOSE ARQUIVO-SAIDA
           ELSE

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-EVENTOS-EXTERNOS    SECTION.
      *----------------------------------------------------------------*
      *    Linhas do arquivo de eventos com a data de movimento,
      *    somadas por evento; o histórico é o da primeira linha.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ACUMULA-EVENTOS-EXTERNOS'

           OPEN INPUT EVENTOS-CONTABEIS

           IF  FS-EVC-OK
               PERFORM UNTIL FIM-DOS-EVENTOS
                   READ EVENTOS-CONTABEIS
                   AT END
                       MOVE 'S'        TO IND-FIM-EVENTOS
                   NOT AT END
                       IF  EVC-DATA    = DMV-DATA-MOVIMENTO
                           AND EVC-EVENTO NOT = SPACES
                           AND EVC-VALOR NUMERIC
                           PERFORM SOMA-EVENTO-EXTERNO
                       END-IF
               END-PERFORM
               CLOSE EVENTOS-CONTABEIS
           ELSE
               DISPLAY NOME-PROGRAMA ' SEM EVENTOS EXTERNOS NO DIA'
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-EVENTO-EXTERNO         SECTION.
      *----------------------------------------------------------------*

           SET TEE-IDX                 TO 1
           SEARCH TEE-ENTRADA
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE EVENTOS EXTERNOS CHEIA, FORA: '
                       EVC-EVENTO      UPON CONSOLE
               WHEN TEE-IDX            > CONTA-EVENTOS-EXTERNOS
                   ADD 1               TO CONTA-EVENTOS-EXTERNOS
                   SET TEE-IDX         TO CONTA-EVENTOS-EXTERNOS
                   MOVE EVC-EVENTO     TO TEE-EVENTO(TEE-IDX)
                   MOVE EVC-VALOR      TO TEE-VALOR(TEE-IDX)
                   MOVE EVC-HISTORICO  TO TEE-HISTORICO(TEE-IDX)
               WHEN TEE-EVENTO(TEE-IDX) = EVC-EVENTO
                   ADD EVC-VALOR       TO TEE-VALOR(TEE-IDX)
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           GERA-LANCAMENTOS            SECTION.
      *----------------------------------------------------------------*
           MOVE 'IRRF RETIDO FOLHA'    TO WS-HISTORICO-ATUAL
           PERFORM GERA-LANCAMENTO-EVENTO

           MOVE 'RESG-PONTO'           TO WS-EVENTO-ATUAL
           MOVE SOMA-RESGATE-PONTOS    TO WS-VALOR-ATUAL
           MOVE 'PONTOS RESGATADOS NO CAIXA'
                                       TO WS-HISTORICO-ATUAL
           PERFORM GERA-LANCAMENTO-EVENTO

           MOVE 'VALE-EMITE'           TO WS-EVENTO-ATUAL
           MOVE SOMA-VALE-EMITIDO      TO WS-VALOR-ATUAL
           MOVE 'VALES-TROCA EMITIDOS DEVOLUCAO'
                                       TO WS-HISTORICO-ATUAL
           PERFORM GERA-LANCAMENTO-EVENTO

           MOVE 'VALE-USO'             TO WS-EVENTO-ATUAL
           MOVE SOMA-VALE-USO          TO WS-VALOR-ATUAL
           MOVE 'VALES-TROCA RECEBIDOS NO CAIXA'
                                       TO WS-HISTORICO-ATUAL
           PERFORM GERA-LANCAMENTO-EVENTO

           MOVE 'DESCONTO'             TO WS-EVENTO-ATUAL
           MOVE SOMA-DESCONTO-TICKET   TO WS-VALOR-ATUAL
           MOVE 'DESCONTOS NO TOTAL DO TICKET'
                                       TO WS-HISTORICO-ATUAL
           PERFORM GERA-LANCAMENTO-EVENTO

           MOVE 'FRETE'                TO WS-EVENTO-ATUAL
           MOVE SOMA-FRETE-ENTREGA     TO WS-VALOR-ATUAL
           MOVE 'FRETES DE ENTREGA'    TO WS-HISTORICO-ATUAL
           PERFORM GERA-LANCAMENTO-EVENTO

           PERFORM VARYING WS-SUB-EVENTO FROM 1 BY 1
               UNTIL WS-SUB-EVENTO > CONTA-EVENTOS-EXTERNOS
               MOVE TEE-EVENTO(WS-SUB-EVENTO)
                                       TO WS-EVENTO-ATUAL
               MOVE TEE-VALOR(WS-SUB-EVENTO)
                                       TO WS-VALOR-ATUAL
               MOVE TEE-HISTORICO(WS-SUB-EVENTO)
                                       TO WS-HISTORICO-ATUAL
               PERFORM GERA-LANCAMENTO-EVENTO
           END-PERFORM

           .

           EXIT.
           CLOSE JORNAL-BAIXA
           CLOSE ARQUIVO-ENTRADA
           CLOSE S1-FOLHA
           CLOSE EVENTOS-CONTABEIS
           CLOSE LANCAMENTOS
           CLOSE RELATORIO-CONTAB


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           CLOSE LANCAMENTOS
           CLOSE RELATORIO-CONTAB

           MOVE 'RELATORIO-CONTAB'     TO RRL-NOME-ATUAL
           MOVE OPE07                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' LINHAS DE LANCAMENTO: '
               CONTA-LANCAMENTOS       UPON CONSOLE

