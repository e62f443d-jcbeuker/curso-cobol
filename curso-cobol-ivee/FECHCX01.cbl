      *    pelo sistema. A conferência de gaveta na calculadora, sem
      *    saber qual operador furou, acabou.
      *----------------------------------------------------------------*
      * VERSAO 15 - RELATORIO-FECHCAIXA passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 14 - Entrega em domicilio (VALOR-FRETE-S/NR-ENTREGA-S do
      *    cabecalho do ticket, incluidos por PR16TA01): o frete foi
      *    cobrado junto com o ticket, fora das linhas de item, e entra
      *    na forma de pagamento do ticket, no operador e na filial.
      *    Linha propria com o total dos fretes do dia.
      * VERSAO 13 - Venda da loja virtual (CANAL-VENDA-S = 'W', incluido
      *    por PR16TA01 com o pedido em PEDIDO-WEB-S) nao passou pela
      *    gaveta: fica fora dos totais por forma, por operador e por
      *    filial e do dinheiro esperado, e sai em linhas proprias por
      *    forma; o ticket web pago em cartao continua entrando nos
      *    recebiveis de cartao.
      * VERSAO 12 - Sangria e suprimento de gaveta (copybooks SNG*,
      *    lancados por SANGRI01): os movimentos do dia da filial
      *    pedida entram no dinheiro esperado na gaveta (dinheiro das
      *    vendas mais suprimentos menos sangrias), que passa a ser o
      *    valor do sistema na conferencia. Linhas proprias com as
      *    sangrias, os suprimentos e o esperado; o operador com
      *    movimento ganhou uma linha com a gaveta esperada dele.
      *    Arquivo de movimentos ausente conta como dia sem
      *    movimento.
      * VERSAO 11 - Desconto manual no caixa (PERC-DESCONTO-S,
      *    VALOR-DESCONTO-S, MOTIVO-DESCONTO-S e SUPERVISOR-DESCONTO-S,
      *    incluidos por PR16TA01): o desconto no total do ticket nao
      *    entrou no caixa e sai da forma do ticket, do operador e da
      *    filial como o resgate de pontos; o desconto da linha ja
      *    vem no preco liquido. Linhas proprias com o total dos
      *    descontos de linha, dos descontos no total e a quantidade
      *    aprovada por supervisor; o operador ganhou a coluna dos
      *    descontos que concedeu.
      * VERSAO 10 - Vale-troca (NR-VALE-S/VALOR-VALE-S, incluidos por
      *    PR16TA01): a devolucao reembolsada em vale nao tirou
      *    dinheiro da gaveta nem estornou o cartao, e o valor volta
      *    para a forma do ticket, do operador e da filial; o vale
      *    aceito como pagamento no cabecalho do ticket sai da forma
      *    como o resgate de pontos e aparece na nova linha de forma
      *    VALE-TROCA. Linha propria com os vales emitidos no dia.
      * VERSAO 09 - Resgate de pontos de fidelidade no caixa: o valor
      *    pago com pontos (VALOR-RESGATE-S do cabecalho do ticket,
      *    incluido por PR16TA01) nao entrou na gaveta nem no cartao;
      *    sai da forma de pagamento do ticket, do operador, da
      *    filial e do recebivel de cartao, e aparece na nova linha
      *    de forma PONTOS.
      * VERSAO 08 - Cada ticket pago em cartao entra nos recebiveis
      *    de cartao (copybooks CRT*), chave data + filial + ticket,
      *    com o liquido e a data de pagamento esperados pela taxa e
      *    pelo prazo do contrato com a adquirente (parametros
      *    TAXA-CARTAO, em %, e PRAZO-CARTAO, em dias, de PARAMS.TXT;
      *    sem eles, taxa zero e 30 dias), para a conciliacao da
      *    liquidacao em CARTAO01.
      * VERSAO 07 - O valor contado na gaveta entra nos itens a
      *    conciliar (copybooks CNC*) como o credito 'DEP' do
      *    deposito do dia, referencia data + filial, para a
      *    conciliacao do extrato em CONCIL01.
      * VERSAO 06 - REGISTRO-SAIDA-DETALHE acompanhou o peso da
      *    pesagem (PESO-S) incluido por PR16TA01 para os itens
      *    vendidos por peso.
      * VERSAO 05 - Controle por filial (copybooks FIL*): 3a linha
      *    do cartao SYSIN com o codigo da filial a fechar (em branco
      *    = consolidado da rede); so entram as vendas da filial
      *    pedida (FILIAL-S, incluida por PR16TA01; em branco =
      *    matriz) e o cabecalho traz a selecao. No consolidado sai
      *    ainda o total de cada filial.
      * VERSAO 04 - REGISTRO-SAIDA-DETALHE acompanhou a matricula
      *    do vendedor (MATRICULA-VENDEDOR-S) incluida por PR16TA01
      *    na rechaveacao do mestre de vendedores.
           COPY PRMCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY FILCTL.

           COPY CNCCTL.

           COPY CRTCTL.

           COPY PRSCTL.

           COPY SNGCTL.
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

       FD  RELATORIO-FECHCAIXA.
       01  REG-RELATORIO               PIC X(80).
       COPY PRMFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY FILFD.
       COPY CNCFD.
       COPY CRTFD.
       COPY PRSFD.
       COPY SNGFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'FECHCX01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS015'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY FILDADOS.
       COPY CNCDADOS.
       COPY CRTDADOS.
       COPY PRSDADOS.
       COPY SNGDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           03  SOMA-DINHEIRO           PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-CARTAO             PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-A-PRAZO            PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-PONTOS             PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VALE-TROCA         PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VALES-EMITIDOS     PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-DESC-LINHA         PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-DESC-TICKET        PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-FRETES             PIC S9(09)V99    VALUE ZEROS.
           03  CONTA-DESC-SUPERV       PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-SANGRIAS           PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-SUPRIMENTOS        PIC S9(09)V99    VALUE ZEROS.
           03  WS-DINHEIRO-ESPERADO    PIC S9(09)V99    VALUE ZEROS.
           03  CONTA-MOVIMENTOS-GAVETA PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-VALOR-CONTADO        PIC S9(09)V99    VALUE ZEROS.
           03  WS-DIFERENCA            PIC S9(09)V99    VALUE ZEROS.
           03  CONTA-VENDAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-OPERADORES        PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-OPR              PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-FILIAIS           PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-FIL              PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-TICKETS-CARTAO    PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-TKT              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-DATA-MOV-AMD         PIC X(08)        VALUE SPACES.
           03  CONTA-VENDAS-WEB        PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-WEB-DINHEIRO       PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-WEB-CARTAO         PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-WEB-A-PRAZO        PIC S9(09)V99    VALUE ZEROS.

      *    Totais do dia por operador assinado, com o dinheiro aberto
      *    em coluna própria: é a gaveta de cada um.
               05  TOP-CODIGO          PIC X(04).
               05  TOP-DINHEIRO        PIC S9(09)V99.
               05  TOP-TOTAL           PIC S9(09)V99.
               05  TOP-DESCONTO        PIC S9(09)V99.
               05  TOP-SANGRIA         PIC S9(09)V99.
               05  TOP-SUPRIMENTO      PIC S9(09)V99.

      *    Valor líquido do dia de cada ticket pago em cartão, que
      *    vira um recebível a conciliar com a adquirente.
       01  TAB-TICKETS-CARTAO.
           03  TTC-TICKET              OCCURS 2000 TIMES
                                       INDEXED BY TTC-IDX.
               05  TTC-NR-TICKET       PIC 9(06).
               05  TTC-FILIAL          PIC X(02).
               05  TTC-VALOR           PIC S9(09)V99.

      *    Totais do dia por filial, só no fechamento consolidado.
       01  TAB-TOTAIS-FILIAL.
           03  TTF-FILIAL              OCCURS 20 TIMES
                                       INDEXED BY TTF-IDX.
               05  TTF-CODIGO          PIC X(02).
               05  TTF-DINHEIRO        PIC S9(09)V99.
               05  TTF-TOTAL           PIC S9(09)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(33)        VALUE
           03  FILLER                  PIC X(02)        VALUE ': '.
           03  LF-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-FORMA-WEB.
           03  FILLER                  PIC X(20)        VALUE
                                       'LOJA VIRTUAL - '.
           03  LFW-FORMA               PIC X(10).
           03  FILLER                  PIC X(02)        VALUE ': '.
           03  LFW-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-VALES-EMITIDOS.
           03  FILLER                  PIC X(32)        VALUE
                                'VALES-TROCA EMITIDOS NO DIA: '.
           03  LVE-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-DESCONTOS.
           03  LDS-TITULO              PIC X(32).
           03  LDS-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-DESC-SUPERVISOR.
           03  FILLER                  PIC X(32)        VALUE
                                'DESCONTOS COM SUPERVISOR: '.
           03  LDS-QTDE                PIC ZZ.ZZ9.

       01  LINHA-OPERADOR.
           03  FILLER                  PIC X(10)        VALUE
                                                   'OPERADOR '.
           03  FILLER                  PIC X(09)        VALUE
                                                   '  TOTAL: '.
           03  LO-TOTAL                PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(13)        VALUE
                                               '  DESCONTOS: '.
           03  LO-DESCONTO             PIC ZZZ.ZZ9,99.

       01  LINHA-GAVETA-OPERADOR.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   'SANGRIAS: '.
           03  LGO-SANGRIA             PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(15)        VALUE
                                            '  SUPRIMENTOS: '.
           03  LGO-SUPRIMENTO          PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(12)        VALUE
                                               '  ESPERADO: '.
           03  LGO-ESPERADO            PIC ---.--9,99.

       01  LINHA-FILIAL.
           03  FILLER                  PIC X(08)        VALUE
                                                   'FILIAL '.
           03  LTF-CODIGO              PIC X(02).
           03  FILLER                  PIC X(16)        VALUE
                                               '      DINHEIRO: '.
           03  LTF-DINHEIRO            PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(09)        VALUE
                                                   '  TOTAL: '.
           03  LTF-TOTAL               PIC ZZZ.ZZ9,99.

       01  LINHA-MOVIMENTO-GAVETA.
           03  LMG-TITULO              PIC X(32).
           03  LMG-VALOR               PIC ---.---.--9,99.

       01  LINHA-CONFERENCIA.
           03  FILLER                  PIC X(18)        VALUE
           03  LCF-CONTADO             PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(12)        VALUE
                                               '  SISTEMA: '.
           03  LCF-SISTEMA             PIC ---.--9,99.
           03  FILLER                  PIC X(13)        VALUE
                                               '  DIFERENCA: '.
           03  LCF-DIFERENCA           PIC ---.--9,99.

           PERFORM TOTALIZA-DIA

           PERFORM SOMA-MOVIMENTOS-GAVETA

           PERFORM CONFERE-GAVETA

           PERFORM REGISTRA-RECEBIVEIS-CARTAO

           PERFORM FINALIZA

           .

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO

           OPEN INPUT ARQUIVO-SAIDA

           IF  NOT FS-VENDAS-OK
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE FIL-LINHA-SELECAO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho do arquivo de vendas
      *    do dia e 2a com o do relatório; linha ausente ou em branco
      *    mantém o padrão. 3a linha com o código da filial a fechar;
      *    ausente ou em branco, fecha o consolidado da rede. Via
      *    PARM, aceita apenas o caminho das vendas.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2)
                                       TO FIL-SELECAO
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
      *----------------------------------------------------------------*
      *    Soma o valor líquido (vendida menos devolvida) das vendas
      *    não anuladas do dia por forma de pagamento e por operador
      *    assinado, ignorando o cabeçalho e o rodapé do arquivo. Só
      *    entram as vendas da filial pedida (todas no consolidado).
      *    O cabeçalho de ticket com resgate de pontos ou vale-troca
      *    abate o valor pago assim do que foi recebido na forma do
      *    ticket; a linha devolvida com reembolso em vale-troca
      *    devolve à forma o valor que não saiu do caixa. O desconto
      *    no total do ticket sai da forma como o resgate de pontos;
      *    o desconto da linha só é somado para o relatório.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'TOTALIZA-DIA'

               AT END
                   MOVE 'S'            TO IND-FIM-VENDAS
               NOT AT END
                   MOVE FILIAL-S       TO FIL-CODIGO-REGISTRO
                   PERFORM FIL-CONFERE-SELECAO
                   IF  CODIGO-ITEM-S NOT = 0000
                       AND CODIGO-ITEM-S NOT = 9999
                       AND (TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO)
                       AND FIL-REGISTRO-SELECIONADO
                       ADD 1           TO CONTA-VENDAS
                       COMPUTE WS-QTD-LIQUIDA
                           = QTD-VENDA-S - QTD-DEVOLVIDA-S
                       COMPUTE WS-VALOR-VENDA
                           = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
      *                Venda da loja virtual nao passou pela gaveta.
                       IF  CANAL-WEB
                           PERFORM ACUMULA-VENDA-WEB
                       ELSE
                           EVALUATE TRUE
                               WHEN PAGTO-CARTAO
                                   ADD WS-VALOR-VENDA
                                       TO SOMA-CARTAO
                                   PERFORM ACUMULA-TICKET-CARTAO
                               WHEN PAGTO-A-PRAZO
                                   ADD WS-VALOR-VENDA
                                       TO SOMA-A-PRAZO
                               WHEN OTHER
                                   ADD WS-VALOR-VENDA
                                       TO SOMA-DINHEIRO
                           END-EVALUATE
                           PERFORM ACUMULA-OPERADOR
                           IF  FIL-CONSOLIDADO
                               PERFORM ACUMULA-FILIAL
                           END-IF
                       END-IF
                       IF  VALOR-DESCONTO-S NUMERIC
                           AND VALOR-DESCONTO-S > 0
                           PERFORM ACUMULA-DESCONTO-LINHA
                       END-IF
                   END-IF
                   IF  CODIGO-ITEM-S   = 0000
                       AND NR-TICKET-S NOT = 0
                       AND TRANSACAO-VENDA
                       AND FIL-REGISTRO-SELECIONADO
                       AND VALOR-DESCONTO-S NUMERIC
                       AND VALOR-DESCONTO-S > 0
                       PERFORM ACUMULA-DESCONTO-TICKET
                   END-IF
                   IF  CODIGO-ITEM-S   = 0000
                       AND NR-TICKET-S NOT = 0
                       AND TRANSACAO-VENDA
                       AND FIL-REGISTRO-SELECIONADO
                       AND VALOR-FRETE-S NUMERIC
                       AND VALOR-FRETE-S > 0
                       PERFORM ACUMULA-FRETE-ENTREGA
                   END-IF
                   IF  CODIGO-ITEM-S   = 0000
                       AND NR-TICKET-S NOT = 0
                       AND TRANSACAO-VENDA
                       AND FIL-REGISTRO-SELECIONADO
                       AND VALOR-RESGATE-S NUMERIC
                       AND VALOR-RESGATE-S > 0
                       PERFORM ACUMULA-RESGATE-PONTOS
                   END-IF
                   IF  CODIGO-ITEM-S   = 0000
                       AND NR-TICKET-S NOT = 0
                       AND TRANSACAO-VENDA
                       AND FIL-REGISTRO-SELECIONADO
                       AND VALOR-VALE-S NUMERIC
                       AND VALOR-VALE-S > 0
                       PERFORM ACUMULA-USO-VALE
                   END-IF
                   IF  CODIGO-ITEM-S NOT = 0000
                       AND CODIGO-ITEM-S NOT = 9999
                       AND FIL-REGISTRO-SELECIONADO
                       AND VALOR-VALE-S NUMERIC
                       AND VALOR-VALE-S > 0
                       PERFORM ACUMULA-VALE-EMITIDO
                   END-IF
           END-PERFORM


           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-RESGATE-PONTOS      SECTION.
      *----------------------------------------------------------------*
      *    O valor pago com pontos de fidelidade entra como forma
      *    PONTOS e sai, em negativo, da forma de pagamento do
      *    ticket, do operador e da filial (o cabeçalho vem antes das
      *    linhas do ticket na chave, e o recebível de cartão do
      *    ticket já nasce abatido).
      *----------------------------------------------------------------*

           ADD VALOR-RESGATE-S         TO SOMA-PONTOS

           COMPUTE WS-VALOR-VENDA      = 0 - VALOR-RESGATE-S

           EVALUATE TRUE
               WHEN PAGTO-CARTAO
                   ADD WS-VALOR-VENDA  TO SOMA-CARTAO
                   PERFORM ACUMULA-TICKET-CARTAO
               WHEN PAGTO-A-PRAZO
                   ADD WS-VALOR-VENDA  TO SOMA-A-PRAZO
               WHEN OTHER
                   ADD WS-VALOR-VENDA  TO SOMA-DINHEIRO
           END-EVALUATE
           PERFORM ACUMULA-OPERADOR
           IF  FIL-CONSOLIDADO
               PERFORM ACUMULA-FILIAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-USO-VALE            SECTION.
      *----------------------------------------------------------------*
      *    O valor pago com vale-troca entra como forma VALE-TROCA e
      *    sai, em negativo, da forma de pagamento do ticket, como o
      *    resgate de pontos.
      *----------------------------------------------------------------*

           ADD VALOR-VALE-S            TO SOMA-VALE-TROCA

           COMPUTE WS-VALOR-VENDA      = 0 - VALOR-VALE-S

           EVALUATE TRUE
               WHEN PAGTO-CARTAO
                   ADD WS-VALOR-VENDA  TO SOMA-CARTAO
                   PERFORM ACUMULA-TICKET-CARTAO
               WHEN PAGTO-A-PRAZO
                   ADD WS-VALOR-VENDA  TO SOMA-A-PRAZO
               WHEN OTHER
                   ADD WS-VALOR-VENDA  TO SOMA-DINHEIRO
           END-EVALUATE
           PERFORM ACUMULA-OPERADOR
           IF  FIL-CONSOLIDADO
               PERFORM ACUMULA-FILIAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VALE-EMITIDO        SECTION.
      *----------------------------------------------------------------*
      *    Linha devolvida com reembolso em vale-troca (mesmo que
      *    anulada depois, o vale já foi entregue): o valor do vale
      *    continua na forma do ticket, que recebeu a venda e não
      *    devolveu o dinheiro.
      *----------------------------------------------------------------*

           ADD VALOR-VALE-S            TO SOMA-VALES-EMITIDOS

           MOVE VALOR-VALE-S           TO WS-VALOR-VENDA

           EVALUATE TRUE
               WHEN PAGTO-CARTAO
                   ADD WS-VALOR-VENDA  TO SOMA-CARTAO
                   PERFORM ACUMULA-TICKET-CARTAO
               WHEN PAGTO-A-PRAZO
                   ADD WS-VALOR-VENDA  TO SOMA-A-PRAZO
               WHEN OTHER
                   ADD WS-VALOR-VENDA  TO SOMA-DINHEIRO
           END-EVALUATE
           PERFORM ACUMULA-OPERADOR
           IF  FIL-CONSOLIDADO
               PERFORM ACUMULA-FILIAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-DESCONTO-LINHA      SECTION.
      *----------------------------------------------------------------*
      *    O desconto da linha já está no preço líquido: só entra no
      *    total de descontos do dia e na coluna do operador.
      *----------------------------------------------------------------*

           ADD VALOR-DESCONTO-S        TO SOMA-DESC-LINHA

           IF  SUPERVISOR-DESCONTO-S   NOT = SPACES
               ADD 1                   TO CONTA-DESC-SUPERV
           END-IF

           MOVE ZEROS                  TO WS-VALOR-VENDA
           PERFORM ACUMULA-OPERADOR
           ADD VALOR-DESCONTO-S        TO TOP-DESCONTO(TOP-IDX)

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-DESCONTO-TICKET     SECTION.
      *----------------------------------------------------------------*
      *    O desconto no total do ticket não foi recebido: sai, em
      *    negativo, da forma de pagamento do ticket, do operador e
      *    da filial, como o resgate de pontos.
      *----------------------------------------------------------------*

           ADD VALOR-DESCONTO-S        TO SOMA-DESC-TICKET

           IF  SUPERVISOR-DESCONTO-S   NOT = SPACES
               ADD 1                   TO CONTA-DESC-SUPERV
           END-IF

           COMPUTE WS-VALOR-VENDA      = 0 - VALOR-DESCONTO-S

           EVALUATE TRUE
               WHEN PAGTO-CARTAO
                   ADD WS-VALOR-VENDA  TO SOMA-CARTAO
                   PERFORM ACUMULA-TICKET-CARTAO
               WHEN PAGTO-A-PRAZO
                   ADD WS-VALOR-VENDA  TO SOMA-A-PRAZO
               WHEN OTHER
                   ADD WS-VALOR-VENDA  TO SOMA-DINHEIRO
           END-EVALUATE
           PERFORM ACUMULA-OPERADOR
           ADD VALOR-DESCONTO-S        TO TOP-DESCONTO(TOP-IDX)
           IF  FIL-CONSOLIDADO
               PERFORM ACUMULA-FILIAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-FRETE-ENTREGA       SECTION.
      *----------------------------------------------------------------*
      *    O frete da entrega em domicílio foi cobrado junto com o
      *    ticket, fora das linhas de item: entra na forma de
      *    pagamento do ticket, no operador e na filial.
      *----------------------------------------------------------------*

           ADD VALOR-FRETE-S           TO SOMA-FRETES

           MOVE VALOR-FRETE-S          TO WS-VALOR-VENDA

           EVALUATE TRUE
               WHEN PAGTO-CARTAO
                   ADD WS-VALOR-VENDA  TO SOMA-CARTAO
                   PERFORM ACUMULA-TICKET-CARTAO
               WHEN PAGTO-A-PRAZO
                   ADD WS-VALOR-VENDA  TO SOMA-A-PRAZO
               WHEN OTHER
                   ADD WS-VALOR-VENDA  TO SOMA-DINHEIRO
           END-EVALUATE
           PERFORM ACUMULA-OPERADOR
           IF  FIL-CONSOLIDADO
               PERFORM ACUMULA-FILIAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VENDA-WEB           SECTION.
      *----------------------------------------------------------------*
      *    Venda da loja virtual por forma, fora da gaveta; o ticket
      *    pago em cartao segue para os recebiveis da adquirente.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-VENDAS-WEB

           EVALUATE TRUE
               WHEN PAGTO-CARTAO
                   ADD WS-VALOR-VENDA  TO SOMA-WEB-CARTAO
                   PERFORM ACUMULA-TICKET-CARTAO
               WHEN PAGTO-A-PRAZO
                   ADD WS-VALOR-VENDA  TO SOMA-WEB-A-PRAZO
               WHEN OTHER
                   ADD WS-VALOR-VENDA  TO SOMA-WEB-DINHEIRO
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-OPERADOR            SECTION.
      *----------------------------------------------------------------*
                   MOVE OPERADOR-S     TO TOP-CODIGO(TOP-IDX)
                   MOVE ZEROS          TO TOP-DINHEIRO(TOP-IDX)
                   MOVE ZEROS          TO TOP-TOTAL(TOP-IDX)
                   MOVE ZEROS          TO TOP-DESCONTO(TOP-IDX)
                   MOVE ZEROS          TO TOP-SANGRIA(TOP-IDX)
                   MOVE ZEROS          TO TOP-SUPRIMENTO(TOP-IDX)
               WHEN TOP-CODIGO(TOP-IDX) = OPERADOR-S
                   CONTINUE
           END-SEARCH

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-TICKET-CARTAO       SECTION.
      *----------------------------------------------------------------*

           SET TTC-IDX                 TO 1
           SEARCH TTC-TICKET
               AT END
                   IF  CONTA-TICKETS-CARTAO < 2000
                       ADD 1           TO CONTA-TICKETS-CARTAO
                       SET TTC-IDX     TO CONTA-TICKETS-CARTAO
                       MOVE NR-TICKET-S
                                       TO TTC-NR-TICKET(TTC-IDX)
                       MOVE FIL-CODIGO-REGISTRO
                                       TO TTC-FILIAL(TTC-IDX)
                       MOVE WS-VALOR-VENDA
                                       TO TTC-VALOR(TTC-IDX)
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TABELA DE TICKETS EM CARTAO CHEIA, FORA: '
                           NR-TICKET-S UPON CONSOLE
                   END-IF
               WHEN TTC-IDX            > CONTA-TICKETS-CARTAO
                   ADD 1               TO CONTA-TICKETS-CARTAO
                   SET TTC-IDX         TO CONTA-TICKETS-CARTAO
                   MOVE NR-TICKET-S    TO TTC-NR-TICKET(TTC-IDX)
                   MOVE FIL-CODIGO-REGISTRO
                                       TO TTC-FILIAL(TTC-IDX)
                   MOVE WS-VALOR-VENDA TO TTC-VALOR(TTC-IDX)
               WHEN TTC-NR-TICKET(TTC-IDX) = NR-TICKET-S
                AND TTC-FILIAL(TTC-IDX)    = FIL-CODIGO-REGISTRO
                   ADD WS-VALOR-VENDA  TO TTC-VALOR(TTC-IDX)
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-FILIAL              SECTION.
      *----------------------------------------------------------------*

           SET TTF-IDX                 TO 1
           SEARCH TTF-FILIAL
               AT END
                   ADD 1               TO CONTA-FILIAIS
                   SET TTF-IDX         TO CONTA-FILIAIS
                   MOVE FIL-CODIGO-REGISTRO
                                       TO TTF-CODIGO(TTF-IDX)
                   MOVE ZEROS          TO TTF-DINHEIRO(TTF-IDX)
                   MOVE ZEROS          TO TTF-TOTAL(TTF-IDX)
               WHEN TTF-CODIGO(TTF-IDX) = FIL-CODIGO-REGISTRO
                   CONTINUE
           END-SEARCH

           ADD WS-VALOR-VENDA          TO TTF-TOTAL(TTF-IDX)

           IF  PAGTO-DINHEIRO
               OR NOT (PAGTO-CARTAO OR PAGTO-A-PRAZO)
               ADD WS-VALOR-VENDA      TO TTF-DINHEIRO(TTF-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-MOVIMENTOS-GAVETA      SECTION.
      *----------------------------------------------------------------*
      *    Soma as sangrias e os suprimentos do dia da filial pedida
      *    (todas no consolidado), no total e na gaveta de cada
      *    operador. Sem arquivo de movimentos, o dia não teve
      *    nenhum; outra falha de abertura é avisada e o fechamento
      *    segue só com as vendas.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'SOMA-MOVIMENTOS-GAVETA'

           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE       INTO WS-DATA-MOV-AMD

           OPEN INPUT MOVIMENTOS-GAVETA

           IF  FS-SNG-OK
               MOVE 'S'                TO IND-SNG-ABERTO
               MOVE 'N'                TO IND-SNG-FIM
               MOVE WS-DATA-MOV-AMD    TO SNG-DATA-MOV
               MOVE LOW-VALUES         TO SNG-FILIAL
               MOVE ZEROS              TO SNG-SEQUENCIA
               START MOVIMENTOS-GAVETA
                   KEY IS >= SNG-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-SNG-FIM
               END-START

               PERFORM UNTIL FIM-DOS-MOVIMENTOS
                   READ MOVIMENTOS-GAVETA NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-SNG-FIM
                   NOT AT END
                       IF  SNG-DATA-MOV NOT = WS-DATA-MOV-AMD
                           MOVE 'S'    TO IND-SNG-FIM
                       ELSE
                           MOVE SNG-FILIAL
                                       TO FIL-CODIGO-REGISTRO
                           PERFORM FIL-CONFERE-SELECAO
                           IF  FIL-REGISTRO-SELECIONADO
                               PERFORM ACUMULA-MOVIMENTO-GAVETA
                           END-IF
                       END-IF
               END-PERFORM

               PERFORM SNG-FECHA-MOVIMENTOS
           ELSE
               IF  NOT FS-SNG-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MOVIMENTOS-GAVETA, STATUS: '
                       FS-MOVIMENTOS-GAVETA UPON CONSOLE
               END-IF
           END-IF

           COMPUTE WS-DINHEIRO-ESPERADO
               = SOMA-DINHEIRO + SOMA-SUPRIMENTOS - SOMA-SANGRIAS

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-MOVIMENTO-GAVETA    SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-MOVIMENTOS-GAVETA

           SET TOP-IDX                 TO 1
           SEARCH TOP-OPERADOR
               AT END
                   ADD 1               TO CONTA-OPERADORES
                   SET TOP-IDX         TO CONTA-OPERADORES
                   MOVE SNG-GAVETA     TO TOP-CODIGO(TOP-IDX)
                   MOVE ZEROS          TO TOP-DINHEIRO(TOP-IDX)
                   MOVE ZEROS          TO TOP-TOTAL(TOP-IDX)
                   MOVE ZEROS          TO TOP-DESCONTO(TOP-IDX)
                   MOVE ZEROS          TO TOP-SANGRIA(TOP-IDX)
                   MOVE ZEROS          TO TOP-SUPRIMENTO(TOP-IDX)
               WHEN TOP-CODIGO(TOP-IDX) = SNG-GAVETA
                   CONTINUE
           END-SEARCH

           IF  SNG-SANGRIA
               ADD SNG-VALOR           TO SOMA-SANGRIAS
               ADD SNG-VALOR           TO TOP-SANGRIA(TOP-IDX)
           ELSE
               ADD SNG-VALOR           TO SOMA-SUPRIMENTOS
               ADD SNG-VALOR           TO TOP-SUPRIMENTO(TOP-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-GAVETA              SECTION.
      *----------------------------------------------------------------*
      *    Grava os totais por forma e por operador, pede o valor
      *    contado na gaveta e fecha com a diferença contra o
      *    dinheiro esperado pelo sistema: o das vendas, mais os
      *    suprimentos e menos as sangrias do dia.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CONFERE-GAVETA'

           MOVE LINHA-FORMA            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'PONTOS'               TO LF-FORMA
           MOVE SOMA-PONTOS            TO LF-VALOR
           MOVE LINHA-FORMA            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VALE-TROCA'           TO LF-FORMA
           MOVE SOMA-VALE-TROCA        TO LF-VALOR
           MOVE LINHA-FORMA            TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CONTA-VENDAS-WEB        > 0
               MOVE 'DINHEIRO'         TO LFW-FORMA
               MOVE SOMA-WEB-DINHEIRO  TO LFW-VALOR
               MOVE LINHA-FORMA-WEB    TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE 'CARTAO'           TO LFW-FORMA
               MOVE SOMA-WEB-CARTAO    TO LFW-VALOR
               MOVE LINHA-FORMA-WEB    TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE 'A PRAZO'          TO LFW-FORMA
               MOVE SOMA-WEB-A-PRAZO   TO LFW-VALOR
               MOVE LINHA-FORMA-WEB    TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE SOMA-VALES-EMITIDOS    TO LVE-VALOR
           MOVE LINHA-VALES-EMITIDOS   TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DESCONTOS NAS LINHAS: '
                                       TO LDS-TITULO
           MOVE SOMA-DESC-LINHA        TO LDS-VALOR
           MOVE LINHA-DESCONTOS        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DESCONTOS NO TOTAL DO TICKET: '
                                       TO LDS-TITULO
           MOVE SOMA-DESC-TICKET       TO LDS-VALOR
           MOVE LINHA-DESCONTOS        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-DESC-SUPERV      TO LDS-QTDE
           MOVE LINHA-DESC-SUPERVISOR  TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'FRETES DE ENTREGA: '  TO LDS-TITULO
           MOVE SOMA-FRETES            TO LDS-VALOR
           MOVE LINHA-DESCONTOS        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'SANGRIAS DA GAVETA: ' TO LMG-TITULO
           MOVE SOMA-SANGRIAS          TO LMG-VALOR
           MOVE LINHA-MOVIMENTO-GAVETA TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'SUPRIMENTOS DA GAVETA: '
                                       TO LMG-TITULO
           MOVE SOMA-SUPRIMENTOS       TO LMG-VALOR
           MOVE LINHA-MOVIMENTO-GAVETA TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DINHEIRO ESPERADO NA GAVETA: '
                                       TO LMG-TITULO
           MOVE WS-DINHEIRO-ESPERADO   TO LMG-VALOR
           MOVE LINHA-MOVIMENTO-GAVETA TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-SUB-OPR FROM 1 BY 1
               UNTIL WS-SUB-OPR > CONTA-OPERADORES
               MOVE TOP-CODIGO(WS-SUB-OPR)
                                       TO LO-DINHEIRO
               MOVE TOP-TOTAL(WS-SUB-OPR)
                                       TO LO-TOTAL
               MOVE TOP-DESCONTO(WS-SUB-OPR)
                                       TO LO-DESCONTO
               MOVE LINHA-OPERADOR     TO REG-RELATORIO
               WRITE REG-RELATORIO
               IF  TOP-SANGRIA(WS-SUB-OPR)    NOT = 0
                   OR TOP-SUPRIMENTO(WS-SUB-OPR) NOT = 0
                   MOVE TOP-SANGRIA(WS-SUB-OPR)
                                       TO LGO-SANGRIA
                   MOVE TOP-SUPRIMENTO(WS-SUB-OPR)
                                       TO LGO-SUPRIMENTO
                   COMPUTE LGO-ESPERADO
                       = TOP-DINHEIRO(WS-SUB-OPR)
                       + TOP-SUPRIMENTO(WS-SUB-OPR)
                       - TOP-SANGRIA(WS-SUB-OPR)
                   MOVE LINHA-GAVETA-OPERADOR
                                       TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SUB-FIL FROM 1 BY 1
               UNTIL WS-SUB-FIL > CONTA-FILIAIS
               MOVE TTF-CODIGO(WS-SUB-FIL)
                                       TO LTF-CODIGO
               MOVE TTF-DINHEIRO(WS-SUB-FIL)
                                       TO LTF-DINHEIRO
               MOVE TTF-TOTAL(WS-SUB-FIL)
                                       TO LTF-TOTAL
               MOVE LINHA-FILIAL       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE 'VALOR CONTADO NA GAVETA (EX. 1234,56): '
           MOVE PRM-VALOR-PRECO        TO WS-VALOR-CONTADO

           COMPUTE WS-DIFERENCA
               = WS-VALOR-CONTADO - WS-DINHEIRO-ESPERADO

           MOVE WS-VALOR-CONTADO       TO LCF-CONTADO
           MOVE WS-DINHEIRO-ESPERADO   TO LCF-SISTEMA
           MOVE WS-DIFERENCA           TO LCF-DIFERENCA
           MOVE LINHA-CONFERENCIA      TO REG-RELATORIO
           WRITE REG-RELATORIO
                                       UPON CONSOLE
           END-IF

           IF  WS-VALOR-CONTADO        > 0
               PERFORM REGISTRA-DEPOSITO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-DEPOSITO           SECTION.
      *----------------------------------------------------------------*
      *    O dinheiro contado na gaveta é o depósito do dia: fica
      *    pendente nos itens a conciliar até aparecer como crédito
      *    no extrato do banco (CONCIL01). Fechamento consolidado da
      *    rede usa 'RD' no lugar do código da filial.
      *----------------------------------------------------------------*

           PERFORM CNC-ABRE-ITENS

           MOVE 'DEP'                  TO CNC-ORIGEM-ATUAL
           MOVE SPACES                 TO CNC-REFERENCIA-ATUAL
           IF  FIL-CONSOLIDADO
               STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV 'RD'
                      DELIMITED BY SIZE
                                       INTO CNC-REFERENCIA-ATUAL
           ELSE
               STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
                      FIL-SELECAO
                      DELIMITED BY SIZE
                                       INTO CNC-REFERENCIA-ATUAL
           END-IF
           MOVE DMV-DATA-MOVIMENTO     TO CNC-DATA-ATUAL
           MOVE 'C'                    TO CNC-SENTIDO-ATUAL
           MOVE WS-VALOR-CONTADO       TO CNC-VALOR-ATUAL
           MOVE 'DEPOSITO DO CAIXA DO DIA'
                                       TO CNC-DESCRICAO-ATUAL
           PERFORM CNC-REGISTRA-ITEM

           PERFORM CNC-FECHA-ITENS

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-RECEBIVEIS-CARTAO  SECTION.
      *----------------------------------------------------------------*
      *    Cada ticket pago em cartão é um recebível pendente até a
      *    adquirente pagar, pelo líquido da taxa do contrato vigente
      *    na data de movimento, no prazo contratado (CARTAO01
      *    concilia a liquidação).
      *----------------------------------------------------------------*

           IF  CONTA-TICKETS-CARTAO    > 0
               DISPLAY NOME-PROGRAMA 'REGISTRA-RECEBIVEIS-CARTAO'

               PERFORM PRS-CARREGA-PARAMETROS
               MOVE DMV-DATA-MOVIMENTO TO PRS-DATA-REFERENCIA

               MOVE 'TAXA-CARTAO'      TO PRS-NOME-PEDIDO
               PERFORM PRS-OBTEM-PARAMETRO
               IF  PRS-ACHADO
                   AND PRS-VALOR-ACHADO < 100
                   MOVE PRS-VALOR-ACHADO
                                       TO CRT-TAXA-CONTRATO-ATUAL
               END-IF

               MOVE 'PRAZO-CARTAO'     TO PRS-NOME-PEDIDO
               PERFORM PRS-OBTEM-PARAMETRO
               IF  PRS-ACHADO
                   AND PRS-VALOR-ACHADO > 0
                   AND PRS-VALOR-ACHADO NOT > 999
                   MOVE PRS-VALOR-ACHADO
                                       TO CRT-PRAZO-CONTRATO-ATUAL
               END-IF

               PERFORM CRT-ABRE-RECEBIVEIS

               STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
                   DELIMITED BY SIZE   INTO WS-DATA-MOV-AMD
               MOVE WS-DATA-MOV-AMD    TO CRT-DATA-VENDA-ATUAL

               PERFORM VARYING WS-SUB-TKT FROM 1 BY 1
                   UNTIL WS-SUB-TKT    > CONTA-TICKETS-CARTAO
                   IF  TTC-VALOR(WS-SUB-TKT) > 0
                       MOVE TTC-FILIAL(WS-SUB-TKT)
                                       TO CRT-FILIAL-ATUAL
                       MOVE TTC-NR-TICKET(WS-SUB-TKT)
                                       TO CRT-TICKET-ATUAL
                       MOVE TTC-VALOR(WS-SUB-TKT)
                                       TO CRT-VALOR-ATUAL
                       PERFORM CRT-REGISTRA-VENDA
                   END-IF
               END-PERFORM

               PERFORM CRT-FECHA-RECEBIVEIS

               DISPLAY NOME-PROGRAMA ' RECEBIVEIS DE CARTAO: '
                   CRT-QTDE-REGISTRADOS UPON CONSOLE
           END-IF

           .

           EXIT.

       COPY DMVPROC.

       COPY FILPROC.

       COPY CNCPROC.

       COPY CRTPROC.

       COPY PRSPROC.

       COPY SNGPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-SAIDA
           CLOSE RELATORIO-FECHCAIXA
           PERFORM CNC-FECHA-ITENS
           PERFORM CRT-FECHA-RECEBIVEIS
           PERFORM SNG-FECHA-MOVIMENTOS

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

           CLOSE RELATORIO-FECHCAIXA

           MOVE 'RELATORIO-FECHCAIXA'  TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-VENDAS           TO AUD-QTDE-LIDOS
           MOVE CONTA-OPERADORES       TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
