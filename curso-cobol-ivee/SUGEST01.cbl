      *    ordenação por urgência (menor saldo primeiro), antes que
      *    GERA-RELATORIO-ESTOQUE acuse a ruptura depois do fato.
      *----------------------------------------------------------------*
      * VERSAO 23 - RELATORIO-SUGESTAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 22 - REGISTRO-SAIDA-DETALHE acompanhou a entrega em
      *    domicilio (VALOR-FRETE-S/NR-ENTREGA-S do cabecalho do ticket)
      *    incluida por PR16TA01.
      * VERSAO 21 - REGISTRO-SAIDA-DETALHE acompanhou o canal da venda
      *    (CANAL-VENDA-S: L balcao, W loja virtual) e o numero do
      *    pedido da loja virtual (PEDIDO-WEB-S) incluidos por PR16TA01.
      * VERSAO 20 - REGISTRO-SAIDA-DETALHE acompanhou o desconto manual
      *    (PERC-DESCONTO-S, VALOR-DESCONTO-S, MOTIVO-DESCONTO-S e
      *    SUPERVISOR-DESCONTO-S: desconto da linha no item, desconto
      *    no total no cabecalho do ticket) incluido por PR16TA01.
      * VERSAO 19 - REGISTRO-SAIDA-DETALHE acompanhou o vale-troca
      *    (NR-VALE-S/VALOR-VALE-S: vale emitido na devolucao da
      *    linha e vale aceito como pagamento no cabecalho do
      *    ticket) incluido por PR16TA01.
      * VERSAO 18 - REGISTRO-SAIDA-DETALHE acompanhou os pontos de
      *    fidelidade do cabecalho do ticket (PONTOS-GANHOS-S,
      *    PONTOS-RESGATE-S e VALOR-RESGATE-S) incluidos por PR16TA01.
      * VERSAO 17 - REG-PEDIDO-COMPRA acompanhou o custo combinado
      *    (PED-CUSTO-COMPRA) e o numero da cotacao (PED-COTACAO)
      *    gravados por PEDIDO01.
      * VERSAO 16 - REGISTRO-SAIDA-DETALHE acompanhou o peso da
      *    pesagem (PESO-S) incluido por PR16TA01: a linha de item
      *    vendido por peso conta em gramas (quantidade liquida x
      *    PESO-S), a unidade de estoque desses itens.
      * VERSAO 15 - REGISTRO-SAIDA-DETALHE acompanhou a filial
      *    da venda (FILIAL-S) incluida por PR16TA01 no controle por
      *    filial.
      * VERSAO 14 - As linhas por pagina do relatorio de sugestao
      *    (PAG-LINHAS-POR-PAGINA) passaram a vir da vigencia
      *    LINHAS-POR-PAGINA de PARAMS.TXT (copybooks PRS*), lida
           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  ARQUIVO-SAIDA.
       01  REGISTRO-SAIDA-DETALHE.
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

       FD  RELATORIO-SUGESTAO.
       01  REG-RELATORIO               PIC X(80).
               88  PED-ABERTO                           VALUE 'A'.
               88  PED-PARCIAL                          VALUE 'P'.
               88  PED-ENCERRADO                        VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  PED-CUSTO-COMPRA        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PED-COTACAO             PIC 9(06).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).
       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'SUGEST01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS023'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY PAGDADOS.
       COPY PRSDADOS.

                       AND (TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO)
                       COMPUTE WS-QTD-LIQUIDA
                           = QTD-VENDA-S - QTD-DEVOLVIDA-S
                       IF  PESO-S      > 0
                           COMPUTE WS-QTD-LIQUIDA
                               = WS-QTD-LIQUIDA * PESO-S
                       END-IF
                       SET TI-IDX      TO 1
                       SEARCH TI-ITEM
                           AT END

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-SUGESTAO

           MOVE 'RELATORIO-SUGESTAO'   TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE ARQUIVO-SUGESTAO

           MOVE CONTA-ITENS-CATALOGO   TO AUD-QTDE-LIDOS
