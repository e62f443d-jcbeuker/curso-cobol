      *    resumo do mês pedido por item e por vendedor, nos moldes de
      *    RELATORIO-VENDEDORES mas atravessando os dias.
      *----------------------------------------------------------------*
      * VERSAO 09 - RELATORIO-MENSAL passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 08 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 07 - REG-HISTORICO-VENDA acompanhou o canal da venda
      *    (HV-CANAL: L balcao, W loja virtual) e o numero do pedido da
      *    loja virtual (HV-PEDIDO-WEB) incluidos por PR16TA01; o rodape
      *    do mes passou a abrir vendas e valor do balcao e da loja
      *    virtual (venda antiga sem canal conta como balcao).
      * VERSAO 06 - REG-HISTORICO-VENDA acompanhou a hora da venda
      *    (HV-HORA-VENDA) e o operador assinado (HV-OPERADOR)
      *    incluidos por PR16TA01.
      * VERSAO 05 - REG-HISTORICO-VENDA acompanhou a filial da venda
      *    (HV-FILIAL) incluida por PR16TA01. Controle por filial
      *    (copybooks FIL*): 4a linha do cartao SYSIN com o codigo da
      *    filial (em branco = consolidado da rede); so entram as
      *    vendas da filial pedida (venda antiga sem filial = matriz)
      *    e o cabecalho traz a selecao.
      * VERSAO 04 - O acumulado por vendedor passou a agrupar pela
      *    matricula da folha (HV-MATRICULA-VENDEDOR) em vez do nome;
      *    venda antiga sem matricula agrupa pelo nome, como antes.
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY FILCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  HV-VALOR-ICMS           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  HV-MATRICULA-VENDEDOR   PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-FILIAL               PIC X(02).
           03  FILLER                  PIC X(01).
           03  HV-HORA-VENDA           PIC X(11).
           03  FILLER                  PIC X(01).
           03  HV-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-CANAL                PIC X(01).
               88  HV-CANAL-WEB                         VALUE 'W'.
           03  FILLER                  PIC X(01).
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01).
           03  HV-CLIENTE              PIC X(04).

       FD  RELATORIO-MENSAL.
       01  REG-RELATORIO               PIC X(80).
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
       COPY FILFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'RELMES01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS009'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY FILDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           03  CONTA-VENDEDORES        PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-MES                PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-BALCAO            PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-BALCAO             PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-WEB               PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-WEB                PIC S9(11)V99    VALUE ZEROS.

      *    Acumuladores do mês por item e por vendedor, nos moldes de
      *    TAB-VENDEDORES em PR16TA01.
                                                   'VALOR TOTAL: '.
           03  LR-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-CANAL.
           03  LCN-CANAL               PIC X(18).
           03  LCN-QTDE                PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(13)        VALUE
                                                   'VALOR: '.
           03  LCN-VALOR               PIC Z.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM LE-PARAMETRO

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO

           IF  WS-MES-PEDIDO           = SPACES
               PERFORM OBTER-DATA-HORA
               STRING DTH-MES-ATUAL '/' DTH-ANO-ATUAL
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE FIL-LINHA-SELECAO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês corrente), 2a/3a linhas com os caminhos de
      *    HISTORICO-VENDAS e RELATORIO-MENSAL, 4a linha com o código
      *    da filial (em branco = consolidado da rede). Via PARM,
      *    aceita apenas o mês.
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
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE HV-FILIAL      TO FIL-CODIGO-REGISTRO
                   PERFORM FIL-CONFERE-SELECAO
                   IF  HV-MES          = WS-MES-PEDIDO(1:2)
                       AND HV-ANO      = WS-MES-PEDIDO(4:4)
                       AND FIL-REGISTRO-SELECIONADO
                       ADD 1           TO CONTA-NO-MES
                       COMPUTE WS-VALOR-VENDA
                           = HV-PRECO-UNITARIO * HV-QTD-VENDA
                       ADD WS-VALOR-VENDA
                                       TO SOMA-MES
                       IF  HV-CANAL-WEB
                           ADD 1       TO CONTA-WEB
                           ADD WS-VALOR-VENDA
                                       TO SOMA-WEB
                       ELSE
                           ADD 1       TO CONTA-BALCAO
                           ADD WS-VALOR-VENDA
                                       TO SOMA-BALCAO
                       END-IF
                       PERFORM ACUMULA-ITEM-MES
                       PERFORM ACUMULA-VENDEDOR-MES
                   END-IF

       COPY DTHPROC.

       COPY FILPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'BALCAO: '             TO LCN-CANAL
           MOVE CONTA-BALCAO           TO LCN-QTDE
           MOVE SOMA-BALCAO            TO LCN-VALOR
           MOVE LINHA-CANAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LOJA VIRTUAL: '       TO LCN-CANAL
           MOVE CONTA-WEB              TO LCN-QTDE
           MOVE SOMA-WEB               TO LCN-VALOR
           MOVE LINHA-CANAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO-MENSAL

           MOVE 'RELATORIO-MENSAL'     TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-NO-MES           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
