      *    para a soma de preços — o número que a contabilidade pede
      *    a cada fechamento de mês.
      *----------------------------------------------------------------*
      * VERSAO 06 - RELATORIO-VALORIZACAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 05 - Controle por filial (copybooks FIL* e EFL*): 5a
      *    linha do cartao SYSIN com o codigo da filial (em branco =
      *    consolidado da rede, pelo GOODS-STOCK do catalogo); com
      *    filial pedida, a quantidade valorizada e a soma dos saldos
      *    de loja e deposito da filial, e o cabecalho traz a selecao.
      * VERSAO 04 - Na base custo, o item vendido como kit
      *    (composicao mantida por KIT01, copybooks KIT*, 4a linha
      *    do cartao SYSIN, opcional) e valorizado pela soma do
      *    custo medio dos componentes vezes a quantidade de cada
      *    um na composicao.
      * VERSAO 03 - Detalhe ganhou a coluna de departamento
      *    (GOODS-DEPARTAMENTO) e o rodape os subtotais de valor por
      *    departamento, para o fechamento que a gerencia le por
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY KITCTL.
           COPY FILCTL.
           COPY EFLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  RELATORIO-VALORIZACAO.
       01  REG-RELATORIO               PIC X(80).
       01  REG-PARM                    PIC X(51).

       COPY AUDFD.

       COPY RRLFD.
       COPY KITFD.
       COPY FILFD.
       COPY EFLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VALEST01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS006'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY KITDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(51)
           03  WS-VALOR-ESTENDIDO      PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-VALOR-ESTOQUE      PIC S9(13)V99    VALUE ZEROS.
           03  CONTA-DEPTOS            PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-CUSTO-KIT            PIC 9(05)V99     VALUE ZEROS.
           03  WS-KIT-CODE             PIC X(04)        VALUE SPACES.
           03  WS-QTD-ESTOQUE          PIC 9(06)        VALUE ZEROS.

      *    Subtotais de valor por departamento, impressos antes do
      *    rodapé.
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    A composicao de kits e opcional: sem ela, todo item e
      *    valorizado pelo proprio custo medio.
           PERFORM KIT-ABRE-COMPOSICAO

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO
           IF  NOT FIL-CONSOLIDADO
               PERFORM EFL-ABRE-CONSULTA
           END-IF

           IF  BASE-CUSTO
               MOVE '- BASE: CUSTO MEDIO'
                                       TO LC-BASE
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE FIL-LINHA-SELECAO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho do catálogo, 2a com o
      *    do relatório e 3a com a base da valorização ('V' preço de
      *    venda, padrão; 'C' custo médio) e 4a com o da composição
      *    de kits; linha ausente ou em branco mantém o padrão. 5a
      *    linha com o código da filial (em branco = consolidado). Via
      *    PARM (COMMAND-LINE), aceita apenas o caminho do catálogo.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                                       TO WS-BASE-VALORIZACAO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-KITS
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2)
                                       TO FIL-SELECAO
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           IF  BASE-CUSTO
               MOVE GOODS-CUSTO-MEDIO  TO WS-VALOR-UNITARIO
               IF  KITS-ABERTOS
                   MOVE GOODS-CODE     TO KIT-GOODS-ATUAL
                   PERFORM KIT-VERIFICA-KIT
                   IF  ITEM-E-KIT
                       PERFORM CALCULA-CUSTO-KIT
                       MOVE WS-CUSTO-KIT
                                       TO WS-VALOR-UNITARIO
                   END-IF
               END-IF
           ELSE
               MOVE GOODS-PRICE        TO WS-VALOR-UNITARIO
           END-IF

           IF  FIL-CONSOLIDADO
               MOVE GOODS-STOCK        TO WS-QTD-ESTOQUE
           ELSE
               MOVE FIL-SELECAO        TO EFL-FILIAL-ATUAL
               MOVE GOODS-CODE         TO EFL-GOODS-ATUAL
               MOVE GOODS-ESTOQUE-LOJA TO EFL-CAT-LOJA
               MOVE GOODS-ESTOQUE-DEPOSITO
                                       TO EFL-CAT-DEPOSITO
               PERFORM EFL-SALDO-FILIAL
               COMPUTE WS-QTD-ESTOQUE
                   = EFL-SALDO-LOJA + EFL-SALDO-DEPOSITO
           END-IF

           COMPUTE WS-VALOR-ESTENDIDO
               = WS-VALOR-UNITARIO * WS-QTD-ESTOQUE

           ADD WS-VALOR-ESTENDIDO      TO SOMA-VALOR-ESTOQUE

           MOVE GOODS-CODE             TO LD-CODIGO
           MOVE GOODS-NAME             TO LD-NOME
           MOVE WS-QTD-ESTOQUE         TO LD-ESTOQUE
           MOVE WS-VALOR-UNITARIO      TO LD-PRECO
           MOVE WS-VALOR-ESTENDIDO     TO LD-VALOR
           MOVE GOODS-DEPARTAMENTO     TO LD-DEPARTAMENTO

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-CUSTO-KIT           SECTION.
      *----------------------------------------------------------------*
      *    Custo do kit = soma do custo médio de cada componente vezes
      *    a quantidade na composição. A leitura dos componentes tira
      *    o catálogo da posição da leitura sequencial; o kit é relido
      *    pela chave no fim, o que devolve o registro e a posição
      *    para o READ NEXT seguinte.
      *----------------------------------------------------------------*

           MOVE GOODS-CODE             TO WS-KIT-CODE
           MOVE ZEROS                  TO WS-CUSTO-KIT

           PERFORM UNTIL KIT-FIM-COMPONENTES
               MOVE KIT-COMPONENTE     TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                           + GOODS-CUSTO-MEDIO * KIT-QTD-COMPONENTE
                           ON SIZE ERROR
                               MOVE 99999,99
                                       TO WS-CUSTO-KIT
                       END-COMPUTE
               END-READ
               PERFORM KIT-PROXIMO-COMPONENTE
           END-PERFORM

           MOVE WS-KIT-CODE            TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO RELER KIT, FILE STATUS: '
                       FS-ARQUIVO-ENTRADA UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-READ

           .

           EXIT.

       COPY KITPROC.

       COPY FILPROC.

       COPY EFLPROC.

       COPY DTHPROC.

      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE RELATORIO-VALORIZACAO
           PERFORM KIT-FECHA-COMPOSICAO
           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-VALORIZACAO

           MOVE 'RELATORIO-VALORIZACAO'
                                       TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM KIT-FECHA-COMPOSICAO

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           MOVE CONTA-ITENS            TO AUD-QTDE-LIDOS
           MOVE CONTA-ITENS            TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
