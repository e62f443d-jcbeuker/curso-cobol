      *    lote (CARGA-DEVOLUCOES), no mesmo modelo duplo de RECEB01.
      *    O acerto de estoque escondido numa transação 'A' acabou.
      *----------------------------------------------------------------*
      * VERSAO 08 - RELATORIO-DEVOLUCAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 07 - Estorno do credito de ICMS da devolucao: a
      *    ultima entrada com credito do par fornecedor x item no
      *    livro de entradas (copybooks LVE*, gravado por RECEB01)
      *    da o ICMS e a base por unidade de venda, e a devolucao
      *    aceita grava uma linha 'D' no livro com o credito
      *    proporcional a quantidade devolvida, que APURA01 estorna
      *    na apuracao mensal.
      * VERSAO 06 - Toda devolucao aceita passou a gravar uma linha
      *    'D' no historico de movimentos com fornecedor (copybooks
      *    MVF*), com o valor devolvido apurado como o credito, para
      *    a avaliacao mensal de fornecedores (AVALFO01).
      * VERSAO 05 - Unidade de compra com fator de conversao por
      *    fornecedor, lida do cruzamento ITEM-FORNECEDOR de ITFORN01
      *    (quando presente): a quantidade e o custo da devolucao
      *    (console ou cartao) passaram a ser informados na unidade
      *    de compra e sao convertidos para a unidade de venda antes
      *    da baixa do estoque, do kardex e dos lotes; o credito usa
      *    quantidade x custo na unidade de compra. O relatorio
      *    passou a mostrar as duas quantidades.
      * VERSAO 04 - A quantidade devolvida de item perecivel passou
      *    a sair dos lotes (copybooks LOT*, gravados por RECEB01)
      *    pelo vencimento mais proximo (FEFO), como a baixa das
      *    vendas em BAIXA01.
      * VERSAO 03 - Toda devolucao aceita passou a gravar um
      *    movimento de saida (DF) no kardex (copybooks KDX*), com o
      *    fornecedor como documento e o GOODS-STOCK resultante como
      *    saldo, para KARDEX01 reconstituir o saldo do item.
      * VERSAO 02 - O catalogo passou a ser tomado no controle de
      *    travas (copybooks TRV*) antes do OPEN I-O: catalogo em uso
      *    por outra sessao recusa a devolucao mostrando quem segura;
           ALTERNATE RECORD KEY IS TIT-FORN-CODIGO WITH DUPLICATES
           FILE STATUS IS FS-TITULOS-PAGAR.

           SELECT ITEM-FORNECEDOR ASSIGN TO OPE06
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.
           COPY TRVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
           COPY LOTCTL.
           COPY MVFCTL.
           COPY LVECTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           03  CD-CUSTO-UNITARIO       PIC 9(05)V99.

       FD  RELATORIO-DEVOLUCAO.
       01  REG-RELATORIO               PIC X(100).

       FD  TITULOS-PAGAR.
       01  REG-TITULO-PAGAR.
           03  FILLER                  PIC X(01).
           03  TIT-DATA-PAGAMENTO      PIC X(10).

       FD  ITEM-FORNECEDOR.
       01  REG-ITEM-FORNECEDOR.
           03  ITF-CHAVE.
               05  ITF-GOODS-CODE      PIC X(04).
               05  ITF-FORN-CODIGO     PIC X(04).
           03  FILLER                  PIC X(01).
           03  ITF-CODIGO-NO-FORN      PIC X(15).
           03  FILLER                  PIC X(01).
           03  ITF-ULTIMO-CUSTO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  ITF-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  ITF-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-VENDA       PIC X(03).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY TRVFD.
       COPY KDXFD.
       COPY LOTFD.
       COPY MVFFD.
       COPY LVEFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'DEVFOR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS008'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY TRVDADOS.
       COPY KDXDADOS.
       COPY LOTDADOS.
       COPY MVFDADOS.
       COPY LVEDADOS.

       01  REG-ENT.
           03  WS-GOODS-CODE           PIC X(04)        VALUE SPACES.
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELDEVOL.TXT".
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\TITPAGAR.dat'.
           03  OPE06                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
           03  FS-TITULOS-PAGAR        PIC X(02)        VALUE '00'.
               88  FS-TIT-OK                            VALUE '00'.
               88  FS-TIT-NAO-EXISTE                    VALUE '35'.
           03  FS-ITEM-FORNECEDOR      PIC X(02)        VALUE '00'.
               88  FS-ITF-OK                            VALUE '00'.
               88  FS-ITF-NAO-EXISTE                    VALUE '35'.
           03  IND-HA-CRUZAMENTO       PIC X(01)        VALUE 'N'.
               88  HA-CRUZAMENTO                        VALUE 'S'.
           03  IND-CONVERSAO-VALIDA    PIC X(01)        VALUE 'S'.
               88  CONVERSAO-VALIDA                     VALUE 'S'.
           03  WS-UNIDADE-COMPRA       PIC X(03)        VALUE SPACES.
           03  WS-UNIDADE-VENDA        PIC X(03)        VALUE SPACES.
           03  WS-FATOR-CONVERSAO      PIC 9(05)        VALUE 1.
           03  WS-QTD-UNIDADES         PIC 9(05)        VALUE ZEROS.
           03  WS-QTD-TITULO           PIC 9(05)        VALUE ZEROS.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  CONTA-ACEITAS           PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RECUSADAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-CREDITOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ESTORNOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ENTRADAS-CREDITO  PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-FIM-LIVRO           PIC X(01)        VALUE 'N'.
               88  FIM-DO-LIVRO                         VALUE 'S'.
           03  IND-CREDITO-GUARDADO    PIC X(01)        VALUE 'S'.
               88  CREDITO-GUARDADO                     VALUE 'S'.

      *    Ultima entrada com credito de ICMS de cada par fornecedor
      *    x item no livro de entradas, com o ICMS e a base por
      *    unidade de venda para o estorno proporcional.
       01  TAB-CREDITOS-ENTRADA.
           03  TCE-ENTRADA             OCCURS 2000 TIMES
                                       INDEXED BY TCE-IDX.
               05  TCE-FORN-CODIGO     PIC X(04).
               05  TCE-GOODS-CODE      PIC X(04).
               05  TCE-UF              PIC X(02).
               05  TCE-NR-NOTA         PIC X(10).
               05  TCE-ALIQ-ICMS       PIC 9(02)V99.
               05  TCE-BASE-UNIDADE    PIC 9(07)V9(06).
               05  TCE-ICMS-UNIDADE    PIC 9(07)V9(06).

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(06)        VALUE 'FORN.'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   'QTDE COMPR'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   'QTDE VENDA'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   'ESTOQUE'.
           03  FILLER                  PIC X(30)        VALUE
                                                   'SITUACAO'.

           03  LD-FORNECEDOR           PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-QTDE                 PIC ZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-UNIDADE-COMPRA       PIC X(03).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-QTDE-VENDA           PIC ZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-UNIDADE-VENDA        PIC X(03).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-ESTOQUE              PIC ZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(30).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(10)        VALUE
                                                   'CREDITOS: '.
           03  LR-CREDITOS             PIC ZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(15)        VALUE
                                                   'ESTORNOS ICMS: '.
           03  LR-ESTORNOS             PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           PERFORM MVF-ABRE-MOVIMENTO

           PERFORM CARREGA-CREDITOS-ENTRADA

           PERFORM LVE-ABRE-LIVRO

           PERFORM LOT-ABRE-LOTES

           OPEN INPUT FORNECEDORES

           IF  NOT FS-FORN-OK

           PERFORM BUSCA-ULTIMO-TITULO

      *    O cruzamento item x fornecedor e opcional: sem ele, toda
      *    devolucao e informada na unidade de venda, como antes.
           OPEN INPUT ITEM-FORNECEDOR

           IF  FS-ITF-OK
               SET HA-CRUZAMENTO       TO TRUE
           ELSE
               IF  NOT FS-ITF-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITEM-FORNECEDOR, STATUS: '
                       FS-ITEM-FORNECEDOR UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           IF  VEIO-DE-BATCH
               OPEN INPUT CARGA-DEVOLUCOES
               IF  NOT FS-CARGA-OK
      *    lote (OPE03), informado via PARM (COMMAND-LINE) ou cartão
      *    SYSIN. Quando vem por SYSIN, as linhas seguintes do mesmo
      *    cartão substituem, na ordem, OPE01 (catálogo), OPE02
      *    (fornecedores), OPE04 (relatório), OPE05 (títulos a
      *    pagar) e OPE06 (cruzamento item x fornecedor); linha
      *    ausente ou em branco mantém o padrão.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE06
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-CODIGO-FORNECEDOR

                   MOVE 'QUANTIDADE DEVOLVIDA (UNIDADE DE COMPRA): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   MOVE PRM-VALOR      TO WS-QTD-DEVOLVIDA

                   MOVE 'CUSTO DA UNIDADE DE COMPRA (0 USA O MEDIO): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   MOVE PRM-VALOR-PRECO
      *    Valida o fornecedor, o item e o saldo de estoque, baixa a
      *    quantidade devolvida (depósito primeiro, excedente da
      *    loja), gera o crédito contra o fornecedor e grava a linha
      *    do relatório. A quantidade chega na unidade de compra do
      *    fornecedor e é convertida para a unidade de venda.
      *----------------------------------------------------------------*

           MOVE WS-GOODS-CODE          TO LD-CODIGO
           MOVE WS-CODIGO-FORNECEDOR   TO LD-FORNECEDOR
           MOVE WS-QTD-DEVOLVIDA       TO LD-QTDE
           MOVE SPACES                 TO LD-UNIDADE-COMPRA
                                          LD-UNIDADE-VENDA
           MOVE ZEROS                  TO LD-QTDE-VENDA
           MOVE ZEROS                  TO LD-ESTOQUE

           IF  WS-QTD-DEVOLVIDA        = 0
                                       TO LD-SITUACAO
                       PERFORM GRAVA-RECUSA
                   NOT INVALID KEY
                       PERFORM CONVERTE-UNIDADE-COMPRA
                       IF  CONVERSAO-VALIDA
                           PERFORM BAIXA-ESTOQUE-ITEM
                       ELSE
                           PERFORM GRAVA-RECUSA
                       END-IF
               END-READ
           END-IF


           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-UNIDADE-COMPRA     SECTION.
      *----------------------------------------------------------------*
      *    Converte a quantidade devolvida, informada na unidade de
      *    compra do par item/fornecedor do cruzamento, para a
      *    unidade de venda do catalogo, como RECEB01 faz na
      *    entrega. Sem cruzamento para o par, ou com fator zerado,
      *    a unidade de compra e a de venda (fator 1).
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-CONVERSAO-VALIDA
           MOVE 1                      TO WS-FATOR-CONVERSAO
           MOVE 'UN'                   TO WS-UNIDADE-COMPRA
                                          WS-UNIDADE-VENDA

           IF  HA-CRUZAMENTO
               MOVE WS-GOODS-CODE      TO ITF-GOODS-CODE
               MOVE WS-CODIGO-FORNECEDOR
                                       TO ITF-FORN-CODIGO
               READ ITEM-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ITF-FATOR-CONVERSAO NUMERIC
                           AND ITF-FATOR-CONVERSAO > 0
                           MOVE ITF-FATOR-CONVERSAO
                                       TO WS-FATOR-CONVERSAO
                       END-IF
                       IF  ITF-UNIDADE-VENDA NOT = SPACES
                           MOVE ITF-UNIDADE-VENDA
                                       TO WS-UNIDADE-VENDA
                       END-IF
                       IF  ITF-UNIDADE-COMPRA NOT = SPACES
                           MOVE ITF-UNIDADE-COMPRA
                                       TO WS-UNIDADE-COMPRA
                       ELSE
                           MOVE WS-UNIDADE-VENDA
                                       TO WS-UNIDADE-COMPRA
                       END-IF
               END-READ
           END-IF

           MOVE WS-UNIDADE-COMPRA      TO LD-UNIDADE-COMPRA
           MOVE WS-UNIDADE-VENDA       TO LD-UNIDADE-VENDA

           COMPUTE WS-QTD-UNIDADES
               = WS-QTD-DEVOLVIDA * WS-FATOR-CONVERSAO
               ON SIZE ERROR
                   MOVE 'N'            TO IND-CONVERSAO-VALIDA
                   MOVE 'RECUSADA: CONVERSAO EXCEDE LIMITE'
                                       TO LD-SITUACAO
               NOT ON SIZE ERROR
                   MOVE WS-QTD-UNIDADES
                                       TO LD-QTDE-VENDA
           END-COMPUTE

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-ESTOQUE-ITEM          SECTION.
      *----------------------------------------------------------------*
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               NOT INVALID KEY
                   IF  WS-QTD-UNIDADES > GOODS-STOCK
                       MOVE 'RECUSADA: ESTOQUE INSUFICIENTE'
                                       TO LD-SITUACAO
                       PERFORM GRAVA-RECUSA
                   ELSE
                       SUBTRACT WS-QTD-UNIDADES
                           FROM GOODS-STOCK

                       IF  WS-QTD-UNIDADES
                           > GOODS-ESTOQUE-DEPOSITO
                           COMPUTE WS-SOBRA-LOJA
                               = WS-QTD-UNIDADES
                               - GOODS-ESTOQUE-DEPOSITO
                           MOVE ZEROS  TO GOODS-ESTOQUE-DEPOSITO
                           SET KDX-LOCAL-TOTAL
                                       TO TRUE
                           IF  WS-SOBRA-LOJA > GOODS-ESTOQUE-LOJA
                               MOVE ZEROS
                                       TO GOODS-ESTOQUE-LOJA
                                   FROM GOODS-ESTOQUE-LOJA
                           END-IF
                       ELSE
                           SUBTRACT WS-QTD-UNIDADES
                               FROM GOODS-ESTOQUE-DEPOSITO
                           SET KDX-LOCAL-DEPOSITO
                                       TO TRUE
                       END-IF

                       REWRITE DATA-RECORD
                       IF  FS-CAT-OK
                           ADD 1       TO CONTA-ACEITAS
                           MOVE GOODS-CODE
                                       TO KDX-GOODS-ATUAL
                           SET KDX-DEVOLUCAO-FORNECEDOR
                                       TO TRUE
                           MOVE SPACES TO KDX-DOCUMENTO-ATUAL
                           STRING 'FORN '
                                       DELIMITED BY SIZE
                                  WS-CODIGO-FORNECEDOR
                                       DELIMITED BY SIZE
                                       INTO KDX-DOCUMENTO-ATUAL
                           MOVE WS-QTD-UNIDADES
                                       TO KDX-SAIDA-ATUAL
                           MOVE GOODS-STOCK
                                       TO KDX-SALDO-ATUAL
                           PERFORM KDX-GRAVA-MOVIMENTO
                           MOVE GOODS-CODE
                                       TO LOT-GOODS-ATUAL
                           MOVE WS-QTD-UNIDADES
                                       TO LOT-QTD-ATUAL
                           PERFORM LOT-CONSOME-FEFO
                           MOVE GOODS-STOCK
                                       TO LD-ESTOQUE
                           MOVE 'ACEITA: ESTOQUE BAIXADO'
                                       TO LD-SITUACAO
                           PERFORM GRAVA-CREDITO-FORNECEDOR
                           PERFORM GRAVA-MOVIMENTO-FORNECEDOR
                           PERFORM ESTORNA-CREDITO-ICMS
                           MOVE LINHA-DETALHE
                                       TO REG-RELATORIO
                           WRITE REG-RELATORIO
           GRAVA-CREDITO-FORNECEDOR    SECTION.
      *----------------------------------------------------------------*
      *    Gera em TITULOS-PAGAR o título de crédito ('C') da
      *    devolução: valor = quantidade x custo (o informado, na
      *    unidade de compra, ou, na falta dele, o custo médio do
      *    catálogo sobre as unidades de venda), abatido do saldo do
      *    fornecedor por TITPAG01. Sem custo algum, o crédito não tem
      *    valor apurável e não é gerado, com aviso no console.
      *----------------------------------------------------------------*

           IF  WS-CUSTO-UNITARIO       > 0
               MOVE WS-CUSTO-UNITARIO  TO WS-CUSTO-TITULO
               MOVE WS-QTD-DEVOLVIDA   TO WS-QTD-TITULO
           ELSE
               MOVE GOODS-CUSTO-MEDIO  TO WS-CUSTO-TITULO
               MOVE WS-QTD-UNIDADES    TO WS-QTD-TITULO
           END-IF

           IF  WS-CUSTO-TITULO         = 0
                                       TO TIT-FORN-CODIGO
               MOVE 'DEVOLUCAO'        TO TIT-NR-NOTA
               COMPUTE TIT-VALOR
                   = WS-QTD-TITULO * WS-CUSTO-TITULO
               MOVE DMV-DATA-MOVIMENTO TO TIT-DATA-EMISSAO
               MOVE DMV-DATA-MOVIMENTO TO TIT-DATA-VENCIMENTO
               MOVE 'A'                TO TIT-SITUACAO

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-MOVIMENTO-FORNECEDOR  SECTION.
      *----------------------------------------------------------------*
      *    Linha 'D' no historico do fornecedor, com a quantidade em
      *    unidades de venda e o valor devolvido apurado como o do
      *    credito (WS-QTD-TITULO x WS-CUSTO-TITULO, preparados por
      *    GRAVA-CREDITO-FORNECEDOR). Devolucao nao tem pedido.
      *----------------------------------------------------------------*

           SET MVF-DEVOLUCAO           TO TRUE
           MOVE WS-CODIGO-FORNECEDOR   TO MVF-FORN-ATUAL
           MOVE GOODS-CODE             TO MVF-GOODS-ATUAL
           MOVE WS-QTD-UNIDADES        TO MVF-QTD-ATUAL

           IF  WS-CUSTO-UNITARIO       > 0
               COMPUTE MVF-CUSTO-ATUAL ROUNDED
                   = WS-CUSTO-UNITARIO / WS-FATOR-CONVERSAO
           ELSE
               MOVE GOODS-CUSTO-MEDIO  TO MVF-CUSTO-ATUAL
           END-IF

           COMPUTE MVF-VALOR-ATUAL ROUNDED
               = WS-QTD-TITULO * WS-CUSTO-TITULO

           PERFORM MVF-GRAVA-MOVIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-CREDITOS-ENTRADA    SECTION.
      *----------------------------------------------------------------*
      *    Le o livro de entradas de RECEB01 antes de abri-lo para
      *    gravacao e guarda, por fornecedor x item, a ultima entrada
      *    com ICMS creditado. Sem o livro (nenhuma entrega com
      *    credito ainda), nenhuma devolucao estorna credito.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-ENTRADAS-CREDITO
           MOVE 'N'                    TO IND-FIM-LIVRO

           OPEN INPUT LIVRO-ENTRADAS

           IF  FS-LVE-OK
               PERFORM UNTIL FIM-DO-LIVRO
                   READ LIVRO-ENTRADAS
                   AT END
                       MOVE 'S'        TO IND-FIM-LIVRO
                   NOT AT END
                       IF  LVE-E-ENTRADA
                           AND LVE-VALOR-ICMS NUMERIC
                           AND LVE-QTD-UNIDADES NUMERIC
                           AND LVE-VALOR-ICMS > 0
                           AND LVE-QTD-UNIDADES > 0
                           PERFORM GUARDA-CREDITO-ENTRADA
                       END-IF
               END-PERFORM
               CLOSE LIVRO-ENTRADAS
           ELSE
               IF  NOT FS-LVE-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO LER LIVRO-ENTRADAS, FILE STATUS: '
                       FS-LIVENTR      UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GUARDA-CREDITO-ENTRADA      SECTION.
      *----------------------------------------------------------------*
      *    A entrada lida substitui a anterior do mesmo par, ou ocupa
      *    a proxima posicao livre da tabela.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-CREDITO-GUARDADO

           SET TCE-IDX                 TO 1
           SEARCH TCE-ENTRADA
               AT END
                   MOVE 'N'            TO IND-CREDITO-GUARDADO
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE CREDITOS CHEIA, ITEM '
                       LVE-GOODS-CODE ' IGNORADO' UPON CONSOLE
               WHEN TCE-IDX            > CONTA-ENTRADAS-CREDITO
                   ADD 1               TO CONTA-ENTRADAS-CREDITO
                   MOVE LVE-FORN-CODIGO
                                       TO TCE-FORN-CODIGO(TCE-IDX)
                   MOVE LVE-GOODS-CODE TO TCE-GOODS-CODE(TCE-IDX)
               WHEN TCE-FORN-CODIGO(TCE-IDX) = LVE-FORN-CODIGO
                   AND TCE-GOODS-CODE(TCE-IDX) = LVE-GOODS-CODE
                   CONTINUE
           END-SEARCH

           IF  CREDITO-GUARDADO
               MOVE LVE-UF             TO TCE-UF(TCE-IDX)
               MOVE LVE-NR-NOTA        TO TCE-NR-NOTA(TCE-IDX)
               MOVE LVE-ALIQ-ICMS      TO TCE-ALIQ-ICMS(TCE-IDX)
               COMPUTE TCE-BASE-UNIDADE(TCE-IDX) ROUNDED
                   = LVE-BASE-ICMS / LVE-QTD-UNIDADES
               COMPUTE TCE-ICMS-UNIDADE(TCE-IDX) ROUNDED
                   = LVE-VALOR-ICMS / LVE-QTD-UNIDADES
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ESTORNA-CREDITO-ICMS        SECTION.
      *----------------------------------------------------------------*
      *    Devolucao aceita de item com credito tomado na entrada do
      *    mesmo fornecedor: linha 'D' no livro de entradas com a
      *    nota estornada e o ICMS e a base por unidade da ultima
      *    entrada x a quantidade devolvida em unidades de venda. O
      *    valor da operacao e o do credito ao fornecedor.
      *----------------------------------------------------------------*

           SET TCE-IDX                 TO 1
           SEARCH TCE-ENTRADA
               AT END
                   CONTINUE
               WHEN TCE-IDX            > CONTA-ENTRADAS-CREDITO
                   CONTINUE
               WHEN TCE-FORN-CODIGO(TCE-IDX) = WS-CODIGO-FORNECEDOR
                   AND TCE-GOODS-CODE(TCE-IDX) = GOODS-CODE
                   SET LVE-ESTORNO     TO TRUE
                   MOVE WS-CODIGO-FORNECEDOR
                                       TO LVE-FORN-ATUAL
                   MOVE TCE-UF(TCE-IDX)
                                       TO LVE-UF-ATUAL
                   MOVE TCE-NR-NOTA(TCE-IDX)
                                       TO LVE-NOTA-ATUAL
                   MOVE GOODS-CODE     TO LVE-GOODS-ATUAL
                   MOVE WS-QTD-UNIDADES
                                       TO LVE-QTD-ATUAL
                   COMPUTE LVE-VALOR-ATUAL ROUNDED
                       = WS-QTD-TITULO * WS-CUSTO-TITULO
                   COMPUTE LVE-BASE-ATUAL ROUNDED
                       = WS-QTD-UNIDADES * TCE-BASE-UNIDADE(TCE-IDX)
                   MOVE TCE-ALIQ-ICMS(TCE-IDX)
                                       TO LVE-ALIQ-ATUAL
                   COMPUTE LVE-ICMS-ATUAL ROUNDED
                       = WS-QTD-UNIDADES * TCE-ICMS-UNIDADE(TCE-IDX)
                   PERFORM LVE-GRAVA-LANCAMENTO
                   ADD 1               TO CONTA-ESTORNOS
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RECUSA                SECTION.
      *----------------------------------------------------------------*

       COPY TRVPROC.

       COPY KDXPROC.

       COPY MVFPROC.

       COPY LVEPROC.

       COPY LOTPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQUIVO-ENTRADA
           CLOSE FORNECEDORES
           CLOSE TITULOS-PAGAR
           CLOSE ITEM-FORNECEDOR
           CLOSE CARGA-DEVOLUCOES
           CLOSE RELATORIO-DEVOLUCAO

           PERFORM KDX-FECHA-KARDEX
           PERFORM MVF-FECHA-MOVIMENTO
           PERFORM LVE-FECHA-LIVRO
           PERFORM LOT-FECHA-LOTES
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.
           MOVE CONTA-ACEITAS          TO LR-ACEITAS
           MOVE CONTA-RECUSADAS        TO LR-RECUSADAS
           MOVE CONTA-CREDITOS         TO LR-CREDITOS
           MOVE CONTA-ESTORNOS         TO LR-ESTORNOS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO


           CLOSE TITULOS-PAGAR

           IF  HA-CRUZAMENTO
               CLOSE ITEM-FORNECEDOR
           END-IF

           IF  VEIO-DE-BATCH
               CLOSE CARGA-DEVOLUCOES
           END-IF

           CLOSE RELATORIO-DEVOLUCAO

           MOVE 'RELATORIO-DEVOLUCAO'  TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM KDX-FECHA-KARDEX

           PERFORM MVF-FECHA-MOVIMENTO

           PERFORM LVE-FECHA-LIVRO

           PERFORM LOT-FECHA-LOTES

           MOVE CONTA-TENTATIVAS       TO AUD-QTDE-LIDOS
           MOVE CONTA-ACEITAS          TO AUD-QTDE-GRAVADOS
           PERFORM TRV-LIBERA-TRAVA
