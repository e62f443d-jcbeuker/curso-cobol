      *    execução no mesmo dia é recusada, para o estoque não ser
      *    baixado duas vezes.
      *----------------------------------------------------------------*
      * VERSAO 24 - Inclusao em TAB-ITENS-VENDIDOS (venda do dia e
      *    componentes de kit montado no balcao) passou a conferir o
      *    limite de 500 itens e encerrar pela FIM-ENCERRA-ANORMAL em
      *    vez de gravar alem do fim da tabela.
      * VERSAO 23 - RELATORIO-BAIXA passa a ser registrado, ao ser
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
      * VERSAO 17 - REGISTRO-SAIDA-DETALHE acompanhou o peso da
      *    pesagem (PESO-S) incluido por PR16TA01: a linha de item
      *    vendido por peso baixa o estoque em gramas (quantidade
      *    liquida x PESO-S), a unidade de estoque desses itens, no
      *    catalogo, no kardex, no jornal e na filial.
      * VERSAO 16 - Controle por filial (copybooks FIL* e EFL*):
      *    REGISTRO-SAIDA-DETALHE acompanhou a filial da venda
      *    (FILIAL-S) incluida por PR16TA01, e a venda liquida de cada
      *    filial que nao e a matriz tambem sai do saldo de loja
      *    daquela filial em ESTFIL.dat (a matriz acompanha o
      *    catalogo). O jornal ganhou o detalhe 'F' com a imagem
      *    antes/depois da loja da filial, reaplicado na retomada e
      *    restaurado por DESFAZ01. Kit vendido fora da matriz sai da
      *    filial pelo codigo do kit.
      * VERSAO 15 - Item vendido como kit (composicao mantida por
      *    KIT01, copybooks KIT*, 7a linha do cartao, opcional) e
      *    explodido antes da baixa: a venda sai primeiro dos kits
      *    ja montados na loja (MONTA01) e o que passar disso sai
      *    dos componentes, baixados como vendidos no dia. Na
      *    retomada o saldo da loja do kit ja regravado vem da
      *    imagem anterior do jornal (TJB-ANTES-LOJA), para a
      *    explosao repetir a da rodada que caiu.
      * VERSAO 14 - A quantidade baixada de cada item passou a ser
      *    consumida dos lotes de item perecivel (copybooks LOT*,
      *    gravados por RECEB01) pelo vencimento mais proximo
      *    (FEFO); a retomada consome o item reaplicado que nao
      *    tinha chegado a ser regravado.
      * VERSAO 13 - Todo item baixado passou a gravar no kardex
      *    (copybooks KDX*) a venda do dia (VE) pela quantidade
      *    bruta vendida: a devolucao parcial ja entrou no kardex
      *    como DV gravada por PR16TA01, e a venda bruta menos a
      *    devolucao fecha com a baixa liquida feita no catalogo.
      *    A retomada grava a saida liquida do item reaplicado que
      *    nao tinha chegado a ser regravado.
      * VERSAO 12 - A baixa ganhou jornal de imagens (JORNAL-BAIXA):
      *    antes de cada REWRITE o estoque antes/depois do item e
      *    jornalizado, o utilitario DESFAZ01 restaura as imagens
           COPY CMPCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
           COPY LOTCTL.
           COPY KITCTL.
           COPY EFLCTL.

      *
      *----------------------------------------------------------------*
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

       FD  RELATORIO-BAIXA.
       01  REG-RELATORIO               PIC X(80).
           03  FILLER                  PIC X(01).
           03  JBX-D-DEPOIS-LOJA       PIC 9(05).
           03  FILLER                  PIC X(19).
       01  REG-JORNAL-FILIAL REDEFINES REG-JORNAL-BAIXA.
           03  JBX-F-TIPO              PIC X(01).
               88  JBX-E-FILIAL                         VALUE 'F'.
           03  FILLER                  PIC X(01).
           03  JBX-F-FILIAL            PIC X(02).
           03  FILLER                  PIC X(01).
           03  JBX-F-CODIGO            PIC 9(04).
           03  FILLER                  PIC X(01).
           03  JBX-F-ANTES-LOJA        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  JBX-F-DEPOIS-LOJA       PIC 9(05).
           03  FILLER                  PIC X(23).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY CMPFD.
       COPY TRVFD.
       COPY KDXFD.
       COPY LOTFD.
       COPY KITFD.
       COPY EFLFD.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'BAIXA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS024'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY CMPDADOS.
       COPY TRVDADOS.
       COPY KDXDADOS.
       COPY LOTDADOS.
       COPY KITDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)
           03  IND-ITEM-JA-BAIXADO     PIC X(01)        VALUE 'N'.
               88  ITEM-JA-BAIXADO                      VALUE 'S'.
           03  CONTA-JA-BAIXADOS       PIC S9(04) COMP-5 VALUE ZEROS.
           03  IND-GRAVA-KARDEX        PIC X(01)        VALUE 'N'.
               88  GRAVA-KARDEX                         VALUE 'S'.
           03  CONTA-REAPLICADOS       PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-JBX              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           03  WS-ESTOQUE-ANTES        PIC 9(05)        VALUE ZEROS.
           03  WS-LOJA-ANTES           PIC 9(05)        VALUE ZEROS.
           03  WS-QTD-LIQUIDA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-QTD-BRUTA            PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-SUB-KIT              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-QTD-ITENS-ORIGINAIS  PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-CODIGO-COMPONENTE    PIC 9(04)        VALUE ZEROS.
           03  WS-KITS-PRONTOS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-KITS-A-MONTAR        PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-QTD-COMPONENTE       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-KITS-EXPLODIDOS   PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-VENDAS-FILIAL     PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-JA-BAIXADOS-FIL   PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-FILIAL-BAIXADOS   PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-TJF              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-CALCULO-LOJA         PIC S9(07) COMP-5 VALUE ZEROS.

      *    Quantidade vendida acumulada por item, como TAB-ESTOQUE-
      *    ITENS em PR16TA01, para uma única regravação por item.
      *    Itens ja jornalizados pela rodada que caiu, pulados na
      *    retomada, com o saldo da loja antes da baixa.
       01  TAB-JA-BAIXADOS.
           03  TJB-ITEM                OCCURS 500 TIMES.
               05  TJB-CODIGO          PIC 9(04).
               05  TJB-ANTES-LOJA      PIC 9(05).

      *    Pares filial/item ja jornalizados (detalhe 'F') pela rodada
      *    que caiu, pulados na retomada.
       01  TAB-JA-BAIXADOS-FILIAL.
           03  TJF-ITEM                OCCURS 1000 TIMES.
               05  TJF-FILIAL          PIC X(02).
               05  TJF-CODIGO          PIC 9(04).

      *    Venda liquida do dia por filial e item, só das filiais que
      *    não são a matriz (o saldo da matriz acompanha o catálogo).
       01  TAB-VENDAS-FILIAL.
           03  TVF-ITEM                OCCURS 1000 TIMES
                                       INDEXED BY TVF-IDX.
               05  TVF-FILIAL          PIC X(02).
               05  TVF-CODIGO          PIC 9(04).
               05  TVF-QTD-VENDIDA     PIC S9(07) COMP-5.

       01  TAB-ITENS-VENDIDOS.
           03  TIV-ITEM                OCCURS 500 TIMES
                                       INDEXED BY TIV-IDX.
               05  TIV-CODIGO          PIC 9(04).
               05  TIV-QTD-VENDIDA     PIC S9(07) COMP-5.
               05  TIV-QTD-BRUTA       PIC S9(07) COMP-5.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE

           PERFORM ACUMULA-VENDAS-DO-DIA

           PERFORM EXPLODE-KITS

           PERFORM BAIXA-ESTOQUE

           PERFORM BAIXA-ESTOQUE-FILIAIS

           PERFORM FINALIZA

           .
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           PERFORM LOT-ABRE-LOTES

           PERFORM EFL-ABRE-ESTOQUE-FILIAL
           IF  NOT EFL-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    A composicao de kits e opcional: sem o arquivo de KIT01,
      *    nenhum item e explodido em componentes.
           PERFORM KIT-ABRE-COMPOSICAO

           OPEN INPUT ARQUIVO-SAIDA

           IF  NOT FS-VENDAS-OK
               AT END
                   MOVE 'S'            TO IND-FIM-JORNAL
               NOT AT END
                   EVALUATE TRUE
                       WHEN JBX-E-DETALHE
                           PERFORM REAPLICA-ITEM-JORNAL
                       WHEN JBX-E-FILIAL
                           PERFORM REAPLICA-FILIAL-JORNAL
                   END-EVALUATE
           END-PERFORM

           CLOSE JORNAL-BAIXA
                       ' ITEM DO JORNAL SEM CATALOGO: '
                       JBX-D-CODIGO    UPON CONSOLE
               NOT INVALID KEY
      *            Item que caiu entre o jornal e o REWRITE ainda
      *            nao foi ao kardex: a saida vai agora, liquida.
                   IF  GOODS-STOCK     NOT = JBX-D-DEPOIS-TOTAL
                       MOVE JBX-D-CODIGO
                                       TO KDX-GOODS-ATUAL
                       SET KDX-VENDA   TO TRUE
                       MOVE 'RETOMADA' TO KDX-DOCUMENTO-ATUAL
                       IF  JBX-D-ANTES-TOTAL > JBX-D-DEPOIS-TOTAL
                           COMPUTE KDX-SAIDA-ATUAL
                               = JBX-D-ANTES-TOTAL
                               - JBX-D-DEPOIS-TOTAL
                       END-IF
                       SET KDX-LOCAL-LOJA
                                       TO TRUE
                       MOVE JBX-D-DEPOIS-TOTAL
                                       TO KDX-SALDO-ATUAL
                       MOVE 'S'        TO IND-GRAVA-KARDEX
                   ELSE
                       MOVE 'N'        TO IND-GRAVA-KARDEX
                   END-IF
                   MOVE JBX-D-DEPOIS-TOTAL
                                       TO GOODS-STOCK
                   MOVE JBX-D-DEPOIS-LOJA
                   REWRITE DATA-RECORD
                   IF  FS-CAT-OK
                       ADD 1           TO CONTA-REAPLICADOS
                       IF  GRAVA-KARDEX
                           PERFORM KDX-GRAVA-MOVIMENTO
                           IF  JBX-D-ANTES-TOTAL > JBX-D-DEPOIS-TOTAL
                               MOVE JBX-D-CODIGO
                                       TO LOT-GOODS-ATUAL
                               COMPUTE LOT-QTD-ATUAL
                                   = JBX-D-ANTES-TOTAL
                                   - JBX-D-DEPOIS-TOTAL
                               PERFORM LOT-CONSOME-FEFO
                           END-IF
                       END-IF
                       IF  CONTA-JA-BAIXADOS < 500
                           ADD 1       TO CONTA-JA-BAIXADOS
                           MOVE JBX-D-CODIGO
                               TO TJB-CODIGO(CONTA-JA-BAIXADOS)
                           MOVE JBX-D-ANTES-LOJA
                               TO TJB-ANTES-LOJA(CONTA-JA-BAIXADOS)
                       END-IF
                   ELSE
                       DISPLAY NOME-PROGRAMA

           EXIT.

      *----------------------------------------------------------------*
           REAPLICA-FILIAL-JORNAL      SECTION.
      *----------------------------------------------------------------*
      *    Imagem posterior da loja da filial: regravada (idempotente)
      *    e o par filial/item anotado para a baixa das filiais pular.
      *----------------------------------------------------------------*

           MOVE JBX-F-FILIAL           TO EFL-FILIAL-ATUAL
           MOVE JBX-F-CODIGO           TO EFL-GOODS-ATUAL
           PERFORM EFL-SALDO-FILIAL
           MOVE JBX-F-DEPOIS-LOJA      TO EFL-NOVO-LOJA
           MOVE EFL-SALDO-DEPOSITO     TO EFL-NOVO-DEPOSITO
           PERFORM EFL-FIXA-SALDO

           ADD 1                       TO CONTA-REAPLICADOS
           IF  CONTA-JA-BAIXADOS-FIL   < 1000
               ADD 1                   TO CONTA-JA-BAIXADOS-FIL
               MOVE JBX-F-FILIAL
                   TO TJF-FILIAL(CONTA-JA-BAIXADOS-FIL)
               MOVE JBX-F-CODIGO
                   TO TJF-CODIGO(CONTA-JA-BAIXADOS-FIL)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 5 substituem, na ordem, os caminhos
      *    do catálogo, das vendas, do relatório, do controle de
      *    baixa e do jornal de imagens; a 6a linha com a palavra
      *    RETOMADA continua uma rodada que caiu no meio (em branco
      *    na rodada normal); a 7a substitui o caminho da composição
      *    de kits. Linha ausente ou em branco mantém o padrão. Via
      *    PARM, aceita apenas o caminho das vendas.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE 'S'        TO IND-RETOMADA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-KITS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
                       AND (TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO)
                       COMPUTE WS-QTD-LIQUIDA
                           = QTD-VENDA-S - QTD-DEVOLVIDA-S
                       MOVE QTD-VENDA-S
                                       TO WS-QTD-BRUTA
      *                A pesagem baixa em gramas, a unidade de estoque
      *                do item vendido por peso.
                       IF  PESO-S      > 0
                           COMPUTE WS-QTD-LIQUIDA
                               = WS-QTD-LIQUIDA * PESO-S
                           COMPUTE WS-QTD-BRUTA
                               = WS-QTD-BRUTA * PESO-S
                       END-IF
                       SET TIV-IDX     TO 1
                       SEARCH TIV-ITEM
                           AT END
                               IF  CONTA-ITENS-VENDIDOS < 500
                                   ADD 1
                                       TO CONTA-ITENS-VENDIDOS
                                   SET TIV-IDX
                                       TO CONTA-ITENS-VENDIDOS
                                   MOVE CODIGO-ITEM-S
                                       TO TIV-CODIGO(TIV-IDX)
                                   MOVE ZEROS
                                       TO TIV-QTD-VENDIDA(TIV-IDX)
                                          TIV-QTD-BRUTA(TIV-IDX)
                               ELSE
                                   DISPLAY NOME-PROGRAMA
                                     ' TABELA DE ITENS VENDIDOS CHEIA'
                                       UPON CONSOLE
                                   PERFORM FIM-ENCERRA-ANORMAL
                               END-IF
                           WHEN TIV-CODIGO(TIV-IDX) = CODIGO-ITEM-S
                               CONTINUE
                       END-SEARCH
                       ADD WS-QTD-LIQUIDA
                                       TO TIV-QTD-VENDIDA(TIV-IDX)
                       ADD WS-QTD-BRUTA
                                       TO TIV-QTD-BRUTA(TIV-IDX)
                       IF  FILIAL-S    NOT = SPACES
                           AND FILIAL-S NOT = FIL-CODIGO-MATRIZ
                           PERFORM ACUMULA-VENDA-FILIAL
                       END-IF
                   END-IF
           END-PERFORM


           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VENDA-FILIAL        SECTION.
      *----------------------------------------------------------------*

           SET TVF-IDX                 TO 1
           SEARCH TVF-ITEM
               AT END
                   IF  CONTA-VENDAS-FILIAL < 1000
                       ADD 1           TO CONTA-VENDAS-FILIAL
                       SET TVF-IDX     TO CONTA-VENDAS-FILIAL
                       MOVE FILIAL-S   TO TVF-FILIAL(TVF-IDX)
                       MOVE CODIGO-ITEM-S
                                       TO TVF-CODIGO(TVF-IDX)
                       MOVE ZEROS      TO TVF-QTD-VENDIDA(TVF-IDX)
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TABELA DE VENDAS POR FILIAL CHEIA'
                                       UPON CONSOLE
                       PERFORM FIM-ENCERRA-ANORMAL
                   END-IF
               WHEN TVF-FILIAL(TVF-IDX) = FILIAL-S
                   AND TVF-CODIGO(TVF-IDX) = CODIGO-ITEM-S
                   CONTINUE
           END-SEARCH

           ADD WS-QTD-LIQUIDA          TO TVF-QTD-VENDIDA(TVF-IDX)

           .

           EXIT.

      *----------------------------------------------------------------*
           EXPLODE-KITS                SECTION.
      *----------------------------------------------------------------*
      *    Item vendido com composição em KIT01: a venda sai primeiro
      *    dos kits já montados na loja (MONTA01); o que passar disso
      *    foi montado no balcão e sai dos componentes, que entram na
      *    tabela como vendidos - a mesma regra da crítica de estoque
      *    de PR16TA01. Componente não é kit (KIT01 recusa), então
      *    os itens acrescentados aqui não precisam ser explodidos.
      *----------------------------------------------------------------*

           IF  KITS-ABERTOS
               DISPLAY NOME-PROGRAMA 'EXPLODE-KITS'

               MOVE CONTA-ITENS-VENDIDOS
                                       TO WS-QTD-ITENS-ORIGINAIS
               PERFORM VARYING WS-SUB-KIT FROM 1 BY 1
                   UNTIL WS-SUB-KIT > WS-QTD-ITENS-ORIGINAIS
                   MOVE TIV-CODIGO(WS-SUB-KIT)
                                       TO KIT-GOODS-ATUAL
                   PERFORM KIT-VERIFICA-KIT
                   IF  ITEM-E-KIT
                       AND TIV-QTD-VENDIDA(WS-SUB-KIT) > 0
                       PERFORM EXPLODE-VENDA-KIT
                   END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXPLODE-VENDA-KIT           SECTION.
      *----------------------------------------------------------------*

           PERFORM OBTEM-KITS-PRONTOS

           IF  TIV-QTD-VENDIDA(WS-SUB-KIT) > WS-KITS-PRONTOS
               COMPUTE WS-KITS-A-MONTAR
                   = TIV-QTD-VENDIDA(WS-SUB-KIT) - WS-KITS-PRONTOS
               SUBTRACT WS-KITS-A-MONTAR
                   FROM TIV-QTD-VENDIDA(WS-SUB-KIT)
                        TIV-QTD-BRUTA(WS-SUB-KIT)
               ADD 1                   TO CONTA-KITS-EXPLODIDOS

               PERFORM UNTIL KIT-FIM-COMPONENTES
                   MOVE KIT-COMPONENTE TO WS-CODIGO-COMPONENTE
                   COMPUTE WS-QTD-COMPONENTE
                       = WS-KITS-A-MONTAR * KIT-QTD-COMPONENTE
                   SET TIV-IDX         TO 1
                   SEARCH TIV-ITEM
                       AT END
                           IF  CONTA-ITENS-VENDIDOS < 500
                               ADD 1   TO CONTA-ITENS-VENDIDOS
                               SET TIV-IDX TO CONTA-ITENS-VENDIDOS
                               MOVE WS-CODIGO-COMPONENTE
                                       TO TIV-CODIGO(TIV-IDX)
                               MOVE ZEROS
                                       TO TIV-QTD-VENDIDA(TIV-IDX)
                                          TIV-QTD-BRUTA(TIV-IDX)
                           ELSE
                               DISPLAY NOME-PROGRAMA
                                   ' TABELA DE ITENS VENDIDOS CHEIA'
                                       UPON CONSOLE
                               PERFORM FIM-ENCERRA-ANORMAL
                           END-IF
                       WHEN TIV-CODIGO(TIV-IDX) = WS-CODIGO-COMPONENTE
                           CONTINUE
                   END-SEARCH
                   ADD WS-QTD-COMPONENTE
                                       TO TIV-QTD-VENDIDA(TIV-IDX)
                                          TIV-QTD-BRUTA(TIV-IDX)
                   PERFORM KIT-PROXIMO-COMPONENTE
               END-PERFORM

               DISPLAY NOME-PROGRAMA ' KIT ' TIV-CODIGO(WS-SUB-KIT)
                   ' MONTADO NA VENDA: ' WS-KITS-A-MONTAR
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           OBTEM-KITS-PRONTOS          SECTION.
      *----------------------------------------------------------------*
      *    Kits montados = saldo da loja do kit antes da baixa. Na
      *    retomada, o kit já regravado pela rodada que caiu tem o
      *    saldo anterior na imagem do jornal.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ITEM-JA-BAIXADO
           PERFORM VARYING WS-SUB-JBX FROM 1 BY 1
               UNTIL WS-SUB-JBX > CONTA-JA-BAIXADOS
               IF  TJB-CODIGO(WS-SUB-JBX) = TIV-CODIGO(WS-SUB-KIT)
                   MOVE 'S'            TO IND-ITEM-JA-BAIXADO
                   MOVE TJB-ANTES-LOJA(WS-SUB-JBX)
                                       TO WS-KITS-PRONTOS
               END-IF
           END-PERFORM

           IF  NOT ITEM-JA-BAIXADO
               MOVE TIV-CODIGO(WS-SUB-KIT) TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       MOVE ZEROS      TO WS-KITS-PRONTOS
                   NOT INVALID KEY
                       MOVE GOODS-ESTOQUE-LOJA
                                       TO WS-KITS-PRONTOS
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-ESTOQUE               SECTION.
      *----------------------------------------------------------------*
                       REWRITE DATA-RECORD
                       IF  FS-CAT-OK
                           ADD 1       TO CONTA-ITENS-BAIXADOS
                           MOVE GOODS-CODE
                                       TO KDX-GOODS-ATUAL
                           SET KDX-VENDA
                                       TO TRUE
                           MOVE 'VENDAS DIA'
                                       TO KDX-DOCUMENTO-ATUAL
                           MOVE TIV-QTD-BRUTA(TIV-IDX)
                                       TO KDX-SAIDA-ATUAL
                           SET KDX-LOCAL-LOJA
                                       TO TRUE
                           MOVE GOODS-STOCK
                                       TO KDX-SALDO-ATUAL
                           PERFORM KDX-GRAVA-MOVIMENTO
      *                    Sai dos lotes o que saiu do catalogo, a
      *                    partir do vencimento mais proximo.
                           MOVE GOODS-CODE
                                       TO LOT-GOODS-ATUAL
                           COMPUTE LOT-QTD-ATUAL
                               = WS-ESTOQUE-ANTES - GOODS-STOCK
                           PERFORM LOT-CONSOME-FEFO
                           MOVE TIV-CODIGO(TIV-IDX) TO LD-CODIGO
                           MOVE GOODS-NAME          TO LD-NOME
                           MOVE WS-ESTOQUE-ANTES    TO LD-ANTES

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-ESTOQUE-FILIAIS       SECTION.
      *----------------------------------------------------------------*
      *    Para cada filial/item vendido fora da matriz, subtrai a
      *    venda líquida do saldo de loja da filial (sem deixar
      *    negativo), jornalizando a imagem antes/depois antes de
      *    regravar, como a baixa do catálogo.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'BAIXA-ESTOQUE-FILIAIS'

           SET TVF-IDX                 TO 1
           PERFORM CONTA-VENDAS-FILIAL TIMES
               MOVE 'N'                TO IND-ITEM-JA-BAIXADO
               PERFORM VARYING WS-SUB-TJF FROM 1 BY 1
                   UNTIL WS-SUB-TJF > CONTA-JA-BAIXADOS-FIL
                   IF  TJF-FILIAL(WS-SUB-TJF) = TVF-FILIAL(TVF-IDX)
                       AND TJF-CODIGO(WS-SUB-TJF) = TVF-CODIGO(TVF-IDX)
                       MOVE 'S'        TO IND-ITEM-JA-BAIXADO
                   END-IF
               END-PERFORM

               IF  NOT ITEM-JA-BAIXADO
                   AND TVF-QTD-VENDIDA(TVF-IDX) NOT = 0
                   MOVE TVF-FILIAL(TVF-IDX) TO EFL-FILIAL-ATUAL
                   MOVE TVF-CODIGO(TVF-IDX) TO EFL-GOODS-ATUAL
                   PERFORM EFL-SALDO-FILIAL
                   COMPUTE WS-CALCULO-LOJA
                       = EFL-SALDO-LOJA - TVF-QTD-VENDIDA(TVF-IDX)
                   IF  WS-CALCULO-LOJA < 0
                       MOVE ZEROS      TO WS-CALCULO-LOJA
                   END-IF

                   MOVE SPACES         TO REG-JORNAL-BAIXA
                   MOVE 'F'            TO JBX-F-TIPO
                   MOVE TVF-FILIAL(TVF-IDX) TO JBX-F-FILIAL
                   MOVE TVF-CODIGO(TVF-IDX) TO JBX-F-CODIGO
                   MOVE EFL-SALDO-LOJA TO JBX-F-ANTES-LOJA
                   MOVE WS-CALCULO-LOJA
                                       TO JBX-F-DEPOIS-LOJA
                   WRITE REG-JORNAL-BAIXA

                   MOVE WS-CALCULO-LOJA
                                       TO EFL-NOVO-LOJA
                   MOVE EFL-SALDO-DEPOSITO
                                       TO EFL-NOVO-DEPOSITO
                   PERFORM EFL-FIXA-SALDO
                   ADD 1               TO CONTA-FILIAL-BAIXADOS
               END-IF

               SET TVF-IDX             UP BY 1
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' SALDOS DE FILIAL BAIXADOS: '
               CONTA-FILIAL-BAIXADOS   UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-CONTROLE-BAIXA        SECTION.
      *----------------------------------------------------------------*

       COPY TRVPROC.

       COPY KDXPROC.

       COPY LOTPROC.

       COPY KITPROC.

       COPY EFLPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE RELATORIO-BAIXA
           CLOSE CONTROLE-BAIXA
           CLOSE JORNAL-BAIXA
           PERFORM KDX-FECHA-KARDEX
           PERFORM LOT-FECHA-LOTES
           PERFORM KIT-FECHA-COMPOSICAO
           PERFORM EFL-FECHA-ESTOQUE-FILIAL
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-BAIXA

           MOVE 'RELATORIO-BAIXA'      TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE JORNAL-BAIXA

           PERFORM KDX-FECHA-KARDEX

           DISPLAY NOME-PROGRAMA ' LOTES BAIXADOS: '
               CONTA-LOT-CONSUMIDOS    UPON CONSOLE

           PERFORM LOT-FECHA-LOTES

           DISPLAY NOME-PROGRAMA ' KITS EXPLODIDOS EM COMPONENTES: '
               CONTA-KITS-EXPLODIDOS   UPON CONSOLE

           PERFORM KIT-FECHA-COMPOSICAO

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS

