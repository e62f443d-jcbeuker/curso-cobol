      *    entrega é validado contra o cadastro FORNECEDORES mantido
      *    por FORNEC01.
      *----------------------------------------------------------------*
      * VERSAO 15 - RELATORIO-RECEBIMENTO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 14 - A entrega passou a informar o ICMS da nota do
      *    fornecedor (console ou novas colunas do cartao de carga):
      *    UF do fornecedor, base de calculo, aliquota e valor do
      *    ICMS (zerado, calculado pela base x aliquota). UF ou
      *    aliquota invalida recusa a entrega. Toda entrega aceita
      *    grava uma linha 'E' no livro de entradas (copybooks LVE*),
      *    com o credito que APURA01 leva a apuracao mensal.
      * VERSAO 13 - Toda entrega aceita passou a gravar uma linha 'R'
      *    no historico de movimentos com fornecedor (copybooks MVF*),
      *    com o pedido atendido e suas datas, o prazo prometido no
      *    cruzamento e o valor recebido, para a avaliacao mensal de
      *    fornecedores (AVALFO01).
      * VERSAO 12 - REG-PEDIDO-COMPRA acompanhou o custo combinado
      *    (PED-CUSTO-COMPRA) e o numero da cotacao (PED-COTACAO)
      *    gravados por PEDIDO01.
      * VERSAO 11 - Controle por filial (copybooks FIL* e EFL*): a
      *    loja que recebe vem do cartao FILIAL.TXT (padrao 01 -
      *    matriz); o movimento de kardex sai com a filial e, fora da
      *    matriz, a entrega soma tambem no deposito da filial em
      *    ESTFIL.dat.
      * VERSAO 10 - Unidade de compra com fator de conversao por
      *    fornecedor (ITF-UNIDADE-COMPRA, ITF-FATOR-CONVERSAO e
      *    ITF-UNIDADE-VENDA no cruzamento de ITFORN01): a
      *    quantidade e o custo da entrega (console ou cartao)
      *    passaram a ser informados na unidade de compra (caixa,
      *    fardo) e sao convertidos para a unidade de venda antes de
      *    somar em GOODS-STOCK, no kardex, no lote, no pedido e no
      *    GOODS-CUSTO-MEDIO; sem cruzamento ou com fator zerado a
      *    unidade de compra e a propria unidade de venda. O
      *    relatorio passou a mostrar as duas quantidades.
      * VERSAO 09 - Controle de lote e validade dos itens pereciveis
      *    (cadastro ITENS-PERECIVEIS mantido por PEREC01): a entrega
      *    de item perecivel passou a exigir o numero do lote e a
      *    data de validade (console ou novas colunas do cartao de
      *    carga), recusando lote em branco, validade invalida ou ja
      *    vencida, e a entrega aceita soma a quantidade no lote
      *    (copybooks LOT*) que BAIXA01 e DEVFOR01 consomem pelo
      *    vencimento mais proximo e VALID01 lista.
      * VERSAO 08 - Toda entrega aceita passou a gravar um movimento
      *    de entrada (RE) no kardex (copybooks KDX*), com a nota ou
      *    o pedido como documento e o GOODS-STOCK resultante como
      *    saldo, para KARDEX01 reconstituir o saldo do item.
      * VERSAO 07 - O catalogo passou a ser tomado no controle de
      *    travas (copybooks TRV*) antes do OPEN I-O: catalogo em uso
      *    por outra sessao recusa o recebimento mostrando quem
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT ITENS-PERECIVEIS ASSIGN TO OPE08
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-GOODS-CODE
           FILE STATUS IS FS-ITENS-PERECIVEIS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.
           COPY TRVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
           COPY LOTCTL.
           COPY FILCTL.
           COPY EFLCTL.
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
           03  CR-NR-NOTA              PIC X(10).
           03  FILLER                  PIC X(01).
           03  CR-DATA-VENCIMENTO      PIC X(10).
           03  FILLER                  PIC X(01).
           03  CR-NR-LOTE              PIC X(10).
           03  FILLER                  PIC X(01).
           03  CR-DATA-VALIDADE        PIC X(10).
           03  FILLER                  PIC X(01).
           03  CR-UF-FORNECEDOR        PIC X(02).
           03  FILLER                  PIC X(01).
           03  CR-BASE-ICMS            PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CR-ALIQ-ICMS            PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  CR-VALOR-ICMS           PIC 9(07)V99.

       FD  RELATORIO-RECEBIMENTO.
       01  REG-RELATORIO               PIC X(100).

       FD  PEDIDOS-COMPRA.
       01  REG-PEDIDO-COMPRA.
               88  PED-ABERTO                           VALUE 'A'.
               88  PED-PARCIAL                          VALUE 'P'.
               88  PED-ENCERRADO                        VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  PED-CUSTO-COMPRA        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PED-COTACAO             PIC 9(06).

       FD  TITULOS-PAGAR.
       01  REG-TITULO-PAGAR.
           03  ITF-ULTIMO-CUSTO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  ITF-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  ITF-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-VENDA       PIC X(03).

       FD  ITENS-PERECIVEIS.
       01  REG-ITEM-PERECIVEL.
           03  PER-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PER-DIAS-AVISO          PIC 9(03).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).
       COPY PRMFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY TRVFD.
       COPY KDXFD.
       COPY LOTFD.
       COPY FILFD.
       COPY EFLFD.
       COPY MVFFD.
       COPY LVEFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'RECEB01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS015'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY TRVDADOS.
       COPY KDXDADOS.
       COPY LOTDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.
       COPY MVFDADOS.
       COPY LVEDADOS.

       01  REG-ENT.
           03  WS-GOODS-CODE           PIC X(04)        VALUE SPACES.
           03  WS-CUSTO-UNITARIO       PIC 9(05)V99     VALUE ZEROS.
           03  WS-NR-NOTA              PIC X(10)        VALUE SPACES.
           03  WS-DATA-VENCIMENTO      PIC X(10)        VALUE SPACES.
           03  WS-NR-LOTE              PIC X(10)        VALUE SPACES.
           03  WS-DATA-VALIDADE        PIC X(10)        VALUE SPACES.
           03  WS-DATA-VALIDADE-R REDEFINES WS-DATA-VALIDADE.
               05  WS-DIA-VALIDADE     PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-MES-VALIDADE     PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-VALIDADE     PIC X(04).
           03  WS-UF-FORNECEDOR        PIC X(02)        VALUE SPACES.
           03  WS-BASE-ICMS            PIC 9(07)V99     VALUE ZEROS.
           03  WS-ALIQ-ICMS            PIC 9(02)V99     VALUE ZEROS.
           03  WS-VALOR-ICMS           PIC 9(07)V99     VALUE ZEROS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           'D:\Documentos\Cursos\COBOL\curso-cobol\TITPAGAR.dat'.
           03  OPE07                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat'.
           03  OPE08                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PERECIVE.dat'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
           03  IND-TEM-CRUZAMENTO      PIC X(01)        VALUE 'N'.
               88  TEM-CRUZAMENTO                       VALUE 'S'.
           03  WS-RESP-CRUZAMENTO      PIC X(01)        VALUE ' '.
           03  FS-ITENS-PERECIVEIS     PIC X(02)        VALUE '00'.
               88  FS-PER-OK                            VALUE '00'.
               88  FS-PER-NAO-EXISTE                    VALUE '35'.
           03  IND-HA-PERECIVEIS       PIC X(01)        VALUE 'N'.
               88  HA-PERECIVEIS                        VALUE 'S'.
           03  IND-ITEM-PERECIVEL      PIC X(01)        VALUE 'N'.
               88  ITEM-PERECIVEL                       VALUE 'S'.
           03  IND-LOTE-VALIDO         PIC X(01)        VALUE 'S'.
               88  LOTE-VALIDO                          VALUE 'S'.
           03  WS-VALIDADE-AMD         PIC X(08)        VALUE SPACES.
           03  IND-ICMS-VALIDO         PIC X(01)        VALUE 'S'.
               88  ICMS-VALIDO                          VALUE 'S'.
           03  WS-ALIQ-MAXIMA          PIC 9(02)V99     VALUE 30,00.
           03  WS-DATA-MOV-AMD         PIC X(08)        VALUE SPACES.
           03  WS-UNIDADE-COMPRA       PIC X(03)        VALUE SPACES.
           03  WS-UNIDADE-VENDA        PIC X(03)        VALUE SPACES.
           03  WS-FATOR-CONVERSAO      PIC 9(05)        VALUE 1.
           03  WS-QTD-UNIDADES         PIC 9(05)        VALUE ZEROS.
           03  WS-CUSTO-UNIDADE        PIC 9(05)V99     VALUE ZEROS.
           03  WS-QTD-TITULO           PIC 9(05)        VALUE ZEROS.
           03  IND-FIM-TITULOS         PIC X(01)        VALUE 'N'.
               88  FIM-DOS-TITULOS                      VALUE 'S'.
           03  WS-CUSTO-TITULO         PIC 9(05)V99     VALUE ZEROS.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(06)        VALUE 'PEDIDO'.
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

           03  LD-PEDIDO               PIC 9(06).
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
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           PERFORM MVF-ABRE-MOVIMENTO

           PERFORM LVE-ABRE-LIVRO

           PERFORM FIL-LE-FILIAL-CORRENTE
           MOVE FIL-FILIAL-CORRENTE    TO KDX-FILIAL-ATUAL
                                          EFL-FILIAL-ATUAL

           PERFORM EFL-ABRE-ESTOQUE-FILIAL
           IF  NOT EFL-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT FORNECEDORES

           IF  NOT FS-FORN-OK
               END-IF
           END-IF

      *    O cadastro de pereciveis e opcional: sem o arquivo de
      *    PEREC01 nenhum item exige lote, como antes.
           OPEN INPUT ITENS-PERECIVEIS

           IF  FS-PER-OK
               SET HA-PERECIVEIS       TO TRUE
               PERFORM LOT-ABRE-LOTES
           ELSE
               IF  NOT FS-PER-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITENS-PERECIVEIS, STATUS: '
                       FS-ITENS-PERECIVEIS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           MOVE SPACES                 TO WS-DATA-MOV-AMD
           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-AMD

           IF  VEIO-DE-BATCH
               OPEN INPUT CARGA-RECEBIMENTOS
               IF  NOT FS-CARGA-OK
      *    por SYSIN, as linhas seguintes do mesmo cartão substituem,
      *    na ordem, OPE01 (catálogo), OPE02 (fornecedores), OPE04
      *    (relatório), OPE05 (pedidos de compra), OPE06 (títulos a
      *    pagar), OPE07 (cruzamento item x fornecedor) e OPE08
      *    (itens perecíveis); linha ausente ou em branco mantém o
      *    padrão.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE07
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE08
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
                       MOVE CR-NR-NOTA TO WS-NR-NOTA
                       MOVE CR-DATA-VENCIMENTO
                                       TO WS-DATA-VENCIMENTO
                       MOVE CR-NR-LOTE TO WS-NR-LOTE
                       MOVE CR-DATA-VALIDADE
                                       TO WS-DATA-VALIDADE
                       MOVE CR-UF-FORNECEDOR
                                       TO WS-UF-FORNECEDOR
                       IF  CR-BASE-ICMS NUMERIC
                           MOVE CR-BASE-ICMS
                                       TO WS-BASE-ICMS
                       ELSE
                           MOVE ZEROS  TO WS-BASE-ICMS
                       END-IF
                       IF  CR-ALIQ-ICMS NUMERIC
                           MOVE CR-ALIQ-ICMS
                                       TO WS-ALIQ-ICMS
                       ELSE
                           MOVE ZEROS  TO WS-ALIQ-ICMS
                       END-IF
                       IF  CR-VALOR-ICMS NUMERIC
                           MOVE CR-VALOR-ICMS
                                       TO WS-VALOR-ICMS
                       ELSE
                           MOVE ZEROS  TO WS-VALOR-ICMS
                       END-IF
               END-READ
           ELSE
               MOVE 'CODIGO DO ITEM (9999 PARA ENCERRAR): '
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-CODIGO-FORNECEDOR

                   MOVE 'QUANTIDADE RECEBIDA (UNIDADE DE COMPRA): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   MOVE PRM-VALOR      TO WS-QTD-RECEBIDA
                   PERFORM PRM-SOLICITA-VALOR
                   MOVE PRM-VALOR      TO WS-NR-PEDIDO

                   MOVE 'CUSTO DA UNIDADE DE COMPRA (0 MANTEM): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   MOVE PRM-VALOR-PRECO
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-NR-NOTA

                   MOVE 'UF DO FORNECEDOR NA NOTA: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-UF-FORNECEDOR

                   MOVE ZEROS          TO WS-ALIQ-ICMS
                                          WS-VALOR-ICMS
                   MOVE 'BASE DE CALCULO DO ICMS (0 SEM CREDITO): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   MOVE PRM-VALOR-PRECO
                                       TO WS-BASE-ICMS
                   IF  WS-BASE-ICMS    > 0
                       MOVE 'ALIQUOTA DO ICMS NA NOTA (%): '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-PRECO
                       MOVE PRM-VALOR-PRECO
                                       TO WS-ALIQ-ICMS

                       MOVE 'VALOR DO ICMS (0 CALCULA PELA ALIQUOTA): '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-PRECO
                       MOVE PRM-VALOR-PRECO
                                       TO WS-VALOR-ICMS
                   END-IF

                   MOVE 'VENCIMENTO DD/MM/AAAA (BRANCO = DATA MOV.): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-DATA-VENCIMENTO

                   MOVE SPACES         TO WS-NR-LOTE
                                          WS-DATA-VALIDADE
                   PERFORM VERIFICA-ITEM-PERECIVEL
                   IF  ITEM-PERECIVEL
                       MOVE 'ITEM PERECIVEL - NUMERO DO LOTE: '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       MOVE PRM-RESPOSTA
                                       TO WS-NR-LOTE

                       MOVE 'DATA DE VALIDADE DO LOTE DD/MM/AAAA: '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       MOVE PRM-RESPOSTA
                                       TO WS-DATA-VALIDADE
                   END-IF
               END-IF
           END-IF

      *    Valida o fornecedor e o item, soma a quantidade recebida em
      *    GOODS-STOCK por READ/REWRITE e grava a linha do relatório,
      *    com a situação da entrega (aceita ou o motivo da recusa).
      *    A quantidade chega na unidade de compra e é convertida
      *    para a unidade de venda logo depois de conferido o par
      *    item/fornecedor, que é quem guarda o fator.
      *----------------------------------------------------------------*

           MOVE WS-GOODS-CODE          TO LD-CODIGO
           MOVE WS-CODIGO-FORNECEDOR   TO LD-FORNECEDOR
           MOVE WS-NR-PEDIDO           TO LD-PEDIDO
           MOVE WS-QTD-RECEBIDA        TO LD-QTDE
           MOVE SPACES                 TO LD-UNIDADE-COMPRA
                                          LD-UNIDADE-VENDA
           MOVE ZEROS                  TO LD-QTDE-VENDA
           MOVE ZEROS                  TO LD-ESTOQUE

           IF  WS-QTD-RECEBIDA         = 0
                       PERFORM GRAVA-RECUSA
                   NOT INVALID KEY
                       PERFORM VALIDA-ITEM-FORNECEDOR
                       IF  PAR-VALIDO
                           PERFORM CONVERTE-UNIDADE-COMPRA
                       END-IF
                       IF  NOT PAR-VALIDO
                           PERFORM GRAVA-RECUSA
                       ELSE
                           PERFORM VALIDA-PEDIDO-COMPRA
                           IF  PEDIDO-VALIDO
                               PERFORM VALIDA-LOTE-PERECIVEL
                           END-IF
                           IF  PEDIDO-VALIDO
                               AND LOTE-VALIDO
                               PERFORM VALIDA-ICMS-NOTA
                           END-IF
                           IF  PEDIDO-VALIDO
                               AND LOTE-VALIDO
                               AND ICMS-VALIDO
                               PERFORM ATUALIZA-ESTOQUE-ITEM
                           ELSE
                               PERFORM GRAVA-RECUSA

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-UNIDADE-COMPRA     SECTION.
      *----------------------------------------------------------------*
      *    Converte a quantidade e o custo da entrega, informados na
      *    unidade de compra do par item/fornecedor (caixa de 12,
      *    fardo de 24), para a unidade de venda em que o catalogo
      *    guarda GOODS-STOCK e GOODS-CUSTO-MEDIO. Sem cruzamento, ou
      *    com fator zerado, a unidade de compra e a de venda (fator
      *    1). Quantidade convertida que nao cabe no estoque recusa
      *    a entrega.
      *----------------------------------------------------------------*

           MOVE 1                      TO WS-FATOR-CONVERSAO
           MOVE 'UN'                   TO WS-UNIDADE-COMPRA
                                          WS-UNIDADE-VENDA

           IF  TEM-CRUZAMENTO
               IF  ITF-FATOR-CONVERSAO NUMERIC
                   AND ITF-FATOR-CONVERSAO > 0
                   MOVE ITF-FATOR-CONVERSAO
                                       TO WS-FATOR-CONVERSAO
               END-IF
               IF  ITF-UNIDADE-VENDA   NOT = SPACES
                   MOVE ITF-UNIDADE-VENDA
                                       TO WS-UNIDADE-VENDA
               END-IF
               IF  ITF-UNIDADE-COMPRA  NOT = SPACES
                   MOVE ITF-UNIDADE-COMPRA
                                       TO WS-UNIDADE-COMPRA
               ELSE
                   MOVE WS-UNIDADE-VENDA
                                       TO WS-UNIDADE-COMPRA
               END-IF
           END-IF

           MOVE WS-UNIDADE-COMPRA      TO LD-UNIDADE-COMPRA
           MOVE WS-UNIDADE-VENDA       TO LD-UNIDADE-VENDA

           COMPUTE WS-QTD-UNIDADES
               = WS-QTD-RECEBIDA * WS-FATOR-CONVERSAO
               ON SIZE ERROR
                   MOVE 'N'            TO IND-PAR-VALIDO
                   MOVE 'RECUSADA: CONVERSAO EXCEDE LIMITE'
                                       TO LD-SITUACAO
               NOT ON SIZE ERROR
                   MOVE WS-QTD-UNIDADES
                                       TO LD-QTDE-VENDA
           END-COMPUTE

           COMPUTE WS-CUSTO-UNIDADE ROUNDED
               = WS-CUSTO-UNITARIO / WS-FATOR-CONVERSAO

           IF  PAR-VALIDO
               AND NOT VEIO-DE-BATCH
               AND WS-FATOR-CONVERSAO  > 1
               DISPLAY 'CONVERSAO: ' WS-QTD-RECEBIDA ' '
                   WS-UNIDADE-COMPRA ' X ' WS-FATOR-CONVERSAO ' = '
                   WS-QTD-UNIDADES ' ' WS-UNIDADE-VENDA UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ITEM-PERECIVEL     SECTION.
      *----------------------------------------------------------------*
      *    Item presente no cadastro ITENS-PERECIVEIS de PEREC01 e
      *    perecivel: a entrega precisa trazer lote e validade.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ITEM-PERECIVEL

           IF  HA-PERECIVEIS
               MOVE WS-GOODS-CODE      TO PER-GOODS-CODE
               READ ITENS-PERECIVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ITEM-PERECIVEL TO TRUE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VALIDA-LOTE-PERECIVEL       SECTION.
      *----------------------------------------------------------------*
      *    Entrega de item perecivel sem lote, com validade que nao
      *    e uma data DD/MM/AAAA ou com validade anterior a data de
      *    movimento e recusada: lote sem vencimento nao entra no
      *    FEFO nem no relatorio de vencimentos de VALID01.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-LOTE-VALIDO

           PERFORM VERIFICA-ITEM-PERECIVEL

           IF  ITEM-PERECIVEL
               MOVE SPACES             TO WS-VALIDADE-AMD
               STRING WS-ANO-VALIDADE WS-MES-VALIDADE WS-DIA-VALIDADE
                   DELIMITED BY SIZE INTO WS-VALIDADE-AMD
               EVALUATE TRUE
                   WHEN WS-NR-LOTE     = SPACES
                       MOVE 'N'        TO IND-LOTE-VALIDO
                       MOVE 'RECUSADA: PERECIVEL SEM LOTE'
                                       TO LD-SITUACAO
                   WHEN WS-VALIDADE-AMD NOT NUMERIC
                       OR WS-MES-VALIDADE < '01'
                       OR WS-MES-VALIDADE > '12'
                       OR WS-DIA-VALIDADE < '01'
                       OR WS-DIA-VALIDADE > '31'
                       MOVE 'N'        TO IND-LOTE-VALIDO
                       MOVE 'RECUSADA: VALIDADE INVALIDA'
                                       TO LD-SITUACAO
                   WHEN WS-VALIDADE-AMD < WS-DATA-MOV-AMD
                       MOVE 'N'        TO IND-LOTE-VALIDO
                       MOVE 'RECUSADA: LOTE JA VENCIDO'
                                       TO LD-SITUACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VALIDA-ICMS-NOTA            SECTION.
      *----------------------------------------------------------------*
      *    Critica o ICMS da nota do fornecedor: UF informada precisa
      *    ser uma UF valida, e entrega com base de calculo exige a
      *    UF e uma aliquota entre zero e WS-ALIQ-MAXIMA; ICMS sem
      *    base recusa. Com base e ICMS zerado, o ICMS e calculado
      *    pela base x aliquota. Entrega sem base nao gera credito.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-ICMS-VALIDO
           MOVE FUNCTION UPPER-CASE(WS-UF-FORNECEDOR)
                                       TO WS-UF-FORNECEDOR
           MOVE WS-UF-FORNECEDOR       TO LVE-UF-ATUAL
           PERFORM LVE-VALIDA-UF

           EVALUATE TRUE
               WHEN WS-UF-FORNECEDOR   NOT = SPACES
                   AND NOT LVE-UF-OK
                   MOVE 'N'            TO IND-ICMS-VALIDO
                   MOVE 'RECUSADA: UF DO FORNECEDOR INVALIDA'
                                       TO LD-SITUACAO
               WHEN WS-BASE-ICMS       = 0
                   AND WS-VALOR-ICMS   > 0
                   MOVE 'N'            TO IND-ICMS-VALIDO
                   MOVE 'RECUSADA: ICMS SEM BASE DE CALCULO'
                                       TO LD-SITUACAO
               WHEN WS-BASE-ICMS       = 0
                   MOVE ZEROS          TO WS-ALIQ-ICMS
               WHEN WS-UF-FORNECEDOR   = SPACES
                   MOVE 'N'            TO IND-ICMS-VALIDO
                   MOVE 'RECUSADA: ICMS SEM UF DO FORNECEDOR'
                                       TO LD-SITUACAO
               WHEN WS-ALIQ-ICMS       = 0
                   OR WS-ALIQ-ICMS     > WS-ALIQ-MAXIMA
                   MOVE 'N'            TO IND-ICMS-VALIDO
                   MOVE 'RECUSADA: ALIQUOTA DE ICMS INVALIDA'
                                       TO LD-SITUACAO
               WHEN WS-VALOR-ICMS      = 0
                   COMPUTE WS-VALOR-ICMS ROUNDED
                       = WS-BASE-ICMS * WS-ALIQ-ICMS / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LOTE-RECEBIMENTO      SECTION.
      *----------------------------------------------------------------*
      *    Soma a entrega aceita do item perecivel no seu lote, ao
      *    custo da entrega ou, sem ele, ao custo medio do catalogo,
      *    para VALID01 valorizar o lote a vencer.
      *----------------------------------------------------------------*

           MOVE WS-GOODS-CODE          TO LOT-GOODS-ATUAL
           MOVE WS-NR-LOTE             TO LOT-NUMERO-ATUAL
           MOVE WS-DATA-VALIDADE       TO LOT-VALIDADE-ATUAL
           MOVE WS-QTD-UNIDADES        TO LOT-QTD-ATUAL
           IF  WS-CUSTO-UNITARIO       > 0
               MOVE WS-CUSTO-UNIDADE   TO LOT-CUSTO-ATUAL
           ELSE
               MOVE GOODS-CUSTO-MEDIO  TO LOT-CUSTO-ATUAL
           END-IF
           MOVE WS-CODIGO-FORNECEDOR   TO LOT-FORN-ATUAL
           MOVE WS-NR-NOTA             TO LOT-NOTA-ATUAL
           PERFORM LOT-REGISTRA-ENTRADA

           .

           EXIT.

      *----------------------------------------------------------------*
           ATUALIZA-CUSTO-CRUZAMENTO   SECTION.
      *----------------------------------------------------------------*
      *    Entrega aceita com custo informado refresca o ultimo custo
      *    do par item x fornecedor no cruzamento, que PEDIDO01 usa
      *    para sugerir o fornecedor mais barato. O custo fica na
      *    unidade de compra, como o fornecedor o pratica.
      *----------------------------------------------------------------*

           IF  TEM-CRUZAMENTO
      *    relatório), abaixo fica parcial.
      *----------------------------------------------------------------*

           ADD WS-QTD-UNIDADES         TO PED-QTD-RECEBIDA

           EVALUATE TRUE
               WHEN PED-QTD-RECEBIDA   > PED-QTD-PEDIDA
               NOT INVALID KEY
                   PERFORM ATUALIZA-CUSTO-MEDIO

                   ADD WS-QTD-UNIDADES TO GOODS-STOCK
                   ADD WS-QTD-UNIDADES TO GOODS-ESTOQUE-DEPOSITO

                   REWRITE DATA-RECORD
                   IF  FS-CAT-OK
                       ADD 1           TO CONTA-ACEITOS
                       PERFORM GRAVA-KARDEX-RECEBIMENTO
                       MOVE GOODS-CODE TO EFL-GOODS-ATUAL
                       MOVE WS-QTD-UNIDADES
                                       TO EFL-DELTA-DEPOSITO
                       PERFORM EFL-MOVIMENTA
                       IF  ITEM-PERECIVEL
                           PERFORM GRAVA-LOTE-RECEBIMENTO
                       END-IF
                       MOVE GOODS-STOCK
                                       TO LD-ESTOQUE
                       MOVE 'ACEITA: ESTOQUE ATUALIZADO'
                       END-IF
                       PERFORM GRAVA-TITULO-PAGAR
                       PERFORM ATUALIZA-CUSTO-CRUZAMENTO
                       PERFORM GRAVA-MOVIMENTO-FORNECEDOR
                       PERFORM GRAVA-LIVRO-ENTRADAS
                       MOVE LINHA-DETALHE
                                       TO REG-RELATORIO
                       WRITE REG-RELATORIO

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-MOVIMENTO-FORNECEDOR  SECTION.
      *----------------------------------------------------------------*
      *    Linha 'R' no historico do fornecedor: o pedido atendido
      *    (ainda no buffer de PEDIDOS-COMPRA) com a data do pedido e
      *    a prevista, o prazo prometido no cruzamento, a quantidade
      *    e o custo em unidades de venda e o valor da entrega. Sem
      *    custo informado vale o custo medio do catalogo.
      *----------------------------------------------------------------*

           SET MVF-RECEBIMENTO         TO TRUE
           MOVE WS-CODIGO-FORNECEDOR   TO MVF-FORN-ATUAL
           MOVE GOODS-CODE             TO MVF-GOODS-ATUAL

           IF  WS-NR-PEDIDO            NOT = 0
               MOVE PED-NUMERO         TO MVF-PEDIDO-ATUAL
               MOVE PED-DATA-PEDIDO    TO MVF-DATA-PEDIDO-ATUAL
               MOVE PED-DATA-PREVISTA  TO MVF-PREVISTA-ATUAL
           END-IF

           IF  TEM-CRUZAMENTO
               AND ITF-PRAZO-ENTREGA   NUMERIC
               MOVE ITF-PRAZO-ENTREGA  TO MVF-PRAZO-ATUAL
           END-IF

           MOVE WS-QTD-UNIDADES        TO MVF-QTD-ATUAL
           IF  WS-CUSTO-UNITARIO       > 0
               MOVE WS-CUSTO-UNIDADE   TO MVF-CUSTO-ATUAL
               COMPUTE MVF-VALOR-ATUAL ROUNDED
                   = WS-QTD-RECEBIDA * WS-CUSTO-UNITARIO
           ELSE
               MOVE GOODS-CUSTO-MEDIO  TO MVF-CUSTO-ATUAL
               COMPUTE MVF-VALOR-ATUAL ROUNDED
                   = WS-QTD-UNIDADES * GOODS-CUSTO-MEDIO
           END-IF

           PERFORM MVF-GRAVA-MOVIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LIVRO-ENTRADAS        SECTION.
      *----------------------------------------------------------------*
      *    Linha 'E' no livro de entradas com a nota do fornecedor:
      *    valor da operacao apurado como o do titulo a pagar, e a
      *    base, a aliquota e o ICMS criticados por VALIDA-ICMS-NOTA
      *    (zerados na nota sem credito).
      *----------------------------------------------------------------*

           SET LVE-ENTRADA             TO TRUE
           MOVE WS-CODIGO-FORNECEDOR   TO LVE-FORN-ATUAL
           MOVE WS-UF-FORNECEDOR       TO LVE-UF-ATUAL
           MOVE WS-NR-NOTA             TO LVE-NOTA-ATUAL
           MOVE GOODS-CODE             TO LVE-GOODS-ATUAL
           MOVE WS-QTD-UNIDADES        TO LVE-QTD-ATUAL

           IF  WS-CUSTO-UNITARIO       > 0
               COMPUTE LVE-VALOR-ATUAL ROUNDED
                   = WS-QTD-RECEBIDA * WS-CUSTO-UNITARIO
           ELSE
               COMPUTE LVE-VALOR-ATUAL ROUNDED
                   = WS-QTD-UNIDADES * GOODS-CUSTO-MEDIO
           END-IF

           MOVE WS-BASE-ICMS           TO LVE-BASE-ATUAL
           MOVE WS-ALIQ-ICMS           TO LVE-ALIQ-ATUAL
           MOVE WS-VALOR-ICMS          TO LVE-ICMS-ATUAL

           PERFORM LVE-GRAVA-LANCAMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-KARDEX-RECEBIMENTO    SECTION.
      *----------------------------------------------------------------*
      *    Entrada no kardex da entrega recem somada ao catalogo: o
      *    documento e a nota do fornecedor, ou o pedido de compra
      *    quando a entrega veio sem nota; o local e o deposito,
      *    onde a mercadoria entra.
      *----------------------------------------------------------------*

           MOVE GOODS-CODE             TO KDX-GOODS-ATUAL
           SET KDX-RECEBIMENTO         TO TRUE
           IF  WS-NR-NOTA              NOT = SPACES
               MOVE WS-NR-NOTA         TO KDX-DOCUMENTO-ATUAL
           ELSE
               MOVE SPACES             TO KDX-DOCUMENTO-ATUAL
               STRING 'PED '           DELIMITED BY SIZE
                      WS-NR-PEDIDO     DELIMITED BY SIZE
                                       INTO KDX-DOCUMENTO-ATUAL
           END-IF
           MOVE WS-QTD-UNIDADES        TO KDX-ENTRADA-ATUAL
           SET KDX-LOCAL-DEPOSITO      TO TRUE
           MOVE GOODS-STOCK            TO KDX-SALDO-ATUAL
           PERFORM KDX-GRAVA-MOVIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           ATUALIZA-CUSTO-MEDIO        SECTION.
      *----------------------------------------------------------------*
      *    custo informado). Chamada com o item do catalogo em maos,
      *    antes de o estoque ser somado. Custo zerado na entrega
      *    preserva a media atual, para a entrega sem nota em maos
      *    nao diluir o custo. O valor da entrega sai da quantidade
      *    e do custo na unidade de compra, sem o arredondamento do
      *    custo convertido; a divisao e pelas unidades de venda.
      *----------------------------------------------------------------*

           IF  WS-CUSTO-UNITARIO       > 0
                   + (WS-QTD-RECEBIDA * WS-CUSTO-UNITARIO)
               COMPUTE GOODS-CUSTO-MEDIO ROUNDED
                   = WS-CUSTO-TOTAL
                   / (GOODS-STOCK + WS-QTD-UNIDADES)
           END-IF

           .
           GRAVA-TITULO-PAGAR          SECTION.
      *----------------------------------------------------------------*
      *    Gera o título a pagar da entrega aceita: valor = quantidade
      *    x custo (o informado na entrega, na unidade de compra, ou,
      *    na falta dele, o custo médio do catálogo sobre as unidades
      *    de venda). Sem custo algum, a dívida não tem valor
      *    apurável e o título não é gerado, com aviso no console.
      *    Vencimento em branco assume a data de movimento.
      *----------------------------------------------------------------*

           IF  WS-CUSTO-UNITARIO       > 0
               MOVE WS-CUSTO-UNITARIO  TO WS-CUSTO-TITULO
               MOVE WS-QTD-RECEBIDA    TO WS-QTD-TITULO
           ELSE
               MOVE GOODS-CUSTO-MEDIO  TO WS-CUSTO-TITULO
               MOVE WS-QTD-UNIDADES    TO WS-QTD-TITULO
           END-IF

           IF  WS-CUSTO-TITULO         = 0
                                       TO TIT-FORN-CODIGO
               MOVE WS-NR-NOTA         TO TIT-NR-NOTA
               COMPUTE TIT-VALOR
                   = WS-QTD-TITULO * WS-CUSTO-TITULO
               MOVE DMV-DATA-MOVIMENTO TO TIT-DATA-EMISSAO
               IF  WS-DATA-VENCIMENTO  = SPACES
                   MOVE DMV-DATA-MOVIMENTO

       COPY TRVPROC.

       COPY KDXPROC.

       COPY MVFPROC.

       COPY LVEPROC.

       COPY LOTPROC.

       COPY FILPROC.

       COPY EFLPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE PEDIDOS-COMPRA
           CLOSE TITULOS-PAGAR
           CLOSE ITEM-FORNECEDOR
           CLOSE ITENS-PERECIVEIS
           CLOSE CARGA-RECEBIMENTOS
           CLOSE RELATORIO-RECEBIMENTO

           PERFORM KDX-FECHA-KARDEX
           PERFORM MVF-FECHA-MOVIMENTO
           PERFORM LVE-FECHA-LIVRO
           PERFORM LOT-FECHA-LOTES
           PERFORM EFL-FECHA-ESTOQUE-FILIAL
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.
               CLOSE ITEM-FORNECEDOR
           END-IF

           IF  HA-PERECIVEIS
               CLOSE ITENS-PERECIVEIS
           END-IF

           DISPLAY NOME-PROGRAMA ' TITULOS GERADOS: ' CONTA-TITULOS
                                       UPON CONSOLE


           CLOSE RELATORIO-RECEBIMENTO

           MOVE 'RELATORIO-RECEBIMENTO'
                                       TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM KDX-FECHA-KARDEX

           PERFORM MVF-FECHA-MOVIMENTO

           PERFORM LVE-FECHA-LIVRO

           PERFORM LOT-FECHA-LOTES

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           MOVE CONTA-TENTATIVAS       TO AUD-QTDE-LIDOS
           MOVE CONTA-ACEITOS          TO AUD-QTDE-GRAVADOS
           PERFORM TRV-LIBERA-TRAVA
