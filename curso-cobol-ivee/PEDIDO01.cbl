      *    para RECEB01 (recebimento contra o pedido) e para o próprio
      *    SUGEST01, que deixa de re-sugerir o que já foi pedido.
      *----------------------------------------------------------------*
      * VERSAO 06 - RELATORIO-PEDIDOS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 05 - Avaliacao de fornecedores (AVALIACAO-FORNECEDOR,
      *    gravado por AVALFO01, 7a linha do cartao, opcional): o
      *    fornecedor sugerido restrito na ultima avaliacao sai com
      *    aviso no console, e o fornecedor restrito escolhido pede
      *    confirmacao antes do pedido (N pula o item).
      * VERSAO 04 - Cotacao de compra (COTACOES, mantido por
      *    COTAC01, 6a linha do cartao, opcional): com cotacao
      *    apurada para o item, o fornecedor vencedor passa a ser o
      *    sugerido, com o custo cotado e a data prevista pelo prazo
      *    de entrega da cotacao; o pedido grava o custo combinado
      *    (PED-CUSTO-COMPRA, na unidade de compra) e o numero da
      *    cotacao (PED-COTACAO), e a linha vencedora fica marcada
      *    como utilizada, com o numero do pedido.
      * VERSAO 03 - Unidade de compra com fator de conversao por
      *    fornecedor no cruzamento ITEM-FORNECEDOR: a quantidade a
      *    pedir passou a ser digitada na unidade de compra do
      *    fornecedor escolhido (a sugestao e convertida para ela,
      *    arredondada para cima) e PED-QTD-PEDIDA continua gravada
      *    em unidades de venda, como RECEB01 e SUGEST01 a leem; o
      *    fornecedor sugerido passou a ser o de menor custo por
      *    unidade de venda, e o relatorio mostra as duas
      *    quantidades.
      * VERSAO 02 - Com o cruzamento ITEM-FORNECEDOR de ITFORN01
      *    presente, o programa passou a sugerir o fornecedor de
      *    menor ultimo custo cadastrado para o item, com custo e
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT COTACOES ASSIGN TO OPE06
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           ALTERNATE RECORD KEY IS COT-GOODS-CODE WITH DUPLICATES
           FILE STATUS IS FS-COTACOES.

           SELECT AVALIACAO-FORNECEDOR ASSIGN TO OPE07
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVF-FORN-CODIGO
           FILE STATUS IS FS-AVALIACAO-FORNECEDOR.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.
           COPY PRMCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
      *
      *----------------------------------------------------------------*
               88  PED-ABERTO                           VALUE 'A'.
               88  PED-PARCIAL                          VALUE 'P'.
               88  PED-ENCERRADO                        VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  PED-CUSTO-COMPRA        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PED-COTACAO             PIC 9(06).

       FD  RELATORIO-PEDIDOS.
       01  REG-RELATORIO               PIC X(100).

       FD  ITEM-FORNECEDOR.
       01  REG-ITEM-FORNECEDOR.
           03  ITF-ULTIMO-CUSTO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  ITF-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  ITF-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-VENDA       PIC X(03).

       FD  COTACOES.
       01  REG-COTACAO.
           03  COT-CHAVE.
               05  COT-NUMERO          PIC 9(06).
               05  COT-FORN-CODIGO     PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-QTDE-SUGERIDA       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  COT-DATA-ABERTURA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-CUSTO-COTADO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  COT-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  COT-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  COT-CUSTO-UNIDADE       PIC 9(05)V9999.
           03  FILLER                  PIC X(01).
           03  COT-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  COT-COND-PAGAMENTO      PIC X(20).
           03  FILLER                  PIC X(01).
           03  COT-PRAZO-PAGAMENTO     PIC 9(03).
           03  FILLER                  PIC X(01).
           03  COT-DATA-RESPOSTA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-SITUACAO            PIC X(01).
               88  COT-AGUARDANDO                       VALUE 'A'.
               88  COT-RESPONDIDA                       VALUE 'R'.
               88  COT-SEM-PRECO                        VALUE 'N'.
               88  COT-VENCEDORA                        VALUE 'V'.
               88  COT-PERDEDORA                        VALUE 'P'.
               88  COT-UTILIZADA                        VALUE 'U'.
               88  COT-EM-ABERTO                        VALUE 'A' 'R'
                                                              'N'.
           03  FILLER                  PIC X(01).
           03  COT-PED-NUMERO          PIC 9(06).
           03  FILLER                  PIC X(01).
           03  COT-OPERADOR            PIC X(04).

       FD  AVALIACAO-FORNECEDOR.
       01  REG-AVALIACAO-FORNECEDOR.
           03  AVF-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  AVF-COMPETENCIA         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  AVF-ENTREGAS            PIC 9(05).
           03  FILLER                  PIC X(01).
           03  AVF-PONTUALIDADE        PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  AVF-DIAS-ATRASO         PIC 9(03)V9.
           03  FILLER                  PIC X(01).
           03  AVF-ATENDIMENTO         PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  AVF-DEVOLUCAO           PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  AVF-VARIACAO-CUSTO      PIC S9(03)V99
                                       SIGN IS LEADING SEPARATE.
           03  FILLER                  PIC X(01).
           03  AVF-SITUACAO            PIC X(01).
               88  AVF-APROVADO                         VALUE 'A'.
               88  AVF-RESTRITO                         VALUE 'R'.
           03  FILLER                  PIC X(01).
           03  AVF-MOTIVO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  AVF-DATA-AVALIACAO      PIC X(10).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).
       COPY PRMFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'PEDIDO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS006'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.

           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELPEDID.TXT".
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat'.
           03  OPE06                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\COTACOES.dat'.
           03  OPE07                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AVALFORN.dat'.
           03  FS-ARQUIVO-SUGESTAO     PIC X(02)        VALUE '00'.
               88  FS-SUG-OK                            VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-ITF-NAO-EXISTE                    VALUE '35'.
           03  IND-HA-CRUZAMENTO       PIC X(01)        VALUE 'N'.
               88  HA-CRUZAMENTO                        VALUE 'S'.
           03  FS-COTACOES             PIC X(02)        VALUE '00'.
               88  FS-COT-OK                            VALUE '00'.
               88  FS-COT-NAO-EXISTE                    VALUE '35'.
           03  IND-HA-COTACOES         PIC X(01)        VALUE 'N'.
               88  HA-COTACOES                          VALUE 'S'.
           03  FS-AVALIACAO-FORNECEDOR PIC X(02)        VALUE '00'.
               88  FS-AVF-OK                            VALUE '00'.
               88  FS-AVF-NAO-EXISTE                    VALUE '35'.
           03  IND-HA-AVALIACAO        PIC X(01)        VALUE 'N'.
               88  HA-AVALIACAO                         VALUE 'S'.
           03  IND-FORN-RESTRITO       PIC X(01)        VALUE 'N'.
               88  FORN-RESTRITO                        VALUE 'S'.
           03  WS-FORN-AVALIAR         PIC X(04)        VALUE SPACES.
           03  IND-HA-VENCEDORA        PIC X(01)        VALUE 'N'.
               88  HA-VENCEDORA                         VALUE 'S'.
           03  WS-COTACAO-VENCEDORA    PIC 9(06)        VALUE ZEROS.
           03  WS-FORN-VENCEDOR        PIC X(04)        VALUE SPACES.
           03  WS-CUSTO-VENCEDOR       PIC 9(05)V99     VALUE ZEROS.
           03  WS-PRAZO-VENCEDOR       PIC 9(03)        VALUE ZEROS.
           03  WS-CUSTO-PEDIDO         PIC 9(05)V99     VALUE ZEROS.
           03  WS-COTACAO-PEDIDO       PIC 9(06)        VALUE ZEROS.
           03  WS-PREVISTA-PADRAO      PIC X(10)        VALUE SPACES.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
               05  WS-ANO-AMD          PIC 9(04).
               05  WS-MES-AMD          PIC 9(02).
               05  WS-DIA-AMD          PIC 9(02).
           03  WS-DIAS-INTEIROS        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-FORN-SUGERIDO        PIC X(04)        VALUE SPACES.
           03  WS-CUSTO-SUGERIDO       PIC 9(05)V99     VALUE ZEROS.
           03  WS-PRAZO-SUGERIDO       PIC 9(03)        VALUE ZEROS.
           03  WS-CUSTO-UNID-SUGERIDO  PIC 9(05)V9999   VALUE ZEROS.
           03  WS-CUSTO-UNID-ATUAL     PIC 9(05)V9999   VALUE ZEROS.
           03  WS-FATOR-ATUAL          PIC 9(05)        VALUE 1.
           03  WS-UNIDADE-COMPRA       PIC X(03)        VALUE SPACES.
           03  WS-UNIDADE-VENDA        PIC X(03)        VALUE SPACES.
           03  WS-FATOR-CONVERSAO      PIC 9(05)        VALUE 1.
           03  WS-QTDE-SUG-COMPRA      PIC 9(06)        VALUE ZEROS.
           03  WS-QTDE-UNIDADES        PIC 9(05)        VALUE ZEROS.
           03  IND-CONVERSAO-VALIDA    PIC X(01)        VALUE 'S'.
               88  CONVERSAO-VALIDA                     VALUE 'S'.
           03  WS-CUSTO-ED             PIC ZZ.ZZ9,99.
           03  WS-CODIGO-FORNECEDOR    PIC X(04)        VALUE SPACES.
           03  WS-DATA-PREVISTA        PIC X(10)        VALUE SPACES.
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
                                                   'PREVISAO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-FORNECEDOR           PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-QTDE-COMPRA          PIC ZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-UNIDADE-COMPRA       PIC X(03).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-QTDE                 PIC ZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-UNIDADE-VENDA        PIC X(03).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-PREVISAO             PIC X(10).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-NOME                 PIC X(30).
               END-IF
           END-IF

      *    As cotacoes tambem sao opcionais: sem o arquivo, vale so
      *    o cruzamento. Abertas em I-O para marcar a vencedora usada.
           OPEN I-O COTACOES

           IF  FS-COT-OK
               SET HA-COTACOES         TO TRUE
           ELSE
               IF  NOT FS-COT-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR COTACOES, STATUS: '
                       FS-COTACOES     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

      *    A avaliacao de fornecedores e opcional: antes da primeira
      *    execucao de AVALFO01 nenhum fornecedor e restrito.
           OPEN INPUT AVALIACAO-FORNECEDOR

           IF  FS-AVF-OK
               SET HA-AVALIACAO        TO TRUE
           ELSE
               IF  NOT FS-AVF-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR AVALIACAO-FORNECEDOR, STATUS: '
                       FS-AVALIACAO-FORNECEDOR UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN OUTPUT RELATORIO-PEDIDOS

           IF  NOT FS-REL-OK
      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 7 substituem, na ordem, os caminhos
      *    de ARQUIVO-SUGESTAO, FORNECEDORES, PEDIDOS-COMPRA,
      *    RELATORIO-PEDIDOS, ITEM-FORNECEDOR, COTACOES e
      *    AVALIACAO-FORNECEDOR; linha ausente ou em
      *    branco mantém o padrão. Via PARM, aceita apenas o caminho
      *    da sugestão.
      *----------------------------------------------------------------*
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE06
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE07
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
                           WS-CODIGO-FORNECEDOR UPON CONSOLE
                       ADD 1           TO CONTA-PULADOS
                   NOT INVALID KEY
                       MOVE WS-CODIGO-FORNECEDOR
                                       TO WS-FORN-AVALIAR
                       PERFORM CONFIRMA-FORNECEDOR-RESTRITO
                       IF  FORN-RESTRITO
                           ADD 1       TO CONTA-PULADOS
                       ELSE
                           PERFORM SOLICITA-QUANTIDADE
                           IF  CONVERSAO-VALIDA
                               PERFORM GRAVA-PEDIDO
                           ELSE
                               ADD 1   TO CONTA-PULADOS
                           END-IF
                       END-IF
               END-READ
           END-IF

      *    Varre o cruzamento ITEM-FORNECEDOR do item corrente e
      *    sugere o fornecedor de menor último custo cadastrado (os
      *    sem custo só valem na falta de outro), exibindo custo e
      *    prazo de entrega no console. Fornecedores que vendem em
      *    embalagens diferentes são comparados pelo custo por
      *    unidade de venda (último custo / fator de conversão).
      *    Cotação apurada em COTAC01 para o item prevalece: o
      *    vencedor é o sugerido, com o custo e o prazo cotados.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WS-FORN-SUGERIDO
           MOVE ZEROS                  TO WS-CUSTO-SUGERIDO
           MOVE ZEROS                  TO WS-CUSTO-UNID-SUGERIDO
           MOVE ZEROS                  TO WS-PRAZO-SUGERIDO

           IF  HA-CRUZAMENTO
                   NOT INVALID KEY
                       PERFORM ESCOLHE-MENOR-CUSTO
               END-START
           END-IF

           PERFORM BUSCA-COTACAO-VENCEDORA

           IF  HA-VENCEDORA
               MOVE WS-FORN-VENCEDOR   TO WS-FORN-SUGERIDO
               MOVE WS-CUSTO-VENCEDOR  TO WS-CUSTO-SUGERIDO
               MOVE WS-PRAZO-VENCEDOR  TO WS-PRAZO-SUGERIDO
               DISPLAY 'COTACAO ' WS-COTACAO-VENCEDORA
                   ' APURADA PARA O ITEM' UPON CONSOLE
           END-IF

           IF  WS-FORN-SUGERIDO        NOT = SPACES
               MOVE WS-CUSTO-SUGERIDO  TO WS-CUSTO-ED
               DISPLAY 'FORNECEDOR SUGERIDO: ' WS-FORN-SUGERIDO
                   ' CUSTO ' WS-CUSTO-ED
                   ' PRAZO ' WS-PRAZO-SUGERIDO ' DIAS'
                                       UPON CONSOLE
               MOVE WS-FORN-SUGERIDO   TO WS-FORN-AVALIAR
               PERFORM VERIFICA-AVALIACAO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-AVALIACAO          SECTION.
      *----------------------------------------------------------------*
      *    Consulta a ultima avaliacao de WS-FORN-AVALIAR gravada por
      *    AVALFO01 e, restrito, avisa no console com a competencia
      *    e o motivo (P pontualidade, A atendimento, D devolucao,
      *    C custo). Sem avaliacao, o fornecedor nao e restrito.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FORN-RESTRITO

           IF  HA-AVALIACAO
               MOVE WS-FORN-AVALIAR    TO AVF-FORN-CODIGO
               READ AVALIACAO-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  AVF-RESTRITO
                           SET FORN-RESTRITO TO TRUE
                           DISPLAY 'ATENCAO: FORNECEDOR '
                               WS-FORN-AVALIAR
                               ' RESTRITO NA AVALIACAO '
                               AVF-COMPETENCIA ' MOTIVO '
                               AVF-MOTIVO UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFIRMA-FORNECEDOR-RESTRITO SECTION.
      *----------------------------------------------------------------*
      *    Fornecedor restrito escolhido so segue com a confirmacao
      *    do comprador; qualquer resposta diferente de S mantem
      *    FORN-RESTRITO e o item e pulado.
      *----------------------------------------------------------------*

           PERFORM VERIFICA-AVALIACAO

           IF  FORN-RESTRITO
               MOVE 'CONFIRMA FORNECEDOR RESTRITO (S/N): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) = 'S'
                   MOVE 'N'            TO IND-FORN-RESTRITO
               END-IF
           END-IF


           PERFORM UNTIL NOT FS-ITF-OK
               OR ITF-GOODS-CODE NOT = SUG-GOODS-CODE
               MOVE 1                  TO WS-FATOR-ATUAL
               IF  ITF-FATOR-CONVERSAO NUMERIC
                   AND ITF-FATOR-CONVERSAO > 0
                   MOVE ITF-FATOR-CONVERSAO
                                       TO WS-FATOR-ATUAL
               END-IF
               COMPUTE WS-CUSTO-UNID-ATUAL ROUNDED
                   = ITF-ULTIMO-CUSTO / WS-FATOR-ATUAL

               IF  WS-FORN-SUGERIDO    = SPACES
                   OR (ITF-ULTIMO-CUSTO > 0
                       AND (WS-CUSTO-SUGERIDO = 0
                            OR WS-CUSTO-UNID-ATUAL
                               < WS-CUSTO-UNID-SUGERIDO))
                   MOVE ITF-FORN-CODIGO
                                       TO WS-FORN-SUGERIDO
                   MOVE ITF-ULTIMO-CUSTO
                                       TO WS-CUSTO-SUGERIDO
                   MOVE WS-CUSTO-UNID-ATUAL
                                       TO WS-CUSTO-UNID-SUGERIDO
                   MOVE ITF-PRAZO-ENTREGA
                                       TO WS-PRAZO-SUGERIDO
               END-IF
           EXIT.

      *----------------------------------------------------------------*
           BUSCA-COTACAO-VENCEDORA     SECTION.
      *----------------------------------------------------------------*
      *    Procura pela chave alternativa COT-GOODS-CODE a linha
      *    vencedora ainda não usada em pedido; havendo mais de uma,
      *    vale a da cotação mais recente.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-HA-VENCEDORA
           MOVE ZEROS                  TO WS-COTACAO-VENCEDORA

           IF  HA-COTACOES
               MOVE SUG-GOODS-CODE     TO COT-GOODS-CODE

               START COTACOES
                   KEY IS = COT-GOODS-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COTACOES NEXT RECORD
                       PERFORM UNTIL NOT FS-COT-OK
                           OR COT-GOODS-CODE NOT = SUG-GOODS-CODE
                           IF  COT-VENCEDORA
                               AND COT-NUMERO > WS-COTACAO-VENCEDORA
                               SET HA-VENCEDORA
                                       TO TRUE
                               MOVE COT-NUMERO
                                       TO WS-COTACAO-VENCEDORA
                               MOVE COT-FORN-CODIGO
                                       TO WS-FORN-VENCEDOR
                               MOVE COT-CUSTO-COTADO
                                       TO WS-CUSTO-VENCEDOR
                               MOVE COT-PRAZO-ENTREGA
                                       TO WS-PRAZO-VENCEDOR
                           END-IF
                           READ COTACOES NEXT RECORD
                       END-PERFORM
               END-START
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           OBTEM-UNIDADE-COMPRA        SECTION.
      *----------------------------------------------------------------*
      *    Unidade de compra e fator de conversao do par item x
      *    fornecedor escolhido, lidos do cruzamento; sem o par
      *    cadastrado, ou com fator zerado, compra-se na unidade de
      *    venda (fator 1).
      *----------------------------------------------------------------*

           MOVE 1                      TO WS-FATOR-CONVERSAO
           MOVE 'UN'                   TO WS-UNIDADE-COMPRA
                                          WS-UNIDADE-VENDA
           MOVE ZEROS                  TO WS-CUSTO-PEDIDO

           IF  HA-CRUZAMENTO
               MOVE SUG-GOODS-CODE     TO ITF-GOODS-CODE
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
                       MOVE ITF-ULTIMO-CUSTO
                                       TO WS-CUSTO-PEDIDO
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

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-QUANTIDADE         SECTION.
      *----------------------------------------------------------------*
      *    A quantidade e pedida na unidade de compra do fornecedor
      *    (caixa, fardo); a sugestao, que SUGEST01 calcula em
      *    unidades de venda, e convertida para ela arredondando
      *    para cima, para o pedido nao ficar abaixo do ponto de
      *    ressuprimento. O pedido grava as unidades de venda.
      *----------------------------------------------------------------*

           PERFORM OBTEM-UNIDADE-COMPRA

           MOVE 'S'                    TO IND-CONVERSAO-VALIDA

           COMPUTE WS-QTDE-SUG-COMPRA
               = (SUG-QTDE-SUGERIDA + WS-FATOR-CONVERSAO - 1)
               / WS-FATOR-CONVERSAO

           IF  WS-FATOR-CONVERSAO      > 1
               DISPLAY 'UNIDADE DE COMPRA: ' WS-UNIDADE-COMPRA
                   ' COM ' WS-FATOR-CONVERSAO ' ' WS-UNIDADE-VENDA
                   ' - SUGERIDO: ' WS-QTDE-SUG-COMPRA ' '
                   WS-UNIDADE-COMPRA   UPON CONSOLE
           END-IF

           MOVE 'QTDE NA UNIDADE DE COMPRA (0 MANTEM A SUGERIDA): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           IF  PRM-VALOR               = 0
               MOVE WS-QTDE-SUG-COMPRA TO WS-QTDE-PEDIR
           ELSE
               MOVE PRM-VALOR          TO WS-QTDE-PEDIR
           END-IF

           COMPUTE WS-QTDE-UNIDADES
               = WS-QTDE-PEDIR * WS-FATOR-CONVERSAO
               ON SIZE ERROR
                   MOVE 'N'            TO IND-CONVERSAO-VALIDA
                   DISPLAY 'QUANTIDADE CONVERTIDA EXCEDE O LIMITE, '
                       'ITEM PULADO: ' SUG-GOODS-CODE UPON CONSOLE
           END-COMPUTE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PEDIDO                SECTION.
      *----------------------------------------------------------------*

      *    Pedido para o vencedor da cotacao leva o custo cotado e,
      *    como data prevista padrao, a data de movimento mais o prazo
      *    de entrega cotado; fora dela, o ultimo custo do cruzamento.
           MOVE DMV-DATA-MOVIMENTO     TO WS-PREVISTA-PADRAO
           MOVE ZEROS                  TO WS-COTACAO-PEDIDO

           IF  HA-VENCEDORA
               AND WS-CODIGO-FORNECEDOR = WS-FORN-VENCEDOR
               MOVE WS-COTACAO-VENCEDORA
                                       TO WS-COTACAO-PEDIDO
               MOVE WS-CUSTO-VENCEDOR  TO WS-CUSTO-PEDIDO
               PERFORM CALCULA-PREVISTA-COTACAO
           END-IF

           DISPLAY 'DATA PREVISTA PADRAO: ' WS-PREVISTA-PADRAO
                                       UPON CONSOLE
           MOVE 'DATA PREVISTA DD/MM/AAAA (BRANCO = PADRAO): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            = SPACES
               MOVE WS-PREVISTA-PADRAO TO WS-DATA-PREVISTA
           ELSE
               MOVE PRM-RESPOSTA       TO WS-DATA-PREVISTA
           END-IF
           MOVE WS-PROXIMO-PEDIDO      TO PED-NUMERO
           MOVE SUG-GOODS-CODE         TO PED-GOODS-CODE
           MOVE WS-CODIGO-FORNECEDOR   TO PED-FORN-CODIGO
           MOVE WS-QTDE-UNIDADES       TO PED-QTD-PEDIDA
           MOVE ZEROS                  TO PED-QTD-RECEBIDA
           MOVE DMV-DATA-MOVIMENTO     TO PED-DATA-PEDIDO
           MOVE WS-DATA-PREVISTA       TO PED-DATA-PREVISTA
           MOVE 'A'                    TO PED-SITUACAO
           MOVE WS-CUSTO-PEDIDO        TO PED-CUSTO-COMPRA
           MOVE WS-COTACAO-PEDIDO      TO PED-COTACAO

           WRITE REG-PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY 'PEDIDO EMITIDO: ' PED-NUMERO
                       ' ITEM ' PED-GOODS-CODE UPON CONSOLE
                   PERFORM GRAVA-LINHA-PEDIDO
                   IF  WS-COTACAO-PEDIDO NOT = 0
                       PERFORM MARCA-COTACAO-UTILIZADA
                   END-IF
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-PREVISTA-COTACAO    SECTION.
      *----------------------------------------------------------------*

           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE       INTO WS-DATA-AMD

           IF  WS-DATA-AMD             NUMERIC
               COMPUTE WS-DIAS-INTEIROS
                   = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
                   + WS-PRAZO-VENCEDOR
               COMPUTE WS-DATA-AMD
                   = FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
               MOVE SPACES             TO WS-PREVISTA-PADRAO
               STRING WS-DIA-AMD '/' WS-MES-AMD '/' WS-ANO-AMD
                   DELIMITED BY SIZE   INTO WS-PREVISTA-PADRAO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MARCA-COTACAO-UTILIZADA     SECTION.
      *----------------------------------------------------------------*
      *    A vencedora passa a 'U' com o número do pedido, para não
      *    ser sugerida de novo; as perdedoras ficam como estão.
      *----------------------------------------------------------------*

           MOVE WS-COTACAO-PEDIDO      TO COT-NUMERO
           MOVE WS-FORN-VENCEDOR       TO COT-FORN-CODIGO

           READ COTACOES
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' COTACAO NAO ENCONTRADA: ' WS-COTACAO-PEDIDO
                                       UPON CONSOLE
               NOT INVALID KEY
                   MOVE 'U'            TO COT-SITUACAO
                   MOVE PED-NUMERO     TO COT-PED-NUMERO
                   REWRITE REG-COTACAO
                   IF  NOT FS-COT-OK
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR COTACAO, FS: '
                           FS-COTACOES UPON CONSOLE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LINHA-PEDIDO          SECTION.
      *----------------------------------------------------------------*
           MOVE PED-NUMERO             TO LD-PEDIDO
           MOVE PED-GOODS-CODE         TO LD-CODIGO
           MOVE PED-FORN-CODIGO        TO LD-FORNECEDOR
           MOVE WS-QTDE-PEDIR          TO LD-QTDE-COMPRA
           MOVE WS-UNIDADE-COMPRA      TO LD-UNIDADE-COMPRA
           MOVE PED-QTD-PEDIDA         TO LD-QTDE
           MOVE WS-UNIDADE-VENDA       TO LD-UNIDADE-VENDA
           MOVE PED-DATA-PREVISTA      TO LD-PREVISAO
           MOVE SUG-GOODS-NAME         TO LD-NOME

           CLOSE FORNECEDORES
           CLOSE PEDIDOS-COMPRA
           CLOSE ITEM-FORNECEDOR
           CLOSE COTACOES
           CLOSE AVALIACAO-FORNECEDOR
           CLOSE RELATORIO-PEDIDOS

           .

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.
               CLOSE ITEM-FORNECEDOR
           END-IF

           IF  HA-COTACOES
               CLOSE COTACOES
           END-IF

           IF  HA-AVALIACAO
               CLOSE AVALIACAO-FORNECEDOR
           END-IF

           CLOSE RELATORIO-PEDIDOS

           MOVE 'RELATORIO-PEDIDOS'    TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-SUGESTOES        TO AUD-QTDE-LIDOS
           MOVE CONTA-PEDIDOS          TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
