      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Sugestão noturna de reposição da prateleira: lê o
      *    catálogo (ARQUIVO-ENTRADA) e as vendas do dia de movimento
      *    gravadas por PR16TA01 (ARQUIVO-SAIDA) e, para cada item com
      *    mínimo de prateleira cadastrado (GOODS-MINIMO-LOJA), propõe
      *    a transferência do depósito para a loja que deixa a
      *    prateleira de amanhã com o mínimo mais o que se vendeu
      *    hoje. Grava RELATORIO-REPOSICAO, a lista de separação do
      *    repositor agrupada por GOODS-DEPARTAMENTO, e
      *    ARQUIVO-REPOSICAO, a versão legível por máquina que
      *    TRANSF01 lê para aplicar as linhas confirmadas pelas mesmas
      *    regras da transferência digitada. Roda na cadeia noturna
      *    depois de BAIXA01, com a loja já baixada das vendas do dia.
      *----------------------------------------------------------------*
      * VERSAO 09 - RELATORIO-REPOSICAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 08 - REGISTRO-SAIDA-DETALHE acompanhou a entrega em
      *    domicilio (VALOR-FRETE-S/NR-ENTREGA-S do cabecalho do ticket)
      *    incluida por PR16TA01.
      * VERSAO 07 - REGISTRO-SAIDA-DETALHE acompanhou o canal da venda
      *    (CANAL-VENDA-S: L balcao, W loja virtual) e o numero do
      *    pedido da loja virtual (PEDIDO-WEB-S) incluidos por PR16TA01.
      * VERSAO 06 - REGISTRO-SAIDA-DETALHE acompanhou o desconto manual
      *    (PERC-DESCONTO-S, VALOR-DESCONTO-S, MOTIVO-DESCONTO-S e
      *    SUPERVISOR-DESCONTO-S: desconto da linha no item, desconto
      *    no total no cabecalho do ticket) incluido por PR16TA01.
      * VERSAO 05 - REGISTRO-SAIDA-DETALHE acompanhou o vale-troca
      *    (NR-VALE-S/VALOR-VALE-S: vale emitido na devolucao da
      *    linha e vale aceito como pagamento no cabecalho do
      *    ticket) incluido por PR16TA01.
      * VERSAO 04 - REGISTRO-SAIDA-DETALHE acompanhou os pontos de
      *    fidelidade do cabecalho do ticket (PONTOS-GANHOS-S,
      *    PONTOS-RESGATE-S e VALOR-RESGATE-S) incluidos por PR16TA01.
      * VERSAO 03 - REGISTRO-SAIDA-DETALHE acompanhou o peso da
      *    pesagem (PESO-S) incluido por PR16TA01: a linha de item
      *    vendido por peso conta em gramas (quantidade liquida x
      *    PESO-S), a unidade de estoque desses itens.
      * VERSAO 02 - REGISTRO-SAIDA-DETALHE acompanhou a filial
      *    da venda (FILIAL-S) incluida por PR16TA01 no controle por
      *    filial.
      * VERSAO 01 - Versão inicial. Reposição = mínimo de prateleira
      *    + vendido no dia - saldo da loja, limitada ao saldo do
      *    depósito; item sem saldo no depósito fica fora da lista e
      *    é contado no rodapé.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     REPOS01.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT ARQUIVO-SAIDA ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VENDA
           ALTERNATE RECORD KEY IS CODIGO-ITEM-S WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-SAIDA.

           SELECT RELATORIO-REPOSICAO ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-REPOSICAO.

           SELECT ARQUIVO-REPOSICAO ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO-REPOSICAO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQUIVO-ENTRADA.
       01  DATA-RECORD.
           03  GOODS-RECORD.
               05  GOODS-CODE          PIC X(4).
               05  FILLER              PIC X.
               05  GOODS-NAME          PIC X(30).
               05  FILLER              PIC X.
               05  GOODS-PRICE         PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-STOCK         PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-MINIMO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-LOJA  PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-DEPOSITO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-CUSTO-MEDIO   PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-SITUACAO      PIC X(01).
                   88  ITEM-ATIVO                       VALUE 'A' ' '.
                   88  ITEM-SUSPENSO                    VALUE 'S'.
                   88  ITEM-DESCONTINUADO               VALUE 'D'.
               05  FILLER              PIC X.
               05  GOODS-DEPARTAMENTO  PIC X(02).
               05  FILLER              PIC X.
               05  GOODS-EAN           PIC X(13).
               05  FILLER              PIC X.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  ARQUIVO-SAIDA.
       01  REGISTRO-SAIDA-DETALHE.
           03  CHAVE-VENDA.
               05  NR-TICKET-S         PIC  9(06).
               05  FILLER              PIC  X(01).
               05  NR-LINHA-S          PIC  9(02).
                   88  LINHA-CABECALHO-TICKET           VALUE ZEROS.
           03  FILLER                  PIC  X(01).
           03  CODIGO-ITEM-S           PIC  9(04).
           03  FILLER                  PIC  X(01).
           03  PRECO-UNITARIO-S        PIC  9(03)V99.
           03  FILLER                  PIC  X(01).
           03  QTD-VENDA-S             PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  VENDEDOR-S              PIC  X(40).
           03  FILLER                  PIC  X(01).
           03  IND-TIPO-TRANSACAO      PIC  X(01).
               88  TRANSACAO-VENDA                          VALUE  'V'.
               88  TRANSACAO-ANULADA                        VALUE  'A'.
               88  TRANSACAO-DEVOLUCAO                      VALUE  'D'.
           03  FILLER                  PIC  X(01).
           03  DATA-VENDA-S            PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  HORA-VENDA-S            PIC  X(11).
           03  FILLER                  PIC  X(01).
           03  QTD-DEVOLVIDA-S         PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  CLIENTE-S               PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FORMA-PAGTO-S           PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  OPERADOR-S              PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  VALOR-TOTAL-S           PIC  9(07)V99.
           03  FILLER                  PIC  X(01).
           03  ALIQ-ICMS-S             PIC  9(02)V99.
           03  FILLER                  PIC  X(01).
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

       FD  RELATORIO-REPOSICAO.
       01  REG-RELATORIO               PIC X(80).

      *    Uma linha por reposição proposta, na ordem da lista de
      *    separação (departamento, código); lida por TRANSF01.
       FD  ARQUIVO-REPOSICAO.
       01  REG-REPOSICAO.
           03  REP-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  REP-DEPARTAMENTO        PIC X(02).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  REP-QTDE-SUGERIDA       PIC 9(05).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  REP-GOODS-NAME          PIC X(30).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  REP-DATA-MOVIMENTO      PIC X(10).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'REPOS01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS009'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PAGDADOS.
       COPY PRSDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\S1-PR16TA01.txt".
           03  OPE03                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELREPOS.TXT".
           03  OPE04                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\REPOSIC.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-ARQUIVO-SAIDA        PIC X(02)        VALUE '00'.
               88  FS-VENDAS-OK                         VALUE '00'.
           03  FS-RELATORIO-REPOSICAO  PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-ARQUIVO-REPOSICAO    PIC X(02)        VALUE '00'.
               88  FS-REP-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-VENDAS          PIC X(01)        VALUE 'N'.
               88  FIM-DAS-VENDAS                       VALUE 'S'.
           03  CONTA-ITENS-CATALOGO    PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REPOSICOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-DEPOSITO      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-VENDAS-DIA        PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-QTD-LIQUIDA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-NECESSIDADE          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DEPTO-ANTERIOR       PIC X(02)        VALUE SPACES.
           03  QTD-PASSADAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-HOUVE-TROCA         PIC X(01)        VALUE 'N'.
               88  HOUVE-TROCA                          VALUE 'S'.
           03  IND-TROCA-PAR           PIC X(01)        VALUE 'N'.
               88  TROCA-PAR                            VALUE 'S'.

      *    Itens do catálogo com mínimo de prateleira cadastrado e a
      *    quantidade líquida vendida no dia de movimento.
       01  TAB-ITENS-CATALOGO.
           03  TI-ITEM                 OCCURS 1000 TIMES
                                       INDEXED BY TI-IDX.
               05  TI-CODIGO           PIC X(04).
               05  TI-NOME             PIC X(30).
               05  TI-LOJA             PIC 9(05).
               05  TI-DEPOSITO         PIC 9(05).
               05  TI-MINIMO-LOJA      PIC 9(05).
               05  TI-VENDIDO          PIC S9(07) COMP-5.
               05  TI-DEPARTAMENTO     PIC X(02).

      *    Reposições propostas, ordenadas por departamento e código
      *    por troca entre vizinhos, como em SUGEST01.
       01  TAB-REPOSICOES.
           03  TR-REPOSICAO            OCCURS 1000 TIMES
                                       INDEXED BY TR-IDX.
               05  TR-DEPARTAMENTO     PIC X(02).
               05  TR-CODIGO           PIC X(04).
               05  TR-NOME             PIC X(30).
               05  TR-LOJA             PIC 9(05).
               05  TR-MINIMO-LOJA      PIC 9(05).
               05  TR-VENDIDO          PIC S9(07) COMP-5.
               05  TR-DEPOSITO         PIC 9(05).
               05  TR-QTDE-REPOR       PIC 9(05).

       01  TR-REPOSICAO-AUX.
           03  TRA-DEPARTAMENTO        PIC X(02).
           03  TRA-CODIGO              PIC X(04).
           03  TRA-NOME                PIC X(30).
           03  TRA-LOJA                PIC 9(05).
           03  TRA-MINIMO-LOJA         PIC 9(05).
           03  TRA-VENDIDO             PIC S9(07) COMP-5.
           03  TRA-DEPOSITO            PIC 9(05).
           03  TRA-QTDE-REPOR          PIC 9(05).

       77  WS-SUB-ORDENA               PIC S9(05) COMP-5 VALUE ZEROS.
       77  WS-DEPTO-ITENS              PIC S9(05) COMP-5 VALUE ZEROS.
       77  WS-DEPTO-QTDE               PIC S9(07) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE
           'LISTA DE SEPARACAO - REPOSICAO DEPOSITO PARA LOJA'.

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(06)        VALUE 'CODIGO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE
                                                   'DESCRICAO'.
           03  FILLER                  PIC X(06)        VALUE 'LOJA'.
           03  FILLER                  PIC X(06)        VALUE 'MINIMO'.
           03  FILLER                  PIC X(06)        VALUE 'VENDA'.
           03  FILLER                  PIC X(06)        VALUE 'DEPOS.'.
           03  FILLER                  PIC X(06)        VALUE 'REPOR'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   'SEPARADO'.

       01  LINHA-DEPARTAMENTO.
           03  FILLER                  PIC X(14)        VALUE
                                       'DEPARTAMENTO: '.
           03  LDP-CODIGO              PIC X(02).

       01  LINHA-DETALHE.
           03  LD-CODIGO               PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-NOME                 PIC X(30).
           03  LD-LOJA                 PIC ZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-MINIMO               PIC ZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VENDIDO              PIC -ZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DEPOSITO             PIC ZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-QTDE-REPOR           PIC ZZZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   '__________'.

       01  LINHA-SUBTOT-DEPTO.
           03  FILLER                  PIC X(22)        VALUE
                                       'SUBTOTAL DEPARTAMENTO '.
           03  LSD-CODIGO              PIC X(02).
           03  FILLER                  PIC X(02)        VALUE ': '.
           03  LSD-QTDE-ITENS          PIC ZZZ9.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' ITENS  '.
           03  LSD-QTDE-REPOR          PIC ZZZZZZ9.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(22)        VALUE
                                       'ITENS A REPOR: '.
           03  LR-QTDE                 PIC ZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(24)        VALUE
                                       'SEM SALDO NO DEPOSITO: '.
           03  LR-SEM-DEPOSITO         PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM CARREGA-CATALOGO

           PERFORM ACUMULA-VENDAS-DIA

           PERFORM SELECIONA-REPOSICOES

           PERFORM ORDENA-POR-DEPARTAMENTO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT ARQUIVO-SAIDA

           IF  NOT FS-VENDAS-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-SAIDA, FILE STATUS: '
                   FS-ARQUIVO-SAIDA    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-REPOSICAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-REPOSICAO, FILE STATUS: '
                   FS-RELATORIO-REPOSICAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT ARQUIVO-REPOSICAO

           IF  NOT FS-REP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-REPOSICAO, FILE STATUS: '
                   FS-ARQUIVO-REPOSICAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 4 substituem, na ordem, os caminhos
      *    de ARQUIVO-ENTRADA, ARQUIVO-SAIDA, RELATORIO-REPOSICAO e
      *    ARQUIVO-REPOSICAO; linha ausente ou em branco mantém o
      *    caminho padrão. Via PARM (COMMAND-LINE), aceita apenas o
      *    caminho do catálogo.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE01
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-CATALOGO            SECTION.
      *----------------------------------------------------------------*
      *    Carrega em TAB-ITENS-CATALOGO os itens ativos com mínimo de
      *    prateleira cadastrado; item sem mínimo não tem reposição
      *    automática e continua só na transferência digitada.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CARREGA-CATALOGO'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQUIVO-ENTRADA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  ITEM-SUSPENSO OR ITEM-DESCONTINUADO
                       OR GOODS-MINIMO-LOJA NOT NUMERIC
                       OR GOODS-MINIMO-LOJA = 0
                       CONTINUE
                   ELSE
                   ADD 1               TO CONTA-ITENS-CATALOGO
                   SET TI-IDX          TO CONTA-ITENS-CATALOGO
                   MOVE GOODS-CODE     TO TI-CODIGO(TI-IDX)
                   MOVE GOODS-NAME     TO TI-NOME(TI-IDX)
                   MOVE GOODS-ESTOQUE-LOJA
                                       TO TI-LOJA(TI-IDX)
                   MOVE GOODS-ESTOQUE-DEPOSITO
                                       TO TI-DEPOSITO(TI-IDX)
                   MOVE GOODS-MINIMO-LOJA
                                       TO TI-MINIMO-LOJA(TI-IDX)
                   MOVE ZEROS          TO TI-VENDIDO(TI-IDX)
                   MOVE GOODS-DEPARTAMENTO
                                       TO TI-DEPARTAMENTO(TI-IDX)
                   END-IF
           END-PERFORM

           CLOSE ARQUIVO-ENTRADA

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VENDAS-DIA          SECTION.
      *----------------------------------------------------------------*
      *    Soma em TI-VENDIDO a quantidade líquida (vendida menos
      *    devolvida) das vendas não anuladas do dia de movimento,
      *    ignorando o cabeçalho de ticket (linha 00). A venda de hoje
      *    é a previsão de saída da prateleira amanhã.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ACUMULA-VENDAS-DIA'

           PERFORM UNTIL FIM-DAS-VENDAS
               READ ARQUIVO-SAIDA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-VENDAS
               NOT AT END
                   IF  NOT LINHA-CABECALHO-TICKET
                       AND DATA-VENDA-S = DMV-DATA-MOVIMENTO
                       AND (TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO)
                       ADD 1           TO CONTA-VENDAS-DIA
                       COMPUTE WS-QTD-LIQUIDA
                           = QTD-VENDA-S - QTD-DEVOLVIDA-S
                       IF  PESO-S      > 0
                           COMPUTE WS-QTD-LIQUIDA
                               = WS-QTD-LIQUIDA * PESO-S
                       END-IF
                       SET TI-IDX      TO 1
                       SEARCH TI-ITEM
                           AT END
                               CONTINUE
                           WHEN TI-CODIGO(TI-IDX) = CODIGO-ITEM-S
                               ADD WS-QTD-LIQUIDA
                                       TO TI-VENDIDO(TI-IDX)
                       END-SEARCH
                   END-IF
           END-PERFORM

           CLOSE ARQUIVO-SAIDA

           .

           EXIT.

      *----------------------------------------------------------------*
           SELECIONA-REPOSICOES        SECTION.
      *----------------------------------------------------------------*
      *    Necessidade = mínimo de prateleira + vendido no dia - saldo
      *    da loja. Com necessidade positiva, a reposição proposta é a
      *    necessidade limitada ao saldo do depósito; depósito zerado
      *    deixa o item fora da lista (não há o que separar) e conta
      *    no rodapé para a sugestão de compras.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'SELECIONA-REPOSICOES'

           SET TI-IDX                  TO 1
           PERFORM CONTA-ITENS-CATALOGO TIMES
               COMPUTE WS-NECESSIDADE
                   = TI-MINIMO-LOJA(TI-IDX) + TI-VENDIDO(TI-IDX)
                   - TI-LOJA(TI-IDX)
               IF  WS-NECESSIDADE      > 0
                   IF  TI-DEPOSITO(TI-IDX) = 0
                       ADD 1           TO CONTA-SEM-DEPOSITO
                   ELSE
                       IF  WS-NECESSIDADE > TI-DEPOSITO(TI-IDX)
                           MOVE TI-DEPOSITO(TI-IDX)
                                       TO WS-NECESSIDADE
                       END-IF
                       ADD 1           TO CONTA-REPOSICOES
                       SET TR-IDX      TO CONTA-REPOSICOES
                       MOVE TI-DEPARTAMENTO(TI-IDX)
                                       TO TR-DEPARTAMENTO(TR-IDX)
                       MOVE TI-CODIGO(TI-IDX)
                                       TO TR-CODIGO(TR-IDX)
                       MOVE TI-NOME(TI-IDX)
                                       TO TR-NOME(TR-IDX)
                       MOVE TI-LOJA(TI-IDX)
                                       TO TR-LOJA(TR-IDX)
                       MOVE TI-MINIMO-LOJA(TI-IDX)
                                       TO TR-MINIMO-LOJA(TR-IDX)
                       MOVE TI-VENDIDO(TI-IDX)
                                       TO TR-VENDIDO(TR-IDX)
                       MOVE TI-DEPOSITO(TI-IDX)
                                       TO TR-DEPOSITO(TR-IDX)
                       MOVE WS-NECESSIDADE
                                       TO TR-QTDE-REPOR(TR-IDX)
                   END-IF
               END-IF
               SET TI-IDX              UP BY 1
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           ORDENA-POR-DEPARTAMENTO     SECTION.
      *----------------------------------------------------------------*
      *    Ordena TAB-REPOSICOES por departamento e, dentro dele, por
      *    código, para o repositor percorrer um corredor de cada vez.
      *----------------------------------------------------------------*

           COMPUTE QTD-PASSADAS = CONTA-REPOSICOES - 1

           IF  QTD-PASSADAS            > 0
               PERFORM WITH TEST AFTER UNTIL NOT HOUVE-TROCA
                   MOVE 'N'            TO IND-HOUVE-TROCA
                   MOVE 1              TO WS-SUB-ORDENA
                   PERFORM QTD-PASSADAS TIMES
                       MOVE 'N'        TO IND-TROCA-PAR
                       IF  TR-DEPARTAMENTO(WS-SUB-ORDENA)
                           > TR-DEPARTAMENTO(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-TROCA-PAR
                       ELSE
                           IF  TR-DEPARTAMENTO(WS-SUB-ORDENA)
                               = TR-DEPARTAMENTO(WS-SUB-ORDENA + 1)
                               AND TR-CODIGO(WS-SUB-ORDENA)
                               > TR-CODIGO(WS-SUB-ORDENA + 1)
                               MOVE 'S' TO IND-TROCA-PAR
                           END-IF
                       END-IF
                       IF  TROCA-PAR
                           MOVE TR-REPOSICAO(WS-SUB-ORDENA)
                                       TO TR-REPOSICAO-AUX
                           MOVE TR-REPOSICAO(WS-SUB-ORDENA + 1)
                                       TO TR-REPOSICAO(WS-SUB-ORDENA)
                           MOVE TR-REPOSICAO-AUX
                               TO TR-REPOSICAO(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-HOUVE-TROCA
                       END-IF
                       ADD 1           TO WS-SUB-ORDENA
                   END-PERFORM
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-SUBTOTAL-DEPTO        SECTION.
      *----------------------------------------------------------------*
      *    Fecha o grupo do departamento anterior com a quantidade de
      *    itens e o total a repor.
      *----------------------------------------------------------------*

           MOVE WS-DEPTO-ANTERIOR      TO LSD-CODIGO
           MOVE WS-DEPTO-ITENS         TO LSD-QTDE-ITENS
           MOVE WS-DEPTO-QTDE          TO LSD-QTDE-REPOR
           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-SUBTOT-DEPTO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE ZEROS                  TO WS-DEPTO-ITENS
           MOVE ZEROS                  TO WS-DEPTO-QTDE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-CABECALHO-DEPTO       SECTION.
      *----------------------------------------------------------------*

           MOVE TR-DEPARTAMENTO(TR-IDX) TO WS-DEPTO-ANTERIOR
           MOVE TR-DEPARTAMENTO(TR-IDX) TO LDP-CODIGO
           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-DEPARTAMENTO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PAGPROC.

       COPY PRSPROC.

      *----------------------------------------------------------------*
           PAG-GRAVA-CABECALHO         SECTION.
      *----------------------------------------------------------------*
      *    Cabecalho de pagina da lista de separacao, reimpresso a
      *    cada quebra pela rotina comum de paginacao.
      *----------------------------------------------------------------*

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE PAG-LINHA-NUMERO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 3                      TO PAG-LINHA-CORRENTE

           .

           EXIT.

      *----------------------------------------------------------------*
           PAG-GRAVA-CONTINUA          SECTION.
      *----------------------------------------------------------------*

           MOVE PAG-LINHA-CONTINUA     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE ARQUIVO-SAIDA
           CLOSE RELATORIO-REPOSICAO
           CLOSE ARQUIVO-REPOSICAO

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
      *    Lista de separação agrupada por departamento (cabeçalho do
      *    grupo, itens, subtotal) e ARQUIVO-REPOSICAO na mesma ordem.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           PERFORM OBTER-DATA-HORA

      *    Linhas por pagina pela vigencia de PARAMS.TXT; ausente
      *    vale o padrao do copybook.
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DTH-DATA-ATUAL-RED     TO PRS-DATA-REFERENCIA
           MOVE 'LINHAS-POR-PAGINA'    TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO PAG-LINHAS-POR-PAGINA
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO PAG-DATA-MOVIMENTO
           PERFORM PAG-INICIA-PAGINACAO

           SET TR-IDX                  TO 1
           PERFORM CONTA-REPOSICOES TIMES
               IF  TR-IDX              = 1
                   PERFORM GRAVA-CABECALHO-DEPTO
               ELSE
                   IF  TR-DEPARTAMENTO(TR-IDX) NOT = WS-DEPTO-ANTERIOR
                       PERFORM GRAVA-SUBTOTAL-DEPTO
                       PERFORM GRAVA-CABECALHO-DEPTO
                   END-IF
               END-IF

               MOVE TR-CODIGO(TR-IDX)  TO LD-CODIGO
               MOVE TR-NOME(TR-IDX)    TO LD-NOME
               MOVE TR-LOJA(TR-IDX)    TO LD-LOJA
               MOVE TR-MINIMO-LOJA(TR-IDX)
                                       TO LD-MINIMO
               MOVE TR-VENDIDO(TR-IDX) TO LD-VENDIDO
               MOVE TR-DEPOSITO(TR-IDX)
                                       TO LD-DEPOSITO
               MOVE TR-QTDE-REPOR(TR-IDX)
                                       TO LD-QTDE-REPOR
               PERFORM PAG-CONFERE-PAGINA
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO

               ADD 1                   TO WS-DEPTO-ITENS
               ADD TR-QTDE-REPOR(TR-IDX)
                                       TO WS-DEPTO-QTDE

               MOVE TR-CODIGO(TR-IDX)  TO REP-GOODS-CODE
               MOVE TR-DEPARTAMENTO(TR-IDX)
                                       TO REP-DEPARTAMENTO
               MOVE TR-QTDE-REPOR(TR-IDX)
                                       TO REP-QTDE-SUGERIDA
               MOVE TR-NOME(TR-IDX)    TO REP-GOODS-NAME
               MOVE DMV-DATA-MOVIMENTO TO REP-DATA-MOVIMENTO
               WRITE REG-REPOSICAO

               SET TR-IDX              UP BY 1
           END-PERFORM

           IF  CONTA-REPOSICOES        > 0
               PERFORM GRAVA-SUBTOTAL-DEPTO
           END-IF

           PERFORM PAG-CONFERE-PAGINA
           MOVE CONTA-REPOSICOES       TO LR-QTDE
           MOVE CONTA-SEM-DEPOSITO     TO LR-SEM-DEPOSITO
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO-REPOSICAO

           MOVE 'RELATORIO-REPOSICAO'  TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE ARQUIVO-REPOSICAO

           MOVE CONTA-ITENS-CATALOGO   TO AUD-QTDE-LIDOS
           MOVE CONTA-REPOSICOES       TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
