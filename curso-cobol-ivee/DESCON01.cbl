      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório diário de descontos manuais para a
      *    prevenção de perdas: relê as vendas do dia gravadas por
      *    PR16TA01 (ARQUIVO-SAIDA) e lista cada desconto concedido no
      *    caixa - na linha do item ou no total do ticket - com
      *    operador, motivo (tabela de motivos dos copybooks DSC*),
      *    percentual, valor e o supervisor que aprovou o desconto
      *    acima do limite livre do operador. Fecha com os totais por
      *    operador, por motivo e por item. Desconto de ticket anulado
      *    é listado com a situação 'A', mas fica fora dos totais.
      *----------------------------------------------------------------*
      * VERSAO 04 - RELATORIO-DESCONTOS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 03 - REGISTRO-SAIDA-DETALHE acompanhou a entrega em
      *    domicilio (VALOR-FRETE-S/NR-ENTREGA-S do cabecalho do ticket)
      *    incluida por PR16TA01.
      * VERSAO 02 - REGISTRO-SAIDA-DETALHE acompanhou o canal da venda
      *    (CANAL-VENDA-S: L balcao, W loja virtual) e o numero do
      *    pedido da loja virtual (PEDIDO-WEB-S) incluidos por PR16TA01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 e 2 com
      *    os caminhos do arquivo de vendas do dia e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     DESCON01.
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
           SELECT ARQUIVO-SAIDA ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VENDA
           ALTERNATE RECORD KEY IS CODIGO-ITEM-S WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-SAIDA.

           SELECT RELATORIO-DESCONTOS ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-DESCONTOS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

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
               88  PAGTO-DINHEIRO                           VALUE  'D'.
               88  PAGTO-CARTAO                             VALUE  'C'.
               88  PAGTO-A-PRAZO                            VALUE  'P'.
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

       FD  RELATORIO-DESCONTOS.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'DESCON01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY DSCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\S1-PR16TA01.txt".
           03  OPE02                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELDESC.TXT".
           03  FS-ARQUIVO-SAIDA        PIC X(02)        VALUE '00'.
               88  FS-VENDAS-OK                         VALUE '00'.
           03  FS-RELATORIO-DESCONTOS  PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           03  IND-FIM-VENDAS          PIC X(01)        VALUE 'N'.
               88  FIM-DAS-VENDAS                       VALUE 'S'.
           03  WS-SUB                  PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DESC-LINHA        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DESC-TICKET       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DESC-SUPERV       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DESC-ANULADOS     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-OPERADORES        PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS             PIC S9(04) COMP-5 VALUE ZEROS.
           03  SOMA-DESC-LINHA         PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-DESC-TICKET        PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-DESC-SUPERV        PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-DESC-ANULADOS      PIC S9(09)V99    VALUE ZEROS.

      *    Totais do dia por operador que concedeu o desconto.
       01  TAB-OPERADORES.
           03  TDO-OPERADOR            OCCURS 50 TIMES
                                       INDEXED BY TDO-IDX.
               05  TDO-CODIGO          PIC X(04).
               05  TDO-QTDE            PIC S9(07) COMP-5.
               05  TDO-VALOR           PIC S9(09)V99.

      *    Totais do dia por motivo, na ordem da tabela DSC-MOTIVO;
      *    o último é o de motivo fora da tabela.
       01  TAB-TOTAIS-MOTIVO.
           03  TDM-MOTIVO              OCCURS 8 TIMES.
               05  TDM-QTDE            PIC S9(07) COMP-5.
               05  TDM-VALOR           PIC S9(09)V99.

      *    Totais do dia por item com desconto na linha.
       01  TAB-ITENS.
           03  TDI-ITEM                OCCURS 500 TIMES
                                       INDEXED BY TDI-IDX.
               05  TDI-CODIGO          PIC 9(04).
               05  TDI-QTDE            PIC S9(07) COMP-5.
               05  TDI-VALOR           PIC S9(09)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(42)        VALUE
           'RELATORIO DE DESCONTOS MANUAIS DO DIA'.
           03  LC-DATA                 PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(07)        VALUE 'TICKET'.
           03  FILLER                  PIC X(04)        VALUE 'LIN'.
           03  FILLER                  PIC X(02)        VALUE 'S'.
           03  FILLER                  PIC X(05)        VALUE 'OPER'.
           03  FILLER                  PIC X(07)        VALUE 'ITEM'.
           03  FILLER                  PIC X(24)        VALUE
                                                   'MOTIVO'.
           03  FILLER                  PIC X(07)        VALUE
                                                   '     %'.
           03  FILLER                  PIC X(11)        VALUE
                                                   '      VALOR'.
           03  FILLER                  PIC X(11)        VALUE
                                                   '  SUPERV.'.

       01  LINHA-DETALHE.
           03  LD-TICKET               PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-LINHA                PIC 9(02).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-ITEM                 PIC X(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-MOTIVO               PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DESC-MOTIVO          PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PERCENTUAL           PIC Z9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-VALOR                PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-SUPERVISOR           PIC X(04).

       01  LINHA-TITULO-TOTAIS.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LTT-TITULO              PIC X(40).

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(30).
           03  LT-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-VENDAS

           PERFORM GRAVA-TOTAIS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           INITIALIZE TAB-TOTAIS-MOTIVO

           OPEN INPUT ARQUIVO-SAIDA

           IF  NOT FS-VENDAS-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-SAIDA, FILE STATUS: '
                   FS-ARQUIVO-SAIDA    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-DESCONTOS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-DESCONTOS, STATUS: '
                   FS-RELATORIO-DESCONTOS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 e 2 substituem, na ordem, os
      *    caminhos do arquivo de vendas do dia e do relatório; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita
      *    apenas o caminho das vendas.
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

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-VENDAS             SECTION.
      *----------------------------------------------------------------*
      *    Lê as vendas na ordem de ticket e linha. Interessam as
      *    linhas de item e os cabeçalhos de ticket com desconto; o
      *    cabeçalho e o rodapé do arquivo ficam de fora.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-VENDAS'

           PERFORM UNTIL FIM-DAS-VENDAS
               READ ARQUIVO-SAIDA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-VENDAS
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  NR-TICKET-S     NOT = 0
                       AND CODIGO-ITEM-S NOT = 9999
                       AND VALOR-DESCONTO-S NUMERIC
                       AND VALOR-DESCONTO-S > 0
                       PERFORM LISTA-DESCONTO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-DESCONTO              SECTION.
      *----------------------------------------------------------------*
      *    Uma linha por desconto: o do cabeçalho (item 0000) é o
      *    desconto no total do ticket. Ticket anulado só é listado.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-LISTADOS

           MOVE MOTIVO-DESCONTO-S      TO DSC-MOTIVO-ATUAL
           PERFORM DSC-VALIDA-MOTIVO

           MOVE NR-TICKET-S            TO LD-TICKET
           MOVE NR-LINHA-S             TO LD-LINHA
           MOVE IND-TIPO-TRANSACAO     TO LD-SITUACAO
           MOVE OPERADOR-S             TO LD-OPERADOR
           IF  CODIGO-ITEM-S           = 0000
               MOVE 'TICKET'           TO LD-ITEM
           ELSE
               MOVE CODIGO-ITEM-S      TO LD-ITEM
           END-IF
           MOVE MOTIVO-DESCONTO-S      TO LD-MOTIVO
           MOVE DSC-DESCRICAO-ATUAL    TO LD-DESC-MOTIVO
           MOVE PERC-DESCONTO-S        TO LD-PERCENTUAL
           MOVE VALOR-DESCONTO-S       TO LD-VALOR
           MOVE SUPERVISOR-DESCONTO-S  TO LD-SUPERVISOR

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  TRANSACAO-ANULADA
               ADD 1                   TO CONTA-DESC-ANULADOS
               ADD VALOR-DESCONTO-S    TO SOMA-DESC-ANULADOS
           ELSE
               PERFORM ACUMULA-DESCONTO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-DESCONTO            SECTION.
      *----------------------------------------------------------------*

           IF  CODIGO-ITEM-S           = 0000
               ADD 1                   TO CONTA-DESC-TICKET
               ADD VALOR-DESCONTO-S    TO SOMA-DESC-TICKET
           ELSE
               ADD 1                   TO CONTA-DESC-LINHA
               ADD VALOR-DESCONTO-S    TO SOMA-DESC-LINHA
               PERFORM ACUMULA-ITEM
           END-IF

           IF  SUPERVISOR-DESCONTO-S   NOT = SPACES
               ADD 1                   TO CONTA-DESC-SUPERV
               ADD VALOR-DESCONTO-S    TO SOMA-DESC-SUPERV
           END-IF

           PERFORM ACUMULA-OPERADOR

           IF  DSC-MOTIVO-OK
               SET WS-SUB              TO DSC-MOT-IDX
           ELSE
               MOVE 8                  TO WS-SUB
           END-IF
           ADD 1                       TO TDM-QTDE(WS-SUB)
           ADD VALOR-DESCONTO-S        TO TDM-VALOR(WS-SUB)

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-OPERADOR            SECTION.
      *----------------------------------------------------------------*

           SET TDO-IDX                 TO 1
           SEARCH TDO-OPERADOR
               AT END
                   IF  CONTA-OPERADORES < 50
                       ADD 1           TO CONTA-OPERADORES
                       SET TDO-IDX     TO CONTA-OPERADORES
                       MOVE OPERADOR-S TO TDO-CODIGO(TDO-IDX)
                       MOVE 1          TO TDO-QTDE(TDO-IDX)
                       MOVE VALOR-DESCONTO-S
                                       TO TDO-VALOR(TDO-IDX)
                   END-IF
               WHEN TDO-IDX            > CONTA-OPERADORES
                   ADD 1               TO CONTA-OPERADORES
                   SET TDO-IDX         TO CONTA-OPERADORES
                   MOVE OPERADOR-S     TO TDO-CODIGO(TDO-IDX)
                   MOVE 1              TO TDO-QTDE(TDO-IDX)
                   MOVE VALOR-DESCONTO-S
                                       TO TDO-VALOR(TDO-IDX)
               WHEN TDO-CODIGO(TDO-IDX) = OPERADOR-S
                   ADD 1               TO TDO-QTDE(TDO-IDX)
                   ADD VALOR-DESCONTO-S
                                       TO TDO-VALOR(TDO-IDX)
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-ITEM                SECTION.
      *----------------------------------------------------------------*

           SET TDI-IDX                 TO 1
           SEARCH TDI-ITEM
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE ITENS CHEIA, FORA DO TOTAL: '
                       CODIGO-ITEM-S   UPON CONSOLE
               WHEN TDI-IDX            > CONTA-ITENS
                   ADD 1               TO CONTA-ITENS
                   SET TDI-IDX         TO CONTA-ITENS
                   MOVE CODIGO-ITEM-S  TO TDI-CODIGO(TDI-IDX)
                   MOVE 1              TO TDI-QTDE(TDI-IDX)
                   MOVE VALOR-DESCONTO-S
                                       TO TDI-VALOR(TDI-IDX)
               WHEN TDI-CODIGO(TDI-IDX) = CODIGO-ITEM-S
                   ADD 1               TO TDI-QTDE(TDI-IDX)
                   ADD VALOR-DESCONTO-S
                                       TO TDI-VALOR(TDI-IDX)
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TOTAIS                SECTION.
      *----------------------------------------------------------------*
      *    Totais gerais do dia e as quebras por operador, por
      *    motivo e por item, sempre em quantidade e valor.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GRAVA-TOTAIS'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DESCONTOS NAS LINHAS' TO LT-DESCRICAO
           MOVE CONTA-DESC-LINHA       TO LT-QTDE
           MOVE SOMA-DESC-LINHA        TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DESCONTOS NO TOTAL DO TICKET'
                                       TO LT-DESCRICAO
           MOVE CONTA-DESC-TICKET      TO LT-QTDE
           MOVE SOMA-DESC-TICKET       TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'APROVADOS POR SUPERVISOR'
                                       TO LT-DESCRICAO
           MOVE CONTA-DESC-SUPERV      TO LT-QTDE
           MOVE SOMA-DESC-SUPERV       TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'EM TICKETS ANULADOS'  TO LT-DESCRICAO
           MOVE CONTA-DESC-ANULADOS    TO LT-QTDE
           MOVE SOMA-DESC-ANULADOS     TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAIS POR OPERADOR'  TO LTT-TITULO
           MOVE LINHA-TITULO-TOTAIS    TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > CONTA-OPERADORES
               MOVE SPACES             TO LT-DESCRICAO
               STRING 'OPERADOR ' TDO-CODIGO(WS-SUB)
                   DELIMITED BY SIZE   INTO LT-DESCRICAO
               MOVE TDO-QTDE(WS-SUB)   TO LT-QTDE
               MOVE TDO-VALOR(WS-SUB)  TO LT-VALOR
               MOVE LINHA-TOTAL        TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE 'TOTAIS POR MOTIVO'    TO LTT-TITULO
           MOVE LINHA-TITULO-TOTAIS    TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8
               IF  TDM-QTDE(WS-SUB)    > 0
                   MOVE SPACES         TO LT-DESCRICAO
                   IF  WS-SUB          > 7
                       MOVE '?? MOTIVO FORA DA TABELA'
                                       TO LT-DESCRICAO
                   ELSE
                       STRING DSC-COD-MOTIVO(WS-SUB) ' '
                              DSC-DESC-MOTIVO(WS-SUB)
                           DELIMITED BY SIZE
                                       INTO LT-DESCRICAO
                   END-IF
                   MOVE TDM-QTDE(WS-SUB)
                                       TO LT-QTDE
                   MOVE TDM-VALOR(WS-SUB)
                                       TO LT-VALOR
                   MOVE LINHA-TOTAL    TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           MOVE 'TOTAIS POR ITEM (DESCONTO NA LINHA)'
                                       TO LTT-TITULO
           MOVE LINHA-TITULO-TOTAIS    TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > CONTA-ITENS
               MOVE SPACES             TO LT-DESCRICAO
               STRING 'ITEM ' TDI-CODIGO(WS-SUB)
                   DELIMITED BY SIZE   INTO LT-DESCRICAO
               MOVE TDI-QTDE(WS-SUB)   TO LT-QTDE
               MOVE TDI-VALOR(WS-SUB)  TO LT-VALOR
               MOVE LINHA-TOTAL        TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY DSCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-SAIDA
           CLOSE RELATORIO-DESCONTOS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' DESCONTOS LISTADOS: '
               CONTA-LISTADOS          UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' APROVADOS POR SUPERVISOR: '
               CONTA-DESC-SUPERV       UPON CONSOLE

           CLOSE ARQUIVO-SAIDA

           CLOSE RELATORIO-DESCONTOS

           MOVE 'RELATORIO-DESCONTOS'  TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LISTADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
