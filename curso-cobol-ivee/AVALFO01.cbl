      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Avaliação mensal de fornecedores: a partir do
      *    histórico de movimentos com fornecedor (MOVFORN, gravado
      *    por RECEB01 e DEVFOR01 pelos copybooks MVF*) e dos pedidos
      *    de compra de PEDIDO01, apura para cada FORN-CODIGO com
      *    movimento na competência a pontualidade (entregas contra
      *    pedido até a data prevista), a média de dias de atraso, o
      *    atendimento (quantidade recebida sobre a pedida dos
      *    pedidos previstos no mês), a devolução sobre o valor
      *    recebido e a variação de custo contra a competência
      *    anterior nos itens comprados nas duas. Grava
      *    RELATORIO-AVALIACAO e, por fornecedor, a última avaliação
      *    em AVALIACAO-FORNECEDOR, com a situação 'R' (restrito)
      *    quando algum índice fica fora dos limites de PARAMS.TXT,
      *    para PEDIDO01 avisar o comprador antes de escolhê-lo.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-AVALIACAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     AVALFO01.
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
           SELECT PEDIDOS-COMPRA ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-NUMERO
           ALTERNATE RECORD KEY IS PED-GOODS-CODE WITH DUPLICATES
           FILE STATUS IS FS-PEDIDOS-COMPRA.

           SELECT FORNECEDORES ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FS-FORNECEDORES.

           SELECT RELATORIO-AVALIACAO ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-AVALIACAO.

           SELECT AVALIACAO-FORNECEDOR ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVF-FORN-CODIGO
           FILE STATUS IS FS-AVALIACAO-FORNECEDOR.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY MVFCTL.

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
       FD  PEDIDOS-COMPRA.
       01  REG-PEDIDO-COMPRA.
           03  PED-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  PED-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PED-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  PED-QTD-PEDIDA          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PED-QTD-RECEBIDA        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PED-DATA-PEDIDO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  PED-DATA-PREVISTA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  PED-SITUACAO            PIC X(01).
               88  PED-ABERTO                           VALUE 'A'.
               88  PED-PARCIAL                          VALUE 'P'.
               88  PED-ENCERRADO                        VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  PED-CUSTO-COMPRA        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PED-COTACAO             PIC 9(06).

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           03  FORN-CODIGO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  FORN-NOME               PIC X(30).
           03  FILLER                  PIC X(01).
           03  FORN-CNPJ               PIC X(14).

       FD  RELATORIO-AVALIACAO.
       01  REG-RELATORIO               PIC X(100).

      *    Última avaliação de cada fornecedor, regravada a cada
      *    competência apurada; lida por PEDIDO01.
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
       01  REG-PARM                    PIC X(59).

       COPY MVFFD.

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'AVALFO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRSDADOS.
       COPY MVFDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE02                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PEDCOMPR.dat'.
           03  OPE03                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\FORNECED.dat'.
           03  OPE04                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELAVALF.TXT".
           03  OPE05                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AVALFORN.dat'.
           03  FS-PEDIDOS-COMPRA       PIC X(02)        VALUE '00'.
               88  FS-PED-OK                            VALUE '00'.
               88  FS-PED-NAO-EXISTE                    VALUE '35'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-FORN-OK                           VALUE '00'.
           03  FS-RELATORIO-AVALIACAO  PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-AVALIACAO-FORNECEDOR PIC X(02)        VALUE '00'.
               88  FS-AVF-OK                            VALUE '00'.
               88  FS-AVF-NAO-EXISTE                    VALUE '35'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           03  IND-HA-PEDIDOS          PIC X(01)        VALUE 'N'.
               88  HA-PEDIDOS                           VALUE 'S'.
           03  IND-HA-MOVIMENTOS       PIC X(01)        VALUE 'N'.
               88  HA-MOVIMENTOS                        VALUE 'S'.
           03  IND-FIM-MOVIMENTOS      PIC X(01)        VALUE 'N'.
               88  FIM-DOS-MOVIMENTOS                   VALUE 'S'.
           03  IND-FIM-PEDIDOS         PIC X(01)        VALUE 'N'.
               88  FIM-DOS-PEDIDOS                      VALUE 'S'.
           03  IND-FORN-LOCALIZADO     PIC X(01)        VALUE 'N'.
               88  FORN-LOCALIZADO                      VALUE 'S'.
           03  IND-HA-REGISTRO         PIC X(01)        VALUE 'N'.
               88  HA-REGISTRO                          VALUE 'S'.
           03  IND-CUSTO-LOCALIZADO    PIC X(01)        VALUE 'N'.
               88  CUSTO-LOCALIZADO                     VALUE 'S'.
           03  CONTA-MOVIMENTOS-LIDOS  PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-PEDIDOS-LIDOS     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FORNECEDORES      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-CUSTOS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RESTRITOS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-GRAVADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *    Competência avaliada (AAAAMM) e a anterior, base da
      *    variação de custo.
           03  WS-COMPETENCIA          PIC 9(06)        VALUE ZEROS.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-ANO-COMP         PIC 9(04).
               05  WS-MES-COMP         PIC 9(02).
           03  WS-COMPETENCIA-ANT      PIC 9(06)        VALUE ZEROS.
           03  WS-COMPETENCIA-ANT-R REDEFINES WS-COMPETENCIA-ANT.
               05  WS-ANO-ANT          PIC 9(04).
               05  WS-MES-ANT          PIC 9(02).
           03  WS-COMPETENCIA-DATA     PIC 9(06)        VALUE ZEROS.

      *    Conversão de data dd/mm/aaaa para dias inteiros.
           03  WS-DATA-DMA             PIC X(10)        VALUE SPACES.
           03  WS-DATA-DMA-R REDEFINES WS-DATA-DMA.
               05  WS-DIA-DMA          PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-MES-DMA          PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-DMA          PIC X(04).
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DIAS-INTEIROS        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-MOVIMENTO       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-PREVISTA        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-CORTE           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-ATRASO          PIC S9(09) COMP-5 VALUE ZEROS.

      *    Limites da avaliação: padrão abaixo, substituído pela
      *    vigência de PARAMS.TXT quando cadastrada.
           03  WS-PONTUALIDADE-MINIMA  PIC 9(03)V99     VALUE 80,00.
           03  WS-ATENDIMENTO-MINIMO   PIC 9(03)V99     VALUE 90,00.
           03  WS-DEVOLUCAO-MAXIMA     PIC 9(03)V99     VALUE 5,00.
           03  WS-VARIACAO-MAXIMA      PIC 9(03)V99     VALUE 10,00.

           03  WS-FORN-BUSCA           PIC X(04)        VALUE SPACES.
           03  WS-GOODS-BUSCA          PIC X(04)        VALUE SPACES.
           03  WS-CUSTO-MEDIO-ANT      PIC 9(07)V9999   VALUE ZEROS.
           03  WS-PONTUALIDADE         PIC 9(03)V99     VALUE ZEROS.
           03  WS-DIAS-ATRASO-MEDIO    PIC 9(03)V9      VALUE ZEROS.
           03  WS-ATENDIMENTO          PIC 9(03)V99     VALUE ZEROS.
           03  WS-DEVOLUCAO            PIC 9(03)V99     VALUE ZEROS.
           03  WS-VARIACAO-CUSTO       PIC S9(03)V99    VALUE ZEROS.
           03  WS-MOTIVO               PIC X(04)        VALUE SPACES.
           03  WS-PCT-ED               PIC ZZ9,99.

      *    Fornecedores com movimento ou pedido previsto na
      *    competência, com os acumulados dos índices.
       01  TAB-FORNECEDORES.
           03  TF-FORN                 OCCURS 300 TIMES
                                       INDEXED BY TF-IDX.
               05  TF-CODIGO           PIC X(04).
               05  TF-ENTREGAS         PIC S9(05) COMP-5.
               05  TF-COMPROMISSOS     PIC S9(05) COMP-5.
               05  TF-NO-PRAZO         PIC S9(05) COMP-5.
               05  TF-ATRASADAS        PIC S9(05) COMP-5.
               05  TF-DIAS-ATRASO      PIC S9(07) COMP-5.
               05  TF-QTD-PEDIDA       PIC S9(09) COMP-5.
               05  TF-QTD-ATENDIDA     PIC S9(09) COMP-5.
               05  TF-VALOR-RECEBIDO   PIC S9(11)V99.
               05  TF-VALOR-DEVOLVIDO  PIC S9(11)V99.
               05  TF-BASE-ATUAL       PIC S9(11)V9999.
               05  TF-BASE-ANTERIOR    PIC S9(11)V9999.

      *    Compras com custo por fornecedor e item, na competência e
      *    na anterior, para a variação de custo.
       01  TAB-CUSTOS.
           03  TC-CUSTO                OCCURS 2000 TIMES
                                       INDEXED BY TC-IDX.
               05  TC-FORN             PIC X(04).
               05  TC-GOODS            PIC X(04).
               05  TC-QTD-ATUAL        PIC S9(09) COMP-5.
               05  TC-VALOR-ATUAL      PIC S9(11)V99.
               05  TC-QTD-ANTERIOR     PIC S9(09) COMP-5.
               05  TC-VALOR-ANTERIOR   PIC S9(11)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(40)        VALUE
           'AVALIACAO DE FORNECEDORES - COMPETENCIA '.
           03  LC-COMPETENCIA          PIC 9999/99.

       01  LINHA-LIMITES.
           03  FILLER                  PIC X(16)        VALUE
                                       'LIMITES: PONT >='.
           03  LL-PONTUALIDADE         PIC ZZ9,99.
           03  FILLER                  PIC X(11)        VALUE
                                       '%  ATEND >='.
           03  LL-ATENDIMENTO          PIC ZZ9,99.
           03  FILLER                  PIC X(09)        VALUE
                                       '%  DEV <='.
           03  LL-DEVOLUCAO            PIC ZZ9,99.
           03  FILLER                  PIC X(11)        VALUE
                                       '%  CUSTO <='.
           03  LL-VARIACAO             PIC ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE '%'.

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(05)        VALUE 'FORN'.
           03  FILLER                  PIC X(21)        VALUE 'NOME'.
           03  FILLER                  PIC X(06)        VALUE 'ENTR'.
           03  FILLER                  PIC X(09)        VALUE
                                                   '  PONT %'.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' ATRASO'.
           03  FILLER                  PIC X(09)        VALUE
                                                   ' ATEND %'.
           03  FILLER                  PIC X(09)        VALUE
                                                   '   DEV %'.
           03  FILLER                  PIC X(09)        VALUE
                                                   ' CUSTO %'.
           03  FILLER                  PIC X(10)        VALUE
                                                   ' SIT MOTIV'.

       01  LINHA-DETALHE.
           03  LD-FORN-CODIGO          PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-FORN-NOME            PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-ENTREGAS             PIC ZZZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-PONTUALIDADE         PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-DIAS-ATRASO          PIC ZZ9,9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-ATENDIMENTO          PIC X(06).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-DEVOLUCAO            PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-VARIACAO             PIC X(07).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(01).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-MOTIVO               PIC X(04).

       01  LD-VARIACAO-ED              PIC -ZZ9,99.

       01  LINHA-LEGENDA.
           03  FILLER                  PIC X(80)        VALUE
           'MOTIVO: P PONTUALIDADE A ATENDIMENTO D DEVOLUCAO C CUSTO'.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(24)        VALUE
                                       'FORNECEDORES AVALIADOS: '.
           03  LR-AVALIADOS            PIC ZZZZ9.
           03  FILLER                  PIC X(14)        VALUE
                                       '   RESTRITOS: '.
           03  LR-RESTRITOS            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM ACUMULA-MOVIMENTOS

           PERFORM ACUMULA-PEDIDOS

           PERFORM APURA-AVALIACOES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           PERFORM DEFINE-COMPETENCIA

           PERFORM CARREGA-LIMITES

           INITIALIZE TAB-FORNECEDORES
                      TAB-CUSTOS

      *    Sem nenhuma entrega ou devolucao registrada ainda, o
      *    historico nem existe: a avaliacao sai so com os pedidos.
           OPEN INPUT MOVIMENTO-FORNECEDOR

           IF  FS-MVF-OK
               SET HA-MOVIMENTOS       TO TRUE
           ELSE
               IF  NOT FS-MVF-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MOVIMENTO-FORNECEDOR, STATUS: '
                       FS-MOVFORN      UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT PEDIDOS-COMPRA

           IF  FS-PED-OK
               SET HA-PEDIDOS          TO TRUE
           ELSE
               IF  NOT FS-PED-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR PEDIDOS-COMPRA, FILE STATUS: '
                       FS-PEDIDOS-COMPRA UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT FORNECEDORES

           IF  NOT FS-FORN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FORNECEDORES, FILE STATUS: '
                   FS-FORNECEDORES     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O AVALIACAO-FORNECEDOR

           IF  FS-AVF-NAO-EXISTE
               OPEN OUTPUT AVALIACAO-FORNECEDOR
               CLOSE AVALIACAO-FORNECEDOR
               OPEN I-O AVALIACAO-FORNECEDOR
           END-IF

           IF  NOT FS-AVF-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR AVALIACAO-FORNECEDOR, STATUS: '
                   FS-AVALIACAO-FORNECEDOR UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-AVALIACAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-AVALIACAO, STATUS: '
                   FS-RELATORIO-AVALIACAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-COMPETENCIA         TO LC-COMPETENCIA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-PONTUALIDADE-MINIMA TO LL-PONTUALIDADE
           MOVE WS-ATENDIMENTO-MINIMO  TO LL-ATENDIMENTO
           MOVE WS-DEVOLUCAO-MAXIMA    TO LL-DEVOLUCAO
           MOVE WS-VARIACAO-MAXIMA     TO LL-VARIACAO
           MOVE LINHA-LIMITES          TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linha 1 com a competência a avaliar (AAAAMM;
      *    em branco vale o mês da data de movimento); linhas 2 a 6
      *    substituem, na ordem, os caminhos de MOVIMENTO-FORNECEDOR,
      *    PEDIDOS-COMPRA, FORNECEDORES, RELATORIO-AVALIACAO e
      *    AVALIACAO-FORNECEDOR. Via PARM (COMMAND-LINE), aceita
      *    apenas a competência.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               IF  WS-PARM-CMDLINE(1:6) NUMERIC
                   MOVE WS-PARM-CMDLINE(1:6)
                                       TO WS-COMPETENCIA
               END-IF
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM(1:6) NUMERIC
                       MOVE REG-PARM(1:6)
                                       TO WS-COMPETENCIA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-MOVFORN
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

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DEFINE-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*
      *    Competência informada inválida ou ausente vale o mês da
      *    data de movimento. O corte para atraso de pedido sem
      *    entrega é o último dia da competência, ou a data de
      *    movimento quando a competência é a do mês corrente.
      *----------------------------------------------------------------*

           IF  WS-MES-COMP             < 1
               OR WS-MES-COMP          > 12
               STRING DMV-ANO-MOV DMV-MES-MOV
                   DELIMITED BY SIZE   INTO WS-COMPETENCIA
           END-IF

           IF  WS-MES-COMP             = 1
               COMPUTE WS-ANO-ANT      = WS-ANO-COMP - 1
               MOVE 12                 TO WS-MES-ANT
           ELSE
               MOVE WS-ANO-COMP        TO WS-ANO-ANT
               COMPUTE WS-MES-ANT      = WS-MES-COMP - 1
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO WS-DATA-DMA
           PERFORM CONVERTE-DATA
           MOVE WS-DIAS-INTEIROS       TO WS-DIAS-MOVIMENTO

      *    Último dia da competência = véspera do dia 1o do mês
      *    seguinte.
           IF  WS-MES-COMP             = 12
               COMPUTE WS-DATA-AMD
                   = (WS-ANO-COMP + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AMD
                   = WS-ANO-COMP * 10000 + (WS-MES-COMP + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIAS-CORTE
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD) - 1

           IF  WS-DIAS-MOVIMENTO       > 0
               AND WS-DIAS-MOVIMENTO   < WS-DIAS-CORTE
               MOVE WS-DIAS-MOVIMENTO  TO WS-DIAS-CORTE
           END-IF

           DISPLAY NOME-PROGRAMA ' COMPETENCIA AVALIADA: '
               WS-COMPETENCIA ' ANTERIOR: ' WS-COMPETENCIA-ANT
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-LIMITES             SECTION.
      *----------------------------------------------------------------*
      *    Limites da avaliação pela vigência de PARAMS.TXT (mantido
      *    por PARAME01) na data de movimento; parâmetro não
      *    cadastrado mantém o padrão de WORKING-STORAGE.
      *----------------------------------------------------------------*

           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA

           MOVE 'AVALFORN-PONTUALIDADE-MIN'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-PONTUALIDADE-MINIMA
           END-IF

           MOVE 'AVALFORN-ATENDIMENTO-MIN'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-ATENDIMENTO-MINIMO
           END-IF

           MOVE 'AVALFORN-DEVOLUCAO-MAX'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-DEVOLUCAO-MAXIMA
           END-IF

           MOVE 'AVALFORN-VARIACAO-CUSTO-MAX'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-VARIACAO-MAXIMA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA               SECTION.
      *----------------------------------------------------------------*
      *    WS-DATA-DMA (dd/mm/aaaa) em dias inteiros; data em branco
      *    ou inválida devolve zero.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DIAS-INTEIROS

           IF  WS-ANO-DMA              NUMERIC
               AND WS-MES-DMA          NUMERIC
               AND WS-DIA-DMA          NUMERIC
               STRING WS-ANO-DMA WS-MES-DMA WS-DIA-DMA
                   DELIMITED BY SIZE   INTO WS-DATA-AMD
               IF  WS-DATA-AMD         > 16010101
                   COMPUTE WS-DIAS-INTEIROS
                       = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-MOVIMENTOS          SECTION.
      *----------------------------------------------------------------*
      *    Percorre o histórico de movimentos com fornecedor. Da
      *    competência: entregas contra pedido contam na pontualidade
      *    pela data prevista do pedido; todo valor recebido e
      *    devolvido entra na devolução. Entregas com custo da
      *    competência e da anterior vão para TAB-CUSTOS.
      *----------------------------------------------------------------*

           IF  HA-MOVIMENTOS
               DISPLAY NOME-PROGRAMA 'ACUMULA-MOVIMENTOS'

               PERFORM UNTIL FIM-DOS-MOVIMENTOS
                   READ MOVIMENTO-FORNECEDOR
                   AT END
                       MOVE 'S'        TO IND-FIM-MOVIMENTOS
                   NOT AT END
                       ADD 1           TO CONTA-MOVIMENTOS-LIDOS
                       PERFORM TRATA-MOVIMENTO
               END-PERFORM

               CLOSE MOVIMENTO-FORNECEDOR
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           TRATA-MOVIMENTO             SECTION.
      *----------------------------------------------------------------*

           MOVE MVF-DATA               TO WS-DATA-DMA
           MOVE ZEROS                  TO WS-COMPETENCIA-DATA
           IF  WS-ANO-DMA              NUMERIC
               AND WS-MES-DMA          NUMERIC
               STRING WS-ANO-DMA WS-MES-DMA
                   DELIMITED BY SIZE   INTO WS-COMPETENCIA-DATA
           END-IF

           IF  WS-COMPETENCIA-DATA     = WS-COMPETENCIA
               MOVE MVF-FORN-CODIGO    TO WS-FORN-BUSCA
               PERFORM LOCALIZA-FORNECEDOR
               IF  FORN-LOCALIZADO
                   IF  MVF-E-RECEBIMENTO
                       PERFORM ACUMULA-RECEBIMENTO
                   END-IF
                   IF  MVF-E-DEVOLUCAO
                       ADD MVF-VALOR   TO TF-VALOR-DEVOLVIDO(TF-IDX)
                   END-IF
               END-IF
           END-IF

           IF  MVF-E-RECEBIMENTO
               AND MVF-VALOR           > 0
               AND MVF-QTD-UNIDADES    > 0
               AND (WS-COMPETENCIA-DATA = WS-COMPETENCIA
                    OR WS-COMPETENCIA-DATA = WS-COMPETENCIA-ANT)
               PERFORM ACUMULA-CUSTO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-RECEBIMENTO         SECTION.
      *----------------------------------------------------------------*
      *    Entrega da competência no fornecedor localizado em TF-IDX.
      *    Com pedido e data prevista, entra na pontualidade: depois
      *    da prevista é atrasada, com os dias de atraso somados.
      *----------------------------------------------------------------*

           ADD 1                       TO TF-ENTREGAS(TF-IDX)
           ADD MVF-VALOR               TO TF-VALOR-RECEBIDO(TF-IDX)

           IF  MVF-NR-PEDIDO           NOT = 0
               MOVE MVF-DATA-PREVISTA  TO WS-DATA-DMA
               PERFORM CONVERTE-DATA
               MOVE WS-DIAS-INTEIROS   TO WS-DIAS-PREVISTA

               MOVE MVF-DATA           TO WS-DATA-DMA
               PERFORM CONVERTE-DATA

               IF  WS-DIAS-PREVISTA    > 0
                   AND WS-DIAS-INTEIROS > 0
                   ADD 1               TO TF-COMPROMISSOS(TF-IDX)
                   COMPUTE WS-DIAS-ATRASO
                       = WS-DIAS-INTEIROS - WS-DIAS-PREVISTA
                   IF  WS-DIAS-ATRASO  > 0
                       ADD 1           TO TF-ATRASADAS(TF-IDX)
                       ADD WS-DIAS-ATRASO
                                       TO TF-DIAS-ATRASO(TF-IDX)
                   ELSE
                       ADD 1           TO TF-NO-PRAZO(TF-IDX)
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-CUSTO               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CUSTO-LOCALIZADO

           SET TC-IDX                  TO 1
           SEARCH TC-CUSTO
               AT END
                   IF  CONTA-CUSTOS    < 2000
                       ADD 1           TO CONTA-CUSTOS
                       SET TC-IDX      TO CONTA-CUSTOS
                       MOVE MVF-FORN-CODIGO
                                       TO TC-FORN(TC-IDX)
                       MOVE MVF-GOODS-CODE
                                       TO TC-GOODS(TC-IDX)
                       MOVE 'S'        TO IND-CUSTO-LOCALIZADO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TABELA DE CUSTOS CHEIA, IGNORADO: '
                           MVF-FORN-CODIGO ' ' MVF-GOODS-CODE
                                       UPON CONSOLE
                   END-IF
               WHEN TC-FORN(TC-IDX)    = MVF-FORN-CODIGO
                    AND TC-GOODS(TC-IDX) = MVF-GOODS-CODE
                   MOVE 'S'            TO IND-CUSTO-LOCALIZADO
           END-SEARCH

           IF  CUSTO-LOCALIZADO
               IF  WS-COMPETENCIA-DATA = WS-COMPETENCIA
                   ADD MVF-QTD-UNIDADES
                                       TO TC-QTD-ATUAL(TC-IDX)
                   ADD MVF-VALOR       TO TC-VALOR-ATUAL(TC-IDX)
               ELSE
                   ADD MVF-QTD-UNIDADES
                                       TO TC-QTD-ANTERIOR(TC-IDX)
                   ADD MVF-VALOR       TO TC-VALOR-ANTERIOR(TC-IDX)
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-FORNECEDOR         SECTION.
      *----------------------------------------------------------------*
      *    Posiciona TF-IDX no fornecedor WS-FORN-BUSCA, incluindo-o
      *    em TAB-FORNECEDORES na primeira ocorrência.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FORN-LOCALIZADO

           SET TF-IDX                  TO 1
           SEARCH TF-FORN
               AT END
                   IF  CONTA-FORNECEDORES < 300
                       ADD 1           TO CONTA-FORNECEDORES
                       SET TF-IDX      TO CONTA-FORNECEDORES
                       MOVE WS-FORN-BUSCA
                                       TO TF-CODIGO(TF-IDX)
                       MOVE 'S'        TO IND-FORN-LOCALIZADO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TABELA DE FORNECEDORES CHEIA, IGNORADO: '
                           WS-FORN-BUSCA UPON CONSOLE
                   END-IF
               WHEN TF-CODIGO(TF-IDX)  = WS-FORN-BUSCA
                   MOVE 'S'            TO IND-FORN-LOCALIZADO
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-PEDIDOS             SECTION.
      *----------------------------------------------------------------*
      *    Pedidos com data prevista na competência: a quantidade
      *    pedida e a recebida (até o pedido) compõem o atendimento.
      *    Pedido ainda sem entrega e com a prevista vencida até o
      *    corte conta como compromisso atrasado na pontualidade,
      *    com os dias de atraso até o corte.
      *----------------------------------------------------------------*

           IF  HA-PEDIDOS
               DISPLAY NOME-PROGRAMA 'ACUMULA-PEDIDOS'

               PERFORM UNTIL FIM-DOS-PEDIDOS
                   READ PEDIDOS-COMPRA NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-PEDIDOS
                   NOT AT END
                       ADD 1           TO CONTA-PEDIDOS-LIDOS
                       PERFORM TRATA-PEDIDO
               END-PERFORM

               CLOSE PEDIDOS-COMPRA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           TRATA-PEDIDO                SECTION.
      *----------------------------------------------------------------*

           MOVE PED-DATA-PREVISTA      TO WS-DATA-DMA
           MOVE ZEROS                  TO WS-COMPETENCIA-DATA
           IF  WS-ANO-DMA              NUMERIC
               AND WS-MES-DMA          NUMERIC
               STRING WS-ANO-DMA WS-MES-DMA
                   DELIMITED BY SIZE   INTO WS-COMPETENCIA-DATA
           END-IF

           IF  WS-COMPETENCIA-DATA     = WS-COMPETENCIA
               MOVE PED-FORN-CODIGO    TO WS-FORN-BUSCA
               PERFORM LOCALIZA-FORNECEDOR
               IF  FORN-LOCALIZADO
                   ADD PED-QTD-PEDIDA  TO TF-QTD-PEDIDA(TF-IDX)
                   IF  PED-QTD-RECEBIDA > PED-QTD-PEDIDA
                       ADD PED-QTD-PEDIDA
                                       TO TF-QTD-ATENDIDA(TF-IDX)
                   ELSE
                       ADD PED-QTD-RECEBIDA
                                       TO TF-QTD-ATENDIDA(TF-IDX)
                   END-IF

                   IF  PED-QTD-RECEBIDA = 0
                       AND NOT PED-ENCERRADO
                       PERFORM CONVERTE-DATA
                       IF  WS-DIAS-INTEIROS > 0
                           AND WS-DIAS-INTEIROS < WS-DIAS-CORTE
                           ADD 1       TO TF-COMPROMISSOS(TF-IDX)
                           ADD 1       TO TF-ATRASADAS(TF-IDX)
                           COMPUTE TF-DIAS-ATRASO(TF-IDX)
                               = TF-DIAS-ATRASO(TF-IDX)
                               + WS-DIAS-CORTE - WS-DIAS-INTEIROS
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-AVALIACOES            SECTION.
      *----------------------------------------------------------------*
      *    Fecha a base da variação de custo (itens comprados nas
      *    duas competências, ponderados pela quantidade da atual) e
      *    apura, grava e imprime a avaliação de cada fornecedor.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-AVALIACOES'

           SET TC-IDX                  TO 1
           PERFORM CONTA-CUSTOS TIMES
               IF  TC-QTD-ATUAL(TC-IDX)    > 0
                   AND TC-QTD-ANTERIOR(TC-IDX) > 0
                   MOVE TC-FORN(TC-IDX) TO WS-FORN-BUSCA
                   SET TF-IDX          TO 1
                   SEARCH TF-FORN
                       AT END
                           CONTINUE
                       WHEN TF-CODIGO(TF-IDX) = WS-FORN-BUSCA
                           PERFORM ACUMULA-BASE-CUSTO
                   END-SEARCH
               END-IF
               SET TC-IDX              UP BY 1
           END-PERFORM

           SET TF-IDX                  TO 1
           PERFORM CONTA-FORNECEDORES TIMES
               PERFORM APURA-FORNECEDOR
               PERFORM GRAVA-AVALIACAO
               PERFORM IMPRIME-AVALIACAO
               SET TF-IDX              UP BY 1
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-BASE-CUSTO          SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-CUSTO-MEDIO-ANT ROUNDED
               = TC-VALOR-ANTERIOR(TC-IDX) / TC-QTD-ANTERIOR(TC-IDX)

           ADD TC-VALOR-ATUAL(TC-IDX)  TO TF-BASE-ATUAL(TF-IDX)
           COMPUTE TF-BASE-ANTERIOR(TF-IDX) ROUNDED
               = TF-BASE-ANTERIOR(TF-IDX)
               + WS-CUSTO-MEDIO-ANT * TC-QTD-ATUAL(TC-IDX)

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-FORNECEDOR            SECTION.
      *----------------------------------------------------------------*
      *    Índices do fornecedor em TF-IDX e a situação: índice sem
      *    base no mês (nenhum pedido previsto, nenhuma entrega com
      *    valor, nenhum item comprado nas duas competências) não
      *    restringe. Motivo: P pontualidade, A atendimento, D
      *    devolução, C custo.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PONTUALIDADE
                                          WS-DIAS-ATRASO-MEDIO
                                          WS-ATENDIMENTO
                                          WS-DEVOLUCAO
                                          WS-VARIACAO-CUSTO
           MOVE SPACES                 TO WS-MOTIVO

           IF  TF-COMPROMISSOS(TF-IDX) > 0
               COMPUTE WS-PONTUALIDADE ROUNDED
                   = TF-NO-PRAZO(TF-IDX) * 100
                   / TF-COMPROMISSOS(TF-IDX)
               IF  WS-PONTUALIDADE     < WS-PONTUALIDADE-MINIMA
                   MOVE 'P'            TO WS-MOTIVO(1:1)
               END-IF
           END-IF

           IF  TF-ATRASADAS(TF-IDX)    > 0
               COMPUTE WS-DIAS-ATRASO-MEDIO ROUNDED
                   = TF-DIAS-ATRASO(TF-IDX) / TF-ATRASADAS(TF-IDX)
                   ON SIZE ERROR
                       MOVE 999,9      TO WS-DIAS-ATRASO-MEDIO
               END-COMPUTE
           END-IF

           IF  TF-QTD-PEDIDA(TF-IDX)   > 0
               COMPUTE WS-ATENDIMENTO ROUNDED
                   = TF-QTD-ATENDIDA(TF-IDX) * 100
                   / TF-QTD-PEDIDA(TF-IDX)
               IF  WS-ATENDIMENTO      < WS-ATENDIMENTO-MINIMO
                   MOVE 'A'            TO WS-MOTIVO(2:1)
               END-IF
           END-IF

           IF  TF-VALOR-RECEBIDO(TF-IDX) > 0
               COMPUTE WS-DEVOLUCAO ROUNDED
                   = TF-VALOR-DEVOLVIDO(TF-IDX) * 100
                   / TF-VALOR-RECEBIDO(TF-IDX)
                   ON SIZE ERROR
                       MOVE 999,99     TO WS-DEVOLUCAO
               END-COMPUTE
           ELSE
               IF  TF-VALOR-DEVOLVIDO(TF-IDX) > 0
                   MOVE 999,99         TO WS-DEVOLUCAO
               END-IF
           END-IF
           IF  WS-DEVOLUCAO            > WS-DEVOLUCAO-MAXIMA
               MOVE 'D'                TO WS-MOTIVO(3:1)
           END-IF

           IF  TF-BASE-ANTERIOR(TF-IDX) > 0
               COMPUTE WS-VARIACAO-CUSTO ROUNDED
                   = (TF-BASE-ATUAL(TF-IDX) * 100
                   / TF-BASE-ANTERIOR(TF-IDX)) - 100
                   ON SIZE ERROR
                       MOVE 999,99     TO WS-VARIACAO-CUSTO
               END-COMPUTE
               IF  WS-VARIACAO-CUSTO   > WS-VARIACAO-MAXIMA
                   MOVE 'C'            TO WS-MOTIVO(4:1)
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-AVALIACAO             SECTION.
      *----------------------------------------------------------------*
      *    Regrava a avaliação do fornecedor (ou inclui, na primeira
      *    vez) com a competência apurada.
      *----------------------------------------------------------------*

           MOVE TF-CODIGO(TF-IDX)      TO AVF-FORN-CODIGO

           READ AVALIACAO-FORNECEDOR
               INVALID KEY
                   MOVE 'N'            TO IND-HA-REGISTRO
               NOT INVALID KEY
                   MOVE 'S'            TO IND-HA-REGISTRO
           END-READ

           MOVE SPACES                 TO REG-AVALIACAO-FORNECEDOR
           MOVE TF-CODIGO(TF-IDX)      TO AVF-FORN-CODIGO
           MOVE WS-COMPETENCIA         TO AVF-COMPETENCIA
           MOVE TF-ENTREGAS(TF-IDX)    TO AVF-ENTREGAS
           MOVE WS-PONTUALIDADE        TO AVF-PONTUALIDADE
           MOVE WS-DIAS-ATRASO-MEDIO   TO AVF-DIAS-ATRASO
           MOVE WS-ATENDIMENTO         TO AVF-ATENDIMENTO
           MOVE WS-DEVOLUCAO           TO AVF-DEVOLUCAO
           MOVE WS-VARIACAO-CUSTO      TO AVF-VARIACAO-CUSTO
           MOVE WS-MOTIVO              TO AVF-MOTIVO
           MOVE DMV-DATA-MOVIMENTO     TO AVF-DATA-AVALIACAO
           IF  WS-MOTIVO               = SPACES
               SET AVF-APROVADO        TO TRUE
           ELSE
               SET AVF-RESTRITO        TO TRUE
               ADD 1                   TO CONTA-RESTRITOS
           END-IF

           IF  HA-REGISTRO
               REWRITE REG-AVALIACAO-FORNECEDOR
           ELSE
               WRITE REG-AVALIACAO-FORNECEDOR
           END-IF

           IF  FS-AVF-OK
               ADD 1                   TO CONTA-GRAVADOS
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR AVALIACAO-FORNECEDOR, STATUS: '
                   FS-AVALIACAO-FORNECEDOR UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-AVALIACAO           SECTION.
      *----------------------------------------------------------------*
      *    Índice sem base no mês sai como ' N/D'.
      *----------------------------------------------------------------*

           MOVE TF-CODIGO(TF-IDX)      TO LD-FORN-CODIGO
                                          FORN-CODIGO
           READ FORNECEDORES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **'
                                       TO LD-FORN-NOME
               NOT INVALID KEY
                   MOVE FORN-NOME      TO LD-FORN-NOME
           END-READ

           MOVE TF-ENTREGAS(TF-IDX)    TO LD-ENTREGAS
           MOVE WS-DIAS-ATRASO-MEDIO   TO LD-DIAS-ATRASO

           IF  TF-COMPROMISSOS(TF-IDX) > 0
               MOVE WS-PONTUALIDADE    TO WS-PCT-ED
               MOVE WS-PCT-ED          TO LD-PONTUALIDADE
           ELSE
               MOVE '   N/D'           TO LD-PONTUALIDADE
           END-IF

           IF  TF-QTD-PEDIDA(TF-IDX)   > 0
               MOVE WS-ATENDIMENTO     TO WS-PCT-ED
               MOVE WS-PCT-ED          TO LD-ATENDIMENTO
           ELSE
               MOVE '   N/D'           TO LD-ATENDIMENTO
           END-IF

           IF  TF-VALOR-RECEBIDO(TF-IDX) > 0
               OR TF-VALOR-DEVOLVIDO(TF-IDX) > 0
               MOVE WS-DEVOLUCAO       TO WS-PCT-ED
               MOVE WS-PCT-ED          TO LD-DEVOLUCAO
           ELSE
               MOVE '   N/D'           TO LD-DEVOLUCAO
           END-IF

           IF  TF-BASE-ANTERIOR(TF-IDX) > 0
               MOVE WS-VARIACAO-CUSTO  TO LD-VARIACAO-ED
               MOVE LD-VARIACAO-ED     TO LD-VARIACAO
           ELSE
               MOVE '    N/D'          TO LD-VARIACAO
           END-IF

           MOVE AVF-SITUACAO           TO LD-SITUACAO
           MOVE WS-MOTIVO              TO LD-MOTIVO

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PRSPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE MOVIMENTO-FORNECEDOR
           CLOSE PEDIDOS-COMPRA
           CLOSE FORNECEDORES
           CLOSE AVALIACAO-FORNECEDOR
           CLOSE RELATORIO-AVALIACAO

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE LINHA-LEGENDA          TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-FORNECEDORES     TO LR-AVALIADOS
           MOVE CONTA-RESTRITOS        TO LR-RESTRITOS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE FORNECEDORES

           CLOSE AVALIACAO-FORNECEDOR

           CLOSE RELATORIO-AVALIACAO

           MOVE 'RELATORIO-AVALIACAO'  TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-MOVIMENTOS-LIDOS + CONTA-PEDIDOS-LIDOS
           MOVE CONTA-GRAVADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
