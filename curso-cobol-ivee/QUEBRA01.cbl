      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Análise de quebras de estoque: lê o arquivo
      *    permanente AJUSTES-ESTOQUE acumulado por INVENT01 e valoriza
      *    cada falta de contagem (AJU-DIFERENCA negativa) pelo custo
      *    médio do item no catálogo (GOODS-CUSTO-MEDIO). Grava
      *    RELATORIO-QUEBRA com a perda do mês da data de movimento e
      *    a acumulada no ano, abertas por motivo (AJU-MOTIVO),
      *    departamento (GOODS-DEPARTAMENTO) e operador da contagem
      *    (AJU-OPERADOR), e o ranking dos itens reincidentes, com
      *    falta em mais de um mês do ano - o material da reunião de
      *    prevenção de perdas, antes montado à mão em planilha.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-QUEBRA passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - REG-AJUSTE acompanhou a filial da contagem
      *    (AJU-FILIAL) incluida por INVENT01.
      * VERSAO 01 - Versão inicial. Sobras de contagem (diferença
      *    positiva) não abatem a perda; aparecem só no total do
      *    rodapé.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     QUEBRA01.
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
           SELECT AJUSTES-ESTOQUE ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTES-ESTOQUE.

           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT RELATORIO-QUEBRA ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-QUEBRA.

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
       FD  AJUSTES-ESTOQUE.
       01  REG-AJUSTE.
           03  AJU-DATA                PIC X(10).
           03  AJU-DATA-R REDEFINES AJU-DATA.
               05  AJU-DIA             PIC X(02).
               05  FILLER              PIC X(01).
               05  AJU-MES             PIC 9(02).
               05  FILLER              PIC X(01).
               05  AJU-ANO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  AJU-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  AJU-ESTOQUE-ANTES       PIC 9(05).
           03  FILLER                  PIC X(01).
           03  AJU-QTD-CONTADA         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  AJU-DIFERENCA           PIC S9(06) SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(01).
           03  AJU-MOTIVO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  AJU-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  AJU-FILIAL              PIC X(02).

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

       FD  RELATORIO-QUEBRA.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'QUEBRA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PAGDADOS.
       COPY PRSDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\AJUSTEST.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELQUEBR.TXT".
           03  FS-AJUSTES-ESTOQUE      PIC X(02)        VALUE '00'.
               88  FS-AJU-OK                            VALUE '00'.
               88  FS-AJU-NAO-EXISTE                    VALUE '35'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-RELATORIO-QUEBRA     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-HA-AJUSTES          PIC X(01)        VALUE 'N'.
               88  HA-AJUSTES                           VALUE 'S'.
           03  IND-AJUSTE-DO-MES       PIC X(01)        VALUE 'N'.
               88  AJUSTE-DO-MES                        VALUE 'S'.
           03  WS-MES-REFERENCIA       PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-REFERENCIA       PIC X(04)        VALUE SPACES.
           03  WS-QTD-PERDA            PIC 9(06)        VALUE ZEROS.
           03  WS-VALOR-PERDA          PIC 9(09)V99     VALUE ZEROS.
           03  WS-CUSTO-UNITARIO       PIC 9(05)V99     VALUE ZEROS.
           03  WS-NOME-ITEM            PIC X(30)        VALUE SPACES.
           03  WS-DEPARTAMENTO         PIC X(02)        VALUE SPACES.
           03  WS-TIPO-GRUPO           PIC X(01)        VALUE SPACES.
           03  WS-CHAVE-GRUPO          PIC X(04)        VALUE SPACES.
           03  WS-SUB-MES              PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-AJUSTES-LIDOS     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-AJUSTES-ANO       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LINHAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REINCIDENTES      PIC S9(05) COMP-5 VALUE ZEROS.
           03  QTD-PASSADAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-HOUVE-TROCA         PIC X(01)        VALUE 'N'.
               88  HOUVE-TROCA                          VALUE 'S'.
           03  IND-TROCA-PAR           PIC X(01)        VALUE 'N'.
               88  TROCA-PAR                            VALUE 'S'.
           03  IND-TEM-POSICAO         PIC X(01)        VALUE 'S'.
               88  TEM-POSICAO                          VALUE 'S'.

       01  TOTAIS-QUEBRA.
           03  TOT-QTD-MES             PIC 9(07)        VALUE ZEROS.
           03  TOT-VALOR-MES           PIC 9(09)V99     VALUE ZEROS.
           03  TOT-QTD-ANO             PIC 9(07)        VALUE ZEROS.
           03  TOT-VALOR-ANO           PIC 9(09)V99     VALUE ZEROS.
           03  TOT-QTD-SOBRA-ANO       PIC 9(07)        VALUE ZEROS.

      *    Perdas agrupadas por motivo (M), departamento (D) e
      *    operador (O), no mês e no ano, ordenadas por tipo e chave
      *    antes da impressão.
       01  TAB-GRUPOS.
           03  TG-GRUPO                OCCURS 300 TIMES
                                       INDEXED BY TG-IDX.
               05  TG-TIPO             PIC X(01).
               05  TG-CHAVE            PIC X(04).
               05  TG-QTD-MES          PIC 9(07).
               05  TG-VALOR-MES        PIC 9(09)V99.
               05  TG-QTD-ANO          PIC 9(07).
               05  TG-VALOR-ANO        PIC 9(09)V99.

       01  TG-GRUPO-AUX                PIC X(41).

       77  CONTA-GRUPOS                PIC S9(04) COMP-5 VALUE ZEROS.
       77  WS-SUB-ORDENA               PIC S9(05) COMP-5 VALUE ZEROS.

      *    Itens com falta no ano, com a marca de cada mês em que a
      *    contagem saiu curta, para o ranking de reincidência.
       01  TAB-ITENS-FALTA.
           03  TI-ITEM                 OCCURS 1000 TIMES
                                       INDEXED BY TI-IDX.
               05  TI-CODIGO           PIC X(04).
               05  TI-NOME             PIC X(30).
               05  TI-DEPARTAMENTO     PIC X(02).
               05  TI-MES-FALTA        PIC X(01) OCCURS 12 TIMES.
               05  TI-QTDE-MESES       PIC 9(02).
               05  TI-QTD-ANO          PIC 9(07).
               05  TI-VALOR-ANO        PIC 9(09)V99.

       01  TI-ITEM-AUX                 PIC X(68).

       77  CONTA-ITENS-FALTA           PIC S9(05) COMP-5 VALUE ZEROS.
       77  REINCIDENTES-MAXIMO         PIC S9(05) COMP-5 VALUE 20.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(40)        VALUE
           'ANALISE DE QUEBRAS DE ESTOQUE - MES '.
           03  LC-MES                  PIC 9(02).
           03  FILLER                  PIC X(01)        VALUE '/'.
           03  LC-ANO                  PIC X(04).
           03  FILLER                  PIC X(20)        VALUE
                                       ' E ACUMULADO NO ANO'.

       01  LINHA-TITULO-BLOCO.
           03  LTB-TITULO              PIC X(24).
           03  FILLER                  PIC X(14)        VALUE
                                                   'QTDE MES'.
           03  FILLER                  PIC X(14)        VALUE
                                                   'VALOR MES'.
           03  FILLER                  PIC X(14)        VALUE
                                                   'QTDE ANO'.
           03  FILLER                  PIC X(14)        VALUE
                                                   'VALOR ANO'.

       01  LINHA-GRUPO.
           03  LG-CHAVE                PIC X(04).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LG-DESCRICAO            PIC X(18).
           03  LG-QTD-MES              PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LG-VALOR-MES            PIC ZZZZZZZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LG-QTD-ANO              PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LG-VALOR-ANO            PIC ZZZZZZZZ9,99.

       01  LINHA-TITULO-REINCIDENTES.
           03  FILLER                  PIC X(06)        VALUE 'CODIGO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE
           'ITENS REINCIDENTES'.
           03  FILLER                  PIC X(04)        VALUE 'DP'.
           03  FILLER                  PIC X(03)        VALUE 'MS'.
           03  FILLER                  PIC X(13)        VALUE
                                                   'JFMAMJJASOND'.
           03  FILLER                  PIC X(22)        VALUE
                                       '   QTDE ANO  VALOR ANO'.

       01  LINHA-REINCIDENTE.
           03  LRI-CODIGO              PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LRI-NOME                PIC X(30).
           03  LRI-DEPARTAMENTO        PIC X(02).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LRI-QTDE-MESES          PIC Z9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LRI-MAPA-MESES          PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LRI-QTD-ANO             PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LRI-VALOR-ANO           PIC ZZZZZZZZ9,99.

       01  LINHA-TOTAL.
           03  FILLER                  PIC X(24)        VALUE
                                       'TOTAL DAS QUEBRAS'.
           03  LT-QTD-MES              PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LT-VALOR-MES            PIC ZZZZZZZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LT-QTD-ANO              PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LT-VALOR-ANO            PIC ZZZZZZZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(18)        VALUE
                                       'AJUSTES NO ANO: '.
           03  LR-AJUSTES-ANO          PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(24)        VALUE
                                       'SOBRAS NO ANO (QTDE): '.
           03  LR-SOBRAS-ANO           PIC ZZZZZZ9.

       01  LINHA-BRANCO                PIC X(80)        VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA

           PERFORM ORDENA-GRUPOS

           PERFORM ORDENA-REINCIDENTES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE DMV-MES-MOV            TO WS-MES-REFERENCIA
           MOVE DMV-ANO-MOV            TO WS-ANO-REFERENCIA

      *    Sem nenhuma contagem ainda lançada por INVENT01 o arquivo
      *    de ajustes nem existe: o relatório sai zerado.
           OPEN INPUT AJUSTES-ESTOQUE

           IF  FS-AJU-OK
               SET HA-AJUSTES          TO TRUE
           ELSE
               IF  NOT FS-AJU-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR AJUSTES-ESTOQUE, FILE STATUS: '
                       FS-AJUSTES-ESTOQUE UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-QUEBRA

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-QUEBRA, FILE STATUS: '
                   FS-RELATORIO-QUEBRA UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 3 substituem, na ordem, os caminhos
      *    de AJUSTES-ESTOQUE, ARQUIVO-ENTRADA e RELATORIO-QUEBRA;
      *    linha ausente ou em branco mantém o caminho padrão. Via
      *    PARM (COMMAND-LINE), aceita apenas o caminho dos ajustes.
      *    O mês analisado é o da data de movimento (copybooks DMV*).
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

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
      *    Lê todos os ajustes; só os do ano da data de movimento, até
      *    o mês de referência, entram na análise. Falta (diferença
      *    negativa) é valorizada e acumulada; sobra só é contada.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           IF  HA-AJUSTES
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ AJUSTES-ESTOQUE
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-AJUSTES-LIDOS
                       IF  AJU-ANO     = WS-ANO-REFERENCIA
                           AND AJU-MES NUMERIC
                           AND AJU-MES > 0
                           AND AJU-MES NOT > WS-MES-REFERENCIA
                           ADD 1       TO CONTA-AJUSTES-ANO
                           IF  AJU-DIFERENCA < 0
                               PERFORM ACUMULA-PERDA
                           ELSE
                               ADD AJU-DIFERENCA
                                       TO TOT-QTD-SOBRA-ANO
                           END-IF
                       END-IF
               END-PERFORM

               CLOSE AJUSTES-ESTOQUE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-PERDA               SECTION.
      *----------------------------------------------------------------*
      *    Valoriza a falta pelo custo médio atual do item (o catálogo
      *    não guarda o custo da data da contagem) e acumula nos
      *    totais, nos três agrupamentos e na ficha de reincidência.
      *    Item já excluído do catálogo entra com custo zero e
      *    departamento '**'.
      *----------------------------------------------------------------*

           COMPUTE WS-QTD-PERDA        = 0 - AJU-DIFERENCA

           MOVE AJU-GOODS-CODE         TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   MOVE ZEROS          TO WS-CUSTO-UNITARIO
                   MOVE '**'           TO WS-DEPARTAMENTO
                   MOVE 'ITEM FORA DO CATALOGO'
                                       TO WS-NOME-ITEM
               NOT INVALID KEY
                   MOVE GOODS-CUSTO-MEDIO
                                       TO WS-CUSTO-UNITARIO
                   MOVE GOODS-DEPARTAMENTO
                                       TO WS-DEPARTAMENTO
                   MOVE GOODS-NAME     TO WS-NOME-ITEM
           END-READ

           COMPUTE WS-VALOR-PERDA
               = WS-QTD-PERDA * WS-CUSTO-UNITARIO

           IF  AJU-MES                 = WS-MES-REFERENCIA
               SET AJUSTE-DO-MES       TO TRUE
               ADD WS-QTD-PERDA        TO TOT-QTD-MES
               ADD WS-VALOR-PERDA      TO TOT-VALOR-MES
           ELSE
               MOVE 'N'                TO IND-AJUSTE-DO-MES
           END-IF
           ADD WS-QTD-PERDA            TO TOT-QTD-ANO
           ADD WS-VALOR-PERDA          TO TOT-VALOR-ANO

           MOVE 'M'                    TO WS-TIPO-GRUPO
           MOVE AJU-MOTIVO             TO WS-CHAVE-GRUPO
           PERFORM ACUMULA-GRUPO

           MOVE 'D'                    TO WS-TIPO-GRUPO
           MOVE WS-DEPARTAMENTO        TO WS-CHAVE-GRUPO
           PERFORM ACUMULA-GRUPO

           MOVE 'O'                    TO WS-TIPO-GRUPO
           MOVE AJU-OPERADOR           TO WS-CHAVE-GRUPO
           PERFORM ACUMULA-GRUPO

           PERFORM ACUMULA-ITEM-FALTA

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-GRUPO               SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-TEM-POSICAO
           SET TG-IDX                  TO 1
           SEARCH TG-GRUPO
               AT END
                   IF  CONTA-GRUPOS    < 300
                       ADD 1           TO CONTA-GRUPOS
                       SET TG-IDX      TO CONTA-GRUPOS
                       MOVE WS-TIPO-GRUPO
                                       TO TG-TIPO(TG-IDX)
                       MOVE WS-CHAVE-GRUPO
                                       TO TG-CHAVE(TG-IDX)
                       MOVE ZEROS      TO TG-QTD-MES(TG-IDX)
                       MOVE ZEROS      TO TG-VALOR-MES(TG-IDX)
                       MOVE ZEROS      TO TG-QTD-ANO(TG-IDX)
                       MOVE ZEROS      TO TG-VALOR-ANO(TG-IDX)
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TABELA DE GRUPOS CHEIA, IGNORADO: '
                           WS-TIPO-GRUPO ' ' WS-CHAVE-GRUPO
                                       UPON CONSOLE
                       MOVE 'N'        TO IND-TEM-POSICAO
                   END-IF
               WHEN TG-TIPO(TG-IDX)    = WS-TIPO-GRUPO
                   AND TG-CHAVE(TG-IDX) = WS-CHAVE-GRUPO
                   CONTINUE
           END-SEARCH

           IF  TEM-POSICAO
               IF  AJUSTE-DO-MES
                   ADD WS-QTD-PERDA    TO TG-QTD-MES(TG-IDX)
                   ADD WS-VALOR-PERDA  TO TG-VALOR-MES(TG-IDX)
               END-IF
               ADD WS-QTD-PERDA        TO TG-QTD-ANO(TG-IDX)
               ADD WS-VALOR-PERDA      TO TG-VALOR-ANO(TG-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-ITEM-FALTA          SECTION.
      *----------------------------------------------------------------*
      *    Marca o mês da falta na ficha do item e conta os meses
      *    distintos com contagem curta.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-TEM-POSICAO
           SET TI-IDX                  TO 1
           SEARCH TI-ITEM
               AT END
                   IF  CONTA-ITENS-FALTA < 1000
                       ADD 1           TO CONTA-ITENS-FALTA
                       SET TI-IDX      TO CONTA-ITENS-FALTA
                       MOVE AJU-GOODS-CODE
                                       TO TI-CODIGO(TI-IDX)
                       MOVE WS-NOME-ITEM
                                       TO TI-NOME(TI-IDX)
                       MOVE WS-DEPARTAMENTO
                                       TO TI-DEPARTAMENTO(TI-IDX)
                       MOVE 1          TO WS-SUB-MES
                       PERFORM 12 TIMES
                           MOVE '.'    TO TI-MES-FALTA(TI-IDX,
                                                       WS-SUB-MES)
                           ADD 1       TO WS-SUB-MES
                       END-PERFORM
                       MOVE ZEROS      TO TI-QTDE-MESES(TI-IDX)
                       MOVE ZEROS      TO TI-QTD-ANO(TI-IDX)
                       MOVE ZEROS      TO TI-VALOR-ANO(TI-IDX)
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TABELA DE ITENS CHEIA, IGNORADO: '
                           AJU-GOODS-CODE UPON CONSOLE
                       MOVE 'N'        TO IND-TEM-POSICAO
                   END-IF
               WHEN TI-CODIGO(TI-IDX)  = AJU-GOODS-CODE
                   CONTINUE
           END-SEARCH

           IF  TEM-POSICAO
               MOVE AJU-MES            TO WS-SUB-MES
               IF  TI-MES-FALTA(TI-IDX, WS-SUB-MES) NOT = 'X'
                   MOVE 'X'            TO TI-MES-FALTA(TI-IDX,
                                                       WS-SUB-MES)
                   ADD 1               TO TI-QTDE-MESES(TI-IDX)
               END-IF
               ADD WS-QTD-PERDA        TO TI-QTD-ANO(TI-IDX)
               ADD WS-VALOR-PERDA      TO TI-VALOR-ANO(TI-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ORDENA-GRUPOS               SECTION.
      *----------------------------------------------------------------*
      *    Ordena TAB-GRUPOS por tipo e chave, por troca entre
      *    vizinhos como em SUGEST01.
      *----------------------------------------------------------------*

           COMPUTE QTD-PASSADAS = CONTA-GRUPOS - 1

           IF  QTD-PASSADAS            > 0
               PERFORM WITH TEST AFTER UNTIL NOT HOUVE-TROCA
                   MOVE 'N'            TO IND-HOUVE-TROCA
                   MOVE 1              TO WS-SUB-ORDENA
                   PERFORM QTD-PASSADAS TIMES
                       MOVE 'N'        TO IND-TROCA-PAR
                       IF  TG-TIPO(WS-SUB-ORDENA)
                           > TG-TIPO(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-TROCA-PAR
                       ELSE
                           IF  TG-TIPO(WS-SUB-ORDENA)
                               = TG-TIPO(WS-SUB-ORDENA + 1)
                               AND TG-CHAVE(WS-SUB-ORDENA)
                               > TG-CHAVE(WS-SUB-ORDENA + 1)
                               MOVE 'S' TO IND-TROCA-PAR
                           END-IF
                       END-IF
                       IF  TROCA-PAR
                           MOVE TG-GRUPO(WS-SUB-ORDENA)
                                       TO TG-GRUPO-AUX
                           MOVE TG-GRUPO(WS-SUB-ORDENA + 1)
                                       TO TG-GRUPO(WS-SUB-ORDENA)
                           MOVE TG-GRUPO-AUX
                                       TO TG-GRUPO(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-HOUVE-TROCA
                       END-IF
                       ADD 1           TO WS-SUB-ORDENA
                   END-PERFORM
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ORDENA-REINCIDENTES         SECTION.
      *----------------------------------------------------------------*
      *    Ordena os itens com falta pelo número de meses com contagem
      *    curta (maior primeiro) e, no empate, pelo valor perdido no
      *    ano.
      *----------------------------------------------------------------*

           COMPUTE QTD-PASSADAS = CONTA-ITENS-FALTA - 1

           IF  QTD-PASSADAS            > 0
               PERFORM WITH TEST AFTER UNTIL NOT HOUVE-TROCA
                   MOVE 'N'            TO IND-HOUVE-TROCA
                   MOVE 1              TO WS-SUB-ORDENA
                   PERFORM QTD-PASSADAS TIMES
                       MOVE 'N'        TO IND-TROCA-PAR
                       IF  TI-QTDE-MESES(WS-SUB-ORDENA)
                           < TI-QTDE-MESES(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-TROCA-PAR
                       ELSE
                           IF  TI-QTDE-MESES(WS-SUB-ORDENA)
                               = TI-QTDE-MESES(WS-SUB-ORDENA + 1)
                               AND TI-VALOR-ANO(WS-SUB-ORDENA)
                               < TI-VALOR-ANO(WS-SUB-ORDENA + 1)
                               MOVE 'S' TO IND-TROCA-PAR
                           END-IF
                       END-IF
                       IF  TROCA-PAR
                           MOVE TI-ITEM(WS-SUB-ORDENA)
                                       TO TI-ITEM-AUX
                           MOVE TI-ITEM(WS-SUB-ORDENA + 1)
                                       TO TI-ITEM(WS-SUB-ORDENA)
                           MOVE TI-ITEM-AUX
                                       TO TI-ITEM(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-HOUVE-TROCA
                       END-IF
                       ADD 1           TO WS-SUB-ORDENA
                   END-PERFORM
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-BLOCO               SECTION.
      *----------------------------------------------------------------*
      *    Imprime o título do bloco (LTB-TITULO já montado) e as
      *    linhas de TAB-GRUPOS do tipo WS-TIPO-GRUPO.
      *----------------------------------------------------------------*

           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-BRANCO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-TITULO-BLOCO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TG-IDX                  TO 1
           PERFORM CONTA-GRUPOS TIMES
               IF  TG-TIPO(TG-IDX)     = WS-TIPO-GRUPO
                   MOVE TG-CHAVE(TG-IDX)
                                       TO LG-CHAVE
                   MOVE SPACES         TO LG-DESCRICAO
                   IF  WS-TIPO-GRUPO   = 'M'
                       EVALUATE TG-CHAVE(TG-IDX)
                           WHEN 'QB'
                               MOVE 'QUEBRA'
                                       TO LG-DESCRICAO
                           WHEN 'FU'
                               MOVE 'FURTO'
                                       TO LG-DESCRICAO
                           WHEN 'ER'
                               MOVE 'ERRO DE DIGITACAO'
                                       TO LG-DESCRICAO
                           WHEN 'OU'
                               MOVE 'OUTROS'
                                       TO LG-DESCRICAO
                           WHEN OTHER
                               MOVE 'MOTIVO NAO PREVISTO'
                                       TO LG-DESCRICAO
                       END-EVALUATE
                   END-IF
                   MOVE TG-QTD-MES(TG-IDX)
                                       TO LG-QTD-MES
                   MOVE TG-VALOR-MES(TG-IDX)
                                       TO LG-VALOR-MES
                   MOVE TG-QTD-ANO(TG-IDX)
                                       TO LG-QTD-ANO
                   MOVE TG-VALOR-ANO(TG-IDX)
                                       TO LG-VALOR-ANO
                   PERFORM PAG-CONFERE-PAGINA
                   MOVE LINHA-GRUPO    TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   ADD 1               TO CONTA-LINHAS
               END-IF
               SET TG-IDX              UP BY 1
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-REINCIDENTES        SECTION.
      *----------------------------------------------------------------*
      *    Ranking dos itens com falta em mais de um mês do ano, até
      *    REINCIDENTES-MAXIMO linhas; o mapa marca com X os meses
      *    com contagem curta.
      *----------------------------------------------------------------*

           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-BRANCO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-TITULO-REINCIDENTES
                                       TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TI-IDX                  TO 1
           PERFORM CONTA-ITENS-FALTA TIMES
               IF  TI-QTDE-MESES(TI-IDX) > 1
                   AND CONTA-REINCIDENTES < REINCIDENTES-MAXIMO
                   ADD 1               TO CONTA-REINCIDENTES
                   MOVE TI-CODIGO(TI-IDX)
                                       TO LRI-CODIGO
                   MOVE TI-NOME(TI-IDX)
                                       TO LRI-NOME
                   MOVE TI-DEPARTAMENTO(TI-IDX)
                                       TO LRI-DEPARTAMENTO
                   MOVE TI-QTDE-MESES(TI-IDX)
                                       TO LRI-QTDE-MESES
                   MOVE 1              TO WS-SUB-MES
                   PERFORM 12 TIMES
                       MOVE TI-MES-FALTA(TI-IDX, WS-SUB-MES)
                                       TO LRI-MAPA-MESES(WS-SUB-MES:1)
                       ADD 1           TO WS-SUB-MES
                   END-PERFORM
                   MOVE TI-QTD-ANO(TI-IDX)
                                       TO LRI-QTD-ANO
                   MOVE TI-VALOR-ANO(TI-IDX)
                                       TO LRI-VALOR-ANO
                   PERFORM PAG-CONFERE-PAGINA
                   MOVE LINHA-REINCIDENTE
                                       TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
               SET TI-IDX              UP BY 1
           END-PERFORM

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PAGPROC.

       COPY PRSPROC.

      *----------------------------------------------------------------*
           PAG-GRAVA-CABECALHO         SECTION.
      *----------------------------------------------------------------*
      *    Cabecalho de pagina da analise de quebras, reimpresso a
      *    cada quebra pela rotina comum de paginacao.
      *----------------------------------------------------------------*

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE PAG-LINHA-NUMERO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 2                      TO PAG-LINHA-CORRENTE

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

           CLOSE AJUSTES-ESTOQUE
           CLOSE ARQUIVO-ENTRADA
           CLOSE RELATORIO-QUEBRA

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           CLOSE ARQUIVO-ENTRADA

      *    Linhas por pagina pela vigencia de PARAMS.TXT; ausente
      *    vale o padrao do copybook.
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA
           MOVE 'LINHAS-POR-PAGINA'    TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO PAG-LINHAS-POR-PAGINA
           END-IF

           MOVE WS-MES-REFERENCIA      TO LC-MES
           MOVE WS-ANO-REFERENCIA      TO LC-ANO
           MOVE DMV-DATA-MOVIMENTO     TO PAG-DATA-MOVIMENTO
           PERFORM PAG-INICIA-PAGINACAO

           MOVE 'POR MOTIVO'           TO LTB-TITULO
           MOVE 'M'                    TO WS-TIPO-GRUPO
           PERFORM IMPRIME-BLOCO

           MOVE 'POR DEPARTAMENTO'     TO LTB-TITULO
           MOVE 'D'                    TO WS-TIPO-GRUPO
           PERFORM IMPRIME-BLOCO

           MOVE 'POR OPERADOR'         TO LTB-TITULO
           MOVE 'O'                    TO WS-TIPO-GRUPO
           PERFORM IMPRIME-BLOCO

           PERFORM IMPRIME-REINCIDENTES

           PERFORM PAG-CONFERE-PAGINA
           MOVE LINHA-BRANCO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM PAG-CONFERE-PAGINA
           MOVE TOT-QTD-MES            TO LT-QTD-MES
           MOVE TOT-VALOR-MES          TO LT-VALOR-MES
           MOVE TOT-QTD-ANO            TO LT-QTD-ANO
           MOVE TOT-VALOR-ANO          TO LT-VALOR-ANO
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM PAG-CONFERE-PAGINA
           MOVE CONTA-AJUSTES-ANO      TO LR-AJUSTES-ANO
           MOVE TOT-QTD-SOBRA-ANO      TO LR-SOBRAS-ANO
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO-QUEBRA

           MOVE 'RELATORIO-QUEBRA'     TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-AJUSTES-LIDOS    TO AUD-QTDE-LIDOS
           MOVE CONTA-LINHAS           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
