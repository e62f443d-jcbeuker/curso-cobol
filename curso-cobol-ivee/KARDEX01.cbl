      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório do kardex (ficha de movimentação de estoque
      *    por item, copybooks KDX*), gravado por RECEB01, BAIXA01,
      *    DEVFOR01, TRANSF01, INVENT01, PR16TA01, ARQUIVO, CARGA01 e
      *    DESFAZ01: ordena os movimentos por item e data (SORT com
      *    alimentação e devolução, como CONSREJ01), reconstitui o
      *    saldo de cada item a partir das entradas e saídas e marca
      *    todo dia em que o saldo gravado pelo programa (o
      *    GOODS-STOCK do catálogo no momento do movimento) não fecha
      *    com o reconstituído. Sem data final no filtro, o saldo do
      *    último movimento é ainda conferido contra o GOODS-STOCK
      *    atual do catálogo. Em vez de seis listagens, uma ficha só.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-KARDEX passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - SRT-KARDEX alargado para os 87 bytes do kardex,
      *    que passou a carregar a filial do movimento; a filial sai
      *    na ultima coluna da ficha.
      *----------------------------------------------------------------*
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linha 1 com o
      *    filtro (código do item, data inicial e data final
      *    DD/MM/AAAA, separados por um espaço; em branco = todos),
      *    linha 2 com o caminho do catálogo, linha 3 com o do
      *    relatório, linha 4 com o do kardex.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     KARDEX01.
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

           SELECT RELATORIO-KARDEX ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-KARDEX.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           SELECT KARDEX-ORDENADO ASSIGN TO "SORTWK".

           COPY KDXCTL.

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

       FD  RELATORIO-KARDEX.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       SD  KARDEX-ORDENADO.
       01  REG-KARDEX-ORDENADO.
           03  SRT-GOODS-CODE          PIC X(04).
           03  SRT-DATA-AMD            PIC X(08).
           03  SRT-SEQUENCIA           PIC 9(09).
           03  SRT-KARDEX              PIC X(87).

       COPY KDXFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'KARDEX01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY KDXDADOS.

       01  WS-FILTRO.
           03  WS-FILTRO-ITEM          PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  WS-FILTRO-INICIO        PIC X(10)        VALUE SPACES.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  WS-FILTRO-FIM           PIC X(10)        VALUE SPACES.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELKARDX.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-RELATORIO-KARDEX     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-KARDEX          PIC X(01)        VALUE 'N'.
               88  FIM-DO-KARDEX                        VALUE 'S'.
           03  IND-FIM-ORDENADOS       PIC X(01)        VALUE 'N'.
               88  FIM-DOS-ORDENADOS                    VALUE 'S'.
           03  IND-PRIMEIRO-ITEM       PIC X(01)        VALUE 'S'.
               88  PRIMEIRO-ITEM                        VALUE 'S'.
           03  IND-ITEM-IMPRESSO       PIC X(01)        VALUE 'N'.
               88  ITEM-IMPRESSO                        VALUE 'S'.
           03  IND-DIA-NA-FAIXA        PIC X(01)        VALUE 'N'.
               88  DIA-NA-FAIXA                         VALUE 'S'.
           03  WS-AMD-INICIO           PIC X(08)        VALUE SPACES.
           03  WS-AMD-FIM              PIC X(08)        VALUE SPACES.
           03  WS-ITEM-ANTERIOR        PIC X(04)        VALUE SPACES.
           03  WS-AMD-ANTERIOR         PIC X(08)        VALUE SPACES.
           03  WS-DATA-ANTERIOR        PIC X(10)        VALUE SPACES.
           03  WS-SALDO-RECONSTITUIDO  PIC S9(09)       VALUE ZEROS.
           03  WS-SALDO-KARDEX-DIA     PIC S9(09)       VALUE ZEROS.
           03  WS-ENTRADAS-DIA         PIC S9(09)       VALUE ZEROS.
           03  WS-SAIDAS-DIA           PIC S9(09)       VALUE ZEROS.
           03  CONTA-SEQUENCIA         PIC 9(09)        VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-MOVIMENTOS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DIAS-DIVERGENTES  PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CATALOGO-DIVERGE  PIC S9(07) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(100)       VALUE
           'KARDEX - FICHA DE MOVIMENTACAO DE ESTOQUE POR ITEM'.

       01  LINHA-FILTRO.
           03  FILLER                  PIC X(06)        VALUE 'ITEM: '.
           03  LF-ITEM                 PIC X(05).
           03  FILLER                  PIC X(05)        VALUE ' DE: '.
           03  LF-INICIO               PIC X(11).
           03  FILLER                  PIC X(06)        VALUE ' ATE: '.
           03  LF-FIM                  PIC X(10).

       01  LINHA-ITEM.
           03  FILLER                  PIC X(06)        VALUE 'ITEM: '.
           03  LI-CODIGO               PIC X(04).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LI-NOME                 PIC X(30).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(10)        VALUE 'DATA'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(02)        VALUE 'TP'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(12)        VALUE
                                                   'DOCUMENTO'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' ENTRADA'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(08)        VALUE
                                                   '   SAIDA'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(01)        VALUE 'L'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' SALDO'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   ' RECONST.'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(04)        VALUE 'OPER'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(18)        VALUE
                                                   'PROGRAMA'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(02)        VALUE 'FL'.

       01  LINHA-DETALHE.
           03  LD-DATA                 PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-TIPO                 PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DOCUMENTO            PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-ENTRADA              PIC ZZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SAIDA                PIC ZZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-LOCAL                PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SALDO                PIC ZZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-RECONSTITUIDO        PIC -ZZZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PROGRAMA             PIC X(18).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-FILIAL               PIC X(02).

       01  LINHA-DIVERGENCIA.
           03  FILLER                  PIC X(04)        VALUE '*** '.
           03  LV-MENSAGEM             PIC X(24).
           03  LV-DATA                 PIC X(10).
           03  FILLER                  PIC X(08)        VALUE
                                                   ' KARDEX '.
           03  LV-SALDO-KARDEX         PIC -ZZZZZZZ9.
           03  LV-ROTULO               PIC X(15).
           03  LV-SALDO-OUTRO          PIC -ZZZZZZZ9.

       01  LINHA-RESUMO-DIA.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(12)        VALUE
                                                   'TOTAL DO DIA'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LRD-DATA                PIC X(10).
           03  FILLER                  PIC X(10)        VALUE
                                                   ' ENTRADAS '.
           03  LRD-ENTRADAS            PIC ZZZZZZZ9.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' SAIDAS '.
           03  LRD-SAIDAS              PIC ZZZZZZZ9.
           03  FILLER                  PIC X(07)        VALUE
                                                   ' SALDO '.
           03  LRD-SALDO               PIC -ZZZZZZZ9.

       01  LINHA-RODAPE-1.
           03  FILLER                  PIC X(30)        VALUE
                                   'ITENS LISTADOS:'.
           03  LR1-ITENS               PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(15)        VALUE
                                   'MOVIMENTOS:'.
           03  LR1-MOVIMENTOS          PIC ZZZZZZ9.

       01  LINHA-RODAPE-2.
           03  FILLER                  PIC X(30)        VALUE
                                   'DIAS COM SALDO DIVERGENTE:'.
           03  LR2-DIAS                PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(15)        VALUE
                                   'CATALOGO DIF.:'.
           03  LR2-CATALOGO            PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           SORT KARDEX-ORDENADO
               ON ASCENDING KEY SRT-GOODS-CODE
                                SRT-DATA-AMD
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS COLETA-MOVIMENTOS
               OUTPUT PROCEDURE IS IMPRIME-KARDEX

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

      *    Datas do filtro em AAAAMMDD para comparar com a chave do
      *    SORT; data inicial em branco pega desde o primeiro
      *    movimento, data final em branco vai ate o ultimo.
           IF  WS-FILTRO-INICIO        = SPACES
               MOVE '00000000'         TO WS-AMD-INICIO
           ELSE
               MOVE SPACES             TO WS-AMD-INICIO
               STRING WS-FILTRO-INICIO(7:4) WS-FILTRO-INICIO(4:2)
                      WS-FILTRO-INICIO(1:2)
                   DELIMITED BY SIZE INTO WS-AMD-INICIO
           END-IF

           IF  WS-FILTRO-FIM           = SPACES
               MOVE '99999999'         TO WS-AMD-FIM
           ELSE
               MOVE SPACES             TO WS-AMD-FIM
               STRING WS-FILTRO-FIM(7:4) WS-FILTRO-FIM(4:2)
                      WS-FILTRO-FIM(1:2)
                   DELIMITED BY SIZE INTO WS-AMD-FIM
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-KARDEX

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-KARDEX, FILE STATUS: '
                   FS-RELATORIO-KARDEX UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  WS-FILTRO-ITEM          = SPACES
               MOVE 'TODOS'            TO LF-ITEM
           ELSE
               MOVE WS-FILTRO-ITEM     TO LF-ITEM
           END-IF
           MOVE WS-FILTRO-INICIO       TO LF-INICIO
           MOVE WS-FILTRO-FIM          TO LF-FIM
           MOVE LINHA-FILTRO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linha 1 com o filtro 'CCCC DD/MM/AAAA
      *    DD/MM/AAAA' (item, data inicial, data final; qualquer parte
      *    em branco não filtra), linha 2 com o caminho do catálogo,
      *    linha 3 com o do relatório, linha 4 com o do kardex; linha
      *    ausente ou em branco mantém o padrão. Via PARM
      *    (COMMAND-LINE), aceita apenas o filtro.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO WS-FILTRO
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO WS-FILTRO
                   END-IF

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
                       MOVE REG-PARM   TO OPE-KARDEX
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           COLETA-MOVIMENTOS           SECTION.
      *----------------------------------------------------------------*
      *    Alimentação do SORT: solta cada movimento do item pedido
      *    (ou de todos) com a data em AAAAMMDD e a ordem de gravação,
      *    que preserva a sequência dos movimentos do mesmo dia. Os
      *    movimentos anteriores à data inicial também entram: sem
      *    eles o saldo não pode ser reconstituído.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'COLETA-MOVIMENTOS'

           OPEN INPUT KARDEX-ESTOQUE

           IF  NOT FS-KDX-OK
               DISPLAY NOME-PROGRAMA
                   ' KARDEX INDISPONIVEL, FILE STATUS: '
                   FS-KARDEX           UPON CONSOLE
           ELSE
               PERFORM UNTIL FIM-DO-KARDEX
                   READ KARDEX-ESTOQUE
                   AT END
                       MOVE 'S'        TO IND-FIM-KARDEX
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       ADD 1           TO CONTA-SEQUENCIA
                       IF  WS-FILTRO-ITEM = SPACES
                           OR KDX-GOODS-CODE = WS-FILTRO-ITEM
                           MOVE KDX-GOODS-CODE
                                       TO SRT-GOODS-CODE
                           MOVE SPACES TO SRT-DATA-AMD
                           STRING KDX-DATA(7:4) KDX-DATA(4:2)
                                  KDX-DATA(1:2)
                               DELIMITED BY SIZE INTO SRT-DATA-AMD
                           MOVE CONTA-SEQUENCIA
                                       TO SRT-SEQUENCIA
                           MOVE REG-KARDEX
                                       TO SRT-KARDEX
                           IF  SRT-DATA-AMD NOT > WS-AMD-FIM
                               RELEASE REG-KARDEX-ORDENADO
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE KARDEX-ESTOQUE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-KARDEX              SECTION.
      *----------------------------------------------------------------*
      *    Devolução do SORT: quebra por item e por dia. O saldo
      *    reconstituído parte do saldo anterior ao primeiro
      *    movimento do item (saldo gravado menos a entrada mais a
      *    saída) e anda com cada entrada e saída; saldo inicial (SI)
      *    reabre a ficha no saldo gravado. No fim de cada dia o
      *    reconstituído é comparado com o saldo do último movimento.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-KARDEX'

           PERFORM UNTIL FIM-DOS-ORDENADOS
               RETURN KARDEX-ORDENADO
               AT END
                   MOVE 'S'            TO IND-FIM-ORDENADOS
                   IF  NOT PRIMEIRO-ITEM
                       PERFORM FECHA-DIA
                       PERFORM FECHA-ITEM
                   END-IF
               NOT AT END
                   MOVE SRT-KARDEX     TO REG-KARDEX
                   IF  PRIMEIRO-ITEM
                       OR SRT-GOODS-CODE NOT = WS-ITEM-ANTERIOR
                       IF  NOT PRIMEIRO-ITEM
                           PERFORM FECHA-DIA
                           PERFORM FECHA-ITEM
                       END-IF
                       PERFORM ABRE-ITEM
                       PERFORM ABRE-DIA
                   ELSE
                       IF  SRT-DATA-AMD NOT = WS-AMD-ANTERIOR
                           PERFORM FECHA-DIA
                           PERFORM ABRE-DIA
                       END-IF
                   END-IF
                   PERFORM APLICA-MOVIMENTO
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           ABRE-ITEM                   SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PRIMEIRO-ITEM
           MOVE 'N'                    TO IND-ITEM-IMPRESSO
           MOVE SRT-GOODS-CODE         TO WS-ITEM-ANTERIOR

           COMPUTE WS-SALDO-RECONSTITUIDO
               = KDX-SALDO - KDX-QTD-ENTRADA + KDX-QTD-SAIDA

           .

           EXIT.

      *----------------------------------------------------------------*
           ABRE-DIA                    SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-DATA-AMD           TO WS-AMD-ANTERIOR
           MOVE KDX-DATA               TO WS-DATA-ANTERIOR
           MOVE ZEROS                  TO WS-ENTRADAS-DIA
                                          WS-SAIDAS-DIA

           IF  SRT-DATA-AMD            NOT < WS-AMD-INICIO
               MOVE 'S'                TO IND-DIA-NA-FAIXA
           ELSE
               MOVE 'N'                TO IND-DIA-NA-FAIXA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*

           IF  KDX-TIPO                = 'SI'
               MOVE KDX-SALDO          TO WS-SALDO-RECONSTITUIDO
           ELSE
               ADD KDX-QTD-ENTRADA     TO WS-SALDO-RECONSTITUIDO
               SUBTRACT KDX-QTD-SAIDA  FROM WS-SALDO-RECONSTITUIDO
           END-IF

           ADD KDX-QTD-ENTRADA         TO WS-ENTRADAS-DIA
           ADD KDX-QTD-SAIDA           TO WS-SAIDAS-DIA
           MOVE KDX-SALDO              TO WS-SALDO-KARDEX-DIA

           IF  DIA-NA-FAIXA
               IF  NOT ITEM-IMPRESSO
                   PERFORM IMPRIME-CABECALHO-ITEM
               END-IF
               ADD 1                   TO CONTA-MOVIMENTOS
               MOVE KDX-DATA           TO LD-DATA
               MOVE KDX-TIPO           TO LD-TIPO
               MOVE KDX-DOCUMENTO      TO LD-DOCUMENTO
               MOVE KDX-QTD-ENTRADA    TO LD-ENTRADA
               MOVE KDX-QTD-SAIDA      TO LD-SAIDA
               MOVE KDX-LOCAL          TO LD-LOCAL
               MOVE KDX-SALDO          TO LD-SALDO
               MOVE WS-SALDO-RECONSTITUIDO
                                       TO LD-RECONSTITUIDO
               MOVE KDX-OPERADOR       TO LD-OPERADOR
               MOVE KDX-PROGRAMA       TO LD-PROGRAMA
               MOVE KDX-FILIAL         TO LD-FILIAL
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-CABECALHO-ITEM      SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-ITEM-IMPRESSO
           ADD 1                       TO CONTA-ITENS

           MOVE WS-ITEM-ANTERIOR       TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   MOVE '** ITEM FORA DO CATALOGO **'
                                       TO LI-NOME
               NOT INVALID KEY
                   MOVE GOODS-NAME     TO LI-NOME
           END-READ

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-ITEM-ANTERIOR       TO LI-CODIGO
           MOVE LINHA-ITEM             TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           FECHA-DIA                   SECTION.
      *----------------------------------------------------------------*
      *    Total do dia e conferencia do saldo reconstituido contra o
      *    saldo gravado no ultimo movimento do dia. Divergencia e
      *    impressa e o reconstituido e realinhado ao kardex, para o
      *    dia seguinte ser conferido por conta propria.
      *----------------------------------------------------------------*

           IF  DIA-NA-FAIXA
               MOVE WS-DATA-ANTERIOR   TO LRD-DATA
               MOVE WS-ENTRADAS-DIA    TO LRD-ENTRADAS
               MOVE WS-SAIDAS-DIA      TO LRD-SAIDAS
               MOVE WS-SALDO-RECONSTITUIDO
                                       TO LRD-SALDO
               MOVE LINHA-RESUMO-DIA   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           IF  WS-SALDO-RECONSTITUIDO  NOT = WS-SALDO-KARDEX-DIA
               IF  DIA-NA-FAIXA
                   ADD 1               TO CONTA-DIAS-DIVERGENTES
                   MOVE 'SALDO DIVERGE NO DIA '
                                       TO LV-MENSAGEM
                   MOVE WS-DATA-ANTERIOR
                                       TO LV-DATA
                   MOVE WS-SALDO-KARDEX-DIA
                                       TO LV-SALDO-KARDEX
                   MOVE ' RECONSTITUIDO '
                                       TO LV-ROTULO
                   MOVE WS-SALDO-RECONSTITUIDO
                                       TO LV-SALDO-OUTRO
                   MOVE LINHA-DIVERGENCIA
                                       TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
               MOVE WS-SALDO-KARDEX-DIA
                                       TO WS-SALDO-RECONSTITUIDO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FECHA-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *    Sem data final no filtro, o saldo do ultimo movimento do
      *    item tem de ser o GOODS-STOCK atual do catalogo; diferenca
      *    e estoque mexido fora dos programas que gravam o kardex.
      *----------------------------------------------------------------*

           IF  WS-FILTRO-FIM           = SPACES
               MOVE WS-ITEM-ANTERIOR   TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  GOODS-STOCK NOT = WS-SALDO-RECONSTITUIDO
                           IF  NOT ITEM-IMPRESSO
                               PERFORM IMPRIME-CABECALHO-ITEM
                           END-IF
                           ADD 1       TO CONTA-CATALOGO-DIVERGE
                           MOVE 'CATALOGO DIVERGE APOS '
                                       TO LV-MENSAGEM
                           MOVE WS-DATA-ANTERIOR
                                       TO LV-DATA
                           MOVE WS-SALDO-RECONSTITUIDO
                                       TO LV-SALDO-KARDEX
                           MOVE ' CATALOGO      '
                                       TO LV-ROTULO
                           MOVE GOODS-STOCK
                                       TO LV-SALDO-OUTRO
                           MOVE LINHA-DIVERGENCIA
                                       TO REG-RELATORIO
                           WRITE REG-RELATORIO
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE KARDEX-ESTOQUE
           CLOSE RELATORIO-KARDEX

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-ITENS            TO LR1-ITENS
           MOVE CONTA-MOVIMENTOS       TO LR1-MOVIMENTOS
           MOVE LINHA-RODAPE-1         TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-DIAS-DIVERGENTES TO LR2-DIAS
           MOVE CONTA-CATALOGO-DIVERGE TO LR2-CATALOGO
           MOVE LINHA-RODAPE-2         TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE ARQUIVO-ENTRADA

           CLOSE RELATORIO-KARDEX

           MOVE 'RELATORIO-KARDEX'     TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           IF  CONTA-DIAS-DIVERGENTES  > 0
               OR CONTA-CATALOGO-DIVERGE > 0
               DISPLAY NOME-PROGRAMA ' DIVERGENCIAS NO KARDEX: '
                   CONTA-DIAS-DIVERGENTES ' DIAS, '
                   CONTA-CATALOGO-DIVERGE ' ITENS CONTRA O CATALOGO'
                                       UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-MOVIMENTOS       TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
