      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório diário de vencimentos: percorre os lotes
      *    em estoque dos itens perecíveis (copybooks LOT*, gravados
      *    por RECEB01 e consumidos por BAIXA01/DEVFOR01) em ordem de
      *    item e vencimento e lista cada lote já vencido ou que
      *    vence dentro da antecedência de aviso, com a quantidade, o
      *    custo unitário da entrada e o valor a custo, para o
      *    comprador remarcar ou devolver ao fornecedor antes da
      *    perda. A antecedência é a do item no cadastro de
      *    perecíveis (PEREC01) ou, sem ela, a do cartão.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-VALIDADE passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linha 1 com a
      *    antecedência padrão em dias (3 posições, branco = 030),
      *    linhas 2 a 5 com os caminhos do catálogo, do cadastro de
      *    perecíveis, do relatório e dos lotes.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     VALID01.
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

           SELECT ITENS-PERECIVEIS ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-GOODS-CODE
           FILE STATUS IS FS-ITENS-PERECIVEIS.

           SELECT RELATORIO-VALIDADE ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-VALIDADE.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY LOTCTL.

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

       FD  ITENS-PERECIVEIS.
       01  REG-ITEM-PERECIVEL.
           03  PER-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PER-DIAS-AVISO          PIC 9(03).

       FD  RELATORIO-VALIDADE.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY LOTFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'VALID01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY LOTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PERECIVE.dat'.
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELVALID.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-ITENS-PERECIVEIS     PIC X(02)        VALUE '00'.
               88  FS-PER-OK                            VALUE '00'.
           03  FS-RELATORIO-VALIDADE   PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-HA-PERECIVEIS       PIC X(01)        VALUE 'N'.
               88  HA-PERECIVEIS                        VALUE 'S'.
           03  IND-FIM-LOTES           PIC X(01)        VALUE 'N'.
               88  FIM-DOS-LOTES                        VALUE 'S'.
           03  WS-DIAS-PADRAO          PIC 9(03)        VALUE 30.
           03  WS-DIAS-AVISO           PIC 9(03)        VALUE ZEROS.
           03  WS-DATA-MOV-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-VALIDADE-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-INT-MOVIMENTO        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-VALIDADE         PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-PARA-VENCER     PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-VALOR-LOTE           PIC S9(11)V99    VALUE ZEROS.
           03  WS-QTD-VENCIDA          PIC S9(09)       VALUE ZEROS.
           03  WS-VALOR-VENCIDO        PIC S9(11)V99    VALUE ZEROS.
           03  WS-QTD-A-VENCER         PIC S9(09)       VALUE ZEROS.
           03  WS-VALOR-A-VENCER       PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-VENCIDOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-A-VENCER          PIC S9(07) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(100)       VALUE
           'RELATORIO DE LOTES VENCIDOS E A VENCER'.

       01  LINHA-PARAMETRO.
           03  FILLER                  PIC X(30)        VALUE
                                   'ANTECEDENCIA PADRAO (DIAS): '.
           03  LP-DIAS                 PIC ZZ9.

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(05)        VALUE 'ITEM'.
           03  FILLER                  PIC X(26)        VALUE
                                                   'DESCRICAO'.
           03  FILLER                  PIC X(11)        VALUE 'LOTE'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'VALIDADE'.
           03  FILLER                  PIC X(06)        VALUE ' DIAS'.
           03  FILLER                  PIC X(07)        VALUE '  QTDE'.
           03  FILLER                  PIC X(10)        VALUE
                                                   '    CUSTO'.
           03  FILLER                  PIC X(14)        VALUE
                                                   '         VALOR'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(09)        VALUE
                                                   'SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-CODIGO               PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(25).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-LOTE                 PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALIDADE             PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DIAS                 PIC -ZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-QTDE                 PIC ZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-CUSTO                PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(09).

       01  LINHA-TOTAL.
           03  LT-ROTULO               PIC X(20).
           03  FILLER                  PIC X(08)        VALUE
                                                   ' LOTES: '.
           03  LT-LOTES                PIC ZZZZZ9.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' QTDE: '.
           03  LT-QTDE                 PIC ZZZZZZZZ9.
           03  FILLER                  PIC X(09)        VALUE
                                                   ' VALOR: '.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE ZEROS                  TO WS-DATA-MOV-AMD
           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-AMD
           COMPUTE WS-INT-MOVIMENTO
               = FUNCTION INTEGER-OF-DATE(WS-DATA-MOV-AMD)

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem cadastro de pereciveis, todo lote usa a antecedencia
      *    padrao do cartao.
           OPEN INPUT ITENS-PERECIVEIS

           IF  FS-PER-OK
               SET HA-PERECIVEIS       TO TRUE
           END-IF

      *    Sem arquivo de lotes (nenhuma entrega de perecivel ainda)
      *    o relatorio sai vazio, com os totais zerados.
           OPEN INPUT LOTES-ESTOQUE

           IF  FS-LOT-OK
               MOVE 'S'                TO IND-LOT-ABERTO
           ELSE
               IF  NOT FS-LOT-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR LOTES-ESTOQUE, FILE STATUS: '
                       FS-LOTES        UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               MOVE 'S'                TO IND-FIM-LOTES
           END-IF

           OPEN OUTPUT RELATORIO-VALIDADE

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-VALIDADE, FILE STATUS: '
                   FS-RELATORIO-VALIDADE UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-DIAS-PADRAO         TO LP-DIAS
           MOVE LINHA-PARAMETRO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linha 1 com a antecedência padrão em dias
      *    (3 posições; branco ou não numérica mantém 030), linhas 2
      *    a 5 substituem, na ordem, os caminhos do catálogo, do
      *    cadastro de perecíveis, do relatório e dos lotes; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita
      *    apenas a antecedência.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               IF  WS-PARM-CMDLINE(1:3) NUMERIC
                   MOVE WS-PARM-CMDLINE(1:3)
                                       TO WS-DIAS-PADRAO
               END-IF
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM(1:3) NUMERIC
                       MOVE REG-PARM(1:3)
                                       TO WS-DIAS-PADRAO
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
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-LOTES
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DOS-LOTES
               READ LOTES-ESTOQUE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LOTES
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  LOT-QTD-SALDO   > 0
                       PERFORM AVALIA-LOTE
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-LOTE                 SECTION.
      *----------------------------------------------------------------*
      *    Dias para vencer = validade - data de movimento. Negativo
      *    e lote vencido; ate a antecedencia do item (ou a padrao)
      *    e lote a vencer; alem dela o lote nao e listado.
      *----------------------------------------------------------------*

           MOVE LOT-VALIDADE-AMD       TO WS-VALIDADE-AMD
           COMPUTE WS-INT-VALIDADE
               = FUNCTION INTEGER-OF-DATE(WS-VALIDADE-AMD)
           COMPUTE WS-DIAS-PARA-VENCER
               = WS-INT-VALIDADE - WS-INT-MOVIMENTO

           MOVE WS-DIAS-PADRAO         TO WS-DIAS-AVISO
           IF  HA-PERECIVEIS
               MOVE LOT-GOODS-CODE     TO PER-GOODS-CODE
               READ ITENS-PERECIVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PER-DIAS-AVISO > 0
                           MOVE PER-DIAS-AVISO
                                       TO WS-DIAS-AVISO
                       END-IF
               END-READ
           END-IF

           IF  WS-DIAS-PARA-VENCER     NOT > WS-DIAS-AVISO
               COMPUTE WS-VALOR-LOTE
                   = LOT-QTD-SALDO * LOT-CUSTO-UNITARIO

               IF  WS-DIAS-PARA-VENCER < 0
                   ADD 1               TO CONTA-VENCIDOS
                   ADD LOT-QTD-SALDO   TO WS-QTD-VENCIDA
                   ADD WS-VALOR-LOTE   TO WS-VALOR-VENCIDO
                   MOVE 'VENCIDO'      TO LD-SITUACAO
               ELSE
                   ADD 1               TO CONTA-A-VENCER
                   ADD LOT-QTD-SALDO   TO WS-QTD-A-VENCER
                   ADD WS-VALOR-LOTE   TO WS-VALOR-A-VENCER
                   MOVE 'A VENCER'     TO LD-SITUACAO
               END-IF

               MOVE LOT-GOODS-CODE     TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       MOVE '** FORA DO CATALOGO **'
                                       TO LD-NOME
                   NOT INVALID KEY
                       MOVE GOODS-NAME TO LD-NOME
               END-READ

               MOVE LOT-GOODS-CODE     TO LD-CODIGO
               MOVE LOT-NUMERO         TO LD-LOTE
               MOVE LOT-VALIDADE       TO LD-VALIDADE
               MOVE WS-DIAS-PARA-VENCER
                                       TO LD-DIAS
               MOVE LOT-QTD-SALDO      TO LD-QTDE
               MOVE LOT-CUSTO-UNITARIO TO LD-CUSTO
               MOVE WS-VALOR-LOTE      TO LD-VALOR
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
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
           CLOSE ITENS-PERECIVEIS
           CLOSE LOTES-ESTOQUE
           CLOSE RELATORIO-VALIDADE

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

           MOVE 'VENCIDOS'             TO LT-ROTULO
           MOVE CONTA-VENCIDOS         TO LT-LOTES
           MOVE WS-QTD-VENCIDA         TO LT-QTDE
           MOVE WS-VALOR-VENCIDO       TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'A VENCER'             TO LT-ROTULO
           MOVE CONTA-A-VENCER         TO LT-LOTES
           MOVE WS-QTD-A-VENCER        TO LT-QTDE
           MOVE WS-VALOR-A-VENCER      TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE ARQUIVO-ENTRADA

           IF  HA-PERECIVEIS
               CLOSE ITENS-PERECIVEIS
           END-IF

           IF  LOTES-ABERTOS
               CLOSE LOTES-ESTOQUE
           END-IF

           CLOSE RELATORIO-VALIDADE

           MOVE 'RELATORIO-VALIDADE'   TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           IF  CONTA-VENCIDOS          > 0
               DISPLAY NOME-PROGRAMA ' LOTES VENCIDOS EM ESTOQUE: '
                   CONTA-VENCIDOS      UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-VENCIDOS + CONTA-A-VENCER
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
