      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Orçado x realizado de vendas por departamento: lê o
      *    HISTORICO-VENDAS permanente gravado por PR16TA01, leva cada
      *    venda ao departamento do item (GOODS-DEPARTAMENTO do
      *    catálogo) e compara o realizado do mês pedido e o
      *    acumulado do ano até ele com as metas de ORCAMENTO-VENDAS
      *    (ORCAM01), com a variação em valor e em percentual. Para o
      *    mês em curso projeta linearmente o fechamento pelos dias
      *    úteis do calendário de CALEND01: realizado / dias úteis
      *    decorridos até a data de movimento x dias úteis do mês.
      *    Mês já encerrado projeta o próprio realizado; mês futuro
      *    não tem projeção. Venda de item fora do catálogo ou sem
      *    departamento sai na linha '**' (SEM DEPARTAMENTO).
      *----------------------------------------------------------------*
      * VERSAO 05 - RELATORIO-ORCAMENTO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 04 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 03 - REG-HISTORICO-VENDA acompanhou o canal da venda
      *    (HV-CANAL: L balcao, W loja virtual) e o numero do pedido da
      *    loja virtual (HV-PEDIDO-WEB) incluidos por PR16TA01.
      * VERSAO 02 - REG-HISTORICO-VENDA acompanhou a hora da venda
      *    (HV-HORA-VENDA) e o operador assinado (HV-OPERADOR)
      *    incluidos por PR16TA01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o mês
      *    MM/AAAA (em branco usa o mês da data de movimento), 2a a
      *    6a linhas com os caminhos de HISTORICO-VENDAS, do
      *    catálogo, de DEPARTAMENTOS, de ORCAMENTO-VENDAS e de
      *    RELATORIO-ORCAMENTO. Via PARM, aceita apenas o mês.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     ORCREL01.
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
           SELECT HISTORICO-VENDAS ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO-VENDAS.

           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT DEPARTAMENTOS ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-DEPARTAMENTOS.

           SELECT RELATORIO-ORCAMENTO ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-ORCAMENTO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY ORCCTL.

           COPY CALCTL.

           COPY DMVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  HISTORICO-VENDAS.
       01  REG-HISTORICO-VENDA.
           03  HV-DATA-MOVIMENTO.
               05  HV-DIA              PIC X(02).
               05  FILLER              PIC X(01).
               05  HV-MES              PIC X(02).
               05  FILLER              PIC X(01).
               05  HV-ANO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-NR-TICKET            PIC 9(06).
           03  FILLER                  PIC X(01).
           03  HV-CODIGO-ITEM          PIC 9(04).
           03  FILLER                  PIC X(01).
           03  HV-PRECO-UNITARIO       PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  HV-QTD-VENDA            PIC 9(05).
           03  FILLER                  PIC X(01).
           03  HV-VENDEDOR             PIC X(40).
           03  FILLER                  PIC X(01).
           03  HV-ALIQ-ICMS            PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  HV-VALOR-ICMS           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  HV-MATRICULA-VENDEDOR   PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-FILIAL               PIC X(02).
           03  FILLER                  PIC X(01).
           03  HV-HORA-VENDA           PIC X(11).
           03  FILLER                  PIC X(01).
           03  HV-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-CANAL                PIC X(01).
           03  FILLER                  PIC X(01).
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01).
           03  HV-CLIENTE              PIC X(04).

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

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           03  DEP-CODIGO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  DEP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  DEP-MARGEM-ALVO         PIC 9(02)V99.

       FD  RELATORIO-ORCAMENTO.
       01  REG-RELATORIO               PIC X(132).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY ORCFD.

       COPY CALFD.

       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ORCREL01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY ORCDADOS.
       COPY CALDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE02                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE03                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DEPARTAM.dat".
           03  OPE04                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELORCAM.TXT".
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-DEPARTAMENTOS        PIC X(02)        VALUE '00'.
               88  FS-DEP-OK                            VALUE '00'.
               88  FS-DEP-NAO-EXISTE                    VALUE '35'.
           03  FS-RELATORIO-ORCAMENTO  PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-TABELA          PIC X(01)        VALUE 'N'.
               88  FIM-DA-TABELA                        VALUE 'S'.
           03  IND-HA-DEPARTAMENTOS    PIC X(01)        VALUE 'N'.
               88  HA-DEPARTAMENTOS                     VALUE 'S'.
           03  IND-HA-ORCAMENTO        PIC X(01)        VALUE 'N'.
               88  HA-ORCAMENTO                         VALUE 'S'.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
               05  WS-MES-PED          PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-PED          PIC X(04).
           03  WS-MES-NUM              PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-NUM              PIC 9(04)        VALUE ZEROS.
           03  WS-MES-VENDA            PIC 9(02)        VALUE ZEROS.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
               05  WS-AMD-ANO          PIC 9(04).
               05  WS-AMD-MES          PIC 9(02).
               05  WS-AMD-DIA          PIC 9(02).
           03  WS-DATA-MOV-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-INT-DIA              PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-FIM-MES          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-MOVIMENTO        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-UTEIS-MES            PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-UTEIS-DECORRIDOS     PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-CODIGO-ITEM          PIC X(04)        VALUE SPACES.
           03  WS-DEPTO-VENDA          PIC X(02)        VALUE SPACES.
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  WS-VARIACAO             PIC S9(11)V99    VALUE ZEROS.
           03  WS-BASE-META            PIC S9(11)V99    VALUE ZEROS.
           03  WS-ULTIMO-ITEM          PIC X(04)        VALUE SPACES.
           03  WS-ULTIMO-DEPTO         PIC X(02)        VALUE SPACES.
           03  WS-PROJECAO             PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-REAL-MES           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-META-MES           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-REAL-ANO           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-META-ANO           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-PROJECAO           PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-NO-ANO            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-DEPTO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-METAS-LIDAS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DEPTOS            PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-LINHAS            PIC S9(05) COMP-5 VALUE ZEROS.

      *    Acumuladores por departamento, na ordem de DEPARTAMENTOS
      *    (carregada primeiro); código que só aparece na venda ou no
      *    orçamento entra no fim da tabela.
       01  TAB-DEPARTAMENTOS.
           03  TD-DEPARTAMENTO         OCCURS 100 TIMES
                                       INDEXED BY TD-IDX.
               05  TD-CODIGO           PIC X(02).
               05  TD-NOME             PIC X(20).
               05  TD-REAL-MES         PIC S9(11)V99.
               05  TD-META-MES         PIC S9(11)V99.
               05  TD-REAL-ANO         PIC S9(11)V99.
               05  TD-META-ANO         PIC S9(11)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(42)        VALUE
           'ORCADO X REALIZADO DE VENDAS - MES: '.
           03  LC-MES                  PIC X(07).
           03  FILLER                  PIC X(22)        VALUE
           '   DATA DE MOVIMENTO: '.
           03  LC-DATA-MOV             PIC X(10).

       01  LINHA-DIAS-UTEIS.
           03  FILLER                  PIC X(20)        VALUE
           'DIAS UTEIS NO MES: '.
           03  LDU-UTEIS-MES           PIC ZZ9.
           03  FILLER                  PIC X(15)        VALUE
           '   DECORRIDOS: '.
           03  LDU-DECORRIDOS          PIC ZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDU-OBSERVACAO          PIC X(40)        VALUE SPACES.

       01  LINHA-TITULO-MES.
           03  FILLER                  PIC X(80)        VALUE
           'NO MES'.

       01  LINHA-COLUNAS-MES.
           03  FILLER                  PIC X(24)        VALUE
           'DP DEPARTAMENTO'.
           03  FILLER                  PIC X(18)        VALUE
           '         REALIZADO'.
           03  FILLER                  PIC X(18)        VALUE
           '            ORCADO'.
           03  FILLER                  PIC X(18)        VALUE
           '          VARIACAO'.
           03  FILLER                  PIC X(10)        VALUE
           '     VAR %'.
           03  FILLER                  PIC X(18)        VALUE
           '          PROJECAO'.
           03  FILLER                  PIC X(10)        VALUE
           '    PROJ %'.

       01  LINHA-TITULO-ANO.
           03  FILLER                  PIC X(80)        VALUE
           'ACUMULADO NO ANO ATE O MES'.

       01  LINHA-COLUNAS-ANO.
           03  FILLER                  PIC X(24)        VALUE
           'DP DEPARTAMENTO'.
           03  FILLER                  PIC X(18)        VALUE
           '         REALIZADO'.
           03  FILLER                  PIC X(18)        VALUE
           '            ORCADO'.
           03  FILLER                  PIC X(18)        VALUE
           '          VARIACAO'.
           03  FILLER                  PIC X(10)        VALUE
           '     VAR %'.

       01  LINHA-DETALHE.
           03  LD-CODIGO               PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-REALIZADO            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  LD-ORCADO               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  LD-VARIACAO             PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PERCENTUAL           PIC ZZZZ9,99-.
           03  LD-PERCENTUAL-X REDEFINES LD-PERCENTUAL
                                       PIC X(09).
           03  LD-PROJECAO             PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  LD-PROJECAO-X REDEFINES LD-PROJECAO
                                       PIC X(18).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PERC-PROJECAO        PIC ZZZZ9,99-.
           03  LD-PERC-PROJECAO-X REDEFINES LD-PERC-PROJECAO
                                       PIC X(09).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(30)        VALUE
           'VENDAS LIDAS NO ANO: '.
           03  LR-NO-ANO               PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(22)        VALUE
           'SEM DEPARTAMENTO: '.
           03  LR-SEM-DEPTO            PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM CONTA-DIAS-UTEIS

           PERFORM CARREGA-DEPARTAMENTOS

           PERFORM CARREGA-ORCAMENTO

           PERFORM ACUMULA-REALIZADO

           PERFORM IMPRIME-MES

           PERFORM IMPRIME-ANO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           IF  WS-MES-PEDIDO           = SPACES
               STRING DMV-MES-MOV '/' DMV-ANO-MOV
                   DELIMITED BY SIZE INTO WS-MES-PEDIDO
           END-IF

           IF  WS-MES-PED              NOT NUMERIC
            OR WS-ANO-PED              NOT NUMERIC
               DISPLAY NOME-PROGRAMA ' MES INVALIDO: ' WS-MES-PEDIDO
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-MES-PED             TO WS-MES-NUM
           MOVE WS-ANO-PED             TO WS-ANO-NUM

           IF  WS-MES-NUM              < 1
            OR WS-MES-NUM              > 12
            OR WS-ANO-NUM              < 1601
               DISPLAY NOME-PROGRAMA ' MES INVALIDO: ' WS-MES-PEDIDO
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           DISPLAY NOME-PROGRAMA ' MES DO ORCADO X REALIZADO: '
               WS-MES-PEDIDO           UPON CONSOLE

           OPEN INPUT HISTORICO-VENDAS

           IF  NOT FS-HIST-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                   FS-HISTORICO-VENDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem a tabela de departamentos o relatorio sai so com os
      *    codigos; sem orcamento, so com o realizado.
           OPEN INPUT DEPARTAMENTOS

           IF  FS-DEP-OK
               SET HA-DEPARTAMENTOS    TO TRUE
           ELSE
               IF  NOT FS-DEP-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR DEPARTAMENTOS, FILE STATUS: '
                       FS-DEPARTAMENTOS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT ORCAMENTO-VENDAS

           IF  FS-ORC-OK
               SET HA-ORCAMENTO        TO TRUE
           ELSE
               IF  NOT FS-ORC-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ORCAMENTO-VENDAS, FILE STATUS: '
                       FS-ORCAMENTO    UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               DISPLAY NOME-PROGRAMA
                   ' ORCAMENTO-VENDAS AUSENTE - SO O REALIZADO'
                                       UPON CONSOLE
           END-IF

           PERFORM CAL-ABRE-CALENDARIO

           OPEN OUTPUT RELATORIO-ORCAMENTO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-ORCAMENTO, FILE STATUS: '
                   FS-RELATORIO-ORCAMENTO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-MES-PEDIDO          TO LC-MES
           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOV
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês da data de movimento), 2a a 6a linhas com os caminhos
      *    de HISTORICO-VENDAS, do catálogo, de DEPARTAMENTOS, de
      *    ORCAMENTO-VENDAS e de RELATORIO-ORCAMENTO. Via PARM,
      *    aceita apenas o mês.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:7) TO WS-MES-PEDIDO
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:7) TO WS-MES-PEDIDO
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
                       MOVE REG-PARM   TO OPE-ORCAMENTO
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
           CONTA-DIAS-UTEIS            SECTION.
      *----------------------------------------------------------------*
      *    Conta os dias úteis do mês pedido e, deles, os decorridos
      *    até a data de movimento (inclusive): mês anterior ao da
      *    data de movimento está todo decorrido, mês posterior não
      *    tem nenhum.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CONTA-DIAS-UTEIS'

           MOVE DMV-ANO-MOV            TO WS-AMD-ANO
           MOVE DMV-MES-MOV            TO WS-AMD-MES
           MOVE DMV-DIA-MOV            TO WS-AMD-DIA
           MOVE WS-DATA-AMD            TO WS-DATA-MOV-AMD
           COMPUTE WS-INT-MOVIMENTO
               = FUNCTION INTEGER-OF-DATE(WS-DATA-MOV-AMD)

      *    Ultimo dia do mes: vespera do dia 1 do mes seguinte.
           IF  WS-MES-NUM              = 12
               COMPUTE WS-DATA-AMD = (WS-ANO-NUM + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATA-AMD
                   = WS-ANO-NUM * 10000 + (WS-MES-NUM + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-FIM-MES
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD) - 1

           COMPUTE WS-DATA-AMD
               = WS-ANO-NUM * 10000 + WS-MES-NUM * 100 + 1
           COMPUTE WS-INT-DIA
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)

           PERFORM UNTIL WS-INT-DIA    > WS-INT-FIM-MES
               COMPUTE CAL-DATA-TESTE-AMD
                   = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               PERFORM CAL-TESTA-DIA-UTIL
               IF  CAL-DIA-TESTADO-UTIL
                   ADD 1               TO WS-UTEIS-MES
                   IF  WS-INT-DIA      NOT > WS-INT-MOVIMENTO
                       ADD 1           TO WS-UTEIS-DECORRIDOS
                   END-IF
               END-IF
               ADD 1                   TO WS-INT-DIA
           END-PERFORM

           MOVE WS-UTEIS-MES           TO LDU-UTEIS-MES
           MOVE WS-UTEIS-DECORRIDOS    TO LDU-DECORRIDOS

           EVALUATE TRUE
               WHEN WS-UTEIS-DECORRIDOS = 0
                   MOVE 'MES NAO INICIADO - SEM PROJECAO'
                                       TO LDU-OBSERVACAO
               WHEN WS-UTEIS-DECORRIDOS = WS-UTEIS-MES
                   MOVE 'MES ENCERRADO - PROJECAO = REALIZADO'
                                       TO LDU-OBSERVACAO
               WHEN OTHER
                   MOVE 'PROJECAO LINEAR PELOS DIAS UTEIS'
                                       TO LDU-OBSERVACAO
           END-EVALUATE

           MOVE LINHA-DIAS-UTEIS       TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-DEPARTAMENTOS       SECTION.
      *----------------------------------------------------------------*
      *    Abre a tabela com todos os departamentos cadastrados, na
      *    ordem do código, para que saiam no relatório mesmo sem
      *    venda nem orçamento no período.
      *----------------------------------------------------------------*

           IF  HA-DEPARTAMENTOS
               MOVE 'N'                TO IND-FIM-TABELA
               MOVE LOW-VALUES         TO DEP-CODIGO
               START DEPARTAMENTOS
                   KEY IS >= DEP-CODIGO
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-TABELA
               END-START

               PERFORM UNTIL FIM-DA-TABELA
                   READ DEPARTAMENTOS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-TABELA
                   NOT AT END
                       MOVE DEP-CODIGO TO WS-DEPTO-VENDA
                       PERFORM LOCALIZA-DEPARTAMENTO
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-DEPARTAMENTO       SECTION.
      *----------------------------------------------------------------*
      *    Posiciona TD-IDX no código WS-DEPTO-VENDA, incluindo-o no
      *    fim da tabela quando ainda não está lá. O nome vem de
      *    DEPARTAMENTOS; '**' é a linha das vendas sem departamento.
      *----------------------------------------------------------------*

           SET TD-IDX                  TO 1
           SEARCH TD-DEPARTAMENTO
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE DEPARTAMENTOS CHEIA, SOMADO NA '
                       'ULTIMA LINHA: ' WS-DEPTO-VENDA UPON CONSOLE
                   SET TD-IDX          TO CONTA-DEPTOS
               WHEN TD-IDX             > CONTA-DEPTOS
                   ADD 1               TO CONTA-DEPTOS
                   SET TD-IDX          TO CONTA-DEPTOS
                   MOVE WS-DEPTO-VENDA TO TD-CODIGO(TD-IDX)
                   MOVE ZEROS          TO TD-REAL-MES(TD-IDX)
                   MOVE ZEROS          TO TD-META-MES(TD-IDX)
                   MOVE ZEROS          TO TD-REAL-ANO(TD-IDX)
                   MOVE ZEROS          TO TD-META-ANO(TD-IDX)
                   PERFORM NOMEIA-DEPARTAMENTO
               WHEN TD-CODIGO(TD-IDX)  = WS-DEPTO-VENDA
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           NOMEIA-DEPARTAMENTO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-DEPTO-VENDA     = '**'
                   MOVE 'SEM DEPARTAMENTO' TO TD-NOME(TD-IDX)
               WHEN HA-DEPARTAMENTOS
                   MOVE WS-DEPTO-VENDA TO DEP-CODIGO
                   READ DEPARTAMENTOS
                       INVALID KEY
                           MOVE 'NAO CADASTRADO'
                                       TO TD-NOME(TD-IDX)
                       NOT INVALID KEY
                           MOVE DEP-NOME
                                       TO TD-NOME(TD-IDX)
                   END-READ
               WHEN OTHER
                   MOVE SPACES         TO TD-NOME(TD-IDX)
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-ORCAMENTO           SECTION.
      *----------------------------------------------------------------*
      *    Soma as metas do ano pedido: a do mês pedido vai para o
      *    orçado do mês, as dos meses até ele para o acumulado.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CARREGA-ORCAMENTO'

           IF  HA-ORCAMENTO
               MOVE 'N'                TO IND-FIM-TABELA
               MOVE LOW-VALUES         TO ORC-CHAVE
               START ORCAMENTO-VENDAS
                   KEY IS >= ORC-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-TABELA
               END-START

               PERFORM UNTIL FIM-DA-TABELA
                   READ ORCAMENTO-VENDAS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-TABELA
                   NOT AT END
                       IF  ORC-ANO     = WS-ANO-NUM
                       AND ORC-MES     NOT > WS-MES-NUM
                           PERFORM SOMA-META
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-META                   SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-METAS-LIDAS

           MOVE ORC-DEPARTAMENTO       TO WS-DEPTO-VENDA
           PERFORM LOCALIZA-DEPARTAMENTO

           ADD ORC-VALOR-META          TO TD-META-ANO(TD-IDX)
           ADD ORC-VALOR-META          TO SOMA-META-ANO

           IF  ORC-MES                 = WS-MES-NUM
               ADD ORC-VALOR-META      TO TD-META-MES(TD-IDX)
               ADD ORC-VALOR-META      TO SOMA-META-MES
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-REALIZADO           SECTION.
      *----------------------------------------------------------------*
      *    Passa o HISTORICO-VENDAS: venda do ano pedido, de janeiro
      *    até o mês pedido, soma no departamento do item.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ACUMULA-REALIZADO'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  HV-ANO          = WS-ANO-PED
                   AND HV-MES          NUMERIC
                       MOVE HV-MES     TO WS-MES-VENDA
                       IF  WS-MES-VENDA NOT > WS-MES-NUM
                           PERFORM SOMA-VENDA
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-VENDA                  SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-NO-ANO

           COMPUTE WS-VALOR-VENDA
               = HV-PRECO-UNITARIO * HV-QTD-VENDA

      *    O departamento do item vem do catalogo; venda seguida do
      *    mesmo item dispensa nova leitura.
           MOVE HV-CODIGO-ITEM         TO WS-CODIGO-ITEM

           IF  WS-CODIGO-ITEM          NOT = WS-ULTIMO-ITEM
               MOVE WS-CODIGO-ITEM     TO WS-ULTIMO-ITEM
               MOVE WS-CODIGO-ITEM     TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       MOVE SPACES     TO WS-ULTIMO-DEPTO
                   NOT INVALID KEY
                       MOVE GOODS-DEPARTAMENTO
                                       TO WS-ULTIMO-DEPTO
               END-READ
           END-IF

           MOVE WS-ULTIMO-DEPTO        TO WS-DEPTO-VENDA

           IF  WS-DEPTO-VENDA          = SPACES
               MOVE '**'               TO WS-DEPTO-VENDA
               ADD 1                   TO CONTA-SEM-DEPTO
           END-IF

           PERFORM LOCALIZA-DEPARTAMENTO

           ADD WS-VALOR-VENDA          TO TD-REAL-ANO(TD-IDX)
           ADD WS-VALOR-VENDA          TO SOMA-REAL-ANO

           IF  WS-MES-VENDA            = WS-MES-NUM
               ADD WS-VALOR-VENDA      TO TD-REAL-MES(TD-IDX)
               ADD WS-VALOR-VENDA      TO SOMA-REAL-MES
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-MES                 SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-MES'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-MES       TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-COLUNAS-MES      TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TD-IDX                  TO 1
           PERFORM CONTA-DEPTOS TIMES
               MOVE TD-CODIGO(TD-IDX)  TO LD-CODIGO
               MOVE TD-NOME(TD-IDX)    TO LD-NOME
               MOVE TD-REAL-MES(TD-IDX)
                                       TO WS-PROJECAO
               PERFORM CALCULA-PROJECAO
               ADD WS-PROJECAO         TO SOMA-PROJECAO
               MOVE TD-REAL-MES(TD-IDX)
                                       TO LD-REALIZADO
               MOVE TD-META-MES(TD-IDX)
                                       TO LD-ORCADO
               PERFORM MONTA-VARIACAO-MES
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1                   TO CONTA-LINHAS
               SET TD-IDX              UP BY 1
           END-PERFORM

           MOVE '  '                   TO LD-CODIGO
           MOVE 'TOTAL'                TO LD-NOME
           MOVE SOMA-REAL-MES          TO LD-REALIZADO
           MOVE SOMA-META-MES          TO LD-ORCADO
           MOVE SOMA-REAL-MES          TO WS-VARIACAO
           SUBTRACT SOMA-META-MES      FROM WS-VARIACAO
           MOVE WS-VARIACAO            TO LD-VARIACAO
           MOVE SOMA-META-MES          TO WS-BASE-META
           MOVE SOMA-PROJECAO          TO WS-PROJECAO
           PERFORM MONTA-PERCENTUAIS
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-PROJECAO            SECTION.
      *----------------------------------------------------------------*
      *    Recebe o realizado do mês em WS-PROJECAO e devolve o
      *    fechamento projetado pelos dias úteis.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-UTEIS-DECORRIDOS = 0
                   MOVE ZEROS          TO WS-PROJECAO
               WHEN WS-UTEIS-DECORRIDOS < WS-UTEIS-MES
                   COMPUTE WS-PROJECAO ROUNDED
                       = WS-PROJECAO * WS-UTEIS-MES
                                     / WS-UTEIS-DECORRIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-VARIACAO-MES          SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-VARIACAO
               = TD-REAL-MES(TD-IDX) - TD-META-MES(TD-IDX)
           MOVE WS-VARIACAO            TO LD-VARIACAO
           MOVE TD-META-MES(TD-IDX)    TO WS-BASE-META
           PERFORM MONTA-PERCENTUAIS

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-PERCENTUAIS           SECTION.
      *----------------------------------------------------------------*
      *    Recebe a meta em WS-BASE-META (zero = sem meta), a
      *    variação em WS-VARIACAO e a projeção em WS-PROJECAO, e
      *    monta a variação % e a projeção % da meta na linha.
      *----------------------------------------------------------------*

           IF  WS-UTEIS-DECORRIDOS     = 0
               MOVE SPACES             TO LD-PROJECAO-X
           ELSE
               MOVE WS-PROJECAO        TO LD-PROJECAO
           END-IF

           IF  WS-BASE-META            = 0
               MOVE ' SEM META'        TO LD-PERCENTUAL-X
               MOVE SPACES             TO LD-PERC-PROJECAO-X
           ELSE
               IF  WS-UTEIS-DECORRIDOS = 0
                   MOVE SPACES         TO LD-PERC-PROJECAO-X
               ELSE
                   COMPUTE LD-PERC-PROJECAO ROUNDED
                       = WS-PROJECAO * 100 / WS-BASE-META
                       ON SIZE ERROR
                           MOVE '  99999+' TO LD-PERC-PROJECAO-X
                   END-COMPUTE
               END-IF
               COMPUTE LD-PERCENTUAL ROUNDED
                   = WS-VARIACAO * 100 / WS-BASE-META
                   ON SIZE ERROR
                       MOVE '  99999+' TO LD-PERCENTUAL-X
               END-COMPUTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ANO                 SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-ANO'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-ANO       TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-COLUNAS-ANO      TO REG-RELATORIO
           WRITE REG-RELATORIO

      *    O acumulado nao tem projecao: as colunas ficam vazias.
           SET TD-IDX                  TO 1
           PERFORM CONTA-DEPTOS TIMES
               MOVE TD-CODIGO(TD-IDX)  TO LD-CODIGO
               MOVE TD-NOME(TD-IDX)    TO LD-NOME
               MOVE TD-REAL-ANO(TD-IDX)
                                       TO LD-REALIZADO
               MOVE TD-META-ANO(TD-IDX)
                                       TO LD-ORCADO
               COMPUTE WS-VARIACAO
                   = TD-REAL-ANO(TD-IDX) - TD-META-ANO(TD-IDX)
               MOVE WS-VARIACAO        TO LD-VARIACAO
               MOVE TD-META-ANO(TD-IDX)
                                       TO WS-BASE-META
               PERFORM MONTA-PERCENTUAIS
               MOVE SPACES             TO LD-PROJECAO-X
               MOVE SPACES             TO LD-PERC-PROJECAO-X
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1                   TO CONTA-LINHAS
               SET TD-IDX              UP BY 1
           END-PERFORM

           MOVE '  '                   TO LD-CODIGO
           MOVE 'TOTAL'                TO LD-NOME
           MOVE SOMA-REAL-ANO          TO LD-REALIZADO
           MOVE SOMA-META-ANO          TO LD-ORCADO
           COMPUTE WS-VARIACAO = SOMA-REAL-ANO - SOMA-META-ANO
           MOVE WS-VARIACAO            TO LD-VARIACAO
           MOVE SOMA-META-ANO          TO WS-BASE-META
           PERFORM MONTA-PERCENTUAIS
           MOVE SPACES                 TO LD-PROJECAO-X
           MOVE SPACES                 TO LD-PERC-PROJECAO-X
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CALPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE HISTORICO-VENDAS
           CLOSE ARQUIVO-ENTRADA
           CLOSE DEPARTAMENTOS
           CLOSE ORCAMENTO-VENDAS
           CLOSE RELATORIO-ORCAMENTO
           PERFORM CAL-FECHA-CALENDARIO

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

           MOVE CONTA-NO-ANO           TO LR-NO-ANO
           MOVE CONTA-SEM-DEPTO        TO LR-SEM-DEPTO
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-DATA-MOVIMENTO     TO DMV-LINHA-DATA
           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' VENDAS NO ANO: ' CONTA-NO-ANO
               ' SEM DEPARTAMENTO: ' CONTA-SEM-DEPTO
               ' METAS LIDAS: ' CONTA-METAS-LIDAS UPON CONSOLE

           CLOSE HISTORICO-VENDAS
           CLOSE ARQUIVO-ENTRADA

           IF  HA-DEPARTAMENTOS
               CLOSE DEPARTAMENTOS
           END-IF

           IF  HA-ORCAMENTO
               CLOSE ORCAMENTO-VENDAS
           END-IF

           PERFORM CAL-FECHA-CALENDARIO

           CLOSE RELATORIO-ORCAMENTO

           MOVE 'RELATORIO-ORCAMENTO'  TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

      *    Venda sem departamento nao fecha com o orcado: aviso.
           IF  CONTA-SEM-DEPTO         > 0
               MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LINHAS           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
