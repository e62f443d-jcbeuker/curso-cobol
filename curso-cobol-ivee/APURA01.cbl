      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Apuração mensal do ICMS: os débitos pelas saídas vêm
      *    do HISTORICO-VENDAS (HV-VALOR-ICMS gravado por PR16TA01,
      *    os mesmos que FISCAL01 resume), os créditos pelas entradas
      *    e os estornos de crédito das devoluções vêm do livro de
      *    entradas (copybooks LVE*, gravado por RECEB01 e DEVFOR01).
      *    RELATORIO-APURACAO mostra os débitos por alíquota, os
      *    créditos e estornos por UF e alíquota e o fechamento:
      *    débitos + estornos - créditos - saldo credor do mês
      *    anterior; resultado positivo é o ICMS a recolher, negativo
      *    é o saldo credor a transportar. O fechamento do mês fica
      *    em SALDO-ICMS, chaveado pela competência AAAAMM, e o
      *    saldo credor dele abre a apuração do mês seguinte.
      *----------------------------------------------------------------*
      * VERSAO 05 - RELATORIO-APURACAO passa a ser registrado, ao ser
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
      *    MM/AAAA (em branco usa o mês corrente), 2a a 5a com os
      *    caminhos do histórico de vendas, do livro de entradas, do
      *    saldo do ICMS e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     APURA01.
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

           SELECT SALDO-ICMS ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIC-COMPETENCIA
           FILE STATUS IS FS-SALDO-ICMS.

           SELECT RELATORIO-APURACAO ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-APURACAO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY LVECTL.

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

      *    Fechamento de cada mês apurado: os totais do mês, o saldo
      *    credor que veio do mês anterior, o ICMS a recolher e o
      *    saldo credor transportado para o mês seguinte.
       FD  SALDO-ICMS.
       01  REG-SALDO-ICMS.
           03  SIC-COMPETENCIA         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  SIC-DEBITOS             PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  SIC-CREDITOS            PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  SIC-ESTORNOS            PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  SIC-SALDO-ANTERIOR      PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  SIC-A-RECOLHER          PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  SIC-SALDO-CREDOR        PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  SIC-DATA-APURACAO       PIC X(10).

       FD  RELATORIO-APURACAO.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY LVEFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'APURA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY LVEDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\SALDOICM.dat'.
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELAPURA.TXT".
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
           03  FS-SALDO-ICMS           PIC X(02)        VALUE '00'.
               88  FS-SIC-OK                            VALUE '00'.
               88  FS-SIC-NAO-EXISTE                    VALUE '35'.
           03  FS-RELATORIO-APURACAO   PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-LIVRO           PIC X(01)        VALUE 'N'.
               88  FIM-DO-LIVRO                         VALUE 'S'.
           03  IND-HA-LIVRO            PIC X(01)        VALUE 'N'.
               88  HA-LIVRO                             VALUE 'S'.
           03  IND-HA-REGISTRO         PIC X(01)        VALUE 'N'.
               88  HA-REGISTRO                          VALUE 'S'.
      *    Tabela cheia: o valor entra nos totais da apuração, mas
      *    não no detalhamento por alíquota ou UF.
           03  IND-LINHA-NA-TABELA     PIC X(01)        VALUE 'S'.
               88  LINHA-NA-TABELA                      VALUE 'S'.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
               05  WS-MES-APURACAO     PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-APURACAO     PIC X(04).
           03  WS-COMPETENCIA          PIC 9(06)        VALUE ZEROS.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-ANO-COMPETENCIA  PIC 9(04).
               05  WS-MES-COMPETENCIA  PIC 9(02).
           03  WS-COMPETENCIA-ANTERIOR PIC 9(06)        VALUE ZEROS.
           03  WS-COMPETENCIA-ANT-R REDEFINES WS-COMPETENCIA-ANTERIOR.
               05  WS-ANO-ANTERIOR     PIC 9(04).
               05  WS-MES-ANTERIOR     PIC 9(02).
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  WS-TOTAL-DEBITOS        PIC S9(09)V99    VALUE ZEROS.
           03  WS-TOTAL-CREDITOS       PIC S9(09)V99    VALUE ZEROS.
           03  WS-TOTAL-ESTORNOS       PIC S9(09)V99    VALUE ZEROS.
           03  WS-SALDO-ANTERIOR       PIC S9(09)V99    VALUE ZEROS.
           03  WS-RESULTADO            PIC S9(11)V99    VALUE ZEROS.
           03  WS-A-RECOLHER           PIC S9(09)V99    VALUE ZEROS.
           03  WS-SALDO-CREDOR         PIC S9(09)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-VENDAS-MES        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LANCAMENTOS-MES   PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ALIQS             PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-ENTRADAS          PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-ALIQ             PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-ENTRADA          PIC S9(04) COMP-5 VALUE ZEROS.

      *    Débitos do mês por alíquota de saída.
       01  TAB-DEBITOS-ALIQUOTA.
           03  TDB-ENTRADA             OCCURS 20 TIMES
                                       INDEXED BY TDB-IDX.
               05  TDB-ALIQ            PIC 9(02)V99.
               05  TDB-BASE            PIC S9(11)V99.
               05  TDB-ICMS            PIC S9(09)V99.

      *    Créditos ('E') e estornos ('D') do mês por UF do
      *    fornecedor e alíquota da nota.
       01  TAB-ENTRADAS-UF.
           03  TEN-ENTRADA             OCCURS 300 TIMES
                                       INDEXED BY TEN-IDX.
               05  TEN-TIPO            PIC X(01).
               05  TEN-UF              PIC X(02).
               05  TEN-ALIQ            PIC 9(02)V99.
               05  TEN-BASE            PIC S9(11)V99.
               05  TEN-ICMS            PIC S9(09)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(26)        VALUE
           'APURACAO DO ICMS - MES: '.
           03  LC-MES                  PIC X(07).

       01  LINHA-TITULO.
           03  LT-TITULO               PIC X(80).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(10)        VALUE 'UF'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(09)        VALUE
                                                   'ALIQUOTA'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(16)        VALUE
                                                   'BASE DE CALCULO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(14)        VALUE 'ICMS'.

       01  LINHA-DETALHE.
           03  LD-UF                   PIC X(10).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-ALIQ                 PIC X(08).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-BASE                 PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-ICMS                 PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(40).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(18)        VALUE
                                       'VENDAS NO MES: '.
           03  LR-VENDAS               PIC ZZZZZZ9.
           03  FILLER                  PIC X(26)        VALUE
                                       '  LANCAMENTOS NO LIVRO: '.
           03  LR-LANCAMENTOS          PIC ZZZZZZ9.

       01  WS-ALIQ-ED                  PIC Z9,99.

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

           IF  WS-MES-PEDIDO           = SPACES
               PERFORM OBTER-DATA-HORA
               STRING DTH-MES-ATUAL '/' DTH-ANO-ATUAL
                   DELIMITED BY SIZE INTO WS-MES-PEDIDO
           END-IF

           IF  WS-MES-APURACAO         NOT NUMERIC
               OR WS-ANO-APURACAO      NOT NUMERIC
               OR WS-MES-APURACAO      < '01'
               OR WS-MES-APURACAO      > '12'
               DISPLAY NOME-PROGRAMA ' MES DA APURACAO INVALIDO: '
                   WS-MES-PEDIDO       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-ANO-APURACAO        TO WS-ANO-COMPETENCIA
           MOVE WS-MES-APURACAO        TO WS-MES-COMPETENCIA

           IF  WS-MES-COMPETENCIA      = 1
               COMPUTE WS-ANO-ANTERIOR = WS-ANO-COMPETENCIA - 1
               MOVE 12                 TO WS-MES-ANTERIOR
           ELSE
               MOVE WS-ANO-COMPETENCIA TO WS-ANO-ANTERIOR
               COMPUTE WS-MES-ANTERIOR = WS-MES-COMPETENCIA - 1
           END-IF

           DISPLAY NOME-PROGRAMA ' MES DA APURACAO: ' WS-MES-PEDIDO
                                       UPON CONSOLE

           OPEN INPUT HISTORICO-VENDAS

           IF  NOT FS-HIST-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                   FS-HISTORICO-VENDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem o livro de entradas (nenhuma entrega com a nota
      *    registrada ainda) o mes nao tem credito nem estorno.
           OPEN INPUT LIVRO-ENTRADAS

           IF  FS-LVE-OK
               SET HA-LIVRO            TO TRUE
           ELSE
               IF  NOT FS-LVE-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR LIVRO-ENTRADAS, FILE STATUS: '
                       FS-LIVENTR      UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN I-O SALDO-ICMS

           IF  FS-SIC-NAO-EXISTE
               OPEN OUTPUT SALDO-ICMS
               CLOSE SALDO-ICMS
               OPEN I-O SALDO-ICMS
           END-IF

           IF  NOT FS-SIC-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR SALDO-ICMS, FILE STATUS: '
                   FS-SALDO-ICMS       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-APURACAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-APURACAO, FILE STATUS: '
                   FS-RELATORIO-APURACAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM OBTEM-SALDO-ANTERIOR

           MOVE WS-MES-PEDIDO          TO LC-MES
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês corrente), 2a a 5a com os caminhos do histórico de
      *    vendas, do livro de entradas, do saldo do ICMS e do
      *    relatório. Via PARM, aceita apenas o mês.
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
                       MOVE REG-PARM   TO OPE-LIVENTR
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
           OBTEM-SALDO-ANTERIOR        SECTION.
      *----------------------------------------------------------------*
      *    O saldo credor transportado pelo fechamento do mês
      *    anterior abre a apuração; mês anterior não apurado começa
      *    sem saldo, com aviso. Mês posterior já apurado também é
      *    avisado: o saldo dele partiu do fechamento que esta
      *    execução vai regravar, e precisa ser reapurado.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-SALDO-ANTERIOR

           MOVE WS-COMPETENCIA-ANTERIOR
                                       TO SIC-COMPETENCIA
           READ SALDO-ICMS
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' MES ANTERIOR NAO APURADO, SEM SALDO CREDOR: '
                       WS-COMPETENCIA-ANTERIOR UPON CONSOLE
               NOT INVALID KEY
                   MOVE SIC-SALDO-CREDOR
                                       TO WS-SALDO-ANTERIOR
           END-READ

           MOVE WS-COMPETENCIA         TO SIC-COMPETENCIA
           START SALDO-ICMS
               KEY IS > SIC-COMPETENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SALDO-ICMS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY NOME-PROGRAMA
                           ' ATENCAO: MES POSTERIOR JA APURADO ('
                           SIC-COMPETENCIA ') - REAPURAR EM SEGUIDA'
                                       UPON CONSOLE
                   END-READ
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  HV-MES          = WS-MES-APURACAO
                       AND HV-ANO      = WS-ANO-APURACAO
                       ADD 1           TO CONTA-VENDAS-MES
                       PERFORM ACUMULA-DEBITO
                   END-IF
           END-PERFORM

           IF  HA-LIVRO
               PERFORM UNTIL FIM-DO-LIVRO
                   READ LIVRO-ENTRADAS
                   AT END
                       MOVE 'S'        TO IND-FIM-LIVRO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       IF  LVE-MES     = WS-MES-APURACAO
                           AND LVE-ANO = WS-ANO-APURACAO
                           AND (LVE-E-ENTRADA OR LVE-E-ESTORNO)
                           ADD 1       TO CONTA-LANCAMENTOS-MES
                           PERFORM ACUMULA-ENTRADA
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-DEBITO              SECTION.
      *----------------------------------------------------------------*
      *    Soma a venda corrente no débito da sua alíquota, com a
      *    mesma regra de FISCAL01: alíquota ou ICMS inválido no
      *    histórico vale zero.
      *----------------------------------------------------------------*

           IF  HV-ALIQ-ICMS            NOT NUMERIC
               MOVE ZEROS              TO HV-ALIQ-ICMS
           END-IF
           IF  HV-VALOR-ICMS           NOT NUMERIC
               MOVE ZEROS              TO HV-VALOR-ICMS
           END-IF

           COMPUTE WS-VALOR-VENDA
               = HV-PRECO-UNITARIO * HV-QTD-VENDA

           MOVE 'S'                    TO IND-LINHA-NA-TABELA
           SET TDB-IDX                 TO 1
           SEARCH TDB-ENTRADA
               AT END
                   MOVE 'N'            TO IND-LINHA-NA-TABELA
               WHEN TDB-IDX            > CONTA-ALIQS
                   ADD 1               TO CONTA-ALIQS
                   MOVE HV-ALIQ-ICMS   TO TDB-ALIQ(TDB-IDX)
                   MOVE ZEROS          TO TDB-BASE(TDB-IDX)
                   MOVE ZEROS          TO TDB-ICMS(TDB-IDX)
               WHEN TDB-ALIQ(TDB-IDX)  = HV-ALIQ-ICMS
                   CONTINUE
           END-SEARCH

           IF  LINHA-NA-TABELA
               ADD WS-VALOR-VENDA      TO TDB-BASE(TDB-IDX)
               ADD HV-VALOR-ICMS       TO TDB-ICMS(TDB-IDX)
           END-IF
           ADD HV-VALOR-ICMS           TO WS-TOTAL-DEBITOS

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-ENTRADA             SECTION.
      *----------------------------------------------------------------*
      *    Soma o lançamento do livro no crédito ('E') ou no estorno
      *    ('D') da sua UF e alíquota.
      *----------------------------------------------------------------*

           IF  LVE-BASE-ICMS           NOT NUMERIC
               MOVE ZEROS              TO LVE-BASE-ICMS
           END-IF
           IF  LVE-ALIQ-ICMS           NOT NUMERIC
               MOVE ZEROS              TO LVE-ALIQ-ICMS
           END-IF
           IF  LVE-VALOR-ICMS          NOT NUMERIC
               MOVE ZEROS              TO LVE-VALOR-ICMS
           END-IF

           MOVE 'S'                    TO IND-LINHA-NA-TABELA
           SET TEN-IDX                 TO 1
           SEARCH TEN-ENTRADA
               AT END
                   MOVE 'N'            TO IND-LINHA-NA-TABELA
               WHEN TEN-IDX            > CONTA-ENTRADAS
                   ADD 1               TO CONTA-ENTRADAS
                   MOVE LVE-TIPO       TO TEN-TIPO(TEN-IDX)
                   MOVE LVE-UF         TO TEN-UF(TEN-IDX)
                   MOVE LVE-ALIQ-ICMS  TO TEN-ALIQ(TEN-IDX)
                   MOVE ZEROS          TO TEN-BASE(TEN-IDX)
                   MOVE ZEROS          TO TEN-ICMS(TEN-IDX)
               WHEN TEN-TIPO(TEN-IDX)  = LVE-TIPO
                   AND TEN-UF(TEN-IDX) = LVE-UF
                   AND TEN-ALIQ(TEN-IDX) = LVE-ALIQ-ICMS
                   CONTINUE
           END-SEARCH

           IF  LINHA-NA-TABELA
               ADD LVE-BASE-ICMS       TO TEN-BASE(TEN-IDX)
               ADD LVE-VALOR-ICMS      TO TEN-ICMS(TEN-IDX)
           END-IF

           IF  LVE-E-ENTRADA
               ADD LVE-VALOR-ICMS      TO WS-TOTAL-CREDITOS
           ELSE
               ADD LVE-VALOR-ICMS      TO WS-TOTAL-ESTORNOS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ENTRADAS            SECTION.
      *----------------------------------------------------------------*
      *    Lista as linhas da tabela de entradas do tipo pedido em
      *    LVE-TIPO-ATUAL ('E' créditos, 'D' estornos).
      *----------------------------------------------------------------*

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-SUB-ENTRADA FROM 1 BY 1
               UNTIL WS-SUB-ENTRADA > CONTA-ENTRADAS
               IF  TEN-TIPO(WS-SUB-ENTRADA) = LVE-TIPO-ATUAL
                   MOVE TEN-UF(WS-SUB-ENTRADA)
                                       TO LD-UF
                   MOVE TEN-ALIQ(WS-SUB-ENTRADA)
                                       TO WS-ALIQ-ED
                   PERFORM FORMATA-ALIQUOTA
                   MOVE TEN-BASE(WS-SUB-ENTRADA)
                                       TO LD-BASE
                   MOVE TEN-ICMS(WS-SUB-ENTRADA)
                                       TO LD-ICMS
                   MOVE LINHA-DETALHE  TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-ALIQUOTA            SECTION.
      *----------------------------------------------------------------*
      *    Monta a coluna de alíquota: zero imprime ISENTO/ST, o resto
      *    imprime o percentual editado.
      *----------------------------------------------------------------*

           IF  WS-ALIQ-ED              = '00,00' OR ' 0,00'
               MOVE 'ISENT/ST'         TO LD-ALIQ
           ELSE
               MOVE SPACES             TO LD-ALIQ
               STRING WS-ALIQ-ED ' %'
                   DELIMITED BY SIZE INTO LD-ALIQ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FECHA-APURACAO              SECTION.
      *----------------------------------------------------------------*
      *    Débitos + estornos - créditos - saldo credor anterior:
      *    positivo é o ICMS a recolher no mês, negativo vira saldo
      *    credor a transportar. O fechamento é regravado em
      *    SALDO-ICMS (ou incluído, na primeira apuração do mês).
      *----------------------------------------------------------------*

           COMPUTE WS-RESULTADO
               = WS-TOTAL-DEBITOS + WS-TOTAL-ESTORNOS
               - WS-TOTAL-CREDITOS - WS-SALDO-ANTERIOR

           IF  WS-RESULTADO            > 0
               MOVE WS-RESULTADO       TO WS-A-RECOLHER
               MOVE ZEROS              TO WS-SALDO-CREDOR
           ELSE
               MOVE ZEROS              TO WS-A-RECOLHER
               COMPUTE WS-SALDO-CREDOR = 0 - WS-RESULTADO
           END-IF

           MOVE WS-COMPETENCIA         TO SIC-COMPETENCIA

           READ SALDO-ICMS
               INVALID KEY
                   MOVE 'N'            TO IND-HA-REGISTRO
               NOT INVALID KEY
                   MOVE 'S'            TO IND-HA-REGISTRO
           END-READ

           MOVE SPACES                 TO REG-SALDO-ICMS
           MOVE WS-COMPETENCIA         TO SIC-COMPETENCIA
           MOVE WS-TOTAL-DEBITOS       TO SIC-DEBITOS
           MOVE WS-TOTAL-CREDITOS      TO SIC-CREDITOS
           MOVE WS-TOTAL-ESTORNOS      TO SIC-ESTORNOS
           MOVE WS-SALDO-ANTERIOR      TO SIC-SALDO-ANTERIOR
           MOVE WS-A-RECOLHER          TO SIC-A-RECOLHER
           MOVE WS-SALDO-CREDOR        TO SIC-SALDO-CREDOR
           PERFORM OBTER-DATA-HORA
           MOVE DTH-DATA-ATUAL-RED     TO SIC-DATA-APURACAO

           IF  HA-REGISTRO
               REWRITE REG-SALDO-ICMS
           ELSE
               WRITE REG-SALDO-ICMS
           END-IF

           IF  NOT FS-SIC-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR SALDO-ICMS, FILE STATUS: '
                   FS-SALDO-ICMS       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-TOTAL               SECTION.
      *----------------------------------------------------------------*

           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE HISTORICO-VENDAS
           CLOSE LIVRO-ENTRADAS
           CLOSE SALDO-ICMS
           CLOSE RELATORIO-APURACAO

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE 'DEBITOS POR SAIDAS (VENDAS) POR ALIQUOTA'
                                       TO LT-TITULO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-SUB-ALIQ FROM 1 BY 1
               UNTIL WS-SUB-ALIQ > CONTA-ALIQS
               MOVE SPACES             TO LD-UF
               MOVE TDB-ALIQ(WS-SUB-ALIQ)
                                       TO WS-ALIQ-ED
               PERFORM FORMATA-ALIQUOTA
               MOVE TDB-BASE(WS-SUB-ALIQ)
                                       TO LD-BASE
               MOVE TDB-ICMS(WS-SUB-ALIQ)
                                       TO LD-ICMS
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE 'CREDITOS POR ENTRADAS POR UF E ALIQUOTA'
                                       TO LT-TITULO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO
           SET LVE-ENTRADA             TO TRUE
           PERFORM IMPRIME-ENTRADAS

           MOVE 'ESTORNOS DE CREDITO (DEVOLUCOES A FORNECEDOR)'
                                       TO LT-TITULO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO
           SET LVE-ESTORNO             TO TRUE
           PERFORM IMPRIME-ENTRADAS

           PERFORM FECHA-APURACAO

           MOVE 'APURACAO DO MES'      TO LT-TITULO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '(+) DEBITOS POR SAIDAS'
                                       TO LT-DESCRICAO
           MOVE WS-TOTAL-DEBITOS       TO LT-VALOR
           PERFORM IMPRIME-TOTAL

           MOVE '(+) ESTORNOS DE CREDITO'
                                       TO LT-DESCRICAO
           MOVE WS-TOTAL-ESTORNOS      TO LT-VALOR
           PERFORM IMPRIME-TOTAL

           MOVE '(-) CREDITOS POR ENTRADAS'
                                       TO LT-DESCRICAO
           MOVE WS-TOTAL-CREDITOS      TO LT-VALOR
           PERFORM IMPRIME-TOTAL

           MOVE '(-) SALDO CREDOR DO MES ANTERIOR'
                                       TO LT-DESCRICAO
           MOVE WS-SALDO-ANTERIOR      TO LT-VALOR
           PERFORM IMPRIME-TOTAL

           MOVE '(=) ICMS A RECOLHER'  TO LT-DESCRICAO
           MOVE WS-A-RECOLHER          TO LT-VALOR
           PERFORM IMPRIME-TOTAL

           MOVE '(=) SALDO CREDOR A TRANSPORTAR'
                                       TO LT-DESCRICAO
           MOVE WS-SALDO-CREDOR        TO LT-VALOR
           PERFORM IMPRIME-TOTAL

           MOVE CONTA-VENDAS-MES       TO LR-VENDAS
           MOVE CONTA-LANCAMENTOS-MES  TO LR-LANCAMENTOS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE HISTORICO-VENDAS

           IF  HA-LIVRO
               CLOSE LIVRO-ENTRADAS
           END-IF

           CLOSE SALDO-ICMS

           CLOSE RELATORIO-APURACAO

           MOVE 'RELATORIO-APURACAO'   TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' ICMS A RECOLHER: ' WS-A-RECOLHER
               ' SALDO CREDOR: ' WS-SALDO-CREDOR UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE 1                      TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
