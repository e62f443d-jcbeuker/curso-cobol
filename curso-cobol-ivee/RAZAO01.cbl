      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Razão de uma conta num período: saldo anterior à
      *    data inicial (meses anteriores de SALDOS-CONTABEIS mais as
      *    partidas do próprio mês antes da data inicial), cada
      *    partida do período em PARTIDAS-CONTABEIS (copybooks RAZ*,
      *    lançadas por LANCA01) com D/C, valor, histórico e o saldo
      *    acumulado, e no rodapé os débitos, os créditos e o saldo
      *    final. Saldo devedor positivo, credor negativo, como no
      *    balancete de BALANC01.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-RAZAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com a
      *    conta, 2a e 3a com as datas inicial e final DD/MM/AAAA (em
      *    branco, do dia 1 do mês de movimento até a data de
      *    movimento), 4a a 6a com os caminhos dos saldos contábeis,
      *    das partidas e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     RAZAO01.
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
           SELECT RELATORIO-RAZAO ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY RAZCTL.

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
       FD  RELATORIO-RAZAO.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY RAZFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'RAZAO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY RAZDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\RELRAZAO.TXT".
           03  FS-RELATORIO            PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-SALDOS          PIC X(01)        VALUE 'N'.
               88  FIM-DOS-SALDOS                       VALUE 'S'.
           03  IND-ABERTURA-IMPRESSA   PIC X(01)        VALUE 'N'.
               88  ABERTURA-IMPRESSA                    VALUE 'S'.
           03  WS-CONTA-PEDIDA         PIC X(08)        VALUE SPACES.
           03  WS-DATA-INICIAL         PIC X(10)        VALUE SPACES.
           03  WS-DATA-FINAL           PIC X(10)        VALUE SPACES.
           03  WS-DATA-TEXTO           PIC X(10)        VALUE SPACES.
           03  WS-DATA-TEXTO-R REDEFINES WS-DATA-TEXTO.
               05  WS-DIA-TEXTO        PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-MES-TEXTO        PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-TEXTO        PIC X(04).
           03  WS-DATA-AAAAMMDD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               05  WS-ANO-DATA         PIC 9(04).
               05  WS-MES-DATA         PIC 9(02).
               05  WS-DIA-DATA         PIC 9(02).
           03  WS-INICIO-AAAAMMDD      PIC 9(08)        VALUE ZEROS.
           03  WS-INICIO-R REDEFINES WS-INICIO-AAAAMMDD.
               05  WS-COMPETENCIA-INICIO
                                       PIC 9(06).
               05  FILLER              PIC 9(02).
           03  WS-FIM-AAAAMMDD         PIC 9(08)        VALUE ZEROS.
           03  WS-SALDO-ANTERIOR       PIC S9(13)V99    VALUE ZEROS.
           03  WS-SALDO-ACUMULADO      PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-DEBITOS            PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-CREDITOS           PIC S9(13)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-PARTIDAS          PIC S9(07) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(16)        VALUE
           'RAZAO DA CONTA '.
           03  LC-CONTA                PIC X(08).
           03  FILLER                  PIC X(11)        VALUE
           ' - PERIODO '.
           03  LC-DATA-INICIAL         PIC X(10).
           03  FILLER                  PIC X(03)        VALUE ' A '.
           03  LC-DATA-FINAL           PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(12)        VALUE 'DATA'.
           03  FILLER                  PIC X(04)        VALUE 'D/C'.
           03  FILLER                  PIC X(18)        VALUE
                                           '             VALOR'.
           03  FILLER                  PIC X(20)        VALUE
                                           '               SALDO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE
                                                   'HISTORICO'.

       01  LINHA-DETALHE.
           03  LD-DATA                 PIC X(10).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-DC                   PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SALDO                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-HISTORICO            PIC X(30).

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(30).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LT-VALOR                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(22)        VALUE
                                       'PARTIDAS NO PERIODO: '.
           03  LR-PARTIDAS             PIC ZZZZZZ9.

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

           IF  WS-CONTA-PEDIDA         = SPACES
               DISPLAY NOME-PROGRAMA ' CONTA NAO INFORMADA NO CARTAO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           IF  WS-DATA-INICIAL         = SPACES
               STRING '01/' DMV-MES-MOV '/' DMV-ANO-MOV
                   DELIMITED BY SIZE INTO WS-DATA-INICIAL
           END-IF

           IF  WS-DATA-FINAL           = SPACES
               MOVE DMV-DATA-MOVIMENTO TO WS-DATA-FINAL
           END-IF

           MOVE WS-DATA-INICIAL        TO WS-DATA-TEXTO
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AAAAMMDD       TO WS-INICIO-AAAAMMDD

           MOVE WS-DATA-FINAL          TO WS-DATA-TEXTO
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AAAAMMDD       TO WS-FIM-AAAAMMDD

           IF  WS-FIM-AAAAMMDD         < WS-INICIO-AAAAMMDD
               DISPLAY NOME-PROGRAMA ' DATA FINAL ANTERIOR A INICIAL: '
                   WS-DATA-INICIAL ' A ' WS-DATA-FINAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT SALDOS-CONTABEIS

           IF  NOT FS-SCT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR SALDOS-CONTABEIS, FILE STATUS: '
                   FS-SALDOS-CONTAB    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT PARTIDAS-CONTABEIS

           IF  NOT FS-PTD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR PARTIDAS-CONTABEIS, FILE STATUS: '
                   FS-PARTIDAS         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-RAZAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-RAZAO, FILE STATUS: '
                   FS-RELATORIO        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-CONTA-PEDIDA        TO LC-CONTA
           MOVE WS-DATA-INICIAL        TO LC-DATA-INICIAL
           MOVE WS-DATA-FINAL          TO LC-DATA-FINAL
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com a conta, 2a e 3a com as datas
      *    inicial e final DD/MM/AAAA, 4a a 6a com os caminhos dos
      *    saldos contábeis, das partidas e do relatório. Via PARM,
      *    aceita a conta (posições 1-8) e as datas (10-19 e 21-30).
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:8)  TO WS-CONTA-PEDIDA
               MOVE WS-PARM-CMDLINE(10:10) TO WS-DATA-INICIAL
               MOVE WS-PARM-CMDLINE(21:10) TO WS-DATA-FINAL
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:8) TO WS-CONTA-PEDIDA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:10) TO WS-DATA-INICIAL
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:10) TO WS-DATA-FINAL
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-SALDOS-CONTAB
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-PARTIDAS
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA               SECTION.
      *----------------------------------------------------------------*
      *    WS-DATA-TEXTO (DD/MM/AAAA) para WS-DATA-AAAAMMDD; data
      *    inválida encerra a execução.
      *----------------------------------------------------------------*

           IF  WS-DIA-TEXTO            NOT NUMERIC
               OR WS-MES-TEXTO         NOT NUMERIC
               OR WS-ANO-TEXTO         NOT NUMERIC
               DISPLAY NOME-PROGRAMA ' DATA INVALIDA NO CARTAO: '
                   WS-DATA-TEXTO       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-ANO-TEXTO           TO WS-ANO-DATA
           MOVE WS-MES-TEXTO           TO WS-MES-DATA
           MOVE WS-DIA-TEXTO           TO WS-DIA-DATA

           IF  FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-AAAAMMDD) NOT = 0
               DISPLAY NOME-PROGRAMA ' DATA INVALIDA NO CARTAO: '
                   WS-DATA-TEXTO       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
      *    Soma os meses fechados antes do mês da data inicial e
      *    percorre as partidas da conta pela chave alternativa a
      *    partir do dia 1 desse mês: as anteriores à data inicial
      *    completam o saldo anterior, as do período são impressas.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           MOVE WS-CONTA-PEDIDA        TO SCT-CONTA
           MOVE ZEROS                  TO SCT-COMPETENCIA
           START SALDOS-CONTABEIS
               KEY IS >= SCT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-SALDOS
           END-START

           PERFORM UNTIL FIM-DOS-SALDOS
               READ SALDOS-CONTABEIS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-SALDOS
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  SCT-CONTA       NOT = WS-CONTA-PEDIDA
                       OR SCT-COMPETENCIA
                                       NOT < WS-COMPETENCIA-INICIO
                       MOVE 'S'        TO IND-FIM-SALDOS
                   ELSE
                       ADD SCT-DEBITOS TO WS-SALDO-ANTERIOR
                       SUBTRACT SCT-CREDITOS
                                       FROM WS-SALDO-ANTERIOR
                   END-IF
           END-PERFORM

           MOVE WS-CONTA-PEDIDA        TO PTD-CONTA
           COMPUTE PTD-DATA-CONTA      = WS-COMPETENCIA-INICIO * 100
           MOVE ZEROS                  TO PTD-SEQ-CONTA
           START PARTIDAS-CONTABEIS
               KEY IS >= PTD-CHAVE-CONTA
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-ARQUIVO
           END-START

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ PARTIDAS-CONTABEIS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   EVALUATE TRUE
                       WHEN PTD-CONTA  NOT = WS-CONTA-PEDIDA
                           OR PTD-DATA-CONTA > WS-FIM-AAAAMMDD
                           MOVE 'S'    TO IND-FIM-ARQUIVO
                       WHEN PTD-DATA-CONTA < WS-INICIO-AAAAMMDD
                           PERFORM SOMA-SALDO-ANTERIOR
                       WHEN OTHER
                           PERFORM IMPRIME-PARTIDA
                   END-EVALUATE
           END-PERFORM

           PERFORM IMPRIME-ABERTURA

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-SALDO-ANTERIOR         SECTION.
      *----------------------------------------------------------------*

           IF  PTD-DEBITO
               ADD PTD-VALOR           TO WS-SALDO-ANTERIOR
           ELSE
               SUBTRACT PTD-VALOR      FROM WS-SALDO-ANTERIOR
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ABERTURA            SECTION.
      *----------------------------------------------------------------*
      *    Linha do saldo anterior, impressa uma única vez antes da
      *    primeira partida do período (ou sozinha, sem partidas).
      *----------------------------------------------------------------*

           IF  NOT ABERTURA-IMPRESSA
               MOVE 'S'                TO IND-ABERTURA-IMPRESSA
               MOVE WS-SALDO-ANTERIOR  TO WS-SALDO-ACUMULADO
               MOVE 'SALDO ANTERIOR'   TO LT-DESCRICAO
               MOVE WS-SALDO-ANTERIOR  TO LT-VALOR
               MOVE LINHA-TOTAL        TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-PARTIDA             SECTION.
      *----------------------------------------------------------------*

           PERFORM IMPRIME-ABERTURA

           IF  PTD-DEBITO
               ADD PTD-VALOR           TO WS-SALDO-ACUMULADO
                                          SOMA-DEBITOS
           ELSE
               SUBTRACT PTD-VALOR      FROM WS-SALDO-ACUMULADO
               ADD PTD-VALOR           TO SOMA-CREDITOS
           END-IF

           ADD 1                       TO CONTA-PARTIDAS

           MOVE PTD-DATA-CONTA         TO WS-DATA-AAAAMMDD
           MOVE SPACES                 TO LD-DATA
           STRING WS-DIA-DATA '/' WS-MES-DATA '/' WS-ANO-DATA
               DELIMITED BY SIZE INTO LD-DATA
           MOVE PTD-DC                 TO LD-DC
           MOVE PTD-VALOR              TO LD-VALOR
           MOVE WS-SALDO-ACUMULADO     TO LD-SALDO
           MOVE PTD-HISTORICO          TO LD-HISTORICO
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

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

           CLOSE SALDOS-CONTABEIS
           CLOSE PARTIDAS-CONTABEIS
           CLOSE RELATORIO-RAZAO

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE 'TOTAL DE DEBITOS'     TO LT-DESCRICAO
           MOVE SOMA-DEBITOS           TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAL DE CREDITOS'    TO LT-DESCRICAO
           MOVE SOMA-CREDITOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'SALDO FINAL'          TO LT-DESCRICAO
           MOVE WS-SALDO-ACUMULADO     TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-PARTIDAS         TO LR-PARTIDAS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE SALDOS-CONTABEIS

           CLOSE PARTIDAS-CONTABEIS

           CLOSE RELATORIO-RAZAO

           MOVE 'RELATORIO-RAZAO'      TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' CONTA ' WS-CONTA-PEDIDA
               ' PARTIDAS NO PERIODO: ' CONTA-PARTIDAS UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-PARTIDAS         TO AUD-QTDE-GRAVADOS

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
