      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Balancete mensal de verificação a partir do razão
      *    geral (SALDOS-CONTABEIS, copybooks RAZ*, lançado por
      *    LANCA01): uma linha por conta com o saldo de abertura
      *    (débitos menos créditos dos meses anteriores), os débitos
      *    e os créditos do mês e o saldo de fechamento, saldo
      *    devedor positivo e credor negativo. Conta sem saldo nem
      *    movimento não aparece. No rodapé os totais e a conferência
      *    débitos = créditos do mês; balancete desbalanceado sai
      *    com RETURN-CODE 4. Mostra também se o mês já foi fechado
      *    por FECHME01.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-BALANCETE passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o mês
      *    MM/AAAA (em branco usa o mês da data de movimento), 2a e
      *    3a com os caminhos dos saldos contábeis e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     BALANC01.
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
           SELECT RELATORIO-BALANCETE ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY RAZCTL.

           COPY CMPCTL.

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
       FD  RELATORIO-BALANCETE.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY RAZFD.

       COPY CMPFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'BALANC01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY RAZDADOS.
       COPY CMPDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\RELBALAN.TXT".
           03  FS-RELATORIO            PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
               05  WS-MES-BALANCETE    PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-BALANCETE    PIC X(04).
           03  WS-COMPETENCIA          PIC 9(06)        VALUE ZEROS.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-ANO-COMPETENCIA  PIC 9(04).
               05  WS-MES-COMPETENCIA  PIC 9(02).
           03  WS-CONTA-ATUAL          PIC X(08)        VALUE SPACES.
           03  WS-SALDO-ABERTURA       PIC S9(13)V99    VALUE ZEROS.
           03  WS-DEBITOS-MES          PIC S9(13)V99    VALUE ZEROS.
           03  WS-CREDITOS-MES         PIC S9(13)V99    VALUE ZEROS.
           03  WS-SALDO-FECHAMENTO     PIC S9(13)V99    VALUE ZEROS.
           03  TOT-SALDO-ABERTURA      PIC S9(13)V99    VALUE ZEROS.
           03  TOT-DEBITOS-MES         PIC S9(13)V99    VALUE ZEROS.
           03  TOT-CREDITOS-MES        PIC S9(13)V99    VALUE ZEROS.
           03  TOT-SALDO-FECHAMENTO    PIC S9(13)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CONTAS            PIC S9(05) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(37)        VALUE
           'BALANCETE DE VERIFICACAO - MES: '.
           03  LC-MES                  PIC X(07).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LC-SITUACAO             PIC X(20).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(09)        VALUE 'CONTA'.
           03  FILLER                  PIC X(19)        VALUE
                                           '     SALDO ANTERIOR'.
           03  FILLER                  PIC X(18)        VALUE
                                           '           DEBITOS'.
           03  FILLER                  PIC X(18)        VALUE
                                           '          CREDITOS'.
           03  FILLER                  PIC X(19)        VALUE
                                           '        SALDO ATUAL'.

       01  LINHA-DETALHE.
           03  LD-CONTA                PIC X(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SALDO-ABERTURA       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DEBITOS              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-CREDITOS             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SALDO-FECHAMENTO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-AVISO.
           03  LA-TEXTO                PIC X(80).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(18)        VALUE
                                       'CONTAS LISTADAS: '.
           03  LR-CONTAS               PIC ZZZZ9.

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

           IF  WS-MES-PEDIDO           = SPACES
               STRING DMV-MES-MOV '/' DMV-ANO-MOV
                   DELIMITED BY SIZE INTO WS-MES-PEDIDO
           END-IF

           IF  WS-MES-BALANCETE        NOT NUMERIC
               OR WS-ANO-BALANCETE     NOT NUMERIC
               OR WS-MES-BALANCETE     < '01'
               OR WS-MES-BALANCETE     > '12'
               DISPLAY NOME-PROGRAMA ' MES DO BALANCETE INVALIDO: '
                   WS-MES-PEDIDO       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-ANO-BALANCETE       TO WS-ANO-COMPETENCIA
           MOVE WS-MES-BALANCETE       TO WS-MES-COMPETENCIA

           OPEN INPUT SALDOS-CONTABEIS

           IF  NOT FS-SCT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR SALDOS-CONTABEIS, FILE STATUS: '
                   FS-SALDOS-CONTAB    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-BALANCETE

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-BALANCETE, STATUS: '
                   FS-RELATORIO        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CMP-ABRE-COMPETENCIAS
           MOVE WS-MES-PEDIDO          TO CMP-COMP-PEDIDA
           PERFORM CMP-VERIFICA-FECHADA
           PERFORM CMP-FECHA-COMPETENCIAS

           IF  CMP-COMPETENCIA-FECHADA
               MOVE '(MES FECHADO)'    TO LC-SITUACAO
           ELSE
               MOVE '(MES EM ABERTO)'  TO LC-SITUACAO
           END-IF

           MOVE WS-MES-PEDIDO          TO LC-MES
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês da data de movimento), 2a e 3a com os caminhos dos
      *    saldos contábeis e do relatório. Via PARM, aceita apenas
      *    o mês.
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
                       MOVE REG-PARM   TO OPE-SALDOS-CONTAB
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
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
      *    SALDOS-CONTABEIS vem em ordem de conta e competência: os
      *    meses anteriores formam a abertura, o mês pedido o
      *    movimento e os posteriores são ignorados; a quebra de
      *    conta imprime a linha.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ SALDOS-CONTABEIS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  SCT-CONTA       NOT = WS-CONTA-ATUAL
                       PERFORM IMPRIME-CONTA
                       MOVE SCT-CONTA  TO WS-CONTA-ATUAL
                   END-IF
                   EVALUATE TRUE
                       WHEN SCT-COMPETENCIA < WS-COMPETENCIA
                           ADD SCT-DEBITOS  TO WS-SALDO-ABERTURA
                           SUBTRACT SCT-CREDITOS
                                       FROM WS-SALDO-ABERTURA
                       WHEN SCT-COMPETENCIA = WS-COMPETENCIA
                           ADD SCT-DEBITOS  TO WS-DEBITOS-MES
                           ADD SCT-CREDITOS TO WS-CREDITOS-MES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-PERFORM

           PERFORM IMPRIME-CONTA

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-CONTA               SECTION.
      *----------------------------------------------------------------*
      *    Imprime a conta acumulada (se tiver saldo ou movimento),
      *    soma nos totais e zera os acumuladores da próxima conta.
      *----------------------------------------------------------------*

           IF  WS-CONTA-ATUAL          NOT = SPACES
               AND (WS-SALDO-ABERTURA  NOT = 0
                    OR WS-DEBITOS-MES  NOT = 0
                    OR WS-CREDITOS-MES NOT = 0)
               COMPUTE WS-SALDO-FECHAMENTO
                   = WS-SALDO-ABERTURA + WS-DEBITOS-MES
                   - WS-CREDITOS-MES

               MOVE WS-CONTA-ATUAL     TO LD-CONTA
               MOVE WS-SALDO-ABERTURA  TO LD-SALDO-ABERTURA
               MOVE WS-DEBITOS-MES     TO LD-DEBITOS
               MOVE WS-CREDITOS-MES    TO LD-CREDITOS
               MOVE WS-SALDO-FECHAMENTO
                                       TO LD-SALDO-FECHAMENTO
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO

               ADD 1                   TO CONTA-CONTAS
               ADD WS-SALDO-ABERTURA   TO TOT-SALDO-ABERTURA
               ADD WS-DEBITOS-MES      TO TOT-DEBITOS-MES
               ADD WS-CREDITOS-MES     TO TOT-CREDITOS-MES
               ADD WS-SALDO-FECHAMENTO TO TOT-SALDO-FECHAMENTO
           END-IF

           MOVE ZEROS                  TO WS-SALDO-ABERTURA
                                          WS-DEBITOS-MES
                                          WS-CREDITOS-MES

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CMPPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE SALDOS-CONTABEIS
           CLOSE RELATORIO-BALANCETE
           PERFORM CMP-FECHA-COMPETENCIAS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE 'TOTAIS'               TO LD-CONTA
           MOVE TOT-SALDO-ABERTURA     TO LD-SALDO-ABERTURA
           MOVE TOT-DEBITOS-MES        TO LD-DEBITOS
           MOVE TOT-CREDITOS-MES       TO LD-CREDITOS
           MOVE TOT-SALDO-FECHAMENTO   TO LD-SALDO-FECHAMENTO
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  TOT-DEBITOS-MES         = TOT-CREDITOS-MES
               MOVE 'DEBITOS E CREDITOS DO MES CONFEREM'
                                       TO LA-TEXTO
           ELSE
               MOVE 'ATENCAO: DEBITOS E CREDITOS DO MES NAO CONFEREM'
                                       TO LA-TEXTO
               DISPLAY NOME-PROGRAMA ' BALANCETE DE ' WS-MES-PEDIDO
                   ' DESBALANCEADO'    UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF
           MOVE LINHA-AVISO            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-CONTAS           TO LR-CONTAS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE SALDOS-CONTABEIS

           CLOSE RELATORIO-BALANCETE

           MOVE 'RELATORIO-BALANCETE'  TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' CONTAS NO BALANCETE: '
               CONTA-CONTAS            UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-CONTAS           TO AUD-QTDE-GRAVADOS

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
