      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Lançamento no razão geral dos LANCAMENTOS do dia
      *    gerados por CONTAB01: cada linha vira uma partida em
      *    PARTIDAS-CONTABEIS e soma no débito ou no crédito da conta
      *    no mês em SALDOS-CONTABEIS (copybooks RAZ*), de onde saem
      *    o balancete de BALANC01 e o razão de RAZAO01. O arquivo
      *    inteiro é conferido antes de lançar qualquer linha: data
      *    diferente entre as linhas, conta em branco, D/C ou valor
      *    inválido recusam o lote sem gravar nada. Dia que já tem
      *    partidas no razão é recusado (protege contra lançar o
      *    mesmo dia duas vezes), assim como dia de competência
      *    fechada por FECHME01. Dia com débitos diferentes dos
      *    créditos é lançado, como foi ao pacote contábil, mas
      *    acusado no relatório com RETURN-CODE 4.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-LANCAMENTO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 a 4 com os
      *    caminhos dos lançamentos do dia, dos saldos contábeis, das
      *    partidas e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     LANCA01.
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
           SELECT LANCAMENTOS ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

           SELECT RELATORIO-LANCAMENTO ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY RAZCTL.

           COPY CMPCTL.

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
      *    Linha do leiaute de importação gravada por CONTAB01: data,
      *    conta, D/C, valor com ponto decimal e histórico, separados
      *    por vírgula em posições fixas.
       FD  LANCAMENTOS.
       01  REG-LANCAMENTO              PIC X(100).
       01  REG-LANCAMENTO-R REDEFINES REG-LANCAMENTO.
           03  LAN-DATA.
               05  LAN-DIA             PIC X(02).
               05  FILLER              PIC X(01).
               05  LAN-MES             PIC X(02).
               05  FILLER              PIC X(01).
               05  LAN-ANO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  LAN-CONTA               PIC X(08).
           03  FILLER                  PIC X(01).
           03  LAN-DC                  PIC X(01).
               88  LAN-DC-VALIDO                        VALUE 'D' 'C'.
               88  LAN-DEBITO                           VALUE 'D'.
           03  FILLER                  PIC X(01).
           03  LAN-VALOR-INTEIRO       PIC X(11).
           03  LAN-PONTO               PIC X(01).
           03  LAN-VALOR-CENTAVOS      PIC X(02).
           03  FILLER                  PIC X(01).
           03  LAN-HISTORICO           PIC X(30).
           03  FILLER                  PIC X(33).

       FD  RELATORIO-LANCAMENTO.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY RAZFD.

       COPY CMPFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'LANCA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY RAZDADOS.
       COPY CMPDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\LANCADIA.TXT".
           03  OPE02                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\RELLANCA.TXT".
           03  FS-LANCAMENTOS          PIC X(02)        VALUE '00'.
               88  FS-LAN-OK                            VALUE '00'.
           03  FS-RELATORIO            PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-LOTE-VALIDO         PIC X(01)        VALUE 'S'.
               88  LOTE-VALIDO                          VALUE 'S'.
           03  WS-DATA-LOTE            PIC X(10)        VALUE SPACES.
           03  WS-DATA-LOTE-R REDEFINES WS-DATA-LOTE.
               05  WS-DIA-LOTE         PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-MES-LOTE         PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-LOTE         PIC X(04).
           03  WS-DATA-AAAAMMDD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               05  WS-ANO-DATA         PIC 9(04).
               05  WS-MES-DATA         PIC 9(02).
               05  WS-DIA-DATA         PIC 9(02).
           03  WS-COMPETENCIA          PIC 9(06)        VALUE ZEROS.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-ANO-COMPETENCIA  PIC 9(04).
               05  WS-MES-COMPETENCIA  PIC 9(02).
           03  WS-VALOR-TEXTO          PIC X(13)        VALUE SPACES.
           03  WS-VALOR-DIGITOS REDEFINES WS-VALOR-TEXTO
                                       PIC 9(11)V99.
           03  WS-SEQUENCIA            PIC 9(05)        VALUE ZEROS.
           03  SOMA-DEBITOS            PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-CREDITOS           PIC S9(13)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LANCADAS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-INVALIDAS         PIC S9(05) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(34)        VALUE
           'LANCAMENTO NO RAZAO GERAL - DIA: '.
           03  LC-DATA                 PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(10)        VALUE 'CONTA'.
           03  FILLER                  PIC X(04)        VALUE 'D/C'.
           03  FILLER                  PIC X(20)        VALUE
                                                   '           VALOR'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE
                                                   'HISTORICO'.

       01  LINHA-DETALHE.
           03  LD-CONTA                PIC X(08).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-DC                   PIC X(01).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(05)        VALUE SPACES.
           03  LD-HISTORICO            PIC X(30).

       01  LINHA-INVALIDA.
           03  FILLER                  PIC X(18)        VALUE
                                       'LINHA INVALIDA: '.
           03  LI-LINHA                PIC X(62).

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(30).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-AVISO.
           03  LA-TEXTO                PIC X(80).

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

           PERFORM OBTER-DATA-HORA

           OPEN OUTPUT RELATORIO-LANCAMENTO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-LANCAMENTO, STATUS: '
                   FS-RELATORIO        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CONFERE-LOTE

           MOVE WS-DATA-LOTE           TO LC-DATA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  NOT LOTE-VALIDO
               MOVE 'LOTE RECUSADO - NENHUMA LINHA FOI LANCADA'
                                       TO LA-TEXTO
               MOVE LINHA-AVISO        TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY NOME-PROGRAMA ' LANCAMENTOS COM '
                   CONTA-INVALIDAS ' LINHA(S) INVALIDA(S) - '
                   'LOTE RECUSADO'     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CMP-ABRE-COMPETENCIAS
           MOVE SPACES                 TO CMP-COMP-PEDIDA
           STRING WS-MES-LOTE '/' WS-ANO-LOTE
               DELIMITED BY SIZE INTO CMP-COMP-PEDIDA
           PERFORM CMP-VERIFICA-FECHADA
           PERFORM CMP-FECHA-COMPETENCIAS

           IF  CMP-COMPETENCIA-FECHADA
               DISPLAY NOME-PROGRAMA ' COMPETENCIA '
                   CMP-COMP-PEDIDA
                   ' FECHADA PELO FECHAMENTO DE MES - '
                   'LANCAMENTO RECUSADO' UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O SALDOS-CONTABEIS

           IF  FS-SCT-NAO-EXISTE
               OPEN OUTPUT SALDOS-CONTABEIS
               CLOSE SALDOS-CONTABEIS
               OPEN I-O SALDOS-CONTABEIS
           END-IF

           IF  NOT FS-SCT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR SALDOS-CONTABEIS, FILE STATUS: '
                   FS-SALDOS-CONTAB    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O PARTIDAS-CONTABEIS

           IF  FS-PTD-NAO-EXISTE
               OPEN OUTPUT PARTIDAS-CONTABEIS
               CLOSE PARTIDAS-CONTABEIS
               OPEN I-O PARTIDAS-CONTABEIS
           END-IF

           IF  NOT FS-PTD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR PARTIDAS-CONTABEIS, FILE STATUS: '
                   FS-PARTIDAS         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM VERIFICA-DIA-LANCADO

           OPEN INPUT LANCAMENTOS

           IF  NOT FS-LAN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR LANCAMENTOS, FILE STATUS: '
                   FS-LANCAMENTOS      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 4 com os caminhos dos lançamentos
      *    do dia, dos saldos contábeis, das partidas e do relatório.
      *    Via PARM, aceita apenas o caminho dos lançamentos.
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
                       MOVE REG-PARM   TO OPE-SALDOS-CONTAB
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-PARTIDAS
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
           CONFERE-LOTE                SECTION.
      *----------------------------------------------------------------*
      *    Primeira passada nos lançamentos do dia, sem gravar nada:
      *    a data da primeira linha é a do lote e toda linha precisa
      *    ter a mesma data, conta preenchida, D ou C e valor
      *    numérico. Linha inválida vai ao relatório e recusa o lote
      *    inteiro, para o razão nunca ficar com meio dia lançado.
      *----------------------------------------------------------------*

           OPEN INPUT LANCAMENTOS

           IF  NOT FS-LAN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR LANCAMENTOS, FILE STATUS: '
                   FS-LANCAMENTOS      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ LANCAMENTOS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  REG-LANCAMENTO  NOT = SPACES
                       PERFORM CONFERE-LINHA
                   END-IF
           END-PERFORM

           CLOSE LANCAMENTOS
           MOVE 'N'                    TO IND-FIM-ARQUIVO

           IF  WS-DATA-LOTE            = SPACES
               DISPLAY NOME-PROGRAMA
                   ' LANCAMENTOS SEM NENHUMA LINHA - NADA A LANCAR'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-LINHA               SECTION.
      *----------------------------------------------------------------*

           IF  WS-DATA-LOTE            = SPACES
               MOVE LAN-DATA           TO WS-DATA-LOTE
               IF  WS-DIA-LOTE         NUMERIC
                   AND WS-MES-LOTE     NUMERIC
                   AND WS-ANO-LOTE     NUMERIC
                   MOVE WS-ANO-LOTE    TO WS-ANO-DATA
                   MOVE WS-MES-LOTE    TO WS-MES-DATA
                   MOVE WS-DIA-LOTE    TO WS-DIA-DATA
                   IF  FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-AAAAMMDD)
                                       NOT = 0
                       MOVE 'N'        TO IND-LOTE-VALIDO
                   END-IF
               ELSE
                   MOVE 'N'            TO IND-LOTE-VALIDO
               END-IF
           END-IF

           MOVE LAN-VALOR-INTEIRO      TO WS-VALOR-TEXTO(1:11)
           MOVE LAN-VALOR-CENTAVOS     TO WS-VALOR-TEXTO(12:2)

           IF  LAN-DATA                NOT = WS-DATA-LOTE
               OR NOT LOTE-VALIDO
               OR LAN-CONTA            = SPACES
               OR NOT LAN-DC-VALIDO
               OR LAN-PONTO            NOT = '.'
               OR WS-VALOR-TEXTO       NOT NUMERIC
               MOVE 'N'                TO IND-LOTE-VALIDO
               ADD 1                   TO CONTA-INVALIDAS
               MOVE REG-LANCAMENTO     TO LI-LINHA
               MOVE LINHA-INVALIDA     TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-DIA-LANCADO        SECTION.
      *----------------------------------------------------------------*
      *    Partida já gravada com a data do lote significa dia já
      *    lançado: a segunda execução é recusada sem tocar no razão.
      *----------------------------------------------------------------*

           MOVE WS-DATA-AAAAMMDD       TO PTD-DATA
           MOVE ZEROS                  TO PTD-SEQUENCIA
           START PARTIDAS-CONTABEIS
               KEY IS >= PTD-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PARTIDAS-CONTABEIS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  PTD-DATA    = WS-DATA-AAAAMMDD
                           DISPLAY NOME-PROGRAMA ' DIA '
                               WS-DATA-LOTE
                               ' JA LANCADO NO RAZAO EM '
                               PTD-LANCADO-EM UPON CONSOLE
                           PERFORM FIM-ENCERRA-ANORMAL
                       END-IF
                   END-READ
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           MOVE WS-ANO-DATA            TO WS-ANO-COMPETENCIA
           MOVE WS-MES-DATA            TO WS-MES-COMPETENCIA

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ LANCAMENTOS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  REG-LANCAMENTO  NOT = SPACES
                       ADD 1           TO CONTA-LIDOS
                       PERFORM LANCA-PARTIDA
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           LANCA-PARTIDA               SECTION.
      *----------------------------------------------------------------*
      *    Grava a partida da linha corrente e soma o valor no mês da
      *    conta em SALDOS-CONTABEIS (incluindo o mês na primeira
      *    partida).
      *----------------------------------------------------------------*

           MOVE LAN-VALOR-INTEIRO      TO WS-VALOR-TEXTO(1:11)
           MOVE LAN-VALOR-CENTAVOS     TO WS-VALOR-TEXTO(12:2)

           ADD 1                       TO WS-SEQUENCIA

           MOVE SPACES                 TO REG-PARTIDA-CONTABIL
           MOVE WS-DATA-AAAAMMDD       TO PTD-DATA
                                          PTD-DATA-CONTA
           MOVE WS-SEQUENCIA           TO PTD-SEQUENCIA
                                          PTD-SEQ-CONTA
           MOVE LAN-CONTA              TO PTD-CONTA
           MOVE LAN-DC                 TO PTD-DC
           MOVE WS-VALOR-DIGITOS       TO PTD-VALOR
           MOVE LAN-HISTORICO          TO PTD-HISTORICO
           MOVE DTH-LINHA-DATA-HORA    TO PTD-LANCADO-EM
           MOVE AUD-OPERADOR-ATIVO     TO PTD-OPERADOR

           WRITE REG-PARTIDA-CONTABIL
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR PARTIDA, FILE STATUS: '
                       FS-PARTIDAS     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-WRITE

           MOVE LAN-CONTA              TO SCT-CONTA
           MOVE WS-COMPETENCIA         TO SCT-COMPETENCIA
           READ SALDOS-CONTABEIS
               INVALID KEY
                   MOVE SPACES         TO REG-SALDO-CONTABIL
                   MOVE LAN-CONTA      TO SCT-CONTA
                   MOVE WS-COMPETENCIA TO SCT-COMPETENCIA
                   MOVE ZEROS          TO SCT-DEBITOS
                                          SCT-CREDITOS
                                          SCT-QTDE-PARTIDAS
                   PERFORM SOMA-PARTIDA-MES
                   WRITE REG-SALDO-CONTABIL
               NOT INVALID KEY
                   PERFORM SOMA-PARTIDA-MES
                   REWRITE REG-SALDO-CONTABIL
           END-READ

           IF  NOT FS-SCT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR SALDOS-CONTABEIS, FILE STATUS: '
                   FS-SALDOS-CONTAB    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           ADD 1                       TO CONTA-LANCADAS

           MOVE LAN-CONTA              TO LD-CONTA
           MOVE LAN-DC                 TO LD-DC
           MOVE WS-VALOR-DIGITOS       TO LD-VALOR
           MOVE LAN-HISTORICO          TO LD-HISTORICO
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-PARTIDA-MES            SECTION.
      *----------------------------------------------------------------*

           IF  LAN-DEBITO
               ADD WS-VALOR-DIGITOS    TO SCT-DEBITOS
                                          SOMA-DEBITOS
           ELSE
               ADD WS-VALOR-DIGITOS    TO SCT-CREDITOS
                                          SOMA-CREDITOS
           END-IF
           ADD 1                       TO SCT-QTDE-PARTIDAS

           .

           EXIT.

       COPY DTHPROC.

       COPY CMPPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE LANCAMENTOS
           CLOSE SALDOS-CONTABEIS
           CLOSE PARTIDAS-CONTABEIS
           CLOSE RELATORIO-LANCAMENTO
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

           MOVE 'TOTAL DE DEBITOS'     TO LT-DESCRICAO
           MOVE SOMA-DEBITOS           TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAL DE CREDITOS'    TO LT-DESCRICAO
           MOVE SOMA-CREDITOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  SOMA-DEBITOS            NOT = SOMA-CREDITOS
               MOVE 'ATENCAO: DIA DESBALANCEADO - DEBITOS <> CREDITOS'
                                       TO LA-TEXTO
               MOVE LINHA-AVISO        TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY NOME-PROGRAMA ' DIA ' WS-DATA-LOTE
                   ' LANCADO DESBALANCEADO' UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF

           CLOSE LANCAMENTOS

           CLOSE SALDOS-CONTABEIS

           CLOSE PARTIDAS-CONTABEIS

           CLOSE RELATORIO-LANCAMENTO

           MOVE 'RELATORIO-LANCAMENTO' TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' DIA ' WS-DATA-LOTE
               ' PARTIDAS LANCADAS: ' CONTA-LANCADAS UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LANCADAS         TO AUD-QTDE-GRAVADOS

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
