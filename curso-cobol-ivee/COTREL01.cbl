      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório de orçamentos de venda: lista os
      *    orçamentos emitidos no caixa (PR16TA01, copybooks COT*)
      *    na competência pedida, com a situação de cada um contra a
      *    data de movimento - convertido em ticket (com o ticket, a
      *    data e o valor vendido), vencido sem conversão ou ainda em
      *    aberto dentro da validade - e fecha com a quantidade e o
      *    valor por situação e a taxa de conversão dos orçamentos
      *    em venda.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-ORCAMENTOS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linha 1 com a
      *    competência MM/AAAA de emissão (em branco = mês da data
      *    de movimento); linhas 2 e 3 com os caminhos do arquivo de
      *    orçamentos e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     COTREL01.
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
           SELECT RELATORIO-ORCAMENTOS ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-ORCAMENTOS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY COTCTL.

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
       FD  RELATORIO-ORCAMENTOS.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY COTFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'COTREL01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY COTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELORCAM.TXT".
           03  FS-RELATORIO-ORCAMENTOS PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-MES-COMP         PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-COMP         PIC X(04).
           03  WS-DATA-MOV-X           PIC X(08)        VALUE SPACES.
           03  WS-DATA-MOV-AMD         REDEFINES WS-DATA-MOV-X
                                       PIC 9(08).
           03  WS-VALIDADE-X           PIC X(08)        VALUE SPACES.
           03  WS-VALIDADE-AMD         REDEFINES WS-VALIDADE-X
                                       PIC 9(08).
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EMITIDOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CONVERTIDOS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-VENCIDOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EM-ABERTO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-EMITIDOS           PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-CONVERTIDOS        PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VENDIDO            PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VENCIDOS           PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-EM-ABERTO          PIC S9(09)V99    VALUE ZEROS.
           03  WS-TAXA-CONVERSAO       PIC 9(03)V99     VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(42)        VALUE
           'RELATORIO DE ORCAMENTOS - COMPETENCIA '.
           03  LC-COMPETENCIA          PIC X(07).
           03  FILLER                  PIC X(15)        VALUE
                                               '  SITUACAO EM: '.
           03  LC-DATA                 PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(07)        VALUE 'ORCAM.'.
           03  FILLER                  PIC X(11)        VALUE 'EMISSAO'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'VALIDADE'.
           03  FILLER                  PIC X(05)        VALUE 'CLI.'.
           03  FILLER                  PIC X(05)        VALUE 'VEND'.
           03  FILLER                  PIC X(15)        VALUE
                                                 '        ORCADO'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'SITUACAO'.
           03  FILLER                  PIC X(07)        VALUE 'TICKET'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'CONVERSAO'.
           03  FILLER                  PIC X(14)        VALUE
                                                 '       VENDIDO'.

       01  LINHA-DETALHE.
           03  LD-NUMERO               PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-EMISSAO              PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALIDADE             PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-CLIENTE              PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VENDEDOR             PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-TICKET               PIC X(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DATA-CONVERSAO       PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VENDIDO              PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(20).
           03  LT-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TAXA.
           03  FILLER                  PIC X(20)        VALUE
                                       'TAXA DE CONVERSAO: '.
           03  LTX-TAXA                PIC ZZ9,99.
           03  FILLER                  PIC X(04)        VALUE ' %  '.
           03  FILLER                  PIC X(16)        VALUE
                                       'VALOR VENDIDO: '.
           03  LTX-VENDIDO             PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-ORCAMENTOS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM VALIDA-COMPETENCIA

           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE       INTO WS-DATA-MOV-X

           OPEN INPUT COTACOES-VENDA

           IF  NOT FS-COT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR COTACOES-VENDA, FILE STATUS: '
                   FS-COTACOES-VENDA   UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-ORCAMENTOS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-ORCAMENTOS, STATUS: '
                   FS-RELATORIO-ORCAMENTOS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-COMPETENCIA         TO LC-COMPETENCIA
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
      *    Cartão SYSIN: linha 1 com a competência MM/AAAA de emissão
      *    (em branco = mês da data de movimento); linhas 2 e 3
      *    substituem, na ordem, os caminhos do arquivo de orçamentos
      *    e do relatório; linha ausente ou em branco mantém o
      *    padrão. Via PARM, aceita apenas a competência.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:7)
                                       TO WS-COMPETENCIA
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:7)
                                       TO WS-COMPETENCIA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-COTACOES-VENDA
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
           VALIDA-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*
      *    Competência em branco assume o mês da data de movimento;
      *    fora do formato MM/AAAA encerra a execução.
      *----------------------------------------------------------------*

           IF  WS-COMPETENCIA          = SPACES
               STRING DMV-MES-MOV '/' DMV-ANO-MOV
                   DELIMITED BY SIZE   INTO WS-COMPETENCIA
           END-IF

           IF  WS-MES-COMP             NOT NUMERIC
               OR WS-ANO-COMP          NOT NUMERIC
               OR WS-MES-COMP          < '01'
               OR WS-MES-COMP          > '12'
               DISPLAY NOME-PROGRAMA ' COMPETENCIA INVALIDA: '
                   WS-COMPETENCIA ' (USE MM/AAAA)' UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-ORCAMENTOS         SECTION.
      *----------------------------------------------------------------*
      *    Lê o arquivo na ordem da chave e lista o cabeçalho (linha
      *    00) de cada orçamento emitido na competência.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-ORCAMENTOS'

           PERFORM UNTIL FIM-DAS-COTACOES
               READ COTACOES-VENDA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-COTACOES
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  COT-LINHA-CABECALHO
                       AND COT-DATA-EMISSAO(4:2) = WS-MES-COMP
                       AND COT-DATA-EMISSAO(7:4) = WS-ANO-COMP
                       PERFORM LISTA-ORCAMENTO
                   END-IF
           END-PERFORM

           PERFORM GRAVA-TOTAIS

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-ORCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *    Convertido vale a marca gravada pelo caixa; sem ela, o
      *    orçamento com validade anterior à data de movimento está
      *    vencido e os demais seguem em aberto.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-EMITIDOS
           ADD COT-VALOR               TO SOMA-EMITIDOS

           MOVE COT-NUMERO             TO LD-NUMERO
           MOVE COT-DATA-EMISSAO       TO LD-EMISSAO
           MOVE COT-DATA-VALIDADE      TO LD-VALIDADE
           MOVE COT-CLIENTE            TO LD-CLIENTE
           MOVE COT-MATRICULA-VENDEDOR TO LD-VENDEDOR
           MOVE COT-VALOR              TO LD-VALOR
           MOVE SPACES                 TO LD-TICKET
           MOVE SPACES                 TO LD-DATA-CONVERSAO
           MOVE ZEROS                  TO LD-VENDIDO

           MOVE SPACES                 TO WS-VALIDADE-X
           STRING COT-DATA-VALIDADE(7:4)
                  COT-DATA-VALIDADE(4:2)
                  COT-DATA-VALIDADE(1:2)
               DELIMITED BY SIZE       INTO WS-VALIDADE-X

           EVALUATE TRUE
               WHEN COT-CONVERTIDO
                   MOVE 'CONVERTIDO'   TO LD-SITUACAO
                   MOVE COT-NR-TICKET  TO LD-TICKET
                   MOVE COT-DATA-CONVERSAO
                                       TO LD-DATA-CONVERSAO
                   MOVE COT-VALOR-CONVERSAO
                                       TO LD-VENDIDO
                   ADD 1               TO CONTA-CONVERTIDOS
                   ADD COT-VALOR       TO SOMA-CONVERTIDOS
                   ADD COT-VALOR-CONVERSAO
                                       TO SOMA-VENDIDO
               WHEN WS-VALIDADE-AMD    < WS-DATA-MOV-AMD
                   MOVE 'VENCIDO'      TO LD-SITUACAO
                   ADD 1               TO CONTA-VENCIDOS
                   ADD COT-VALOR       TO SOMA-VENCIDOS
               WHEN OTHER
                   MOVE 'EM ABERTO'    TO LD-SITUACAO
                   ADD 1               TO CONTA-EM-ABERTO
                   ADD COT-VALOR       TO SOMA-EM-ABERTO
           END-EVALUATE

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TOTAIS                SECTION.
      *----------------------------------------------------------------*
      *    Quantidade e valor orçado por situação; a taxa de
      *    conversão é a dos orçamentos emitidos que viraram venda.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'EMITIDOS'             TO LT-DESCRICAO
           MOVE CONTA-EMITIDOS         TO LT-QTDE
           MOVE SOMA-EMITIDOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'CONVERTIDOS'          TO LT-DESCRICAO
           MOVE CONTA-CONVERTIDOS      TO LT-QTDE
           MOVE SOMA-CONVERTIDOS       TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VENCIDOS'             TO LT-DESCRICAO
           MOVE CONTA-VENCIDOS         TO LT-QTDE
           MOVE SOMA-VENCIDOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'EM ABERTO'            TO LT-DESCRICAO
           MOVE CONTA-EM-ABERTO        TO LT-QTDE
           MOVE SOMA-EM-ABERTO         TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CONTA-EMITIDOS          > 0
               COMPUTE WS-TAXA-CONVERSAO ROUNDED
                   = CONTA-CONVERTIDOS * 100 / CONTA-EMITIDOS
           ELSE
               MOVE ZEROS              TO WS-TAXA-CONVERSAO
           END-IF

           MOVE WS-TAXA-CONVERSAO      TO LTX-TAXA
           MOVE SOMA-VENDIDO           TO LTX-VENDIDO
           MOVE LINHA-TAXA             TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE COTACOES-VENDA
           CLOSE RELATORIO-ORCAMENTOS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' ORCAMENTOS NA COMPETENCIA: '
               CONTA-EMITIDOS          UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' CONVERTIDOS EM VENDA: '
               CONTA-CONVERTIDOS       UPON CONSOLE

           CLOSE COTACOES-VENDA

           CLOSE RELATORIO-ORCAMENTOS

           MOVE 'RELATORIO-ORCAMENTOS' TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-EMITIDOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
