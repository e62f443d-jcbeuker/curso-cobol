      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório de vales-troca para a contabilidade: lista
      *    os vales com saldo do arquivo de vales-troca (emitidos na
      *    devolução e aceitos como pagamento no caixa por PR16TA01,
      *    copybooks VLT*), com a situação de cada um contra a data
      *    de movimento - em aberto dentro da validade, que é o
      *    passivo de vales a honrar, ou vencido sem uso - e fecha
      *    com a quantidade e o saldo por situação, o valor emitido e
      *    os vales já utilizados por inteiro.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-VALES passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 e 2 com
      *    os caminhos do arquivo de vales-troca e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     VALREL01.
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
           SELECT RELATORIO-VALES ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-VALES.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY VLTCTL.

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
       FD  RELATORIO-VALES.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY VLTFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VALREL01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY VLTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELVALES.TXT".
           03  FS-RELATORIO-VALES      PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  WS-DATA-MOV-X           PIC X(08)        VALUE SPACES.
           03  WS-DATA-MOV-AMD         REDEFINES WS-DATA-MOV-X
                                       PIC 9(08).
           03  WS-VALIDADE-X           PIC X(08)        VALUE SPACES.
           03  WS-VALIDADE-AMD         REDEFINES WS-VALIDADE-X
                                       PIC 9(08).
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EM-ABERTO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-VENCIDOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-UTILIZADOS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-EMITIDO            PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-EM-ABERTO          PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VENCIDOS           PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-UTILIZADOS         PIC S9(09)V99    VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(42)        VALUE
           'RELATORIO DE VALES-TROCA COM SALDO'.
           03  FILLER                  PIC X(15)        VALUE
                                               '  SITUACAO EM: '.
           03  LC-DATA                 PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(07)        VALUE 'VALE'.
           03  FILLER                  PIC X(11)        VALUE 'EMISSAO'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'VALIDADE'.
           03  FILLER                  PIC X(05)        VALUE 'CLI.'.
           03  FILLER                  PIC X(07)        VALUE 'ORIGEM'.
           03  FILLER                  PIC X(12)        VALUE
                                                   '     EMITIDO'.
           03  FILLER                  PIC X(13)        VALUE
                                                   '        SALDO'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'SITUACAO'.
           03  FILLER                  PIC X(11)        VALUE
                                                   'ULTIMO USO'.
           03  FILLER                  PIC X(06)        VALUE 'TICKET'.

       01  LINHA-DETALHE.
           03  LD-NUMERO               PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-EMISSAO              PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALIDADE             PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-CLIENTE              PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-TICKET-ORIGEM        PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-EMITIDO              PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SALDO                PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-DATA-USO             PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-TICKET-USO           PIC X(06).

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(30).
           03  LT-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-VALES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE       INTO WS-DATA-MOV-X

           OPEN INPUT VALES-TROCA

           IF  NOT FS-VLT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR VALES-TROCA, FILE STATUS: '
                   FS-VALES-TROCA      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-VALES

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-VALES, FILE STATUS: '
                   FS-RELATORIO-VALES  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

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
      *    Cartão SYSIN: linhas 1 e 2 substituem, na ordem, os
      *    caminhos do arquivo de vales-troca e do relatório; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita
      *    apenas o caminho do arquivo de vales-troca.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-VALES-TROCA
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-VALES-TROCA
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
           PROCESSA-VALES              SECTION.
      *----------------------------------------------------------------*
      *    Lê o arquivo na ordem do número do vale: todo vale soma no
      *    valor emitido; o utilizado por inteiro só entra no total e
      *    o que ainda tem saldo é listado.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-VALES'

           PERFORM UNTIL FIM-DOS-VALES
               READ VALES-TROCA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-VALES
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   ADD VLT-VALOR-EMITIDO
                                       TO SOMA-EMITIDO
                   IF  VLT-UTILIZADO
                       OR VLT-SALDO    = 0
                       ADD 1           TO CONTA-UTILIZADOS
                       ADD VLT-VALOR-EMITIDO
                                       TO SOMA-UTILIZADOS
                   ELSE
                       PERFORM LISTA-VALE
                   END-IF
           END-PERFORM

           PERFORM GRAVA-TOTAIS

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-VALE                  SECTION.
      *----------------------------------------------------------------*
      *    Vale com saldo e validade anterior à data de movimento
      *    venceu sem uso (o saldo não será mais honrado); os demais
      *    seguem em aberto e formam o passivo de vales-troca.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-LISTADOS

           MOVE VLT-NUMERO             TO LD-NUMERO
           MOVE VLT-DATA-EMISSAO       TO LD-EMISSAO
           MOVE VLT-DATA-VALIDADE      TO LD-VALIDADE
           MOVE VLT-CLIENTE            TO LD-CLIENTE
           MOVE VLT-TICKET-ORIGEM      TO LD-TICKET-ORIGEM
           MOVE VLT-VALOR-EMITIDO      TO LD-EMITIDO
           MOVE VLT-SALDO              TO LD-SALDO
           MOVE VLT-DATA-ULTIMO-USO    TO LD-DATA-USO
           IF  VLT-TICKET-ULTIMO-USO   = 0
               MOVE SPACES             TO LD-TICKET-USO
           ELSE
               MOVE VLT-TICKET-ULTIMO-USO
                                       TO LD-TICKET-USO
           END-IF

           MOVE SPACES                 TO WS-VALIDADE-X
           STRING VLT-DATA-VALIDADE(7:4)
                  VLT-DATA-VALIDADE(4:2)
                  VLT-DATA-VALIDADE(1:2)
               DELIMITED BY SIZE       INTO WS-VALIDADE-X

           IF  WS-VALIDADE-AMD         < WS-DATA-MOV-AMD
               MOVE 'VENCIDO'          TO LD-SITUACAO
               ADD 1                   TO CONTA-VENCIDOS
               ADD VLT-SALDO           TO SOMA-VENCIDOS
           ELSE
               MOVE 'EM ABERTO'        TO LD-SITUACAO
               ADD 1                   TO CONTA-EM-ABERTO
               ADD VLT-SALDO           TO SOMA-EM-ABERTO
           END-IF

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TOTAIS                SECTION.
      *----------------------------------------------------------------*
      *    Quantidade e valor por situação: o saldo em aberto é o
      *    passivo de vales-troca na data de movimento e o saldo
      *    vencido é o valor dos vales expirados sem uso.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VALES EMITIDOS'       TO LT-DESCRICAO
           MOVE CONTA-LIDOS            TO LT-QTDE
           MOVE SOMA-EMITIDO           TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'UTILIZADOS POR INTEIRO'
                                       TO LT-DESCRICAO
           MOVE CONTA-UTILIZADOS       TO LT-QTDE
           MOVE SOMA-UTILIZADOS        TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'PASSIVO EM ABERTO (SALDO)'
                                       TO LT-DESCRICAO
           MOVE CONTA-EM-ABERTO        TO LT-QTDE
           MOVE SOMA-EM-ABERTO         TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VENCIDOS SEM USO (SALDO)'
                                       TO LT-DESCRICAO
           MOVE CONTA-VENCIDOS         TO LT-QTDE
           MOVE SOMA-VENCIDOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
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

           CLOSE VALES-TROCA
           CLOSE RELATORIO-VALES

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' VALES COM SALDO EM ABERTO: '
               CONTA-EM-ABERTO         UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' VALES VENCIDOS SEM USO: '
               CONTA-VENCIDOS          UPON CONSOLE

           CLOSE VALES-TROCA

           CLOSE RELATORIO-VALES

           MOVE 'RELATORIO-VALES'      TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LISTADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
