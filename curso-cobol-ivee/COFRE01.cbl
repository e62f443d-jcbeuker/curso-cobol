      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório do cofre: lista os malotes de sangria
      *    ainda no cofre (movimentos de gaveta lançados por
      *    SANGRI01, copybooks SNG*), um por sangria, com a gaveta, o
      *    supervisor, a hora e o valor que cada malote deve conter
      *    quando for ao banco, totalizados por dia e filial e no
      *    geral. Com a remessa pedida no cartão, os malotes listados
      *    passam a remetidos ao banco na data de movimento e deixam
      *    de sair nos relatórios seguintes.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-COFRE passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 e 2 com
      *    os caminhos dos movimentos de gaveta e do relatório, 3a
      *    com a filial (em branco = consolidado) e 4a com S para
      *    registrar a remessa dos malotes listados ao banco.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     COFRE01.
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
           SELECT RELATORIO-COFRE ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-COFRE.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY SNGCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY FILCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  RELATORIO-COFRE.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY SNGFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY FILFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'COFRE01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY FILDADOS.
       COPY SNGDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELCOFRE.TXT".
           03  FS-RELATORIO-COFRE      PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-REMESSA             PIC X(01)        VALUE 'N'.
               88  REGISTRA-REMESSA                     VALUE 'S'.
           03  WS-QUEBRA-ATUAL.
               05  WS-QUEBRA-DATA      PIC 9(08)        VALUE ZEROS.
               05  WS-QUEBRA-FILIAL    PIC X(02)        VALUE SPACES.
           03  WS-QUEBRA-ANTERIOR      PIC X(10)        VALUE SPACES.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R           REDEFINES WS-DATA-AMD.
               05  WS-ANO-AMD          PIC X(04).
               05  WS-MES-AMD          PIC X(02).
               05  WS-DIA-AMD          PIC X(02).
           03  WS-DATA-FORMATADA.
               05  WS-DIA-FMT          PIC X(02)        VALUE SPACES.
               05  FILLER              PIC X(01)        VALUE '/'.
               05  WS-MES-FMT          PIC X(02)        VALUE SPACES.
               05  FILLER              PIC X(01)        VALUE '/'.
               05  WS-ANO-FMT          PIC X(04)        VALUE SPACES.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-MALOTES           PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-MALOTES-QUEBRA    PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-REMETIDOS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-MALOTES            PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-MALOTES-QUEBRA     PIC S9(09)V99    VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(42)        VALUE
           'RELATORIO DE MALOTES NO COFRE'.
           03  FILLER                  PIC X(15)        VALUE
                                               '  SITUACAO EM: '.
           03  LC-DATA                 PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(19)        VALUE 'MALOTE'.
           03  FILLER                  PIC X(11)        VALUE 'DATA'.
           03  FILLER                  PIC X(07)        VALUE 'GAVETA'.
           03  FILLER                  PIC X(07)        VALUE 'SUPERV'.
           03  FILLER                  PIC X(09)        VALUE 'HORA'.
           03  FILLER                  PIC X(14)        VALUE
                                                   '         VALOR'.

       01  LINHA-DETALHE.
           03  LD-DATA-MALOTE          PIC 9(08).
           03  FILLER                  PIC X(01)        VALUE '-'.
           03  LD-FILIAL-MALOTE        PIC X(02).
           03  FILLER                  PIC X(01)        VALUE '-'.
           03  LD-SEQ-MALOTE           PIC 9(04).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-DATA                 PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-GAVETA               PIC X(04).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-SUPERVISOR           PIC X(04).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-HORA                 PIC X(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-QUEBRA.
           03  FILLER                  PIC X(07)        VALUE
                                                   '  DIA '.
           03  LQ-DATA                 PIC X(10).
           03  FILLER                  PIC X(08)        VALUE
                                                   ' FILIAL '.
           03  LQ-FILIAL               PIC X(02).
           03  FILLER                  PIC X(11)        VALUE
                                                   '  MALOTES: '.
           03  LQ-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(09)        VALUE
                                                   '  VALOR: '.
           03  LQ-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(30).
           03  LT-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-MALOTES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO

      *    Só a remessa regrava os malotes; a consulta abre o
      *    arquivo apenas para leitura.
           IF  REGISTRA-REMESSA
               OPEN I-O MOVIMENTOS-GAVETA
           ELSE
               OPEN INPUT MOVIMENTOS-GAVETA
           END-IF

           IF  NOT FS-SNG-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MOVIMENTOS-GAVETA, FILE STATUS: '
                   FS-MOVIMENTOS-GAVETA UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE 'S'                    TO IND-SNG-ABERTO

           OPEN OUTPUT RELATORIO-COFRE

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-COFRE, FILE STATUS: '
                   FS-RELATORIO-COFRE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE FIL-LINHA-SELECAO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 e 2 substituem, na ordem, os
      *    caminhos dos movimentos de gaveta e do relatório; linha
      *    ausente ou em branco mantém o padrão. 3a linha com o
      *    código da filial (ausente ou em branco = consolidado da
      *    rede) e 4a com S para registrar a remessa ao banco dos
      *    malotes listados. Via PARM, aceita apenas o caminho dos
      *    movimentos de gaveta.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-MOVIMENTOS-GAVETA
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-MOVIMENTOS-GAVETA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2)
                                       TO FIL-SELECAO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM(1:1) = 'S'
                       MOVE 'S'        TO IND-REMESSA
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-MALOTES            SECTION.
      *----------------------------------------------------------------*
      *    Lê os movimentos na ordem da chave (dia, filial,
      *    sequência), que já é a ordem das quebras: só a sangria
      *    ainda no cofre, da filial pedida, é malote a listar.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-MALOTES'

           PERFORM UNTIL FIM-DOS-MOVIMENTOS
               READ MOVIMENTOS-GAVETA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-SNG-FIM
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE SNG-FILIAL     TO FIL-CODIGO-REGISTRO
                   PERFORM FIL-CONFERE-SELECAO
                   IF  SNG-SANGRIA
                       AND SNG-NO-COFRE
                       AND FIL-REGISTRO-SELECIONADO
                       PERFORM LISTA-MALOTE
                   END-IF
           END-PERFORM

           IF  CONTA-MALOTES-QUEBRA    > 0
               PERFORM GRAVA-QUEBRA
           END-IF

           PERFORM GRAVA-TOTAIS

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-MALOTE                SECTION.
      *----------------------------------------------------------------*

           MOVE SNG-DATA-MOV           TO WS-QUEBRA-DATA
           MOVE SNG-FILIAL             TO WS-QUEBRA-FILIAL

           IF  WS-QUEBRA-ATUAL         NOT = WS-QUEBRA-ANTERIOR
               IF  CONTA-MALOTES-QUEBRA > 0
                   PERFORM GRAVA-QUEBRA
               END-IF
               MOVE WS-QUEBRA-ATUAL    TO WS-QUEBRA-ANTERIOR
           END-IF

           ADD 1                       TO CONTA-MALOTES
           ADD 1                       TO CONTA-MALOTES-QUEBRA
           ADD SNG-VALOR               TO SOMA-MALOTES
           ADD SNG-VALOR               TO SOMA-MALOTES-QUEBRA

           MOVE SNG-DATA-MOV           TO WS-DATA-AMD
           PERFORM FORMATA-DATA

           MOVE SNG-DATA-MOV           TO LD-DATA-MALOTE
           MOVE SNG-FILIAL             TO LD-FILIAL-MALOTE
           MOVE SNG-SEQUENCIA          TO LD-SEQ-MALOTE
           MOVE WS-DATA-FORMATADA      TO LD-DATA
           MOVE SNG-GAVETA             TO LD-GAVETA
           MOVE SNG-SUPERVISOR         TO LD-SUPERVISOR
           MOVE SNG-HORA               TO LD-HORA
           MOVE SNG-VALOR              TO LD-VALOR
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  REGISTRA-REMESSA
               PERFORM REMETE-MALOTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REMETE-MALOTE               SECTION.
      *----------------------------------------------------------------*
      *    O malote listado na remessa sai do cofre para o banco na
      *    data de movimento.
      *----------------------------------------------------------------*

           MOVE 'B'                    TO SNG-SITUACAO
           MOVE DMV-DATA-MOVIMENTO     TO SNG-DATA-REMESSA

           REWRITE REG-MOVIMENTO-GAVETA

           IF  FS-SNG-OK
               ADD 1                   TO CONTA-REMETIDOS
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR MALOTE: ' SNG-CHAVE
                   ' STATUS: ' FS-MOVIMENTOS-GAVETA UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-QUEBRA                SECTION.
      *----------------------------------------------------------------*

           MOVE WS-QUEBRA-ANTERIOR(1:8)
                                       TO WS-DATA-AMD
           PERFORM FORMATA-DATA

           MOVE WS-DATA-FORMATADA      TO LQ-DATA
           MOVE WS-QUEBRA-ANTERIOR(9:2)
                                       TO LQ-FILIAL
           MOVE CONTA-MALOTES-QUEBRA   TO LQ-QTDE
           MOVE SOMA-MALOTES-QUEBRA    TO LQ-VALOR
           MOVE LINHA-QUEBRA           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE ZEROS                  TO CONTA-MALOTES-QUEBRA
           MOVE ZEROS                  TO SOMA-MALOTES-QUEBRA

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-DATA                SECTION.
      *----------------------------------------------------------------*

           MOVE WS-DIA-AMD             TO WS-DIA-FMT
           MOVE WS-MES-AMD             TO WS-MES-FMT
           MOVE WS-ANO-AMD             TO WS-ANO-FMT

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TOTAIS                SECTION.
      *----------------------------------------------------------------*
      *    O total geral é o dinheiro que deve estar no cofre; com a
      *    remessa, é o que foi entregue ao banco.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'MALOTES NO COFRE'     TO LT-DESCRICAO
           MOVE CONTA-MALOTES          TO LT-QTDE
           MOVE SOMA-MALOTES           TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  REGISTRA-REMESSA
               MOVE 'REMETIDOS AO BANCO HOJE'
                                       TO LT-DESCRICAO
               MOVE CONTA-REMETIDOS    TO LT-QTDE
               MOVE SOMA-MALOTES       TO LT-VALOR
               MOVE LINHA-TOTAL        TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY FILPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE MOVIMENTOS-GAVETA
           CLOSE RELATORIO-COFRE

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' MALOTES NO COFRE: '
               CONTA-MALOTES           UPON CONSOLE

           IF  REGISTRA-REMESSA
               DISPLAY NOME-PROGRAMA ' MALOTES REMETIDOS AO BANCO: '
                   CONTA-REMETIDOS     UPON CONSOLE
           END-IF

           CLOSE MOVIMENTOS-GAVETA

           CLOSE RELATORIO-COFRE

           MOVE 'RELATORIO-COFRE'      TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-REMETIDOS        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
