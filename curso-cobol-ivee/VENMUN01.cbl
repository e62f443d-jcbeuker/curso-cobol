      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Vendas do mês por município do cliente: lê o
      *    HISTORICO-VENDAS permanente gravado por PR16TA01, localiza
      *    o cliente de cada venda (HV-CLIENTE) no cadastro CLIENTES
      *    de CLIEN01 e soma o valor e os tickets pelo município do
      *    endereço do cliente, com o nome do MUNICIPIOS-MESTRE
      *    (município extinto somado no sucessor). Os municípios saem
      *    do maior para o menor valor, com a participação de cada um
      *    no total do mês, para mostrar até onde a loja alcança; a
      *    venda sem cliente e a do cliente sem município no cadastro
      *    saem em linhas próprias.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-VENMUN passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o mês
      *    MM/AAAA (em branco usa o mês corrente), 2a a 5a linhas com
      *    os caminhos de HISTORICO-VENDAS, CLIENTES,
      *    MUNICIPIOS-MESTRE e RELATORIO-VENMUN, 6a linha com o
      *    código da filial (em branco = consolidado da rede). Via
      *    PARM, aceita apenas o mês.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     VENMUN01.
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

           SELECT CLIENTES ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT MUNICIPIOS-MESTRE ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-CD-MUNICIPIO
           FILE STATUS IS FS-MUNICIPIOS-MESTRE.

           SELECT RELATORIO-VENMUN ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-VENMUN.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY FILCTL.
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
               88  HV-CANAL-WEB                         VALUE 'W'.
           03  FILLER                  PIC X(01).
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01).
           03  HV-CLIENTE              PIC X(04).

       FD  CLIENTES.
       01  REG-CLIENTE.
           03  CLI-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  CLI-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  CLI-LIMITE-CREDITO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CLI-SITUACAO-CREDITO    PIC X(01).
           03  FILLER                  PIC X(01).
           03  CLI-DATA-SITUACAO       PIC X(10).
           03  FILLER                  PIC X(01).
           03  CLI-ENDERECO            PIC X(40).
           03  FILLER                  PIC X(01).
           03  CLI-BAIRRO              PIC X(20).
           03  FILLER                  PIC X(01).
           03  CLI-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CLI-CEP                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  CLI-TELEFONE            PIC X(11).

       FD  MUNICIPIOS-MESTRE.
       01  REG-MUN-MESTRE.
           03  MM-CD-MUNICIPIO         PIC 9(07).
           03  FILLER                  PIC X(01).
           03  MM-NM-MUNICIPIO         PIC X(35).
           03  FILLER                  PIC X(01).
           03  MM-SG-UF                PIC X(02).
           03  FILLER                  PIC X(01).
           03  MM-SITUACAO             PIC X(01).
               88  MM-ATIVO                             VALUE 'A' ' '.
               88  MM-EXTINTO                           VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  MM-CD-SUCESSOR          PIC 9(07).

       FD  RELATORIO-VENMUN.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
       COPY FILFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VENMUN01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY FILDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE02                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\CLIENTES.dat".
           03  OPE03                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\MUNMEST.dat".
           03  OPE04                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\VENMUN.TXT".
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
           03  FS-CLIENTES             PIC X(02)        VALUE '00'.
               88  FS-CLI-OK                            VALUE '00'.
           03  FS-MUNICIPIOS-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-MUN-OK                            VALUE '00'.
           03  FS-RELATORIO-VENMUN     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           COPY EOFSW.
           03  IND-HA-MUNICIPIOS       PIC X(01)        VALUE 'N'.
               88  HA-MUNICIPIOS                        VALUE 'S'.
           03  IND-TICKET-NOVO         PIC X(01)        VALUE 'N'.
               88  TICKET-NOVO                          VALUE 'S'.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-CHAVE-TICKET         PIC X(18)        VALUE SPACES.
           03  WS-CHAVE-ANTERIOR       PIC X(18)        VALUE SPACES.
           03  WS-CLIENTE-ANTERIOR     PIC X(04)        VALUE SPACES.
           03  WS-CD-MUNICIPIO         PIC 9(07)        VALUE ZEROS.
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-NO-MES            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-MUNICIPIOS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-TICKETS-MES       PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-MES                PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-SEM-CLIENTE       PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-SEM-CLIENTE        PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-SEM-MUNICIPIO     PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-SEM-MUNICIPIO      PIC S9(11)V99    VALUE ZEROS.
           03  WS-PERC-PARTICIPACAO    PIC S9(03)V99    VALUE ZEROS.
           03  QTD-PASSADAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-HOUVE-TROCA         PIC X(01)        VALUE 'N'.
               88  HOUVE-TROCA                          VALUE 'S'.
           03  WS-SUB-ORDENA           PIC S9(05) COMP-5 VALUE ZEROS.

      *    Acumulado do mês por município do cliente, ordenado pelo
      *    valor decrescente no fim.
       01  TAB-MUNICIPIOS.
           03  TMU-ENTRADA             OCCURS 2000 TIMES
                                       INDEXED BY TMU-IDX.
               05  TMU-CD-MUNICIPIO    PIC 9(07).
               05  TMU-NOME            PIC X(35).
               05  TMU-UF              PIC X(02).
               05  TMU-TICKETS         PIC S9(07) COMP-5.
               05  TMU-VALOR           PIC S9(11)V99.

       01  TMU-ENTRADA-AUX.
           03  TMA-CD-MUNICIPIO        PIC 9(07).
           03  TMA-NOME                PIC X(35).
           03  TMA-UF                  PIC X(02).
           03  TMA-TICKETS             PIC S9(07) COMP-5.
           03  TMA-VALOR               PIC S9(11)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(36)        VALUE
           'VENDAS POR MUNICIPIO DO CLIENTE - '.
           03  FILLER                  PIC X(05)        VALUE
           'MES: '.
           03  LC-MES                  PIC X(07).

       01  LINHA-TITULO.
           03  FILLER                  PIC X(45)        VALUE
           'MUNICIPIO'.
           03  FILLER                  PIC X(03)        VALUE 'UF'.
           03  FILLER                  PIC X(16)        VALUE
           'TICKETS'.
           03  FILLER                  PIC X(08)        VALUE 'VALOR'.
           03  FILLER                  PIC X(05)        VALUE 'PART%'.

       01  LINHA-DET-MUNICIPIO.
           03  LDM-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDM-NOME                PIC X(35).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-UF                  PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDM-TICKETS             PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDM-VALOR               PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-PERC                PIC ZZ9,99.

       01  LINHA-FORA-MUNICIPIO.
           03  LFM-TITULO              PIC X(46).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LFM-TICKETS             PIC ZZZZZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LFM-VALOR               PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LFM-PERC                PIC ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(18)        VALUE
                                       'VENDAS NO MES: '.
           03  LR-QTDE                 PIC ZZZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(09)        VALUE
                                                   'TICKETS: '.
           03  LR-TICKETS              PIC ZZZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(07)        VALUE
                                                   'VALOR: '.
           03  LR-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-ALCANCE.
           03  FILLER                  PIC X(30)        VALUE
           'MUNICIPIOS ALCANCADOS NO MES: '.
           03  LA-QTDE                 PIC ZZZZ9.

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

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO

           IF  WS-MES-PEDIDO           = SPACES
               PERFORM OBTER-DATA-HORA
               STRING DTH-MES-ATUAL '/' DTH-ANO-ATUAL
                   DELIMITED BY SIZE INTO WS-MES-PEDIDO
           END-IF

           DISPLAY NOME-PROGRAMA ' MES DAS VENDAS: ' WS-MES-PEDIDO
                                       UPON CONSOLE

           OPEN INPUT HISTORICO-VENDAS

           IF  NOT FS-HIST-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                   FS-HISTORICO-VENDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem o cadastro de clientes nao ha municipio a apurar.
           OPEN INPUT CLIENTES

           IF  NOT FS-CLI-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CLIENTES, FILE STATUS: '
                   FS-CLIENTES         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    O mestre de municipios so da o nome e o sucessor do
      *    extinto; sem ele, vale o codigo do cadastro do cliente.
           OPEN INPUT MUNICIPIOS-MESTRE

           IF  FS-MUN-OK
               SET HA-MUNICIPIOS       TO TRUE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' SEM MUNICIPIOS-MESTRE, FILE STATUS: '
                   FS-MUNICIPIOS-MESTRE UPON CONSOLE
           END-IF

           OPEN OUTPUT RELATORIO-VENMUN

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-VENMUN, FILE STATUS: '
                   FS-RELATORIO-VENMUN UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-MES-PEDIDO          TO LC-MES
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE FIL-LINHA-SELECAO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês corrente), 2a a 5a linhas com os caminhos de
      *    HISTORICO-VENDAS, CLIENTES, MUNICIPIOS-MESTRE e
      *    RELATORIO-VENMUN, 6a linha com o código da filial (em
      *    branco = consolidado da rede). Via PARM, aceita apenas o
      *    mês.
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
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2)
                                       TO FIL-SELECAO
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
      *    As linhas de um ticket vêm seguidas no histórico: a troca
      *    de data + filial + ticket conta um ticket novo.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE HV-FILIAL      TO FIL-CODIGO-REGISTRO
                   PERFORM FIL-CONFERE-SELECAO
                   IF  HV-MES          = WS-MES-PEDIDO(1:2)
                       AND HV-ANO      = WS-MES-PEDIDO(4:4)
                       AND FIL-REGISTRO-SELECIONADO
                       ADD 1           TO CONTA-NO-MES
                       COMPUTE WS-VALOR-VENDA
                           = HV-PRECO-UNITARIO * HV-QTD-VENDA
                       ADD WS-VALOR-VENDA
                                       TO SOMA-MES
                       PERFORM CONFERE-TICKET-NOVO
                       PERFORM ACUMULA-VENDA-MUNICIPIO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-TICKET-NOVO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-TICKET-NOVO

           STRING HV-DATA-MOVIMENTO HV-FILIAL HV-NR-TICKET
               DELIMITED BY SIZE INTO WS-CHAVE-TICKET

           IF  WS-CHAVE-TICKET         NOT = WS-CHAVE-ANTERIOR
               MOVE WS-CHAVE-TICKET    TO WS-CHAVE-ANTERIOR
               MOVE 'S'                TO IND-TICKET-NOVO
               ADD 1                   TO CONTA-TICKETS-MES
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VENDA-MUNICIPIO     SECTION.
      *----------------------------------------------------------------*
      *    Venda sem cliente e cliente fora do cadastro ou sem
      *    município vão para as linhas próprias. O cliente da linha
      *    anterior não é relido.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN HV-CLIENTE         = SPACES
                   ADD WS-VALOR-VENDA  TO SOMA-SEM-CLIENTE
                   IF  TICKET-NOVO
                       ADD 1           TO CONTA-SEM-CLIENTE
                   END-IF
               WHEN OTHER
                   IF  HV-CLIENTE      NOT = WS-CLIENTE-ANTERIOR
                       MOVE HV-CLIENTE TO WS-CLIENTE-ANTERIOR
                       PERFORM BUSCA-MUNICIPIO-CLIENTE
                   END-IF
                   IF  WS-CD-MUNICIPIO = 0
                       ADD WS-VALOR-VENDA
                                       TO SOMA-SEM-MUNICIPIO
                       IF  TICKET-NOVO
                           ADD 1       TO CONTA-SEM-MUNICIPIO
                       END-IF
                   ELSE
                       PERFORM ACUMULA-MUNICIPIO
                   END-IF
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-MUNICIPIO-CLIENTE     SECTION.
      *----------------------------------------------------------------*
      *    Município do endereço do cliente, trocado pelo sucessor
      *    quando extinto (o cadastro pode ser anterior à extinção).
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-CD-MUNICIPIO

           MOVE HV-CLIENTE             TO CLI-CODIGO
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  CLI-CD-MUNICIPIO NUMERIC
                       MOVE CLI-CD-MUNICIPIO
                                       TO WS-CD-MUNICIPIO
                   END-IF
           END-READ

           MOVE SPACES                 TO MM-NM-MUNICIPIO
           MOVE SPACES                 TO MM-SG-UF

           IF  WS-CD-MUNICIPIO         > 0
               AND HA-MUNICIPIOS
               MOVE WS-CD-MUNICIPIO    TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       MOVE '(FORA DO MESTRE DE MUNICIPIOS)'
                                       TO MM-NM-MUNICIPIO
                   NOT INVALID KEY
                       IF  MM-EXTINTO
                           AND MM-CD-SUCESSOR > 0
                           MOVE MM-CD-SUCESSOR
                                       TO WS-CD-MUNICIPIO
                           MOVE MM-CD-SUCESSOR
                                       TO MM-CD-MUNICIPIO
                           READ MUNICIPIOS-MESTRE
                               INVALID KEY
                                   MOVE SPACES
                                       TO MM-NM-MUNICIPIO
                                   MOVE SPACES
                                       TO MM-SG-UF
                           END-READ
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-MUNICIPIO           SECTION.
      *----------------------------------------------------------------*

           SET TMU-IDX                 TO 1
           SEARCH TMU-ENTRADA
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE MUNICIPIOS CHEIA, FORA: '
                       WS-CD-MUNICIPIO UPON CONSOLE
               WHEN TMU-IDX            > CONTA-MUNICIPIOS
                   ADD 1               TO CONTA-MUNICIPIOS
                   SET TMU-IDX         TO CONTA-MUNICIPIOS
                   MOVE WS-CD-MUNICIPIO
                                       TO TMU-CD-MUNICIPIO(TMU-IDX)
                   MOVE MM-NM-MUNICIPIO
                                       TO TMU-NOME(TMU-IDX)
                   MOVE MM-SG-UF       TO TMU-UF(TMU-IDX)
                   MOVE 1              TO TMU-TICKETS(TMU-IDX)
                   MOVE WS-VALOR-VENDA TO TMU-VALOR(TMU-IDX)
               WHEN TMU-CD-MUNICIPIO(TMU-IDX) = WS-CD-MUNICIPIO
                   IF  TICKET-NOVO
                       ADD 1           TO TMU-TICKETS(TMU-IDX)
                   END-IF
                   ADD WS-VALOR-VENDA  TO TMU-VALOR(TMU-IDX)
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           ORDENA-MUNICIPIOS           SECTION.
      *----------------------------------------------------------------*
      *    Ordena TAB-MUNICIPIOS pelo valor decrescente, por troca
      *    entre vizinhos como ORDENA-VARIACOES em VARADI01.
      *----------------------------------------------------------------*

           COMPUTE QTD-PASSADAS = CONTA-MUNICIPIOS - 1

           IF  QTD-PASSADAS            > 0
               PERFORM WITH TEST AFTER UNTIL NOT HOUVE-TROCA
                   MOVE 'N'            TO IND-HOUVE-TROCA
                   MOVE 1              TO WS-SUB-ORDENA
                   PERFORM QTD-PASSADAS TIMES
                       IF  TMU-VALOR(WS-SUB-ORDENA)
                           < TMU-VALOR(WS-SUB-ORDENA + 1)
                           MOVE TMU-ENTRADA(WS-SUB-ORDENA)
                                       TO TMU-ENTRADA-AUX
                           MOVE TMU-ENTRADA(WS-SUB-ORDENA + 1)
                                       TO TMU-ENTRADA(WS-SUB-ORDENA)
                           MOVE TMU-ENTRADA-AUX
                                       TO TMU-ENTRADA(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-HOUVE-TROCA
                       END-IF
                       ADD 1           TO WS-SUB-ORDENA
                   END-PERFORM
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-PARTICIPACAO        SECTION.
      *----------------------------------------------------------------*
      *    Participação de WS-VALOR-VENDA no valor total do mês.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PERC-PARTICIPACAO

           IF  SOMA-MES                > 0
               COMPUTE WS-PERC-PARTICIPACAO ROUNDED
                   = WS-VALOR-VENDA * 100 / SOMA-MES
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY FILPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE HISTORICO-VENDAS
           CLOSE CLIENTES
           CLOSE MUNICIPIOS-MESTRE
           CLOSE RELATORIO-VENMUN

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           PERFORM ORDENA-MUNICIPIOS

           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TMU-IDX                 TO 1
           PERFORM CONTA-MUNICIPIOS TIMES
               MOVE TMU-CD-MUNICIPIO(TMU-IDX)
                                       TO LDM-CD-MUNICIPIO
               MOVE TMU-NOME(TMU-IDX)  TO LDM-NOME
               MOVE TMU-UF(TMU-IDX)    TO LDM-UF
               MOVE TMU-TICKETS(TMU-IDX)
                                       TO LDM-TICKETS
               MOVE TMU-VALOR(TMU-IDX) TO LDM-VALOR
               MOVE TMU-VALOR(TMU-IDX) TO WS-VALOR-VENDA
               PERFORM CALCULA-PARTICIPACAO
               MOVE WS-PERC-PARTICIPACAO
                                       TO LDM-PERC
               MOVE LINHA-DET-MUNICIPIO
                                       TO REG-RELATORIO
               WRITE REG-RELATORIO
               SET TMU-IDX             UP BY 1
           END-PERFORM

           MOVE 'CLIENTE SEM MUNICIPIO NO CADASTRO'
                                       TO LFM-TITULO
           MOVE CONTA-SEM-MUNICIPIO    TO LFM-TICKETS
           MOVE SOMA-SEM-MUNICIPIO     TO LFM-VALOR
           MOVE SOMA-SEM-MUNICIPIO     TO WS-VALOR-VENDA
           PERFORM CALCULA-PARTICIPACAO
           MOVE WS-PERC-PARTICIPACAO   TO LFM-PERC
           MOVE LINHA-FORA-MUNICIPIO   TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VENDA SEM CLIENTE'    TO LFM-TITULO
           MOVE CONTA-SEM-CLIENTE      TO LFM-TICKETS
           MOVE SOMA-SEM-CLIENTE       TO LFM-VALOR
           MOVE SOMA-SEM-CLIENTE       TO WS-VALOR-VENDA
           PERFORM CALCULA-PARTICIPACAO
           MOVE WS-PERC-PARTICIPACAO   TO LFM-PERC
           MOVE LINHA-FORA-MUNICIPIO   TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-NO-MES           TO LR-QTDE
           MOVE CONTA-TICKETS-MES      TO LR-TICKETS
           MOVE SOMA-MES               TO LR-VALOR
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-MUNICIPIOS       TO LA-QTDE
           MOVE LINHA-ALCANCE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE HISTORICO-VENDAS

           CLOSE CLIENTES

           IF  HA-MUNICIPIOS
               CLOSE MUNICIPIOS-MESTRE
           END-IF

           CLOSE RELATORIO-VENMUN

           MOVE 'RELATORIO-VENMUN'     TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-NO-MES           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
