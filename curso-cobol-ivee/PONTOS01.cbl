      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Fechamento mensal do programa de fidelidade: para
      *    cada cliente de CLIENTES, grava no extrato de pontos
      *    (copybooks PTS*) a expiração dos pontos ganhos há mais de
      *    MESES-VALIDADE-PONTOS meses (PARAMS.TXT, padrão 12) que
      *    ainda não foram usados, na data de movimento, e grava
      *    RELATORIO-PONTOS com o extrato da competência pedida por
      *    cliente: saldo anterior, pontos ganhos, estornados,
      *    usados no caixa (líquido dos resgates devolvidos),
      *    expirados e saldo final. Os pontos são ganhos e resgatados
      *    no caixa por PR16TA01.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-PONTOS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - REG-CLIENTE acompanhou o endereco de entrega
      *    (CLI-ENDERECO, CLI-BAIRRO, CLI-CD-MUNICIPIO, CLI-CEP e
      *    CLI-TELEFONE) incluido por CLIEN01 para a entrega em
      *    domicilio.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linha 1 com a
      *    competência MM/AAAA (em branco = mês da data de
      *    movimento); linhas 2 a 4 com os caminhos do extrato de
      *    pontos, dos clientes e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PONTOS01.
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
           SELECT CLIENTES ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT RELATORIO-PONTOS ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-PONTOS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRSCTL.

           COPY PTSCTL.

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
       FD  CLIENTES.
       01  REG-CLIENTE.
           03  CLI-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  CLI-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  CLI-LIMITE-CREDITO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CLI-SITUACAO-CREDITO    PIC X(01).
               88  CLI-CREDITO-NORMAL              VALUE ' ' 'N'.
               88  CLI-CREDITO-BLOQUEADO           VALUE 'B'.
               88  CLI-CREDITO-LIBERADO            VALUE 'L'.
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

       FD  RELATORIO-PONTOS.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRSFD.

       COPY PTSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'PONTOS01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRSDADOS.
       COPY PTSDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CLIENTES.dat'.
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELPONTO.TXT".
           03  FS-CLIENTES             PIC X(02)        VALUE '00'.
               88  FS-CLI-OK                            VALUE '00'.
           03  FS-RELATORIO-PONTOS     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-CLIENTES        PIC X(01)        VALUE 'N'.
               88  FIM-DOS-CLIENTES                     VALUE 'S'.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-MES-COMP         PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-COMP         PIC X(04).
           03  WS-COMP-AAAAMM          PIC X(06)        VALUE SPACES.
           03  WS-LANC-AAAAMM          PIC X(06)        VALUE SPACES.
           03  WS-SALDO-ANTERIOR       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-GANHOS               PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-ESTORNADOS           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-USADOS               PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-EXPIRADOS            PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-SALDO-FINAL          PIC S9(09) COMP-5 VALUE ZEROS.
           03  CONTA-CLIENTES          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EXTRATOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EXPIRACOES        PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-GANHOS             PIC S9(09) COMP-5 VALUE ZEROS.
           03  SOMA-ESTORNADOS         PIC S9(09) COMP-5 VALUE ZEROS.
           03  SOMA-USADOS             PIC S9(09) COMP-5 VALUE ZEROS.
           03  SOMA-EXPIRADOS          PIC S9(09) COMP-5 VALUE ZEROS.
           03  SOMA-SALDO-FINAL        PIC S9(09) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(53)        VALUE
           'EXTRATO MENSAL DE PONTOS DE FIDELIDADE - COMPETENCIA '.
           03  LC-COMPETENCIA          PIC X(07).
           03  FILLER                  PIC X(13)        VALUE
                                               '  EXPIRACAO: '.
           03  LC-DATA                 PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(06)        VALUE 'CLIEN.'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE 'NOME'.
           03  FILLER                  PIC X(09)        VALUE
                                                   ' ANTERIOR'.
           03  FILLER                  PIC X(09)        VALUE
                                                   '   GANHOS'.
           03  FILLER                  PIC X(09)        VALUE
                                                   ' ESTORNOS'.
           03  FILLER                  PIC X(09)        VALUE
                                                   '   USADOS'.
           03  FILLER                  PIC X(09)        VALUE
                                                   'EXPIRADOS'.
           03  FILLER                  PIC X(09)        VALUE
                                                   '    SALDO'.

       01  LINHA-DETALHE.
           03  LD-CLIENTE              PIC X(04).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-NOME                 PIC X(30).
           03  LD-ANTERIOR             PIC -(8)9.
           03  LD-GANHOS               PIC -(8)9.
           03  LD-ESTORNADOS           PIC -(8)9.
           03  LD-USADOS               PIC -(8)9.
           03  LD-EXPIRADOS            PIC -(8)9.
           03  LD-SALDO                PIC -(8)9.

       01  LINHA-TOTAL.
           03  FILLER                  PIC X(37)        VALUE
                                       'TOTAL DOS CLIENTES'.
           03  FILLER                  PIC X(09)        VALUE SPACES.
           03  LT-GANHOS               PIC -(8)9.
           03  LT-ESTORNADOS           PIC -(8)9.
           03  LT-USADOS               PIC -(8)9.
           03  LT-EXPIRADOS            PIC -(8)9.
           03  LT-SALDO                PIC -(8)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-CLIENTES

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

           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA
           MOVE 'MESES-VALIDADE-PONTOS'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO PTS-MESES-VALIDADE
           END-IF

           OPEN INPUT CLIENTES

           IF  NOT FS-CLI-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CLIENTES, FILE STATUS: '
                   FS-CLIENTES         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM PTS-ABRE-PONTOS

           IF  NOT PONTOS-FIDELIDADE-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-PONTOS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-PONTOS, STATUS: '
                   FS-RELATORIO-PONTOS UPON CONSOLE
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
      *    Cartão SYSIN: linha 1 com a competência MM/AAAA do extrato
      *    (em branco = mês da data de movimento); linhas 2 a 4
      *    substituem, na ordem, os caminhos do extrato de pontos,
      *    dos clientes e do relatório; linha ausente ou em branco
      *    mantém o padrão. Via PARM, aceita apenas a competência.
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
                       MOVE REG-PARM   TO OPE-PONTOS-FIDELIDADE
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
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

           STRING WS-ANO-COMP WS-MES-COMP
               DELIMITED BY SIZE       INTO WS-COMP-AAAAMM

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-CLIENTES           SECTION.
      *----------------------------------------------------------------*
      *    Cada cliente tem primeiro a expiração dos pontos vencidos
      *    gravada e depois o extrato da competência somado. Cliente
      *    sem saldo e sem movimento no mês não sai no relatório.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-CLIENTES'

           PERFORM UNTIL FIM-DOS-CLIENTES
               READ CLIENTES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-CLIENTES
               NOT AT END
                   ADD 1               TO CONTA-CLIENTES
                   PERFORM EXPIRA-PONTOS-CLIENTE
                   PERFORM SOMA-EXTRATO-CLIENTE
                   IF  WS-SALDO-ANTERIOR NOT = 0
                       OR WS-GANHOS    NOT = 0
                       OR WS-ESTORNADOS NOT = 0
                       OR WS-USADOS    NOT = 0
                       OR WS-EXPIRADOS NOT = 0
                       PERFORM GRAVA-EXTRATO-CLIENTE
                   END-IF
           END-PERFORM

           MOVE SOMA-GANHOS            TO LT-GANHOS
           MOVE SOMA-ESTORNADOS        TO LT-ESTORNADOS
           MOVE SOMA-USADOS            TO LT-USADOS
           MOVE SOMA-EXPIRADOS         TO LT-EXPIRADOS
           MOVE SOMA-SALDO-FINAL       TO LT-SALDO
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           EXPIRA-PONTOS-CLIENTE       SECTION.
      *----------------------------------------------------------------*
      *    Pontos ganhos antes da data de corte e ainda não consumidos
      *    (PTS-A-EXPIRAR de PTS-CALCULA-SALDO) saem do saldo com um
      *    movimento X na data de movimento. Reexecução no mesmo dia
      *    não expira de novo: o X gravado já conta como consumo.
      *----------------------------------------------------------------*

           MOVE CLI-CODIGO             TO PTS-CLIENTE-ATUAL
           PERFORM PTS-CALCULA-SALDO

           IF  PTS-A-EXPIRAR           > 0
               MOVE 'X'                TO PTS-TIPO-ATUAL
               MOVE PTS-A-EXPIRAR      TO PTS-QUANTIDADE-ATUAL
               MOVE ZEROS              TO PTS-TICKET-ATUAL
               MOVE ZEROS              TO PTS-VALOR-ATUAL
               MOVE SPACES             TO PTS-FILIAL-ATUAL
               MOVE SPACES             TO PTS-OPERADOR-ATUAL
               PERFORM PTS-GRAVA-MOVIMENTO
               IF  FS-PTS-OK
                   ADD 1               TO CONTA-EXPIRACOES
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-EXTRATO-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      *    Percorre os movimentos do cliente pela chave alternativa:
      *    os anteriores à competência formam o saldo anterior, os da
      *    competência são somados por tipo e os posteriores ficam de
      *    fora.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-SALDO-ANTERIOR
                                          WS-GANHOS
                                          WS-ESTORNADOS
                                          WS-USADOS
                                          WS-EXPIRADOS

           MOVE 'N'                    TO IND-FIM-PONTOS
           MOVE CLI-CODIGO             TO PTS-CLIENTE
           START PONTOS-FIDELIDADE
               KEY IS = PTS-CLIENTE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-PONTOS
           END-START

           PERFORM UNTIL FIM-DOS-PONTOS
               READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PONTOS
               NOT AT END
                   IF  PTS-CLIENTE     NOT = CLI-CODIGO
                       MOVE 'S'        TO IND-FIM-PONTOS
                   ELSE
                       PERFORM CLASSIFICA-MOVIMENTO
                   END-IF
           END-PERFORM

           COMPUTE WS-SALDO-FINAL
               = WS-SALDO-ANTERIOR + WS-GANHOS - WS-ESTORNADOS
               - WS-USADOS - WS-EXPIRADOS

           .

           EXIT.

      *----------------------------------------------------------------*
           CLASSIFICA-MOVIMENTO        SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WS-LANC-AAAAMM
           STRING PTS-DATA(7:4) PTS-DATA(4:2)
               DELIMITED BY SIZE       INTO WS-LANC-AAAAMM

           EVALUATE TRUE
               WHEN WS-LANC-AAAAMM     < WS-COMP-AAAAMM
                   EVALUATE TRUE
                       WHEN PTS-GANHO
                         OR PTS-RESGATE-DEVOLVIDO
                           ADD PTS-QUANTIDADE
                                       TO WS-SALDO-ANTERIOR
                       WHEN PTS-ESTORNO
                         OR PTS-RESGATE
                         OR PTS-EXPIRADO
                           SUBTRACT PTS-QUANTIDADE
                                       FROM WS-SALDO-ANTERIOR
                   END-EVALUATE
               WHEN WS-LANC-AAAAMM     = WS-COMP-AAAAMM
                   EVALUATE TRUE
                       WHEN PTS-GANHO
                           ADD PTS-QUANTIDADE
                                       TO WS-GANHOS
                       WHEN PTS-ESTORNO
                           ADD PTS-QUANTIDADE
                                       TO WS-ESTORNADOS
                       WHEN PTS-RESGATE
                           ADD PTS-QUANTIDADE
                                       TO WS-USADOS
                       WHEN PTS-RESGATE-DEVOLVIDO
                           SUBTRACT PTS-QUANTIDADE
                                       FROM WS-USADOS
                       WHEN PTS-EXPIRADO
                           ADD PTS-QUANTIDADE
                                       TO WS-EXPIRADOS
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-EXTRATO-CLIENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE CLI-CODIGO             TO LD-CLIENTE
           MOVE CLI-NOME               TO LD-NOME
           MOVE WS-SALDO-ANTERIOR      TO LD-ANTERIOR
           MOVE WS-GANHOS              TO LD-GANHOS
           MOVE WS-ESTORNADOS          TO LD-ESTORNADOS
           MOVE WS-USADOS              TO LD-USADOS
           MOVE WS-EXPIRADOS           TO LD-EXPIRADOS
           MOVE WS-SALDO-FINAL         TO LD-SALDO
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           ADD 1                       TO CONTA-EXTRATOS
           ADD WS-GANHOS               TO SOMA-GANHOS
           ADD WS-ESTORNADOS           TO SOMA-ESTORNADOS
           ADD WS-USADOS               TO SOMA-USADOS
           ADD WS-EXPIRADOS            TO SOMA-EXPIRADOS
           ADD WS-SALDO-FINAL          TO SOMA-SALDO-FINAL

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PRSPROC.

       COPY PTSPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CLIENTES
           CLOSE RELATORIO-PONTOS
           PERFORM PTS-FECHA-PONTOS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' CLIENTES NO EXTRATO: '
               CONTA-EXTRATOS          UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' EXPIRACOES GRAVADAS: '
               CONTA-EXPIRACOES        UPON CONSOLE

           CLOSE CLIENTES

           CLOSE RELATORIO-PONTOS

           MOVE 'RELATORIO-PONTOS'     TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM PTS-FECHA-PONTOS

           MOVE CONTA-CLIENTES         TO AUD-QTDE-LIDOS
           MOVE PTS-QTDE-GRAVADOS      TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
