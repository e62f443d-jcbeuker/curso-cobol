      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Relatório de férias a vencer: para cada funcionário
      *    ativo do cadastro mestre, percorre os períodos aquisitivos
      *    já completos na data de movimento e lista os que ainda têm
      *    dias de direito não pagos com o fim do concessivo dentro
      *    dos próximos N dias (ou já passado - férias vencidas, que
      *    a CLT manda pagar em dobro). Usa o registro de
      *    FERIAS-PERIODOS quando FERIAS01 já apurou o período e,
      *    quando não, apura na hora pela mesma rotina (copybook
      *    FERPROC), sem gravar nada.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-FERIAS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com a
      *    quantidade de dias à frente (em branco, 60), 2a a 5a
      *    linhas com os caminhos do cadastro mestre, de
      *    FERIAS-PERIODOS, de AFASTAMENTOS e de RELATORIO-FERIAS.
      *    Via PARM, aceita apenas os dias à frente.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     FERREL01.
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
           SELECT CADASTRO-MESTRE ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDM-MATRICULA
           FILE STATUS IS FS-CADASTRO-MESTRE.

           SELECT AFASTAMENTOS ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS FS-AFASTAMENTOS.

           SELECT RELATORIO-FERIAS ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-FERIAS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY FERCTL.

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
       FD  CADASTRO-MESTRE.
       01  REG-CADASTRO-MESTRE.
           03  CDM-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  CDM-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  CDM-CATEGORIA           PIC X(01).
           03  FILLER                  PIC X(01).
           03  CDM-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CDM-DT-ADMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  CDM-AGENCIA             PIC X(05).
           03  FILLER                  PIC X(01).
           03  CDM-CONTA               PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-DT-DEMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-VALOR-HORA          PIC 9(03)V99.

       FD  AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           03  AFA-CHAVE.
               05  AFA-MATRICULA       PIC X(04).
               05  AFA-DATA-INICIO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  AFA-TIPO                PIC X(02).
           03  FILLER                  PIC X(01).
           03  AFA-DATA-FIM            PIC X(10).

       FD  RELATORIO-FERIAS.
       01  REG-RELATORIO               PIC X(132).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY FERFD.

       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'FERREL01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY FERDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AFASTAME.dat'.
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\RELFERVC.TXT'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-AFASTAMENTOS         PIC X(02)        VALUE '00'.
               88  FS-AFA-OK                            VALUE '00'.
               88  FS-AFA-NAO-EXISTE                    VALUE '35'.
           03  FS-RELATORIO-FERIAS     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-HA-AFASTAMENTOS     PIC X(01)        VALUE 'N'.
               88  HA-AFASTAMENTOS                      VALUE 'S'.
           03  IND-HA-FERIAS           PIC X(01)        VALUE 'N'.
               88  HA-FERIAS                            VALUE 'S'.
           03  IND-PERIODO-APURADO     PIC X(01)        VALUE 'N'.
               88  PERIODO-APURADO                      VALUE 'S'.
           03  WS-DIAS-A-FRENTE        PIC 9(03)        VALUE 60.
           03  WS-DIAS-PARM            PIC X(03)        VALUE SPACES.
           03  WS-REF-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-REF-AMD-R REDEFINES WS-REF-AMD.
               05  WS-REF-ANO          PIC X(04).
               05  WS-REF-MES          PIC X(02).
               05  WS-REF-DIA          PIC X(02).
           03  WS-INT-REFERENCIA       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-HORIZONTE        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-CONCESSIVO       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-RESTANTES       PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-DIREITO              PIC 9(02)        VALUE ZEROS.
           03  WS-PROGRAMADOS          PIC 9(02)        VALUE ZEROS.
           03  WS-PAGOS                PIC 9(02)        VALUE ZEROS.
           03  WS-PENDENTES            PIC 9(02)        VALUE ZEROS.
           03  CONTA-FUNCIONARIOS      PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-VENCIDOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-A-VENCER          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-ADMISSAO      PIC S9(07) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(28)        VALUE
           'FERIAS A VENCER - DATA DE '.
           03  FILLER                  PIC X(11)        VALUE
           'MOVIMENTO: '.
           03  LC-DATA-MOV             PIC X(10).
           03  FILLER                  PIC X(24)        VALUE
           '   CONCESSIVO ATE HOJE +'.
           03  LC-DIAS                 PIC ZZ9.
           03  FILLER                  PIC X(05)        VALUE
           ' DIAS'.

       01  LINHA-COLUNAS.
           03  FILLER                  PIC X(26)        VALUE
           'MATR FUNCIONARIO'.
           03  FILLER                  PIC X(24)        VALUE
           'PERIODO AQUISITIVO'.
           03  FILLER                  PIC X(12)        VALUE
           'LIMITE GOZO'.
           03  FILLER                  PIC X(28)        VALUE
           'DIREITO PROGRAM. PAGOS PEND.'.
           03  FILLER                  PIC X(20)        VALUE
           '  SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-MATRICULA            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-AQUIS-INICIO         PIC X(10).
           03  FILLER                  PIC X(03)        VALUE ' A '.
           03  LD-AQUIS-FIM            PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-CONCESSIVO           PIC X(10).
           03  FILLER                  PIC X(06)        VALUE SPACES.
           03  LD-DIREITO              PIC Z9.
           03  FILLER                  PIC X(07)        VALUE SPACES.
           03  LD-PROGRAMADOS          PIC Z9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-PAGOS                PIC Z9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-PENDENTES            PIC Z9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(30).

       01  LINHA-SITUACAO-A-VENCER.
           03  FILLER                  PIC X(09)        VALUE
           'VENCE EM '.
           03  LSV-DIAS                PIC ZZ9.
           03  FILLER                  PIC X(05)        VALUE
           ' DIAS'.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(22)        VALUE
           'FUNCIONARIOS ATIVOS: '.
           03  LR-FUNCIONARIOS         PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(19)        VALUE
           'PERIODOS VENCIDOS: '.
           03  LR-VENCIDOS             PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(11)        VALUE
           'A VENCER: '.
           03  LR-A-VENCER             PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(20)        VALUE
           'ADMISSAO INVALIDA: '.
           03  LR-SEM-ADMISSAO         PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-CADASTRO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           IF  WS-DIAS-PARM            NOT = SPACES
               IF  FUNCTION TRIM(WS-DIAS-PARM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-DIAS-PARM)
                                       TO WS-DIAS-A-FRENTE
               ELSE
                   DISPLAY NOME-PROGRAMA ' DIAS A FRENTE INVALIDO: '
                       WS-DIAS-PARM    UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           MOVE DMV-ANO-MOV            TO WS-REF-ANO
           MOVE DMV-MES-MOV            TO WS-REF-MES
           MOVE DMV-DIA-MOV            TO WS-REF-DIA
           COMPUTE WS-INT-REFERENCIA
               = FUNCTION INTEGER-OF-DATE(WS-REF-AMD)
           COMPUTE WS-INT-HORIZONTE
               = WS-INT-REFERENCIA + WS-DIAS-A-FRENTE

           OPEN INPUT CADASTRO-MESTRE

           IF  NOT FS-CDM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                   FS-CADASTRO-MESTRE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem periodos apurados, tudo e apurado na hora; sem
      *    afastamentos, nenhuma falta reduz o direito.
           OPEN INPUT FERIAS-PERIODOS

           IF  FS-FER-OK
               SET HA-FERIAS           TO TRUE
           ELSE
               IF  NOT FS-FER-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR FERIAS-PERIODOS, FILE STATUS: '
                       FS-FERIAS       UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT AFASTAMENTOS

           IF  FS-AFA-OK
               SET HA-AFASTAMENTOS     TO TRUE
           ELSE
               IF  NOT FS-AFA-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR AFASTAMENTOS, FILE STATUS: '
                       FS-AFASTAMENTOS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN OUTPUT RELATORIO-FERIAS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-FERIAS, FILE STATUS: '
                   FS-RELATORIO-FERIAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOV
           MOVE WS-DIAS-A-FRENTE       TO LC-DIAS
           WRITE REG-RELATORIO         FROM LINHA-CABECALHO
           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO         FROM LINHA-COLUNAS

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com os dias à frente, depois os
      *    caminhos do cadastro mestre, de FERIAS-PERIODOS, de
      *    AFASTAMENTOS e do relatório; linha ausente ou em branco
      *    mantém o padrão. Via PARM, só os dias à frente.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:3)
                                       TO WS-DIAS-PARM
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:3)
                                       TO WS-DIAS-PARM
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-FERIAS
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
           PROCESSA-CADASTRO           SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-CADASTRO'

           MOVE 'N'                    TO IND-FIM-ARQUIVO

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  CDM-DT-DEMISSAO = SPACES
                       ADD 1           TO CONTA-FUNCIONARIOS
                       PERFORM VERIFICA-FUNCIONARIO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-FUNCIONARIO        SECTION.
      *----------------------------------------------------------------*
      *    Percorre os períodos aquisitivos completos do funcionário,
      *    do primeiro ano de casa até o último encerrado antes da
      *    data de movimento.
      *----------------------------------------------------------------*

           MOVE CDM-DT-ADMISSAO        TO FER-DATA-DDMMAAAA
           PERFORM FER-CONVERTE-DATA

           IF  FER-DATA-AMD            = 0
               ADD 1                   TO CONTA-SEM-ADMISSAO
               DISPLAY NOME-PROGRAMA ' DATA DE ADMISSAO INVALIDA: '
                   CDM-MATRICULA ' ' CDM-DT-ADMISSAO UPON CONSOLE
           ELSE
               MOVE FER-DATA-AMD       TO FER-ADMISSAO-AMD
               MOVE CDM-MATRICULA      TO FER-MATRICULA-APURADA
               MOVE ZEROS              TO FER-ORDEM-PERIODO
               PERFORM FER-CALCULA-PERIODO

               PERFORM UNTIL FER-INT-FIM >= WS-INT-REFERENCIA
                   OR FER-ORDEM-PERIODO > 60
                   PERFORM VERIFICA-PERIODO
                   ADD 1               TO FER-ORDEM-PERIODO
                   PERFORM FER-CALCULA-PERIODO
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-PERIODO            SECTION.
      *----------------------------------------------------------------*
      *    Dias pendentes do período = direito - pagos, do registro
      *    apurado por FERIAS01 ou, sem ele, apurados aqui; período
      *    com pendência e concessivo até o horizonte vai ao
      *    relatório.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PROGRAMADOS
           MOVE ZEROS                  TO WS-PAGOS
           MOVE 'N'                    TO IND-PERIODO-APURADO

           IF  HA-FERIAS
               MOVE CDM-MATRICULA      TO FER-MATRICULA
               MOVE FER-INICIO-CALC    TO FER-AQUIS-INICIO
               READ FERIAS-PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-PERIODO-APURADO
                       MOVE FER-DIAS-DIREITO
                                       TO WS-DIREITO
                       MOVE FER-DIAS-PROGRAMADOS
                                       TO WS-PROGRAMADOS
                       MOVE FER-DIAS-PAGOS
                                       TO WS-PAGOS
               END-READ
           END-IF

           IF  NOT PERIODO-APURADO
               MOVE ZEROS              TO FER-FALTAS-APURADAS
               IF  HA-AFASTAMENTOS
                   PERFORM FER-CONTA-FALTAS
               END-IF
               PERFORM FER-DIAS-DE-DIREITO
               MOVE FER-DIAS-APURADOS  TO WS-DIREITO
           END-IF

           MOVE ZEROS                  TO WS-PENDENTES
           IF  WS-DIREITO              > WS-PAGOS
               COMPUTE WS-PENDENTES    = WS-DIREITO - WS-PAGOS
           END-IF

           COMPUTE WS-INT-CONCESSIVO
               = FUNCTION INTEGER-OF-DATE(FER-CONCESSIVO-CALC)

           IF  WS-PENDENTES            > 0
               AND WS-INT-CONCESSIVO   <= WS-INT-HORIZONTE
               PERFORM IMPRIME-PERIODO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-PERIODO             SECTION.
      *----------------------------------------------------------------*

           MOVE CDM-MATRICULA          TO LD-MATRICULA
           MOVE CDM-NOME               TO LD-NOME
           MOVE FER-INICIO-CALC        TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO LD-AQUIS-INICIO
           MOVE FER-FIM-CALC           TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO LD-AQUIS-FIM
           MOVE FER-CONCESSIVO-CALC    TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO LD-CONCESSIVO
           MOVE WS-DIREITO             TO LD-DIREITO
           MOVE WS-PROGRAMADOS         TO LD-PROGRAMADOS
           MOVE WS-PAGOS               TO LD-PAGOS
           MOVE WS-PENDENTES           TO LD-PENDENTES

           COMPUTE WS-DIAS-RESTANTES
               = WS-INT-CONCESSIVO - WS-INT-REFERENCIA

           IF  WS-DIAS-RESTANTES       < 0
               ADD 1                   TO CONTA-VENCIDOS
               MOVE 'VENCIDO - PAGAR EM DOBRO'
                                       TO LD-SITUACAO
           ELSE
               ADD 1                   TO CONTA-A-VENCER
               MOVE WS-DIAS-RESTANTES  TO LSV-DIAS
               MOVE LINHA-SITUACAO-A-VENCER
                                       TO LD-SITUACAO
           END-IF

           WRITE REG-RELATORIO         FROM LINHA-DETALHE

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY FERPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CADASTRO-MESTRE
           CLOSE FERIAS-PERIODOS
           CLOSE AFASTAMENTOS
           CLOSE RELATORIO-FERIAS

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
           MOVE CONTA-FUNCIONARIOS     TO LR-FUNCIONARIOS
           MOVE CONTA-VENCIDOS         TO LR-VENCIDOS
           MOVE CONTA-A-VENCER         TO LR-A-VENCER
           MOVE CONTA-SEM-ADMISSAO     TO LR-SEM-ADMISSAO
           WRITE REG-RELATORIO         FROM LINHA-RODAPE

           DISPLAY NOME-PROGRAMA ' FUNCIONARIOS ATIVOS: '
               CONTA-FUNCIONARIOS ' VENCIDOS: ' CONTA-VENCIDOS
               ' A VENCER: ' CONTA-A-VENCER UPON CONSOLE

           CLOSE CADASTRO-MESTRE

           IF  HA-FERIAS
               CLOSE FERIAS-PERIODOS
           END-IF

           IF  HA-AFASTAMENTOS
               CLOSE AFASTAMENTOS
           END-IF

           CLOSE RELATORIO-FERIAS

           MOVE 'RELATORIO-FERIAS'     TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-FUNCIONARIOS     TO AUD-QTDE-LIDOS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-VENCIDOS + CONTA-A-VENCER
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
