      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Apuração mensal do vale-transporte. Para cada
      *    funcionário com declaração em DECLARACOES-VT (CADFUN01),
      *    conta os dias úteis da competência pelo calendário de
      *    CALEND01, desconta os dias úteis cobertos por AFASTAMENTOS,
      *    multiplica pelas viagens declaradas e pela tarifa do
      *    município de residência (TARIFAS-VT, TARIFA01; município
      *    extinto usa a tarifa do sucessor do MUNICIPIOS-MESTRE).
      *    Grava o benefício do mês em VALE-TRANSPORTE-MES, de onde
      *    C3A07P01 tira o desconto legal de 6%, e gera o pedido de
      *    compra de créditos para a operadora - header '0', detalhe
      *    '1' por funcionário e trailer '9', numerado no log de
      *    transmissões de interface. Funcionário cujo município não
      *    tem tarifa cadastrada sai no relatório como exceção, fora
      *    do pedido.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-VT passa a ser registrado, ao ser fechado,
      *    no repositorio de relatorios (copybooks RRL*): copia guardada
      *    e indexada por programa, nome, data de movimento e operador,
      *    para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com a
      *    competência MM/AAAA (em branco, o mês seguinte ao da data
      *    de movimento - o vale é comprado adiantado), 2a a 9a
      *    linhas com os caminhos do cadastro mestre, de
      *    DECLARACOES-VT, de TARIFAS-VT, do MUNICIPIOS-MESTRE, de
      *    AFASTAMENTOS, de VALE-TRANSPORTE-MES, do pedido à
      *    operadora e do relatório. Via PARM, só a competência.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     VALETR01.
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

           SELECT MUNICIPIOS-MESTRE ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-CD-MUNICIPIO
           FILE STATUS IS FS-MUNICIPIOS-MESTRE.

           SELECT AFASTAMENTOS ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS FS-AFASTAMENTOS.

           SELECT PEDIDO-VT ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDIDO-VT.

           SELECT RELATORIO-VT ASSIGN TO OPE05
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-VT.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY VTDCTL.

           COPY TVTCTL.

           COPY VTMCTL.

           COPY CALCTL.

           COPY INTCTL.

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

       FD  AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           03  AFA-CHAVE.
               05  AFA-MATRICULA       PIC X(04).
               05  AFA-DATA-INICIO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  AFA-TIPO                PIC X(02).
           03  FILLER                  PIC X(01).
           03  AFA-DATA-FIM            PIC X(10).

       FD  PEDIDO-VT.
       01  REG-PEDIDO                  PIC X(80).

       FD  RELATORIO-VT.
       01  REG-RELATORIO               PIC X(132).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY VTDFD.

       COPY TVTFD.

       COPY VTMFD.

       COPY CALFD.

       COPY INTFD.

       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VALETR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY VTDDADOS.
       COPY TVTDADOS.
       COPY VTMDADOS.
       COPY CALDADOS.
       COPY INTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MUNMEST.dat'.
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AFASTAME.dat'.
           03  OPE04                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PEDIDOVT.TXT'.
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\RELVT.TXT'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-MUNICIPIOS-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-MUN-OK                            VALUE '00'.
               88  FS-MUN-NAO-EXISTE                    VALUE '35'.
           03  FS-AFASTAMENTOS         PIC X(02)        VALUE '00'.
               88  FS-AFA-OK                            VALUE '00'.
               88  FS-AFA-NAO-EXISTE                    VALUE '35'.
           03  FS-PEDIDO-VT            PIC X(02)        VALUE '00'.
               88  FS-PED-OK                            VALUE '00'.
           03  FS-RELATORIO-VT         PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-HA-MUNICIPIOS       PIC X(01)        VALUE 'N'.
               88  HA-MUNICIPIOS                        VALUE 'S'.
           03  IND-HA-AFASTAMENTOS     PIC X(01)        VALUE 'N'.
               88  HA-AFASTAMENTOS                      VALUE 'S'.
           03  IND-ACHOU-TARIFA        PIC X(01)        VALUE 'N'.
               88  ACHOU-TARIFA                         VALUE 'S'.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-COMP-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-MES-SEGUINTE         PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-SEGUINTE         PIC 9(04)        VALUE ZEROS.
           03  WS-INT-COMP-INI         PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-COMP-FIM         PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-DIA              PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-AFA-INI          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-AFA-FIM          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-SOBREP-INI       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-SOBREP-FIM       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-AFA-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-DIAS-COMPETENCIA     PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-DIAS-UTEIS-MES       PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-DIAS-AFASTADO        PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-DIA              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-CD-MUNICIPIO-TARIFA  PIC 9(07)        VALUE ZEROS.
           03  WS-MOTIVO               PIC X(40)        VALUE SPACES.
           03  CONTA-DECLARACOES       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CALCULADOS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-TARIFA        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-IGNORADOS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DETALHES-PEDIDO   PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-PEDIDO             PIC S9(09)V99    VALUE ZEROS.

      *    Dias da competencia: se e dia util pelo calendario e se o
      *    funcionario corrente esta afastado nele.
       01  TAB-DIAS-VT.
           03  TDV-DIA                 OCCURS 31 TIMES.
               05  TDV-UTIL            PIC X(01).
               05  TDV-AFASTADO        PIC X(01).

      *    Pedido de créditos à operadora, no estilo header/detalhe/
      *    trailer das remessas da casa.
       01  PED-REGISTRO-HEADER.
           03  FILLER                  PIC X(01)          VALUE '0'.
           03  PED-H-EMPRESA           PIC X(30)          VALUE
               'TR03 FLUX COMERCIO LTDA'.
           03  PED-H-CNPJ              PIC X(14)          VALUE
               '12345678000199'.
           03  PED-H-COMPETENCIA       PIC X(07)          VALUE ' '.
           03  PED-H-DATA              PIC X(10)          VALUE ' '.
           03  PED-H-NR-ARQUIVO        PIC 9(06)          VALUE ZEROS.
           03  FILLER                  PIC X(12)          VALUE ' '.

       01  PED-REGISTRO-DETALHE.
           03  FILLER                  PIC X(01)          VALUE '1'.
           03  PED-D-MATRICULA         PIC X(04)          VALUE ' '.
           03  PED-D-NOME              PIC X(20)          VALUE ' '.
           03  PED-D-CD-MUNICIPIO      PIC 9(07)          VALUE ZEROS.
           03  PED-D-OPERADORA         PIC X(20)          VALUE ' '.
           03  PED-D-QTDE-PASSAGENS    PIC 9(04)          VALUE ZEROS.
           03  PED-D-TARIFA            PIC 9(03)V99       VALUE ZEROS.
           03  PED-D-VALOR             PIC 9(05)V99       VALUE ZEROS.
           03  FILLER                  PIC X(12)          VALUE ' '.

       01  PED-REGISTRO-TRAILER.
           03  FILLER                  PIC X(01)          VALUE '9'.
           03  PED-T-QTDE-DETALHES     PIC 9(06)          VALUE ZEROS.
           03  PED-T-TOTAL             PIC 9(09)V99       VALUE ZEROS.
           03  FILLER                  PIC X(62)          VALUE ' '.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(31)        VALUE
           'VALE-TRANSPORTE - COMPETENCIA '.
           03  LC-COMPETENCIA          PIC X(07).
           03  FILLER                  PIC X(14)        VALUE
           '  DIAS UTEIS: '.
           03  LC-DIAS-UTEIS           PIC Z9.
           03  FILLER                  PIC X(14)        VALUE
           '  MOVIMENTO: '.
           03  LC-DATA-MOV             PIC X(10).

       01  LINHA-COLUNAS.
           03  FILLER                  PIC X(26)        VALUE
           'MATR FUNCIONARIO'.
           03  FILLER                  PIC X(08)        VALUE
           'MUNIC.'.
           03  FILLER                  PIC X(33)        VALUE
           'VIAG UTEIS AFAST PASSAG  TARIFA'.
           03  FILLER                  PIC X(14)        VALUE
           '     VALOR'.
           03  FILLER                  PIC X(40)        VALUE
           'OPERADORA / OCORRENCIA'.

       01  LINHA-DETALHE.
           03  LD-MATRICULA            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-CD-MUNICIPIO         PIC 9(07).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-VIAGENS              PIC Z9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-UTEIS                PIC Z9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-AFASTADO             PIC Z9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-PASSAGENS            PIC ZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-TARIFA               PIC ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-VALOR                PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-OCORRENCIA           PIC X(40).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(14)        VALUE
           'DECLARACOES: '.
           03  LR-DECLARACOES          PIC ZZZZZZ9.
           03  FILLER                  PIC X(13)        VALUE
           '  NO PEDIDO: '.
           03  LR-CALCULADOS           PIC ZZZZZZ9.
           03  FILLER                  PIC X(14)        VALUE
           '  SEM TARIFA: '.
           03  LR-SEM-TARIFA           PIC ZZZZZZ9.
           03  FILLER                  PIC X(14)        VALUE
           '  IGNORADAS: '.
           03  LR-IGNORADOS            PIC ZZZZZZ9.
           03  FILLER                  PIC X(16)        VALUE
           '  TOTAL PEDIDO: '.
           03  LR-TOTAL                PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-DECLARACOES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           PERFORM DEFINE-COMPETENCIA

           OPEN INPUT CADASTRO-MESTRE

           IF  NOT FS-CDM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                   FS-CADASTRO-MESTRE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT DECLARACOES-VT

           IF  NOT FS-VTD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR DECLARACOES-VT, FILE STATUS: '
                   FS-DECLARACOES-VT   UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT TARIFAS-VT

           IF  NOT FS-TVT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR TARIFAS-VT, FILE STATUS: '
                   FS-TARIFAS-VT       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem o mestre de municipios, a tarifa do sucessor de um
      *    municipio extinto nao e procurada; sem afastamentos,
      *    todo dia util da competencia conta.
           OPEN INPUT MUNICIPIOS-MESTRE

           IF  FS-MUN-OK
               SET HA-MUNICIPIOS       TO TRUE
           ELSE
               IF  NOT FS-MUN-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MUNICIPIOS-MESTRE, STATUS: '
                       FS-MUNICIPIOS-MESTRE UPON CONSOLE
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

           OPEN I-O VALE-TRANSPORTE-MES

           IF  FS-VTM-NAO-EXISTE
               OPEN OUTPUT VALE-TRANSPORTE-MES
               CLOSE VALE-TRANSPORTE-MES
               OPEN I-O VALE-TRANSPORTE-MES
           END-IF

           IF  NOT FS-VTM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR VALE-TRANSPORTE-MES, STATUS: '
                   FS-VALE-TRANSPORTE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT PEDIDO-VT

           IF  NOT FS-PED-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR PEDIDO-VT, FILE STATUS: '
                   FS-PEDIDO-VT        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-VT

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-VT, FILE STATUS: '
                   FS-RELATORIO-VT     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CAL-ABRE-CALENDARIO

           PERFORM MONTA-DIAS-UTEIS

           PERFORM INT-ABRE-LOG
           MOVE 'PEDIDO-VT'            TO INT-INTERFACE-ATUAL
           PERFORM INT-PROXIMO-NUMERO

           MOVE WS-COMPETENCIA         TO PED-H-COMPETENCIA
           MOVE DMV-DATA-MOVIMENTO     TO PED-H-DATA
           MOVE INT-NUMERO-GERADO      TO PED-H-NR-ARQUIVO
           MOVE PED-REGISTRO-HEADER    TO REG-PEDIDO
           WRITE REG-PEDIDO

           MOVE WS-COMPETENCIA         TO LC-COMPETENCIA
           MOVE WS-DIAS-UTEIS-MES      TO LC-DIAS-UTEIS
           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOV
           WRITE REG-RELATORIO         FROM LINHA-CABECALHO
           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO         FROM LINHA-COLUNAS

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com a competência, depois os
      *    caminhos do cadastro mestre, das declarações, das tarifas,
      *    dos municípios, dos afastamentos, do vale do mês, do
      *    pedido e do relatório; linha ausente ou em branco mantém
      *    o padrão. Via PARM, só a competência.
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
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-DECLARACOES-VT
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-TARIFAS-VT
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
                       MOVE REG-PARM   TO OPE-VALE-TRANSPORTE
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DEFINE-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*
      *    Competência MM/AAAA do cartão, quando válida; em branco,
      *    o mês seguinte ao da data de movimento, porque o vale é
      *    comprado antes do mês de uso. Os limites em dias corridos
      *    seguem a mesma conta de 1020-DEFINE-COMPETENCIA de
      *    C3A07P01, que desconta o vale na mesma competência.
      *----------------------------------------------------------------*

           IF  WS-COMPETENCIA          NOT = SPACES
               IF  WS-COMPETENCIA(1:2) NOT NUMERIC
                   OR WS-COMPETENCIA(3:1) NOT = '/'
                   OR WS-COMPETENCIA(4:4) NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < '01'
                   OR WS-COMPETENCIA(1:2) > '12'
                   DISPLAY NOME-PROGRAMA
                       ' COMPETENCIA INVALIDA NO CARTAO: '
                       WS-COMPETENCIA  UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           ELSE
               MOVE DMV-MES-MOV        TO WS-MES-SEGUINTE
               MOVE DMV-ANO-MOV        TO WS-ANO-SEGUINTE
               IF  WS-MES-SEGUINTE     = 12
                   MOVE 1              TO WS-MES-SEGUINTE
                   ADD 1               TO WS-ANO-SEGUINTE
               ELSE
                   ADD 1               TO WS-MES-SEGUINTE
               END-IF
               STRING WS-MES-SEGUINTE '/' WS-ANO-SEGUINTE
                   DELIMITED BY SIZE INTO WS-COMPETENCIA
           END-IF

           MOVE ZEROS                  TO WS-COMP-AMD
           STRING WS-COMPETENCIA(4:4) WS-COMPETENCIA(1:2) '01'
               DELIMITED BY SIZE INTO WS-COMP-AMD
           COMPUTE WS-INT-COMP-INI
               = FUNCTION INTEGER-OF-DATE(WS-COMP-AMD)

           MOVE WS-COMPETENCIA(1:2)    TO WS-MES-SEGUINTE
           MOVE WS-COMPETENCIA(4:4)    TO WS-ANO-SEGUINTE
           IF  WS-MES-SEGUINTE         = 12
               MOVE 1                  TO WS-MES-SEGUINTE
               ADD 1                   TO WS-ANO-SEGUINTE
           ELSE
               ADD 1                   TO WS-MES-SEGUINTE
           END-IF
           COMPUTE WS-COMP-AMD
               = (WS-ANO-SEGUINTE * 10000)
               + (WS-MES-SEGUINTE * 100) + 1
           COMPUTE WS-INT-COMP-FIM
               = FUNCTION INTEGER-OF-DATE(WS-COMP-AMD) - 1

           COMPUTE WS-DIAS-COMPETENCIA
               = WS-INT-COMP-FIM - WS-INT-COMP-INI + 1

           DISPLAY NOME-PROGRAMA ' COMPETENCIA DO VALE-TRANSPORTE: '
               WS-COMPETENCIA          UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-DIAS-UTEIS            SECTION.
      *----------------------------------------------------------------*
      *    Marca os dias úteis da competência pelo calendário de
      *    processamento (feriado 'F' derruba, 'U' força) e conta o
      *    total do mês.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DIAS-UTEIS-MES

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > WS-DIAS-COMPETENCIA
               COMPUTE WS-INT-DIA = WS-INT-COMP-INI + WS-SUB-DIA - 1
               COMPUTE CAL-DATA-TESTE-AMD
                   = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               PERFORM CAL-TESTA-DIA-UTIL
               IF  CAL-DIA-TESTADO-UTIL
                   MOVE 'S'            TO TDV-UTIL(WS-SUB-DIA)
                   ADD 1               TO WS-DIAS-UTEIS-MES
               ELSE
                   MOVE 'N'            TO TDV-UTIL(WS-SUB-DIA)
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-DECLARACOES        SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-DECLARACOES'

           MOVE 'N'                    TO IND-FIM-ARQUIVO

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ DECLARACOES-VT NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-DECLARACOES
                   PERFORM PROCESSA-FUNCIONARIO
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-FUNCIONARIO        SECTION.
      *----------------------------------------------------------------*
      *    Declaração sem mestre, de demitido ou sem viagens fica de
      *    fora; município sem tarifa é exceção do relatório. Nos
      *    três casos, o vale já apurado da competência numa
      *    execução anterior é excluído, para a folha não descontar
      *    o que não foi comprado.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LINHA-DETALHE
           MOVE VTD-MATRICULA          TO LD-MATRICULA
           MOVE VTD-VIAGENS-DIA        TO LD-VIAGENS
           MOVE SPACES                 TO WS-MOTIVO

           MOVE VTD-MATRICULA          TO CDM-MATRICULA
           READ CADASTRO-MESTRE
               INVALID KEY
                   MOVE 'MATRICULA FORA DO CADASTRO MESTRE'
                                       TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE CDM-NOME       TO LD-NOME
                   MOVE CDM-CD-MUNICIPIO
                                       TO LD-CD-MUNICIPIO
                   IF  CDM-DT-DEMISSAO NOT = SPACES
                       MOVE 'FUNCIONARIO DEMITIDO'
                                       TO WS-MOTIVO
                   END-IF
           END-READ

           IF  WS-MOTIVO               = SPACES
               AND VTD-VIAGENS-DIA     = 0
               MOVE 'DECLARACAO SEM VIAGENS'
                                       TO WS-MOTIVO
           END-IF

           IF  WS-MOTIVO               NOT = SPACES
               ADD 1                   TO CONTA-IGNORADOS
           ELSE
               PERFORM OBTEM-TARIFA
               IF  NOT ACHOU-TARIFA
                   ADD 1               TO CONTA-SEM-TARIFA
                   MOVE 'SEM TARIFA PARA O MUNICIPIO'
                                       TO WS-MOTIVO
               END-IF
           END-IF

           IF  WS-MOTIVO               NOT = SPACES
               MOVE VTD-MATRICULA      TO VTM-MATRICULA
               MOVE WS-COMPETENCIA     TO VTM-COMPETENCIA
               DELETE VALE-TRANSPORTE-MES
               MOVE WS-MOTIVO          TO LD-OCORRENCIA
           ELSE
               PERFORM CALCULA-VALE-TRANSPORTE
               PERFORM GRAVA-VALE-TRANSPORTE
               MOVE WS-DIAS-UTEIS-MES  TO LD-UTEIS
               MOVE WS-DIAS-AFASTADO   TO LD-AFASTADO
               MOVE VTM-QTDE-PASSAGENS TO LD-PASSAGENS
               MOVE VTM-TARIFA         TO LD-TARIFA
               MOVE VTM-VALOR          TO LD-VALOR
               MOVE TVT-OPERADORA      TO LD-OCORRENCIA
               IF  VTM-QTDE-PASSAGENS  > 0
                   PERFORM GRAVA-DETALHE-PEDIDO
               ELSE
                   MOVE 'SEM DIAS UTEIS A TRABALHAR'
                                       TO LD-OCORRENCIA
               END-IF
           END-IF

           WRITE REG-RELATORIO         FROM LINHA-DETALHE

           .

           EXIT.

      *----------------------------------------------------------------*
           OBTEM-TARIFA                SECTION.
      *----------------------------------------------------------------*
      *    Tarifa do município de residência; sem ela e com o
      *    município extinto no mestre, vale a tarifa do sucessor.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ACHOU-TARIFA
           MOVE CDM-CD-MUNICIPIO       TO WS-CD-MUNICIPIO-TARIFA

           MOVE CDM-CD-MUNICIPIO       TO TVT-CD-MUNICIPIO
           READ TARIFAS-VT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-TARIFA    TO TRUE
           END-READ

           IF  NOT ACHOU-TARIFA
               AND HA-MUNICIPIOS
               MOVE CDM-CD-MUNICIPIO   TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  MM-EXTINTO
                           AND MM-CD-SUCESSOR > 0
                           MOVE MM-CD-SUCESSOR
                                       TO TVT-CD-MUNICIPIO
                                          WS-CD-MUNICIPIO-TARIFA
                           READ TARIFAS-VT
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET ACHOU-TARIFA TO TRUE
                           END-READ
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-VALE-TRANSPORTE     SECTION.
      *----------------------------------------------------------------*
      *    Passagens = (dias úteis - dias úteis afastados) x viagens
      *    por dia; valor = passagens x tarifa.
      *----------------------------------------------------------------*

           PERFORM MARCA-DIAS-AFASTADOS

           MOVE ZEROS                  TO WS-DIAS-AFASTADO

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > WS-DIAS-COMPETENCIA
               IF  TDV-UTIL(WS-SUB-DIA)     = 'S'
                   AND TDV-AFASTADO(WS-SUB-DIA) = 'S'
                   ADD 1               TO WS-DIAS-AFASTADO
               END-IF
           END-PERFORM

           MOVE VTD-MATRICULA          TO VTM-MATRICULA
           MOVE WS-COMPETENCIA         TO VTM-COMPETENCIA
           MOVE WS-CD-MUNICIPIO-TARIFA TO VTM-CD-MUNICIPIO
           MOVE TVT-TARIFA             TO VTM-TARIFA
           MOVE VTD-VIAGENS-DIA        TO VTM-VIAGENS-DIA
           MOVE WS-DIAS-UTEIS-MES      TO VTM-DIAS-UTEIS
           MOVE WS-DIAS-AFASTADO       TO VTM-DIAS-AFASTADO
           COMPUTE VTM-QTDE-PASSAGENS
               = (WS-DIAS-UTEIS-MES - WS-DIAS-AFASTADO)
               * VTD-VIAGENS-DIA
           COMPUTE VTM-VALOR
               = VTM-QTDE-PASSAGENS * TVT-TARIFA

           .

           EXIT.

      *----------------------------------------------------------------*
           MARCA-DIAS-AFASTADOS        SECTION.
      *----------------------------------------------------------------*
      *    Marca os dias da competência cobertos por algum período de
      *    AFASTAMENTOS da matrícula (sobreposição de cada período
      *    com o mês, como em 2066-SOMA-DIAS-AFASTADOS de C3A07P01);
      *    períodos sobrepostos não contam o mesmo dia duas vezes.
      *----------------------------------------------------------------*

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > 31
               MOVE 'N'                TO TDV-AFASTADO(WS-SUB-DIA)
           END-PERFORM

           IF  HA-AFASTAMENTOS
               MOVE VTD-MATRICULA      TO AFA-MATRICULA
               MOVE LOW-VALUES         TO AFA-DATA-INICIO

               START AFASTAMENTOS
                   KEY IS >= AFA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AFASTAMENTOS NEXT RECORD
               END-START

               PERFORM UNTIL NOT FS-AFA-OK
                   OR AFA-MATRICULA NOT = VTD-MATRICULA
                   PERFORM MARCA-PERIODO-AFASTADO
                   READ AFASTAMENTOS NEXT RECORD
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MARCA-PERIODO-AFASTADO      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-AFA-AMD
           STRING AFA-DATA-INICIO(7:4) AFA-DATA-INICIO(4:2)
                  AFA-DATA-INICIO(1:2)
               DELIMITED BY SIZE INTO WS-AFA-AMD
           COMPUTE WS-INT-AFA-INI
               = FUNCTION INTEGER-OF-DATE(WS-AFA-AMD)

           MOVE ZEROS                  TO WS-AFA-AMD
           STRING AFA-DATA-FIM(7:4) AFA-DATA-FIM(4:2)
                  AFA-DATA-FIM(1:2)
               DELIMITED BY SIZE INTO WS-AFA-AMD
           COMPUTE WS-INT-AFA-FIM
               = FUNCTION INTEGER-OF-DATE(WS-AFA-AMD)

           IF  WS-INT-AFA-INI          > WS-INT-COMP-INI
               MOVE WS-INT-AFA-INI     TO WS-INT-SOBREP-INI
           ELSE
               MOVE WS-INT-COMP-INI    TO WS-INT-SOBREP-INI
           END-IF

           IF  WS-INT-AFA-FIM          < WS-INT-COMP-FIM
               MOVE WS-INT-AFA-FIM     TO WS-INT-SOBREP-FIM
           ELSE
               MOVE WS-INT-COMP-FIM    TO WS-INT-SOBREP-FIM
           END-IF

           PERFORM VARYING WS-INT-DIA FROM WS-INT-SOBREP-INI BY 1
               UNTIL WS-INT-DIA > WS-INT-SOBREP-FIM
               COMPUTE WS-SUB-DIA = WS-INT-DIA - WS-INT-COMP-INI + 1
               MOVE 'S'                TO TDV-AFASTADO(WS-SUB-DIA)
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-VALE-TRANSPORTE       SECTION.
      *----------------------------------------------------------------*
      *    Inclui o vale da competência; reexecução regrava o já
      *    apurado.
      *----------------------------------------------------------------*

           WRITE REG-VALE-TRANSPORTE

           IF  FS-VTM-JA-EXISTE
               REWRITE REG-VALE-TRANSPORTE
           END-IF

           IF  NOT FS-VTM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR VALE-TRANSPORTE-MES, STATUS: '
                   FS-VALE-TRANSPORTE ' MATRICULA ' VTM-MATRICULA
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-DETALHE-PEDIDO        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-CALCULADOS
           ADD 1                       TO CONTA-DETALHES-PEDIDO
           ADD VTM-VALOR               TO SOMA-PEDIDO

           MOVE VTM-MATRICULA          TO PED-D-MATRICULA
           MOVE CDM-NOME               TO PED-D-NOME
           MOVE VTM-CD-MUNICIPIO       TO PED-D-CD-MUNICIPIO
           MOVE TVT-OPERADORA          TO PED-D-OPERADORA
           MOVE VTM-QTDE-PASSAGENS     TO PED-D-QTDE-PASSAGENS
           MOVE VTM-TARIFA             TO PED-D-TARIFA
           MOVE VTM-VALOR              TO PED-D-VALOR
           MOVE PED-REGISTRO-DETALHE   TO REG-PEDIDO
           WRITE REG-PEDIDO

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CALPROC.

       COPY INTPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CADASTRO-MESTRE
           CLOSE DECLARACOES-VT
           CLOSE TARIFAS-VT
           CLOSE MUNICIPIOS-MESTRE
           CLOSE AFASTAMENTOS
           CLOSE VALE-TRANSPORTE-MES
           CLOSE PEDIDO-VT
           CLOSE RELATORIO-VT
           PERFORM CAL-FECHA-CALENDARIO
           PERFORM INT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE CONTA-DETALHES-PEDIDO  TO PED-T-QTDE-DETALHES
           MOVE SOMA-PEDIDO            TO PED-T-TOTAL
           MOVE PED-REGISTRO-TRAILER   TO REG-PEDIDO
           WRITE REG-PEDIDO

           CLOSE PEDIDO-VT

           MOVE CONTA-DETALHES-PEDIDO  TO INT-QTDE-ATUAL
           MOVE SOMA-PEDIDO            TO INT-SOMA-ATUAL
           PERFORM INT-REGISTRA-GERACAO

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE CONTA-DECLARACOES      TO LR-DECLARACOES
           MOVE CONTA-CALCULADOS       TO LR-CALCULADOS
           MOVE CONTA-SEM-TARIFA       TO LR-SEM-TARIFA
           MOVE CONTA-IGNORADOS        TO LR-IGNORADOS
           MOVE SOMA-PEDIDO            TO LR-TOTAL
           WRITE REG-RELATORIO         FROM LINHA-RODAPE

           DISPLAY NOME-PROGRAMA ' DECLARACOES: ' CONTA-DECLARACOES
               ' NO PEDIDO: ' CONTA-CALCULADOS
               ' SEM TARIFA: ' CONTA-SEM-TARIFA UPON CONSOLE

           CLOSE CADASTRO-MESTRE

           CLOSE DECLARACOES-VT

           CLOSE TARIFAS-VT

           IF  HA-MUNICIPIOS
               CLOSE MUNICIPIOS-MESTRE
           END-IF

           IF  HA-AFASTAMENTOS
               CLOSE AFASTAMENTOS
           END-IF

           CLOSE VALE-TRANSPORTE-MES

           CLOSE RELATORIO-VT

           MOVE 'RELATORIO-VT'         TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM CAL-FECHA-CALENDARIO

           PERFORM INT-FECHA-LOG

           MOVE CONTA-DECLARACOES      TO AUD-QTDE-LIDOS
           MOVE CONTA-CALCULADOS       TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
