      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Quadro de pessoal, rotatividade e custo da mão de
      *    obra do mês, pedido pela diretoria a cada trimestre. Do
      *    CADASTRO-MESTRE saem, por CDM-CATEGORIA, o quadro no
      *    início e no fim do mês, as admissões e as demissões do mês
      *    (CDM-DT-ADMISSAO / CDM-DT-DEMISSAO) e a taxa de
      *    rotatividade: média de admissões e demissões sobre o
      *    quadro médio. Dos AFASTAMENTOS (AFASTA01) saem os dias
      *    afastados dentro do mês por tipo. Do HISTORICO-MENSAL sai
      *    a folha paga na competência por categoria - bruto
      *    (adiantamento + férias), descontos (INSS, IRRF e pensão) e
      *    líquido -, e a folha bruta comparada com a venda líquida
      *    do mês no HISTORICO-VENDAS (venda menos o ICMS destacado)
      *    dá o custo da mão de obra em percentual, com a tendência
      *    dos doze meses terminados no mês pedido.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-QUADRO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o mês
      *    MM/AAAA (em branco usa o mês da data de movimento), 2a a
      *    6a linhas com os caminhos de CADASTRO-MESTRE,
      *    HISTORICO-MENSAL, AFASTAMENTOS, HISTORICO-VENDAS e
      *    RELATORIO-QUADRO. Via PARM, aceita apenas o mês. Sem
      *    AFASTAMENTOS ou sem HISTORICO-VENDAS a seção
      *    correspondente sai vazia. A competência 13/AAAA do 13o
      *    salário fica fora da folha do mês.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     QUADRO01.
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

           SELECT HISTORICO-MENSAL     ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIM-CHAVE
           FILE STATUS IS FS-HISTORICO-MENSAL.

           SELECT AFASTAMENTOS ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS FS-AFASTAMENTOS.

           SELECT HISTORICO-VENDAS ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO-VENDAS.

           SELECT RELATORIO-QUADRO ASSIGN TO OPE05
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-QUADRO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

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

       FD  HISTORICO-MENSAL.
       01  REG-HISTORICO-MENSAL.
           03  HIM-CHAVE.
               05  HIM-MATRICULA       PIC X(04).
               05  HIM-COMPETENCIA     PIC X(07).
           03  HIM-ADIANTAMENTO        PIC 9(07)V99.
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           03  AFA-CHAVE.
               05  AFA-MATRICULA       PIC X(04).
               05  AFA-DATA-INICIO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  AFA-TIPO                PIC X(02).
           03  FILLER                  PIC X(01).
           03  AFA-DATA-FIM            PIC X(10).

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
           03  FILLER                  PIC X(01).
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01).
           03  HV-CLIENTE              PIC X(04).

       FD  RELATORIO-QUADRO.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'QUADRO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE02                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\HIM-C3A07P01.dat'.
           03  OPE03                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AFASTAME.dat'.
           03  OPE04                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE05                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELQUADR.TXT".
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-HISTORICO-MENSAL     PIC X(02)        VALUE '00'.
               88  FS-HIM-OK                            VALUE '00'.
           03  FS-AFASTAMENTOS         PIC X(02)        VALUE '00'.
               88  FS-AFA-OK                            VALUE '00'.
               88  FS-AFA-NAO-EXISTE                    VALUE '35'.
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
               88  FS-HIST-NAO-EXISTE                   VALUE '35'.
           03  FS-RELATORIO-QUADRO     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           COPY EOFSW.
           03  IND-HA-AFASTAMENTOS     PIC X(01)        VALUE 'N'.
               88  HA-AFASTAMENTOS                      VALUE 'S'.
           03  IND-HA-VENDAS           PIC X(01)        VALUE 'N'.
               88  HA-VENDAS                            VALUE 'S'.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
               05  WS-MES-PED          PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-PED          PIC X(04).
           03  WS-MES-NUM              PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-NUM              PIC 9(04)        VALUE ZEROS.
           03  WS-MES-AUX              PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-AUX              PIC 9(04)        VALUE ZEROS.
           03  WS-DATA-DDMMAAAA        PIC X(10)        VALUE SPACES.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
               05  WS-DAMD-ANO         PIC X(04).
               05  WS-DAMD-MES         PIC X(02).
               05  WS-DAMD-DIA         PIC X(02).
           03  WS-PRIMEIRO-DIA-AMD     PIC 9(08)        VALUE ZEROS.
           03  WS-ULTIMO-DIA-AMD       PIC 9(08)        VALUE ZEROS.
           03  WS-FIM-MES-AMD          PIC 9(08)        VALUE ZEROS.
           03  WS-ADMISSAO-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DEMISSAO-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-INICIO-AMD           PIC 9(08)        VALUE ZEROS.
           03  WS-FIM-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-INT-INICIO           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-FIM              PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-AFASTADO        PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-MESES-PEDIDO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-MESES-ITEM           PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DISTANCIA            PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-SUB-MES              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-CATEGORIA            PIC X(01)        VALUE SPACES.
           03  WS-TIPO-AFAST           PIC X(02)        VALUE SPACES.
           03  WS-NOME-CATEGORIA       PIC X(18)        VALUE SPACES.
           03  WS-BRUTO                PIC S9(09)V99    VALUE ZEROS.
           03  WS-DESCONTOS            PIC S9(09)V99    VALUE ZEROS.
           03  WS-LIQUIDO              PIC S9(09)V99    VALUE ZEROS.
           03  WS-VENDA-LIQUIDA        PIC S9(11)V99    VALUE ZEROS.
           03  WS-QUADRO-MEDIO         PIC S9(07)V99    VALUE ZEROS.
           03  SOMA-INICIO             PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-ADMISSOES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-DEMISSOES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-FIM                PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-PAGOS              PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-BRUTO              PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-DESCONTOS          PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-LIQUIDO            PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-OCORRENCIAS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-DIAS-AFASTADO      PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FUNCIONARIOS      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-ADMISSAO      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-CADASTRO      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-CATEGORIAS        PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-TIPOS             PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-LINHAS            PIC S9(05) COMP-5 VALUE ZEROS.

      *    Acumuladores por categoria: A, B e C saem sempre, na
      *    ordem; categoria diferente entra no fim da tabela e a
      *    matrícula sem categoria (ou a folha sem cadastro) soma na
      *    linha '*'.
       01  TAB-CATEGORIAS.
           03  TCT-ENTRADA             OCCURS 20 TIMES
                                       INDEXED BY TCT-IDX.
               05  TCT-CATEGORIA       PIC X(01).
               05  TCT-INICIO          PIC S9(05) COMP-5.
               05  TCT-ADMISSOES       PIC S9(05) COMP-5.
               05  TCT-DEMISSOES       PIC S9(05) COMP-5.
               05  TCT-FIM             PIC S9(05) COMP-5.
               05  TCT-PAGOS           PIC S9(05) COMP-5.
               05  TCT-BRUTO           PIC S9(11)V99.
               05  TCT-DESCONTOS       PIC S9(11)V99.
               05  TCT-LIQUIDO         PIC S9(11)V99.

      *    Dias afastados dentro do mês, por tipo de AFASTAMENTOS; os
      *    tipos combinados com o RH saem sempre, nesta ordem.
       01  TAB-TIPOS-AFASTAMENTO.
           03  TTP-ENTRADA             OCCURS 20 TIMES
                                       INDEXED BY TTP-IDX.
               05  TTP-TIPO            PIC X(02).
               05  TTP-OCORRENCIAS     PIC S9(05) COMP-5.
               05  TTP-DIAS            PIC S9(07) COMP-5.

      *    Os doze meses terminados no mês pedido, do mais antigo
      *    para o mais recente (a 12a entrada é o próprio mês).
       01  TAB-TENDENCIA.
           03  TTD-ENTRADA             OCCURS 12 TIMES
                                       INDEXED BY TTD-IDX.
               05  TTD-COMPETENCIA     PIC X(07).
               05  TTD-FIM-MES-AMD     PIC 9(08).
               05  TTD-QUADRO          PIC S9(05) COMP-5.
               05  TTD-CUSTO           PIC S9(11)V99.
               05  TTD-VENDA-BRUTA     PIC S9(11)V99.
               05  TTD-ICMS            PIC S9(11)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(49)        VALUE
           'QUADRO DE PESSOAL E CUSTO DA MAO DE OBRA - MES: '.
           03  LC-MES                  PIC X(07).

       01  LINHA-TITULO-QUADRO.
           03  FILLER                  PIC X(80)        VALUE
           'QUADRO DE PESSOAL E ROTATIVIDADE'.

       01  LINHA-COLUNAS-QUADRO.
           03  FILLER                  PIC X(18)        VALUE
           'CATEGORIA'.
           03  FILLER                  PIC X(10)        VALUE
           '    INICIO'.
           03  FILLER                  PIC X(10)        VALUE
           ' ADMISSOES'.
           03  FILLER                  PIC X(10)        VALUE
           ' DEMISSOES'.
           03  FILLER                  PIC X(10)        VALUE
           '       FIM'.
           03  FILLER                  PIC X(12)        VALUE
           '  ROTATIV. %'.

       01  LINHA-DETALHE-QUADRO.
           03  LDQ-NOME                PIC X(18).
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LDQ-INICIO              PIC ZZ.ZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LDQ-ADMISSOES           PIC ZZ.ZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LDQ-DEMISSOES           PIC ZZ.ZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LDQ-FIM                 PIC ZZ.ZZ9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LDQ-ROTATIVIDADE        PIC ZZZZ9,99-.
           03  LDQ-ROTATIVIDADE-X REDEFINES LDQ-ROTATIVIDADE
                                       PIC X(09).

       01  LINHA-TITULO-FOLHA.
           03  FILLER                  PIC X(80)        VALUE
           'FOLHA PAGA NO MES (ADIANTAMENTO + FERIAS)'.

       01  LINHA-COLUNAS-FOLHA.
           03  FILLER                  PIC X(18)        VALUE
           'CATEGORIA'.
           03  FILLER                  PIC X(10)        VALUE
           '     PAGOS'.
           03  FILLER                  PIC X(16)        VALUE
           '           BRUTO'.
           03  FILLER                  PIC X(16)        VALUE
           '       DESCONTOS'.
           03  FILLER                  PIC X(16)        VALUE
           '         LIQUIDO'.

       01  LINHA-DETALHE-FOLHA.
           03  LDF-NOME                PIC X(18).
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LDF-PAGOS               PIC ZZ.ZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDF-BRUTO               PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDF-DESCONTOS           PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDF-LIQUIDO             PIC ZZZ.ZZZ.ZZ9,99-.

       01  LINHA-TITULO-AFASTAMENTO.
           03  FILLER                  PIC X(80)        VALUE
           'AFASTAMENTOS POR TIPO (DIAS DENTRO DO MES)'.

       01  LINHA-COLUNAS-AFASTAMENTO.
           03  FILLER                  PIC X(28)        VALUE
           'TP DESCRICAO'.
           03  FILLER                  PIC X(12)        VALUE
           ' OCORRENCIAS'.
           03  FILLER                  PIC X(12)        VALUE
           '        DIAS'.

       01  LINHA-DETALHE-AFASTAMENTO.
           03  LDA-TIPO                PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDA-DESCRICAO           PIC X(25).
           03  FILLER                  PIC X(06)        VALUE SPACES.
           03  LDA-OCORRENCIAS         PIC ZZ.ZZ9.
           03  FILLER                  PIC X(05)        VALUE SPACES.
           03  LDA-DIAS                PIC ZZZ.ZZ9.

       01  LINHA-SEM-AFASTAMENTOS.
           03  FILLER                  PIC X(80)        VALUE
           'AFASTAMENTOS AUSENTE - SECAO NAO APURADA'.

       01  LINHA-TITULO-CUSTO.
           03  FILLER                  PIC X(80)        VALUE
           'CUSTO DA MAO DE OBRA SOBRE A VENDA LIQUIDA DO MES'.

       01  LINHA-VALOR.
           03  LV-DESCRICAO            PIC X(40).
           03  LV-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  LINHA-PERCENTUAL.
           03  LP-DESCRICAO            PIC X(40)        VALUE
           'CUSTO DA MAO DE OBRA / VENDA LIQUIDA %'.
           03  FILLER                  PIC X(09)        VALUE SPACES.
           03  LP-PERCENTUAL           PIC ZZZZ9,99-.
           03  LP-PERCENTUAL-X REDEFINES LP-PERCENTUAL
                                       PIC X(09).

       01  LINHA-TITULO-TENDENCIA.
           03  FILLER                  PIC X(80)        VALUE
           'TENDENCIA DOS ULTIMOS 12 MESES'.

       01  LINHA-COLUNAS-TENDENCIA.
           03  FILLER                  PIC X(10)        VALUE
           'MES'.
           03  FILLER                  PIC X(08)        VALUE
           '  QUADRO'.
           03  FILLER                  PIC X(18)        VALUE
           '     FOLHA BRUTA'.
           03  FILLER                  PIC X(18)        VALUE
           '    VENDA LIQUIDA'.
           03  FILLER                  PIC X(10)        VALUE
           '   CUSTO %'.

       01  LINHA-DETALHE-TENDENCIA.
           03  LDT-COMPETENCIA         PIC X(07).
           03  FILLER                  PIC X(05)        VALUE SPACES.
           03  LDT-QUADRO              PIC ZZ.ZZ9.
           03  LDT-CUSTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  LDT-VENDA-LIQUIDA       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LDT-PERCENTUAL          PIC ZZZZ9,99-.
           03  LDT-PERCENTUAL-X REDEFINES LDT-PERCENTUAL
                                       PIC X(09).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(22)        VALUE
           'FUNCIONARIOS LIDOS: '.
           03  LR-FUNCIONARIOS         PIC ZZ.ZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(22)        VALUE
           'SEM DATA DE ADMISSAO: '.
           03  LR-SEM-ADMISSAO         PIC ZZ.ZZ9.

       01  LINHA-RODAPE-FOLHA.
           03  FILLER                  PIC X(22)        VALUE
           'FOLHAS SEM CADASTRO: '.
           03  LR-SEM-CADASTRO         PIC ZZ.ZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM APURA-QUADRO

           PERFORM APURA-AFASTAMENTOS

           PERFORM APURA-FOLHA

           PERFORM APURA-VENDAS

           PERFORM IMPRIME-QUADRO

           PERFORM IMPRIME-FOLHA

           PERFORM IMPRIME-AFASTAMENTOS

           PERFORM IMPRIME-CUSTO

           PERFORM IMPRIME-TENDENCIA

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           IF  WS-MES-PEDIDO           = SPACES
               STRING DMV-MES-MOV '/' DMV-ANO-MOV
                   DELIMITED BY SIZE INTO WS-MES-PEDIDO
           END-IF

           IF  WS-MES-PED              NOT NUMERIC
            OR WS-ANO-PED              NOT NUMERIC
               DISPLAY NOME-PROGRAMA ' MES INVALIDO: ' WS-MES-PEDIDO
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-MES-PED             TO WS-MES-NUM
           MOVE WS-ANO-PED             TO WS-ANO-NUM

           IF  WS-MES-NUM              < 1
            OR WS-MES-NUM              > 12
            OR WS-ANO-NUM              < 1602
               DISPLAY NOME-PROGRAMA ' MES INVALIDO: ' WS-MES-PEDIDO
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           DISPLAY NOME-PROGRAMA ' MES DO QUADRO DE PESSOAL: '
               WS-MES-PEDIDO           UPON CONSOLE

           COMPUTE WS-PRIMEIRO-DIA-AMD
               = WS-ANO-NUM * 10000 + WS-MES-NUM * 100 + 1
           MOVE WS-MES-NUM             TO WS-MES-AUX
           MOVE WS-ANO-NUM             TO WS-ANO-AUX
           PERFORM CALCULA-FIM-MES
           MOVE WS-FIM-MES-AMD         TO WS-ULTIMO-DIA-AMD

           PERFORM MONTA-TENDENCIA

           PERFORM MONTA-TABELAS

           OPEN INPUT CADASTRO-MESTRE

           IF  NOT FS-CDM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                   FS-CADASTRO-MESTRE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT HISTORICO-MENSAL

           IF  NOT FS-HIM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-MENSAL, FILE STATUS: '
                   FS-HISTORICO-MENSAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem AFASTAMENTOS o relatorio sai sem os dias afastados;
      *    sem HISTORICO-VENDAS, sem o percentual sobre a venda.
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
               DISPLAY NOME-PROGRAMA
                   ' AFASTAMENTOS AUSENTE - SEM DIAS AFASTADOS'
                                       UPON CONSOLE
           END-IF

           OPEN INPUT HISTORICO-VENDAS

           IF  FS-HIST-OK
               SET HA-VENDAS           TO TRUE
           ELSE
               IF  NOT FS-HIST-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                       FS-HISTORICO-VENDAS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               DISPLAY NOME-PROGRAMA
                   ' HISTORICO-VENDAS AUSENTE - SEM CUSTO SOBRE VENDA'
                                       UPON CONSOLE
           END-IF

           OPEN OUTPUT RELATORIO-QUADRO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-QUADRO, FILE STATUS: '
                   FS-RELATORIO-QUADRO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-MES-PEDIDO          TO LC-MES
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês da data de movimento), 2a a 6a linhas com os caminhos
      *    de CADASTRO-MESTRE, HISTORICO-MENSAL, AFASTAMENTOS,
      *    HISTORICO-VENDAS e RELATORIO-QUADRO. Via PARM, aceita
      *    apenas o mês.
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
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-FIM-MES             SECTION.
      *----------------------------------------------------------------*
      *    Último dia (AAAAMMDD) do mês WS-MES-AUX/WS-ANO-AUX em
      *    WS-FIM-MES-AMD: véspera do dia 1 do mês seguinte.
      *----------------------------------------------------------------*

           IF  WS-MES-AUX              = 12
               COMPUTE WS-DATA-AMD = (WS-ANO-AUX + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATA-AMD
                   = WS-ANO-AUX * 10000 + (WS-MES-AUX + 1) * 100 + 1
           END-IF

           COMPUTE WS-INT-FIM
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD) - 1
           COMPUTE WS-FIM-MES-AMD
               = FUNCTION DATE-OF-INTEGER(WS-INT-FIM)

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-TENDENCIA             SECTION.
      *----------------------------------------------------------------*
      *    Monta as competências dos doze meses terminados no mês
      *    pedido, com o último dia de cada um para o quadro no fim
      *    do mês. O mês é contado como ano * 12 + mês - 1.
      *----------------------------------------------------------------*

           COMPUTE WS-MESES-PEDIDO = WS-ANO-NUM * 12 + WS-MES-NUM - 1

           SET TTD-IDX                 TO 1
           PERFORM VARYING WS-SUB-MES FROM 1 BY 1
                     UNTIL WS-SUB-MES  > 12
               COMPUTE WS-MESES-ITEM
                   = WS-MESES-PEDIDO - 12 + WS-SUB-MES
               DIVIDE WS-MESES-ITEM    BY 12
                   GIVING WS-ANO-AUX   REMAINDER WS-MES-AUX
               ADD 1                   TO WS-MES-AUX
               STRING WS-MES-AUX '/' WS-ANO-AUX
                   DELIMITED BY SIZE INTO TTD-COMPETENCIA(TTD-IDX)
               PERFORM CALCULA-FIM-MES
               MOVE WS-FIM-MES-AMD     TO TTD-FIM-MES-AMD(TTD-IDX)
               MOVE ZEROS              TO TTD-QUADRO(TTD-IDX)
               MOVE ZEROS              TO TTD-CUSTO(TTD-IDX)
               MOVE ZEROS              TO TTD-VENDA-BRUTA(TTD-IDX)
               MOVE ZEROS              TO TTD-ICMS(TTD-IDX)
               SET TTD-IDX             UP BY 1
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-TABELAS               SECTION.
      *----------------------------------------------------------------*
      *    Categorias e tipos de afastamento que saem sempre, mesmo
      *    sem movimento no mês.
      *----------------------------------------------------------------*

           MOVE 'A'                    TO WS-CATEGORIA
           PERFORM LOCALIZA-CATEGORIA
           MOVE 'B'                    TO WS-CATEGORIA
           PERFORM LOCALIZA-CATEGORIA
           MOVE 'C'                    TO WS-CATEGORIA
           PERFORM LOCALIZA-CATEGORIA

           MOVE 'LM'                   TO WS-TIPO-AFAST
           PERFORM LOCALIZA-TIPO
           MOVE 'FE'                   TO WS-TIPO-AFAST
           PERFORM LOCALIZA-TIPO
           MOVE 'LS'                   TO WS-TIPO-AFAST
           PERFORM LOCALIZA-TIPO
           MOVE 'FI'                   TO WS-TIPO-AFAST
           PERFORM LOCALIZA-TIPO
           MOVE 'OU'                   TO WS-TIPO-AFAST
           PERFORM LOCALIZA-TIPO

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-CATEGORIA          SECTION.
      *----------------------------------------------------------------*
      *    Posiciona TCT-IDX na categoria WS-CATEGORIA, incluindo-a
      *    no fim da tabela quando ainda não está lá.
      *----------------------------------------------------------------*

           IF  WS-CATEGORIA            = SPACES
               MOVE '*'                TO WS-CATEGORIA
           END-IF

           SET TCT-IDX                 TO 1
           SEARCH TCT-ENTRADA
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE CATEGORIAS CHEIA, SOMADO NA '
                       'ULTIMA LINHA: ' WS-CATEGORIA UPON CONSOLE
                   SET TCT-IDX         TO CONTA-CATEGORIAS
               WHEN TCT-IDX            > CONTA-CATEGORIAS
                   ADD 1               TO CONTA-CATEGORIAS
                   SET TCT-IDX         TO CONTA-CATEGORIAS
                   MOVE WS-CATEGORIA   TO TCT-CATEGORIA(TCT-IDX)
                   MOVE ZEROS          TO TCT-INICIO(TCT-IDX)
                   MOVE ZEROS          TO TCT-ADMISSOES(TCT-IDX)
                   MOVE ZEROS          TO TCT-DEMISSOES(TCT-IDX)
                   MOVE ZEROS          TO TCT-FIM(TCT-IDX)
                   MOVE ZEROS          TO TCT-PAGOS(TCT-IDX)
                   MOVE ZEROS          TO TCT-BRUTO(TCT-IDX)
                   MOVE ZEROS          TO TCT-DESCONTOS(TCT-IDX)
                   MOVE ZEROS          TO TCT-LIQUIDO(TCT-IDX)
               WHEN TCT-CATEGORIA(TCT-IDX) = WS-CATEGORIA
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-TIPO               SECTION.
      *----------------------------------------------------------------*
      *    Posiciona TTP-IDX no tipo WS-TIPO-AFAST, incluindo-o no
      *    fim da tabela quando ainda não está lá.
      *----------------------------------------------------------------*

           SET TTP-IDX                 TO 1
           SEARCH TTP-ENTRADA
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE TIPOS CHEIA, SOMADO NA '
                       'ULTIMA LINHA: ' WS-TIPO-AFAST UPON CONSOLE
                   SET TTP-IDX         TO CONTA-TIPOS
               WHEN TTP-IDX            > CONTA-TIPOS
                   ADD 1               TO CONTA-TIPOS
                   SET TTP-IDX         TO CONTA-TIPOS
                   MOVE WS-TIPO-AFAST  TO TTP-TIPO(TTP-IDX)
                   MOVE ZEROS          TO TTP-OCORRENCIAS(TTP-IDX)
                   MOVE ZEROS          TO TTP-DIAS(TTP-IDX)
               WHEN TTP-TIPO(TTP-IDX)  = WS-TIPO-AFAST
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA               SECTION.
      *----------------------------------------------------------------*
      *    DD/MM/AAAA de WS-DATA-DDMMAAAA para AAAAMMDD em
      *    WS-DATA-AMD; data invalida devolve zeros.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DATA-AMD

           IF  WS-DATA-DDMMAAAA(1:2)   IS NUMERIC
               AND WS-DATA-DDMMAAAA(4:2) IS NUMERIC
               AND WS-DATA-DDMMAAAA(7:4) IS NUMERIC
               MOVE WS-DATA-DDMMAAAA(7:4) TO WS-DAMD-ANO
               MOVE WS-DATA-DDMMAAAA(4:2) TO WS-DAMD-MES
               MOVE WS-DATA-DDMMAAAA(1:2) TO WS-DAMD-DIA
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AMD) NOT = 0
                   MOVE ZEROS          TO WS-DATA-AMD
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-QUADRO                SECTION.
      *----------------------------------------------------------------*
      *    Passa o CADASTRO-MESTRE inteiro. Está no quadro em um dia
      *    quem foi admitido até ele e não tem demissão anterior a
      *    ele; a demissão vale até o próprio dia. Assim o quadro do
      *    início (dia 1), mais as admissões, menos as demissões do
      *    mês, fecha com o quadro do fim (último dia).
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-QUADRO'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           MOVE LOW-VALUES             TO CDM-MATRICULA
           START CADASTRO-MESTRE
               KEY IS >= CDM-MATRICULA
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-ARQUIVO
           END-START

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   ADD 1               TO CONTA-FUNCIONARIOS
                   PERFORM CLASSIFICA-FUNCIONARIO
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CLASSIFICA-FUNCIONARIO      SECTION.
      *----------------------------------------------------------------*

           MOVE CDM-DT-ADMISSAO        TO WS-DATA-DDMMAAAA
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AMD            TO WS-ADMISSAO-AMD

           IF  WS-ADMISSAO-AMD         = ZEROS
               ADD 1                   TO CONTA-SEM-ADMISSAO
               DISPLAY NOME-PROGRAMA ' SEM DATA DE ADMISSAO: '
                   CDM-MATRICULA       UPON CONSOLE
           ELSE
      *        Sem demissao (ou demissao invalida) fica no quadro.
               MOVE CDM-DT-DEMISSAO    TO WS-DATA-DDMMAAAA
               PERFORM CONVERTE-DATA
               MOVE WS-DATA-AMD        TO WS-DEMISSAO-AMD
               IF  WS-DEMISSAO-AMD     = ZEROS
                   MOVE 99999999       TO WS-DEMISSAO-AMD
               END-IF

               MOVE CDM-CATEGORIA      TO WS-CATEGORIA
               PERFORM LOCALIZA-CATEGORIA

               IF  WS-ADMISSAO-AMD     < WS-PRIMEIRO-DIA-AMD
               AND WS-DEMISSAO-AMD     NOT < WS-PRIMEIRO-DIA-AMD
                   ADD 1               TO TCT-INICIO(TCT-IDX)
                   ADD 1               TO SOMA-INICIO
               END-IF

               IF  WS-ADMISSAO-AMD     NOT < WS-PRIMEIRO-DIA-AMD
               AND WS-ADMISSAO-AMD     NOT > WS-ULTIMO-DIA-AMD
                   ADD 1               TO TCT-ADMISSOES(TCT-IDX)
                   ADD 1               TO SOMA-ADMISSOES
               END-IF

               IF  WS-DEMISSAO-AMD     NOT < WS-PRIMEIRO-DIA-AMD
               AND WS-DEMISSAO-AMD     NOT > WS-ULTIMO-DIA-AMD
                   ADD 1               TO TCT-DEMISSOES(TCT-IDX)
                   ADD 1               TO SOMA-DEMISSOES
               END-IF

               IF  WS-ADMISSAO-AMD     NOT > WS-ULTIMO-DIA-AMD
               AND WS-DEMISSAO-AMD     > WS-ULTIMO-DIA-AMD
                   ADD 1               TO TCT-FIM(TCT-IDX)
                   ADD 1               TO SOMA-FIM
               END-IF

               SET TTD-IDX             TO 1
               PERFORM 12 TIMES
                   IF  WS-ADMISSAO-AMD NOT > TTD-FIM-MES-AMD(TTD-IDX)
                   AND WS-DEMISSAO-AMD > TTD-FIM-MES-AMD(TTD-IDX)
                       ADD 1           TO TTD-QUADRO(TTD-IDX)
                   END-IF
                   SET TTD-IDX         UP BY 1
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-AFASTAMENTOS          SECTION.
      *----------------------------------------------------------------*
      *    Soma por tipo os dias de cada afastamento que caem dentro
      *    do mês; afastamento sem data de fim segue em aberto até o
      *    último dia do mês.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-AFASTAMENTOS'

           IF  HA-AFASTAMENTOS
               MOVE 'N'                TO IND-FIM-ARQUIVO
               MOVE LOW-VALUES         TO AFA-CHAVE
               START AFASTAMENTOS
                   KEY IS >= AFA-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-ARQUIVO
               END-START

               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ AFASTAMENTOS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       PERFORM SOMA-AFASTAMENTO
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-AFASTAMENTO            SECTION.
      *----------------------------------------------------------------*

           MOVE AFA-DATA-INICIO        TO WS-DATA-DDMMAAAA
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AMD            TO WS-INICIO-AMD

           MOVE AFA-DATA-FIM           TO WS-DATA-DDMMAAAA
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AMD            TO WS-FIM-AMD

           IF  WS-FIM-AMD              = ZEROS
           OR  WS-FIM-AMD              > WS-ULTIMO-DIA-AMD
               MOVE WS-ULTIMO-DIA-AMD  TO WS-FIM-AMD
           END-IF

      *    Inicio invalido fica de fora (zeros nao entram no mes).
           IF  WS-INICIO-AMD           NOT = ZEROS
           AND WS-INICIO-AMD           < WS-PRIMEIRO-DIA-AMD
               MOVE WS-PRIMEIRO-DIA-AMD TO WS-INICIO-AMD
           END-IF

           IF  WS-INICIO-AMD           NOT = ZEROS
           AND WS-INICIO-AMD           NOT > WS-FIM-AMD
               COMPUTE WS-INT-INICIO
                   = FUNCTION INTEGER-OF-DATE(WS-INICIO-AMD)
               COMPUTE WS-INT-FIM
                   = FUNCTION INTEGER-OF-DATE(WS-FIM-AMD)
               COMPUTE WS-DIAS-AFASTADO
                   = WS-INT-FIM - WS-INT-INICIO + 1

               MOVE AFA-TIPO           TO WS-TIPO-AFAST
               PERFORM LOCALIZA-TIPO

               ADD 1                   TO TTP-OCORRENCIAS(TTP-IDX)
               ADD 1                   TO SOMA-OCORRENCIAS
               ADD WS-DIAS-AFASTADO    TO TTP-DIAS(TTP-IDX)
               ADD WS-DIAS-AFASTADO    TO SOMA-DIAS-AFASTADO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-FOLHA                 SECTION.
      *----------------------------------------------------------------*
      *    Passa o HISTORICO-MENSAL: a folha bruta de cada competência
      *    dos doze meses vai para a tendência; a da competência pedida
      *    é aberta por categoria, lida no CADASTRO-MESTRE. Bruto é o
      *    adiantamento mais as férias; descontos são INSS, IRRF e a
      *    pensão; o líquido histórico não tem a pensão descontada
      *    (C3A07P01) e aqui ela sai dele.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-FOLHA'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           MOVE LOW-VALUES             TO HIM-CHAVE
           START HISTORICO-MENSAL
               KEY IS >= HIM-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-ARQUIVO
           END-START

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-MENSAL NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  HIM-COMPETENCIA(1:2) IS NUMERIC
                   AND HIM-COMPETENCIA(4:4) IS NUMERIC
                   AND HIM-COMPETENCIA(1:2) NOT = '13'
                       PERFORM SOMA-FOLHA
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-FOLHA                  SECTION.
      *----------------------------------------------------------------*

           MOVE HIM-COMPETENCIA(1:2)   TO WS-MES-AUX
           MOVE HIM-COMPETENCIA(4:4)   TO WS-ANO-AUX
           COMPUTE WS-MESES-ITEM = WS-ANO-AUX * 12 + WS-MES-AUX - 1
           COMPUTE WS-DISTANCIA  = WS-MESES-PEDIDO - WS-MESES-ITEM

           IF  WS-DISTANCIA            NOT < 0
           AND WS-DISTANCIA            < 12
               COMPUTE WS-BRUTO
                   = HIM-ADIANTAMENTO + HIM-FERIAS-BRUTO
               SET TTD-IDX             TO 12
               SET TTD-IDX             DOWN BY WS-DISTANCIA
               ADD WS-BRUTO            TO TTD-CUSTO(TTD-IDX)

               IF  WS-DISTANCIA        = 0
                   PERFORM SOMA-FOLHA-CATEGORIA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-FOLHA-CATEGORIA        SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-DESCONTOS
               = HIM-DESC-INSS + HIM-DESC-IRRF + HIM-DESC-PENSAO
               + HIM-FERIAS-INSS + HIM-FERIAS-IRRF
           COMPUTE WS-LIQUIDO
               = HIM-LIQUIDO - HIM-DESC-PENSAO + HIM-FERIAS-LIQUIDO

           MOVE HIM-MATRICULA          TO CDM-MATRICULA
           READ CADASTRO-MESTRE
               INVALID KEY
                   MOVE SPACES         TO WS-CATEGORIA
                   ADD 1               TO CONTA-SEM-CADASTRO
                   DISPLAY NOME-PROGRAMA ' FOLHA SEM CADASTRO: '
                       HIM-MATRICULA   UPON CONSOLE
               NOT INVALID KEY
                   MOVE CDM-CATEGORIA  TO WS-CATEGORIA
           END-READ

           PERFORM LOCALIZA-CATEGORIA

           ADD 1                       TO TCT-PAGOS(TCT-IDX)
           ADD WS-BRUTO                TO TCT-BRUTO(TCT-IDX)
           ADD WS-DESCONTOS            TO TCT-DESCONTOS(TCT-IDX)
           ADD WS-LIQUIDO              TO TCT-LIQUIDO(TCT-IDX)

           ADD 1                       TO SOMA-PAGOS
           ADD WS-BRUTO                TO SOMA-BRUTO
           ADD WS-DESCONTOS            TO SOMA-DESCONTOS
           ADD WS-LIQUIDO              TO SOMA-LIQUIDO

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-VENDAS                SECTION.
      *----------------------------------------------------------------*
      *    Passa o HISTORICO-VENDAS: venda (preço x quantidade) e o
      *    ICMS destacado de cada um dos doze meses; a venda líquida é
      *    a diferença.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-VENDAS'

           IF  HA-VENDAS
               MOVE 'N'                TO IND-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ HISTORICO-VENDAS
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       IF  HV-MES      IS NUMERIC
                       AND HV-ANO      IS NUMERIC
                           PERFORM SOMA-VENDA
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-VENDA                  SECTION.
      *----------------------------------------------------------------*

           MOVE HV-MES                 TO WS-MES-AUX
           MOVE HV-ANO                 TO WS-ANO-AUX
           COMPUTE WS-MESES-ITEM = WS-ANO-AUX * 12 + WS-MES-AUX - 1
           COMPUTE WS-DISTANCIA  = WS-MESES-PEDIDO - WS-MESES-ITEM

           IF  WS-DISTANCIA            NOT < 0
           AND WS-DISTANCIA            < 12
               SET TTD-IDX             TO 12
               SET TTD-IDX             DOWN BY WS-DISTANCIA
               COMPUTE TTD-VENDA-BRUTA(TTD-IDX)
                   = TTD-VENDA-BRUTA(TTD-IDX)
                   + HV-PRECO-UNITARIO * HV-QTD-VENDA
               ADD HV-VALOR-ICMS       TO TTD-ICMS(TTD-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-QUADRO              SECTION.
      *----------------------------------------------------------------*
      *    Rotatividade: média de admissões e demissões sobre o
      *    quadro médio do mês, em percentual.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-QUADRO'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-QUADRO    TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-COLUNAS-QUADRO   TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TCT-IDX                 TO 1
           PERFORM CONTA-CATEGORIAS TIMES
               PERFORM NOMEIA-CATEGORIA
               MOVE WS-NOME-CATEGORIA  TO LDQ-NOME
               MOVE TCT-INICIO(TCT-IDX)    TO LDQ-INICIO
               MOVE TCT-ADMISSOES(TCT-IDX) TO LDQ-ADMISSOES
               MOVE TCT-DEMISSOES(TCT-IDX) TO LDQ-DEMISSOES
               MOVE TCT-FIM(TCT-IDX)       TO LDQ-FIM
               PERFORM MONTA-ROTATIVIDADE
               MOVE LINHA-DETALHE-QUADRO   TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1                   TO CONTA-LINHAS
               SET TCT-IDX             UP BY 1
           END-PERFORM

           MOVE 'TOTAL'                TO LDQ-NOME
           MOVE SOMA-INICIO            TO LDQ-INICIO
           MOVE SOMA-ADMISSOES         TO LDQ-ADMISSOES
           MOVE SOMA-DEMISSOES         TO LDQ-DEMISSOES
           MOVE SOMA-FIM               TO LDQ-FIM
           COMPUTE WS-QUADRO-MEDIO = (SOMA-INICIO + SOMA-FIM) / 2
           IF  WS-QUADRO-MEDIO         = 0
               MOVE SPACES             TO LDQ-ROTATIVIDADE-X
           ELSE
               COMPUTE LDQ-ROTATIVIDADE ROUNDED
                   = (SOMA-ADMISSOES + SOMA-DEMISSOES) / 2 * 100
                   / WS-QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE '  99999+' TO LDQ-ROTATIVIDADE-X
               END-COMPUTE
           END-IF
           MOVE LINHA-DETALHE-QUADRO   TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-ROTATIVIDADE          SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-QUADRO-MEDIO
               = (TCT-INICIO(TCT-IDX) + TCT-FIM(TCT-IDX)) / 2

           IF  WS-QUADRO-MEDIO         = 0
               MOVE SPACES             TO LDQ-ROTATIVIDADE-X
           ELSE
               COMPUTE LDQ-ROTATIVIDADE ROUNDED
                   = (TCT-ADMISSOES(TCT-IDX) + TCT-DEMISSOES(TCT-IDX))
                   / 2 * 100 / WS-QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE '  99999+' TO LDQ-ROTATIVIDADE-X
               END-COMPUTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           NOMEIA-CATEGORIA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WS-NOME-CATEGORIA

           IF  TCT-CATEGORIA(TCT-IDX)  = '*'
               MOVE 'SEM CATEGORIA'    TO WS-NOME-CATEGORIA
           ELSE
               STRING 'CATEGORIA ' TCT-CATEGORIA(TCT-IDX)
                   DELIMITED BY SIZE INTO WS-NOME-CATEGORIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-FOLHA               SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-FOLHA'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-FOLHA     TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-COLUNAS-FOLHA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TCT-IDX                 TO 1
           PERFORM CONTA-CATEGORIAS TIMES
               PERFORM NOMEIA-CATEGORIA
               MOVE WS-NOME-CATEGORIA  TO LDF-NOME
               MOVE TCT-PAGOS(TCT-IDX) TO LDF-PAGOS
               MOVE TCT-BRUTO(TCT-IDX) TO LDF-BRUTO
               MOVE TCT-DESCONTOS(TCT-IDX)
                                       TO LDF-DESCONTOS
               MOVE TCT-LIQUIDO(TCT-IDX)
                                       TO LDF-LIQUIDO
               MOVE LINHA-DETALHE-FOLHA TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1                   TO CONTA-LINHAS
               SET TCT-IDX             UP BY 1
           END-PERFORM

           MOVE 'TOTAL'                TO LDF-NOME
           MOVE SOMA-PAGOS             TO LDF-PAGOS
           MOVE SOMA-BRUTO             TO LDF-BRUTO
           MOVE SOMA-DESCONTOS         TO LDF-DESCONTOS
           MOVE SOMA-LIQUIDO           TO LDF-LIQUIDO
           MOVE LINHA-DETALHE-FOLHA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-AFASTAMENTOS        SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-AFASTAMENTOS'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-AFASTAMENTO TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  NOT HA-AFASTAMENTOS
               MOVE LINHA-SEM-AFASTAMENTOS TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE LINHA-COLUNAS-AFASTAMENTO TO REG-RELATORIO
               WRITE REG-RELATORIO

               SET TTP-IDX             TO 1
               PERFORM CONTA-TIPOS TIMES
                   MOVE TTP-TIPO(TTP-IDX) TO LDA-TIPO
                   PERFORM DESCREVE-TIPO
                   MOVE TTP-OCORRENCIAS(TTP-IDX)
                                       TO LDA-OCORRENCIAS
                   MOVE TTP-DIAS(TTP-IDX)
                                       TO LDA-DIAS
                   MOVE LINHA-DETALHE-AFASTAMENTO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   ADD 1               TO CONTA-LINHAS
                   SET TTP-IDX         UP BY 1
               END-PERFORM

               MOVE SPACES             TO LDA-TIPO
               MOVE 'TOTAL'            TO LDA-DESCRICAO
               MOVE SOMA-OCORRENCIAS   TO LDA-OCORRENCIAS
               MOVE SOMA-DIAS-AFASTADO TO LDA-DIAS
               MOVE LINHA-DETALHE-AFASTAMENTO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DESCREVE-TIPO               SECTION.
      *----------------------------------------------------------------*
      *    Tipos combinados com o RH em AFASTA01.
      *----------------------------------------------------------------*

           EVALUATE TTP-TIPO(TTP-IDX)
               WHEN 'LM'
                   MOVE 'LICENCA MEDICA'   TO LDA-DESCRICAO
               WHEN 'FE'
                   MOVE 'FERIAS'           TO LDA-DESCRICAO
               WHEN 'LS'
                   MOVE 'LICENCA SEM VENCIMENTO'
                                           TO LDA-DESCRICAO
               WHEN 'FI'
                   MOVE 'FALTA INJUSTIFICADA'
                                           TO LDA-DESCRICAO
               WHEN 'OU'
                   MOVE 'OUTROS'           TO LDA-DESCRICAO
               WHEN OTHER
                   MOVE 'TIPO NAO PREVISTO' TO LDA-DESCRICAO
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-CUSTO               SECTION.
      *----------------------------------------------------------------*
      *    O mês pedido é a 12a entrada da tendência.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-CUSTO'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-CUSTO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TTD-IDX                 TO 12

           MOVE 'FOLHA BRUTA DO MES'   TO LV-DESCRICAO
           MOVE TTD-CUSTO(TTD-IDX)     TO LV-VALOR
           MOVE LINHA-VALOR            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VENDA BRUTA DO MES'   TO LV-DESCRICAO
           MOVE TTD-VENDA-BRUTA(TTD-IDX) TO LV-VALOR
           MOVE LINHA-VALOR            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '(-) ICMS DAS VENDAS'  TO LV-DESCRICAO
           MOVE TTD-ICMS(TTD-IDX)      TO LV-VALOR
           MOVE LINHA-VALOR            TO REG-RELATORIO
           WRITE REG-RELATORIO

           COMPUTE WS-VENDA-LIQUIDA
               = TTD-VENDA-BRUTA(TTD-IDX) - TTD-ICMS(TTD-IDX)
           MOVE 'VENDA LIQUIDA DO MES' TO LV-DESCRICAO
           MOVE WS-VENDA-LIQUIDA       TO LV-VALOR
           MOVE LINHA-VALOR            TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  WS-VENDA-LIQUIDA        NOT > 0
               MOVE ' SEM VENDA'       TO LP-PERCENTUAL-X
           ELSE
               COMPUTE LP-PERCENTUAL ROUNDED
                   = TTD-CUSTO(TTD-IDX) * 100 / WS-VENDA-LIQUIDA
                   ON SIZE ERROR
                       MOVE '  99999+' TO LP-PERCENTUAL-X
               END-COMPUTE
           END-IF
           MOVE LINHA-PERCENTUAL       TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-TENDENCIA           SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-TENDENCIA'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-TITULO-TENDENCIA TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-COLUNAS-TENDENCIA TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TTD-IDX                 TO 1
           PERFORM 12 TIMES
               MOVE TTD-COMPETENCIA(TTD-IDX) TO LDT-COMPETENCIA
               MOVE TTD-QUADRO(TTD-IDX)      TO LDT-QUADRO
               MOVE TTD-CUSTO(TTD-IDX)       TO LDT-CUSTO
               COMPUTE WS-VENDA-LIQUIDA
                   = TTD-VENDA-BRUTA(TTD-IDX) - TTD-ICMS(TTD-IDX)
               MOVE WS-VENDA-LIQUIDA   TO LDT-VENDA-LIQUIDA
               IF  WS-VENDA-LIQUIDA    NOT > 0
                   MOVE ' SEM VENDA'   TO LDT-PERCENTUAL-X
               ELSE
                   COMPUTE LDT-PERCENTUAL ROUNDED
                       = TTD-CUSTO(TTD-IDX) * 100 / WS-VENDA-LIQUIDA
                       ON SIZE ERROR
                           MOVE '  99999+' TO LDT-PERCENTUAL-X
                   END-COMPUTE
               END-IF
               MOVE LINHA-DETALHE-TENDENCIA TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1                   TO CONTA-LINHAS
               SET TTD-IDX             UP BY 1
           END-PERFORM

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

           CLOSE CADASTRO-MESTRE
           CLOSE HISTORICO-MENSAL
           CLOSE AFASTAMENTOS
           CLOSE HISTORICO-VENDAS
           CLOSE RELATORIO-QUADRO

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
           MOVE CONTA-SEM-ADMISSAO     TO LR-SEM-ADMISSAO
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-SEM-CADASTRO     TO LR-SEM-CADASTRO
           MOVE LINHA-RODAPE-FOLHA     TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-DATA-MOVIMENTO     TO DMV-LINHA-DATA
           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' FUNCIONARIOS: ' CONTA-FUNCIONARIOS
               ' SEM ADMISSAO: ' CONTA-SEM-ADMISSAO
               ' FOLHAS SEM CADASTRO: ' CONTA-SEM-CADASTRO
                                       UPON CONSOLE

           CLOSE CADASTRO-MESTRE
           CLOSE HISTORICO-MENSAL

           IF  HA-AFASTAMENTOS
               CLOSE AFASTAMENTOS
           END-IF

           IF  HA-VENDAS
               CLOSE HISTORICO-VENDAS
           END-IF

           CLOSE RELATORIO-QUADRO

           MOVE 'RELATORIO-QUADRO'     TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

      *    Cadastro incompleto nao fecha o quadro com a folha: aviso.
           IF  CONTA-SEM-ADMISSAO      > 0
            OR CONTA-SEM-CADASTRO      > 0
               MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LINHAS           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
