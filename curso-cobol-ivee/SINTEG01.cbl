      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Escrituração fiscal mensal no layout fixo do estado
      *    (moldes do Sintegra): para o mês pedido grava
      *    ARQUIVO-FISCAL com o registro '10' da empresa, um '61'
      *    por dia e alíquota de saída somado do HISTORICO-VENDAS
      *    (gravado por PR16TA01), um '50' por lançamento do livro de
      *    entradas (copybooks LVE*, entradas 'E' e estornos 'D'),
      *    com o CNPJ do fornecedor lido em FORNECEDORES, um '75' por
      *    item movimentado no mês com EAN, código de tributação e
      *    alíquota do ARQUIVO-ENTRADA e os totalizadores '90' por
      *    tipo de registro. Lançamento cujo fornecedor falta ou está
      *    sem CNPJ, e item movimentado sem cadastro, saem em
      *    RELATORIO-DIVERGENCIAS e ficam fora do arquivo, como em
      *    ESOC01. O arquivo é numerado e registrado no log de
      *    transmissões de interface (copybooks INT*, supervisor
      *    INTERF01) como 'SINTEGRA'.
      *----------------------------------------------------------------*
      * VERSAO 05 - RELATORIO-DIVERGENCIAS passa a ser registrado, ao
      *    ser fechado, no repositorio de relatorios (copybooks RRL*):
      *    copia guardada e indexada por programa, nome, data de
      *    movimento e operador, para consulta e reimpressao em
      *    RELREP01.
      * VERSAO 04 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 03 - REG-HISTORICO-VENDA acompanhou o canal da venda
      *    (HV-CANAL: L balcao, W loja virtual) e o numero do pedido da
      *    loja virtual (HV-PEDIDO-WEB) incluidos por PR16TA01.
      * VERSAO 02 - REG-HISTORICO-VENDA acompanhou a hora da venda
      *    (HV-HORA-VENDA) e o operador assinado (HV-OPERADOR)
      *    incluidos por PR16TA01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o mês
      *    MM/AAAA (em branco usa o mês da data de movimento), linhas
      *    2 a 7 com os caminhos do histórico de vendas, do livro de
      *    entradas, dos fornecedores, do catálogo, do arquivo fiscal
      *    e do relatório de divergências.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     SINTEG01.
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

           SELECT FORNECEDORES ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FS-FORNECEDORES.

           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT ARQUIVO-FISCAL ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO-FISCAL.

           SELECT RELATORIO-DIVERGENCIAS ASSIGN TO OPE05
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIVERGENCIAS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY LVECTL.

           COPY INTCTL.

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

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           03  FORN-CODIGO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  FORN-NOME               PIC X(30).
           03  FILLER                  PIC X(01).
           03  FORN-CNPJ               PIC X(14).

       FD  ARQUIVO-ENTRADA.
       01  DATA-RECORD.
           03  GOODS-RECORD.
               05  GOODS-CODE          PIC X(4).
               05  FILLER              PIC X.
               05  GOODS-NAME          PIC X(30).
               05  FILLER              PIC X.
               05  GOODS-PRICE         PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-STOCK         PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-MINIMO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-LOJA  PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-DEPOSITO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-CUSTO-MEDIO   PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-SITUACAO      PIC X(01).
                   88  ITEM-ATIVO                       VALUE 'A' ' '.
                   88  ITEM-SUSPENSO                    VALUE 'S'.
                   88  ITEM-DESCONTINUADO               VALUE 'D'.
               05  FILLER              PIC X.
               05  GOODS-DEPARTAMENTO  PIC X(02).
               05  FILLER              PIC X.
               05  GOODS-EAN           PIC X(13).
               05  FILLER              PIC X.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  ARQUIVO-FISCAL.
       01  REG-FISCAL                  PIC X(100).

       FD  RELATORIO-DIVERGENCIAS.
       01  REG-DIVERGENCIA             PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY LVEFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY INTFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'SINTEG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY LVEDADOS.
       COPY INTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\FORNECED.dat'.
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE04                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\SINTEGRA.TXT".
           03  OPE05                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELDVFIS.TXT".
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-FORN-OK                           VALUE '00'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-ARQUIVO-FISCAL       PIC X(02)        VALUE '00'.
               88  FS-FIS-OK                            VALUE '00'.
           03  FS-DIVERGENCIAS         PIC X(02)        VALUE '00'.
               88  FS-DIV-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-LIVRO           PIC X(01)        VALUE 'N'.
               88  FIM-DO-LIVRO                         VALUE 'S'.
           03  IND-FIM-CATALOGO        PIC X(01)        VALUE 'N'.
               88  FIM-DO-CATALOGO                      VALUE 'S'.
           03  IND-HA-LIVRO            PIC X(01)        VALUE 'N'.
               88  HA-LIVRO                             VALUE 'S'.
           03  IND-FORN-COMPLETO       PIC X(01)        VALUE 'N'.
               88  FORN-COMPLETO                        VALUE 'S'.
      *    Tabela cheia: a venda ou o item fica fora do arquivo e sai
      *    como divergência, para o arquivo não ir incompleto sem
      *    aviso.
           03  IND-LINHA-NA-TABELA     PIC X(01)        VALUE 'S'.
               88  LINHA-NA-TABELA                      VALUE 'S'.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
               05  WS-MES-FISCAL       PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-FISCAL       PIC X(04).
           03  WS-DATA-AAAAMMDD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               05  WS-ANO-DATA         PIC 9(04).
               05  WS-MES-DATA         PIC 9(02).
               05  WS-DIA-DATA         PIC 9(02).
           03  WS-DIA-VENDA            PIC 9(02)        VALUE ZEROS.
           03  WS-CODIGO-ITEM          PIC X(04)        VALUE SPACES.
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VALOR-SAIDAS       PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ICMS-SAIDAS        PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-VALOR-ENTRADAS     PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ICMS-ENTRADAS      PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-REG-61            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-REG-50            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-REG-75            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-GRAVADOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DIVERGENTES       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DIAS-ALIQ         PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS             PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-DIA              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-VENDA            PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-ITEM             PIC S9(04) COMP-5 VALUE ZEROS.

      *    Saídas do mês por dia e alíquota, para os registros '61'.
       01  TAB-VENDAS-DIA.
           03  TVD-ENTRADA             OCCURS 400 TIMES
                                       INDEXED BY TVD-IDX.
               05  TVD-DIA             PIC 9(02).
               05  TVD-ALIQ            PIC 9(02)V99.
               05  TVD-QTDE            PIC S9(07) COMP-5.
               05  TVD-VALOR           PIC S9(11)V99.
               05  TVD-ICMS            PIC S9(09)V99.

      *    Itens movimentados no mês (saídas e entradas), para os
      *    registros '75'; TIM-ACHADO marca os que o catálogo tem.
       01  TAB-ITENS-MES.
           03  TIM-ENTRADA             OCCURS 2000 TIMES
                                       INDEXED BY TIM-IDX.
               05  TIM-CODIGO          PIC X(04).
               05  TIM-ACHADO          PIC X(01).

      *    Registros tipados do arquivo fiscal, nos moldes do
      *    Sintegra: '10' empresa, '50' nota de entrada, '61' resumo
      *    diário das saídas por alíquota, '75' item e '90'
      *    totalizador por tipo de registro.
       01  FIS-REGISTRO-10.
           03  FILLER                  PIC X(02)          VALUE '10'.
           03  FIS-10-CNPJ             PIC X(14)          VALUE
               '12345678000199'.
           03  FIS-10-EMPRESA          PIC X(30)          VALUE
               'TR03 FLUX COMERCIO LTDA'.
           03  FIS-10-DATA-INICIAL     PIC 9(08)          VALUE ZEROS.
           03  FIS-10-DATA-FINAL       PIC 9(08)          VALUE ZEROS.
           03  FIS-10-DATA-GERACAO     PIC X(10)          VALUE ' '.
           03  FIS-10-NR-ARQUIVO       PIC 9(06)          VALUE ZEROS.
           03  FILLER                  PIC X(22)          VALUE ' '.

       01  FIS-REGISTRO-50.
           03  FILLER                  PIC X(02)          VALUE '50'.
           03  FIS-50-CNPJ             PIC X(14)          VALUE ' '.
           03  FIS-50-UF               PIC X(02)          VALUE ' '.
           03  FIS-50-DATA             PIC 9(08)          VALUE ZEROS.
           03  FIS-50-NR-NOTA          PIC X(10)          VALUE ' '.
           03  FIS-50-OPERACAO         PIC X(01)          VALUE ' '.
           03  FIS-50-GOODS-CODE       PIC X(04)          VALUE ' '.
           03  FIS-50-QTDE             PIC 9(07)          VALUE ZEROS.
           03  FIS-50-VALOR            PIC 9(11)V99       VALUE ZEROS.
           03  FIS-50-BASE             PIC 9(11)V99       VALUE ZEROS.
           03  FIS-50-ALIQ             PIC 9(02)V99       VALUE ZEROS.
           03  FIS-50-ICMS             PIC 9(09)V99       VALUE ZEROS.
           03  FILLER                  PIC X(11)          VALUE ' '.

       01  FIS-REGISTRO-61.
           03  FILLER                  PIC X(02)          VALUE '61'.
           03  FIS-61-DATA             PIC 9(08)          VALUE ZEROS.
           03  FIS-61-ALIQ             PIC 9(02)V99       VALUE ZEROS.
           03  FIS-61-QTDE-VENDAS      PIC 9(07)          VALUE ZEROS.
           03  FIS-61-VALOR            PIC 9(11)V99       VALUE ZEROS.
           03  FIS-61-BASE             PIC 9(11)V99       VALUE ZEROS.
           03  FIS-61-ICMS             PIC 9(09)V99       VALUE ZEROS.
           03  FILLER                  PIC X(42)          VALUE ' '.

       01  FIS-REGISTRO-75.
           03  FILLER                  PIC X(02)          VALUE '75'.
           03  FIS-75-GOODS-CODE       PIC X(04)          VALUE ' '.
           03  FIS-75-EAN              PIC X(13)          VALUE ' '.
           03  FIS-75-DESCRICAO        PIC X(30)          VALUE ' '.
           03  FIS-75-CD-TRIBUTACAO    PIC X(01)          VALUE ' '.
           03  FIS-75-ALIQ             PIC 9(02)V99       VALUE ZEROS.
           03  FILLER                  PIC X(46)          VALUE ' '.

       01  FIS-REGISTRO-90.
           03  FILLER                  PIC X(02)          VALUE '90'.
           03  FIS-90-TIPO             PIC X(02)          VALUE ' '.
           03  FIS-90-QTDE             PIC 9(08)          VALUE ZEROS.
           03  FIS-90-VALOR            PIC 9(13)V99       VALUE ZEROS.
           03  FIS-90-ICMS             PIC 9(11)V99       VALUE ZEROS.
           03  FILLER                  PIC X(60)          VALUE ' '.

       01  LINHA-CAB-DIVER.
           03  FILLER                  PIC X(46)        VALUE
           'DIVERGENCIAS DA ESCRITURACAO FISCAL - MES: '.
           03  LCD-MES                 PIC X(07).

       01  LINHA-DET-DIVER.
           03  LDD-CHAVE               PIC X(20).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDD-MOTIVO              PIC X(40).

       01  LINHA-RODAPE-DIVER.
           03  FILLER                  PIC X(28)        VALUE
                                       'REGISTROS DIVERGENTES: '.
           03  LRD-QTDE                PIC ZZZZ9.

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

           IF  WS-MES-FISCAL           NOT NUMERIC
               OR WS-ANO-FISCAL        NOT NUMERIC
               OR WS-MES-FISCAL        < '01'
               OR WS-MES-FISCAL        > '12'
               DISPLAY NOME-PROGRAMA ' MES DA ESCRITURACAO INVALIDO: '
                   WS-MES-PEDIDO       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           DISPLAY NOME-PROGRAMA ' MES DA ESCRITURACAO: '
               WS-MES-PEDIDO           UPON CONSOLE

           OPEN INPUT HISTORICO-VENDAS

           IF  NOT FS-HIST-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                   FS-HISTORICO-VENDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem o livro de entradas (nenhuma entrega com a nota
      *    registrada ainda) o arquivo sai sem registros '50'.
           OPEN INPUT LIVRO-ENTRADAS

           IF  FS-LVE-OK
               SET HA-LIVRO            TO TRUE
           ELSE
               IF  NOT FS-LVE-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR LIVRO-ENTRADAS, FILE STATUS: '
                       FS-LIVENTR      UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT FORNECEDORES

           IF  NOT FS-FORN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FORNECEDORES, FILE STATUS: '
                   FS-FORNECEDORES     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT ARQUIVO-FISCAL

           IF  NOT FS-FIS-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-FISCAL, FILE STATUS: '
                   FS-ARQUIVO-FISCAL   UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-DIVERGENCIAS

           IF  NOT FS-DIV-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-DIVERGENCIAS, STATUS: '
                   FS-DIVERGENCIAS     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM INT-ABRE-LOG
           MOVE 'SINTEGRA'             TO INT-INTERFACE-ATUAL
           PERFORM INT-PROXIMO-NUMERO

      *    Período do arquivo: do dia 1 ao último dia do mês.
           MOVE WS-ANO-FISCAL          TO WS-ANO-DATA
           MOVE WS-MES-FISCAL          TO WS-MES-DATA
           MOVE 1                      TO WS-DIA-DATA
           MOVE WS-DATA-AAAAMMDD       TO FIS-10-DATA-INICIAL

           IF  WS-MES-DATA             = 12
               ADD 1                   TO WS-ANO-DATA
               MOVE 1                  TO WS-MES-DATA
           ELSE
               ADD 1                   TO WS-MES-DATA
           END-IF
           COMPUTE FIS-10-DATA-FINAL   = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-AAAAMMDD) - 1)

           MOVE DMV-DATA-MOVIMENTO     TO FIS-10-DATA-GERACAO
           MOVE INT-NUMERO-GERADO      TO FIS-10-NR-ARQUIVO
           MOVE FIS-REGISTRO-10        TO REG-FISCAL
           WRITE REG-FISCAL
           ADD 1                       TO CONTA-GRAVADOS

           MOVE WS-MES-PEDIDO          TO LCD-MES
           MOVE LINHA-CAB-DIVER        TO REG-DIVERGENCIA
           WRITE REG-DIVERGENCIA

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês da data de movimento), linhas 2 a 7 com os caminhos do
      *    histórico de vendas, do livro de entradas, dos
      *    fornecedores, do catálogo, do arquivo fiscal e do
      *    relatório de divergências. Via PARM, aceita apenas o mês.
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
                       MOVE REG-PARM   TO OPE-LIVENTR
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
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
      *    As saídas são somadas por dia e alíquota e gravadas depois
      *    em ordem de dia; as entradas vão direto ao arquivo na
      *    ordem do livro; por último os itens movimentados.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  HV-MES          = WS-MES-FISCAL
                       AND HV-ANO      = WS-ANO-FISCAL
                       PERFORM ACUMULA-VENDA
                   END-IF
           END-PERFORM

           PERFORM GRAVA-REGISTROS-61

           IF  HA-LIVRO
               PERFORM UNTIL FIM-DO-LIVRO
                   READ LIVRO-ENTRADAS
                   AT END
                       MOVE 'S'        TO IND-FIM-LIVRO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       IF  LVE-MES     = WS-MES-FISCAL
                           AND LVE-ANO = WS-ANO-FISCAL
                           AND (LVE-E-ENTRADA OR LVE-E-ESTORNO)
                           PERFORM EXPORTA-ENTRADA
                       END-IF
               END-PERFORM
           END-IF

           PERFORM GRAVA-REGISTROS-75

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VENDA               SECTION.
      *----------------------------------------------------------------*
      *    Soma a venda corrente no resumo do seu dia e alíquota, com
      *    a regra de FISCAL01 e APURA01: alíquota ou ICMS inválido
      *    no histórico vale zero. Guarda também o item vendido para
      *    o registro '75'.
      *----------------------------------------------------------------*

           IF  HV-ALIQ-ICMS            NOT NUMERIC
               MOVE ZEROS              TO HV-ALIQ-ICMS
           END-IF
           IF  HV-VALOR-ICMS           NOT NUMERIC
               MOVE ZEROS              TO HV-VALOR-ICMS
           END-IF

           IF  HV-DIA                  NOT NUMERIC
               OR HV-DIA               < '01'
               OR HV-DIA               > '31'
               ADD 1                   TO CONTA-DIVERGENTES
               MOVE HV-DATA-MOVIMENTO  TO LDD-CHAVE
               MOVE 'VENDA COM DATA INVALIDA NO HISTORICO'
                                       TO LDD-MOTIVO
               MOVE LINHA-DET-DIVER    TO REG-DIVERGENCIA
               WRITE REG-DIVERGENCIA
           ELSE
               MOVE HV-DIA             TO WS-DIA-VENDA

               COMPUTE WS-VALOR-VENDA
                   = HV-PRECO-UNITARIO * HV-QTD-VENDA

               MOVE 'S'                TO IND-LINHA-NA-TABELA
               SET TVD-IDX             TO 1
               SEARCH TVD-ENTRADA
                   AT END
                       MOVE 'N'        TO IND-LINHA-NA-TABELA
                   WHEN TVD-IDX        > CONTA-DIAS-ALIQ
                       ADD 1           TO CONTA-DIAS-ALIQ
                       MOVE WS-DIA-VENDA TO TVD-DIA(TVD-IDX)
                       MOVE HV-ALIQ-ICMS TO TVD-ALIQ(TVD-IDX)
                       MOVE ZEROS      TO TVD-QTDE(TVD-IDX)
                                          TVD-VALOR(TVD-IDX)
                                          TVD-ICMS(TVD-IDX)
                   WHEN TVD-DIA(TVD-IDX) = WS-DIA-VENDA
                       AND TVD-ALIQ(TVD-IDX) = HV-ALIQ-ICMS
                       CONTINUE
               END-SEARCH

               IF  LINHA-NA-TABELA
                   ADD 1               TO TVD-QTDE(TVD-IDX)
                   ADD WS-VALOR-VENDA  TO TVD-VALOR(TVD-IDX)
                   ADD HV-VALOR-ICMS   TO TVD-ICMS(TVD-IDX)
               ELSE
                   ADD 1               TO CONTA-DIVERGENTES
                   MOVE HV-DATA-MOVIMENTO TO LDD-CHAVE
                   MOVE 'TABELA DE DIAS/ALIQUOTAS CHEIA'
                                       TO LDD-MOTIVO
                   MOVE LINHA-DET-DIVER TO REG-DIVERGENCIA
                   WRITE REG-DIVERGENCIA
               END-IF

               MOVE HV-CODIGO-ITEM     TO WS-CODIGO-ITEM
               PERFORM GUARDA-ITEM-MES
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-REGISTROS-61          SECTION.
      *----------------------------------------------------------------*
      *    Um registro '61' por dia e alíquota, em ordem de dia.
      *----------------------------------------------------------------*

           MOVE WS-ANO-FISCAL          TO WS-ANO-DATA
           MOVE WS-MES-FISCAL          TO WS-MES-DATA

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > 31
               PERFORM VARYING WS-SUB-VENDA FROM 1 BY 1
                       UNTIL WS-SUB-VENDA > CONTA-DIAS-ALIQ
                   IF  TVD-DIA(WS-SUB-VENDA) = WS-SUB-DIA
                       MOVE WS-SUB-DIA TO WS-DIA-DATA
                       MOVE WS-DATA-AAAAMMDD
                                       TO FIS-61-DATA
                       MOVE TVD-ALIQ(WS-SUB-VENDA)
                                       TO FIS-61-ALIQ
                       MOVE TVD-QTDE(WS-SUB-VENDA)
                                       TO FIS-61-QTDE-VENDAS
                       MOVE TVD-VALOR(WS-SUB-VENDA)
                                       TO FIS-61-VALOR
                       IF  TVD-ALIQ(WS-SUB-VENDA) > 0
                           MOVE TVD-VALOR(WS-SUB-VENDA)
                                       TO FIS-61-BASE
                       ELSE
                           MOVE ZEROS  TO FIS-61-BASE
                       END-IF
                       MOVE TVD-ICMS(WS-SUB-VENDA)
                                       TO FIS-61-ICMS
                       MOVE FIS-REGISTRO-61
                                       TO REG-FISCAL
                       WRITE REG-FISCAL
                       ADD 1           TO CONTA-REG-61
                                          CONTA-GRAVADOS
                       ADD TVD-VALOR(WS-SUB-VENDA)
                                       TO SOMA-VALOR-SAIDAS
                       ADD TVD-ICMS(WS-SUB-VENDA)
                                       TO SOMA-ICMS-SAIDAS
                   END-IF
               END-PERFORM
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           EXPORTA-ENTRADA             SECTION.
      *----------------------------------------------------------------*
      *    Busca o CNPJ do fornecedor do lançamento: fornecedor sem
      *    cadastro ou sem CNPJ vai para as divergências e o
      *    lançamento fica fora do arquivo, para não mandar registro
      *    capenga ao estado.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FORN-COMPLETO

           MOVE LVE-FORN-CODIGO        TO FORN-CODIGO
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'FORNECEDOR SEM CADASTRO'
                                       TO LDD-MOTIVO
               NOT INVALID KEY
                   IF  FORN-CNPJ       = SPACES
                       MOVE 'FORNECEDOR SEM CNPJ NO CADASTRO'
                                       TO LDD-MOTIVO
                   ELSE
                       MOVE 'S'        TO IND-FORN-COMPLETO
                   END-IF
           END-READ

           IF  FORN-COMPLETO
               MOVE LVE-ANO            TO WS-ANO-DATA
               MOVE LVE-MES            TO WS-MES-DATA
               MOVE LVE-DIA            TO WS-DIA-DATA

               MOVE FORN-CNPJ          TO FIS-50-CNPJ
               MOVE LVE-UF             TO FIS-50-UF
               MOVE WS-DATA-AAAAMMDD   TO FIS-50-DATA
               MOVE LVE-NR-NOTA        TO FIS-50-NR-NOTA
               MOVE LVE-TIPO           TO FIS-50-OPERACAO
               MOVE LVE-GOODS-CODE     TO FIS-50-GOODS-CODE
               MOVE LVE-QTD-UNIDADES   TO FIS-50-QTDE
               MOVE LVE-VALOR-OPERACAO TO FIS-50-VALOR
               MOVE LVE-BASE-ICMS      TO FIS-50-BASE
               MOVE LVE-ALIQ-ICMS      TO FIS-50-ALIQ
               MOVE LVE-VALOR-ICMS     TO FIS-50-ICMS
               MOVE FIS-REGISTRO-50    TO REG-FISCAL
               WRITE REG-FISCAL
               ADD 1                   TO CONTA-REG-50
                                          CONTA-GRAVADOS
               ADD LVE-VALOR-OPERACAO  TO SOMA-VALOR-ENTRADAS
               ADD LVE-VALOR-ICMS      TO SOMA-ICMS-ENTRADAS

               MOVE LVE-GOODS-CODE     TO WS-CODIGO-ITEM
               PERFORM GUARDA-ITEM-MES
           ELSE
               ADD 1                   TO CONTA-DIVERGENTES
               STRING LVE-FORN-CODIGO '/' LVE-NR-NOTA
                   DELIMITED BY SIZE INTO LDD-CHAVE
               MOVE LINHA-DET-DIVER    TO REG-DIVERGENCIA
               WRITE REG-DIVERGENCIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GUARDA-ITEM-MES             SECTION.
      *----------------------------------------------------------------*
      *    Inclui WS-CODIGO-ITEM na tabela de itens movimentados, se
      *    ainda não estiver lá.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-LINHA-NA-TABELA
           SET TIM-IDX                 TO 1
           SEARCH TIM-ENTRADA
               AT END
                   MOVE 'N'            TO IND-LINHA-NA-TABELA
               WHEN TIM-IDX            > CONTA-ITENS
                   ADD 1               TO CONTA-ITENS
                   MOVE WS-CODIGO-ITEM TO TIM-CODIGO(TIM-IDX)
                   MOVE 'N'            TO TIM-ACHADO(TIM-IDX)
               WHEN TIM-CODIGO(TIM-IDX) = WS-CODIGO-ITEM
                   CONTINUE
           END-SEARCH

           IF  NOT LINHA-NA-TABELA
               ADD 1                   TO CONTA-DIVERGENTES
               MOVE WS-CODIGO-ITEM     TO LDD-CHAVE
               MOVE 'TABELA DE ITENS CHEIA, ITEM SEM REG. 75'
                                       TO LDD-MOTIVO
               MOVE LINHA-DET-DIVER    TO REG-DIVERGENCIA
               WRITE REG-DIVERGENCIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-REGISTROS-75          SECTION.
      *----------------------------------------------------------------*
      *    Percorre o catálogo em ordem de código e grava um '75'
      *    para cada item movimentado no mês; o que sobrar na tabela
      *    sem cadastro sai como divergência.
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO GOODS-CODE
           START ARQUIVO-ENTRADA
               KEY IS >= GOODS-CODE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-CATALOGO
           END-START

           PERFORM UNTIL FIM-DO-CATALOGO
               READ ARQUIVO-ENTRADA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-CATALOGO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   SET TIM-IDX         TO 1
                   SEARCH TIM-ENTRADA
                       AT END
                           CONTINUE
                       WHEN TIM-IDX    > CONTA-ITENS
                           CONTINUE
                       WHEN TIM-CODIGO(TIM-IDX) = GOODS-CODE
                           MOVE 'S'    TO TIM-ACHADO(TIM-IDX)
                           PERFORM GRAVA-REGISTRO-75
                   END-SEARCH
           END-PERFORM

           PERFORM VARYING WS-SUB-ITEM FROM 1 BY 1
                   UNTIL WS-SUB-ITEM > CONTA-ITENS
               IF  TIM-ACHADO(WS-SUB-ITEM) NOT = 'S'
                   ADD 1               TO CONTA-DIVERGENTES
                   MOVE TIM-CODIGO(WS-SUB-ITEM)
                                       TO LDD-CHAVE
                   MOVE 'ITEM MOVIMENTADO SEM CADASTRO'
                                       TO LDD-MOTIVO
                   MOVE LINHA-DET-DIVER TO REG-DIVERGENCIA
                   WRITE REG-DIVERGENCIA
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-REGISTRO-75           SECTION.
      *----------------------------------------------------------------*
           MOVE GOODS-CODE             TO FIS-75-GOODS-CODE
           MOVE GOODS-EAN              TO FIS-75-EAN
           MOVE GOODS-NAME             TO FIS-75-DESCRICAO
           MOVE GOODS-CD-TRIBUTACAO    TO FIS-75-CD-TRIBUTACAO
           IF  GOODS-ALIQ-ICMS         NUMERIC
               MOVE GOODS-ALIQ-ICMS    TO FIS-75-ALIQ
           ELSE
               MOVE ZEROS              TO FIS-75-ALIQ
           END-IF
           MOVE FIS-REGISTRO-75        TO REG-FISCAL
           WRITE REG-FISCAL
           ADD 1                       TO CONTA-REG-75
                                          CONTA-GRAVADOS

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TOTALIZADORES         SECTION.
      *----------------------------------------------------------------*
      *    Um '90' por tipo de registro com quantidade, valor e ICMS,
      *    e o '90' de tipo '99' com o total de registros do arquivo,
      *    este próprio incluído.
      *----------------------------------------------------------------*

           MOVE '50'                   TO FIS-90-TIPO
           MOVE CONTA-REG-50           TO FIS-90-QTDE
           MOVE SOMA-VALOR-ENTRADAS    TO FIS-90-VALOR
           MOVE SOMA-ICMS-ENTRADAS     TO FIS-90-ICMS
           MOVE FIS-REGISTRO-90        TO REG-FISCAL
           WRITE REG-FISCAL
           ADD 1                       TO CONTA-GRAVADOS

           MOVE '61'                   TO FIS-90-TIPO
           MOVE CONTA-REG-61           TO FIS-90-QTDE
           MOVE SOMA-VALOR-SAIDAS      TO FIS-90-VALOR
           MOVE SOMA-ICMS-SAIDAS       TO FIS-90-ICMS
           MOVE FIS-REGISTRO-90        TO REG-FISCAL
           WRITE REG-FISCAL
           ADD 1                       TO CONTA-GRAVADOS

           MOVE '75'                   TO FIS-90-TIPO
           MOVE CONTA-REG-75           TO FIS-90-QTDE
           MOVE ZEROS                  TO FIS-90-VALOR
                                          FIS-90-ICMS
           MOVE FIS-REGISTRO-90        TO REG-FISCAL
           WRITE REG-FISCAL
           ADD 1                       TO CONTA-GRAVADOS

           ADD 1                       TO CONTA-GRAVADOS
           MOVE '99'                   TO FIS-90-TIPO
           MOVE CONTA-GRAVADOS         TO FIS-90-QTDE
           COMPUTE FIS-90-VALOR
               = SOMA-VALOR-SAIDAS + SOMA-VALOR-ENTRADAS
           COMPUTE FIS-90-ICMS
               = SOMA-ICMS-SAIDAS + SOMA-ICMS-ENTRADAS
           MOVE FIS-REGISTRO-90        TO REG-FISCAL
           WRITE REG-FISCAL

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY INTPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE HISTORICO-VENDAS
           CLOSE LIVRO-ENTRADAS
           CLOSE FORNECEDORES
           CLOSE ARQUIVO-ENTRADA
           CLOSE ARQUIVO-FISCAL
           CLOSE RELATORIO-DIVERGENCIAS
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

           PERFORM GRAVA-TOTALIZADORES

           MOVE CONTA-GRAVADOS         TO INT-QTDE-ATUAL
           COMPUTE INT-SOMA-ATUAL
               = SOMA-ICMS-SAIDAS + SOMA-ICMS-ENTRADAS
           PERFORM INT-REGISTRA-GERACAO

           MOVE CONTA-DIVERGENTES      TO LRD-QTDE
           MOVE LINHA-RODAPE-DIVER     TO REG-DIVERGENCIA
           WRITE REG-DIVERGENCIA

           MOVE DMV-LINHA-DATA-MOV     TO REG-DIVERGENCIA
           WRITE REG-DIVERGENCIA

           CLOSE HISTORICO-VENDAS

           IF  HA-LIVRO
               CLOSE LIVRO-ENTRADAS
           END-IF

           CLOSE FORNECEDORES

           CLOSE ARQUIVO-ENTRADA

           CLOSE ARQUIVO-FISCAL

           CLOSE RELATORIO-DIVERGENCIAS

           MOVE 'RELATORIO-DIVERGENCIAS'
                                       TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' REGISTROS NO ARQUIVO FISCAL: '
               CONTA-GRAVADOS ' DIVERGENTES: ' CONTA-DIVERGENTES
                                       UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-GRAVADOS         TO AUD-QTDE-GRAVADOS
           PERFORM INT-FECHA-LOG

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
