      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Projeção do fluxo de caixa dos próximos dias a partir
      *    da data de movimento, dia a dia e com subtotal por semana.
      *    Entradas: títulos a receber em aberto (TITULOS-RECEBER de
      *    RECREC01) pelo vencimento, descontados do percentual
      *    histórico de atraso - a parte, em valor, dos títulos já
      *    recebidos que foi paga depois do vencimento. Saídas:
      *    títulos a pagar em aberto (TITULOS-PAGAR de TITPAG01) pelo
      *    vencimento, com os créditos de devolução abatidos, e a
      *    folha de adiantamento prevista - o total da última
      *    competência de HISTORICO-MENSAL (C3A07P01) - no dia de
      *    pagamento de cada competência seguinte que cair no
      *    período. Título a pagar já vencido entra no primeiro dia;
      *    título a receber já vencido fica fora da projeção e é
      *    apenas informado. O saldo corrente parte do saldo bancário
      *    de abertura informado no cartão e os dias em que fica
      *    negativo são marcados, com RETURN-CODE 4.
      *----------------------------------------------------------------*
      * VERSAO 07 - RELATORIO-FLUXO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 06 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO); a
      *    projecao da folha segue pelo adiantamento.
      * VERSAO 05 - A competencia 13/AAAA do 13o salario (DECTER01)
      *    fica fora da previsao: nao e folha de adiantamento e, com
      *    mes 13, passava por ultima competencia do historico.
      * VERSAO 04 - REG-HISTORICO-MENSAL acompanhou as ferias pagas
      *    por FERPAG01 (HIM-FERIAS); a projecao da folha segue pelo
      *    adiantamento.
      * VERSAO 03 - REG-TITULO-RECEBER acompanhou a multa e os juros
      *    de atraso gravados na baixa por RECREC01; a projecao segue
      *    pelo valor do titulo.
      * VERSAO 02 - REG-TITULO-RECEBER acompanhou a parcela do
      *    crediario (TRC-PARCELA/TRC-QTDE-PARCELAS); cada parcela ja
      *    entra na projecao pelo proprio vencimento.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o saldo
      *    bancário de abertura (ex. 15000,00 ou -250,00), 2a com o
      *    número de dias projetados (padrão 30, máximo 90), 3a a 6a
      *    com os caminhos dos títulos a receber, dos títulos a
      *    pagar, do histórico mensal e do relatório. Dia de
      *    pagamento do adiantamento pela vigência
      *    DIA-PAGTO-ADIANTAMENTO de PARAMS.TXT (padrão 20).
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     FLUXO01.
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
           SELECT TITULOS-RECEBER ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRC-NUMERO
           ALTERNATE RECORD KEY IS TRC-CLIENTE WITH DUPLICATES
           FILE STATUS IS FS-TITULOS-RECEBER.

           SELECT TITULOS-PAGAR ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-NUMERO
           ALTERNATE RECORD KEY IS TIT-FORN-CODIGO WITH DUPLICATES
           FILE STATUS IS FS-TITULOS-PAGAR.

           SELECT HISTORICO-MENSAL     ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIM-CHAVE
           FILE STATUS IS FS-HISTORICO-MENSAL.

           SELECT RELATORIO-FLUXO ASSIGN TO OPE04
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-FLUXO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRSCTL.

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
       FD  TITULOS-RECEBER.
       01  REG-TITULO-RECEBER.
           03  TRC-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TRC-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  TRC-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-EMISSAO        PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-DATA-VENCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-SITUACAO            PIC X(01).
               88  TRC-ABERTO                           VALUE 'A'.
               88  TRC-RECEBIDO                         VALUE 'P'.
               88  TRC-CANCELADO                        VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-RECEBIMENTO    PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-PARCELA             PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-QTDE-PARCELAS       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-MULTA         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-JUROS         PIC 9(07)V99.

       FD  TITULOS-PAGAR.
       01  REG-TITULO-PAGAR.
           03  TIT-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TIT-TIPO                PIC X(01).
               88  TIT-DEBITO                           VALUE 'D'.
               88  TIT-CREDITO                          VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  TIT-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  TIT-NR-NOTA             PIC X(10).
           03  FILLER                  PIC X(01).
           03  TIT-VALOR               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  TIT-DATA-EMISSAO        PIC X(10).
           03  FILLER                  PIC X(01).
           03  TIT-DATA-VENCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  TIT-SITUACAO            PIC X(01).
               88  TIT-ABERTO                           VALUE 'A'.
               88  TIT-PAGO                             VALUE 'P'.
           03  FILLER                  PIC X(01).
           03  TIT-DATA-PAGAMENTO      PIC X(10).

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

       FD  RELATORIO-FLUXO.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'FLUXO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS007'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRSDADOS.

      *    Dia do mês em que o adiantamento é creditado; PARAMS.TXT
      *    (vigência DIA-PAGTO-ADIANTAMENTO) sobrepõe sem recompilar.
       01  WS-DIA-PAGTO-ADIANT         PIC 9(02)     VALUE 20.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\TITRECEB.dat'.
           03  OPE02                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\TITPAGAR.dat'.
           03  OPE03                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\HIM-C3A07P01.dat'.
           03  OPE04                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELFLUXO.TXT".
           03  FS-TITULOS-RECEBER      PIC X(02)        VALUE '00'.
               88  FS-TRC-OK                            VALUE '00'.
           03  FS-TITULOS-PAGAR        PIC X(02)        VALUE '00'.
               88  FS-TIT-OK                            VALUE '00'.
           03  FS-HISTORICO-MENSAL     PIC X(02)        VALUE '00'.
               88  FS-HIM-OK                            VALUE '00'.
           03  FS-RELATORIO-FLUXO      PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           03  WS-SALDO-CARTAO         PIC X(20)        VALUE SPACES.
           03  WS-DIAS-CARTAO          PIC X(02)        VALUE SPACES.
           03  IND-FIM-RECEBER         PIC X(01)        VALUE 'N'.
               88  FIM-DOS-RECEBER                      VALUE 'S'.
           03  IND-FIM-PAGAR           PIC X(01)        VALUE 'N'.
               88  FIM-DOS-PAGAR                        VALUE 'S'.
           03  IND-FIM-HISTORICO       PIC X(01)        VALUE 'N'.
               88  FIM-DO-HISTORICO                     VALUE 'S'.
           03  IND-DATA-VALIDA         PIC X(01)        VALUE 'N'.
               88  DATA-VALIDA                          VALUE 'S'.
           03  WS-DATA-TEXTO           PIC X(10)        VALUE SPACES.
           03  WS-DATA-AAAAMMDD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               05  WS-ANO-DATA         PIC 9(04).
               05  WS-MES-DATA         PIC 9(02).
               05  WS-DIA-DATA         PIC 9(02).
           03  WS-DIAS-DATA            PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DIAS-INICIO          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DESLOCAMENTO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-HORIZONTE            PIC S9(03) COMP-5 VALUE 30.
           03  WS-SUB-DIA              PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-NR-SEMANA            PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-DIAS-NA-SEMANA       PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-COMP-AAAAMM          PIC 9(06)        VALUE ZEROS.
           03  WS-COMP-AAAAMM-R REDEFINES WS-COMP-AAAAMM.
               05  WS-ANO-COMP         PIC 9(04).
               05  WS-MES-COMP         PIC 9(02).
           03  WS-ULTIMA-COMP          PIC 9(06)        VALUE ZEROS.
           03  WS-ULTIMA-COMP-R REDEFINES WS-ULTIMA-COMP.
               05  WS-ANO-ULTIMA       PIC 9(04).
               05  WS-MES-ULTIMA       PIC 9(02).
           03  WS-SALDO-INICIAL        PIC S9(13)V99    VALUE ZEROS.
           03  WS-SALDO-CORRENTE       PIC S9(13)V99    VALUE ZEROS.
           03  WS-PERC-ATRASO          PIC 9(03)V99     VALUE ZEROS.
           03  WS-ENTRADA-LIQUIDA      PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-RECEBIDOS          PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-RECEBIDOS-ATRASO   PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-RECEBER-VENCIDO    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ADIANT-PREVISTO    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ENTRADAS           PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-SAIDAS             PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ENTRADAS-SEMANA    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-SAIDAS-SEMANA      PIC S9(13)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-RECEBER-VENCIDO   PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DIAS-NEGATIVOS    PIC S9(03) COMP-5 VALUE ZEROS.
           03  CONTA-DATAS-INVALIDAS   PIC S9(05) COMP-5 VALUE ZEROS.

      *    Um elemento por dia projetado, o primeiro sendo a data de
      *    movimento.
       01  TABELA-DIAS.
           03  TDI-DIA                 OCCURS 90 TIMES.
               05  TDI-DATA            PIC X(10).
               05  TDI-ENTRADAS-BRUTAS PIC S9(13)V99.
               05  TDI-SAIDAS          PIC S9(13)V99.
               05  TDI-ADIANTAMENTO    PIC S9(13)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(35)        VALUE
           'PROJECAO DE FLUXO DE CAIXA - DESDE '.
           03  LC-DATA-INICIO          PIC X(10).
           03  FILLER                  PIC X(03)        VALUE ' - '.
           03  LC-DIAS                 PIC Z9.
           03  FILLER                  PIC X(05)        VALUE ' DIAS'.

       01  LINHA-INFORMACAO.
           03  LIN-DESCRICAO           PIC X(44).
           03  LIN-VALOR               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(12)        VALUE 'DATA'.
           03  FILLER                  PIC X(16)        VALUE
                                                   '      ENTRADAS'.
           03  FILLER                  PIC X(16)        VALUE
                                                   '        SAIDAS'.
           03  FILLER                  PIC X(20)        VALUE
                                                   '         SALDO'.

       01  LINHA-DETALHE.
           03  LD-DATA                 PIC X(10).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-ENTRADAS             PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SAIDAS               PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SALDO                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-MARCA                PIC X(12).

       01  LINHA-SEMANA.
           03  FILLER                  PIC X(07)        VALUE 'SEMANA '.
           03  LS-SEMANA               PIC Z9.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LS-ENTRADAS             PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LS-SAIDAS               PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LS-SALDO                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM APURA-RECEBER

           PERFORM APURA-PAGAR

           PERFORM APURA-ADIANTAMENTO

           PERFORM IMPRIME-PROJECAO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM CARREGA-LIMITES

           IF  WS-SALDO-CARTAO         = SPACES
               DISPLAY NOME-PROGRAMA
                   ' SALDO BANCARIO DE ABERTURA NAO INFORMADO NO '
                   'CARTAO - PROJECAO RECUSADA' UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           IF  FUNCTION TEST-NUMVAL (WS-SALDO-CARTAO) NOT = 0
               DISPLAY NOME-PROGRAMA
                   ' SALDO BANCARIO DE ABERTURA INVALIDO: '
                   WS-SALDO-CARTAO     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           COMPUTE WS-SALDO-INICIAL
               = FUNCTION NUMVAL (WS-SALDO-CARTAO)

           IF  WS-DIAS-CARTAO          NOT = SPACES
               IF  WS-DIAS-CARTAO      NUMERIC
                   AND WS-DIAS-CARTAO  > '00'
                   AND WS-DIAS-CARTAO  NOT > '90'
                   MOVE WS-DIAS-CARTAO TO WS-HORIZONTE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' NUMERO DE DIAS INVALIDO (01 A 90): '
                       WS-DIAS-CARTAO  UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           PERFORM MONTA-TABELA-DIAS

           OPEN INPUT TITULOS-RECEBER

           IF  NOT FS-TRC-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR TITULOS-RECEBER, FILE STATUS: '
                   FS-TITULOS-RECEBER  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT TITULOS-PAGAR

           IF  NOT FS-TIT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR TITULOS-PAGAR, FILE STATUS: '
                   FS-TITULOS-PAGAR    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT HISTORICO-MENSAL

           IF  NOT FS-HIM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-MENSAL, FILE STATUS: '
                   FS-HISTORICO-MENSAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-FLUXO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-FLUXO, FILE STATUS: '
                   FS-RELATORIO-FLUXO  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-INICIO
           MOVE WS-HORIZONTE           TO LC-DIAS
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o saldo bancário de abertura,
      *    2a com o número de dias projetados, 3a a 6a com os caminhos
      *    dos títulos a receber, dos títulos a pagar, do histórico
      *    mensal e do relatório; linha ausente ou em branco mantém o
      *    padrão. Via PARM, aceita apenas o saldo de abertura.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:20) TO WS-SALDO-CARTAO
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:20) TO WS-SALDO-CARTAO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2) TO WS-DIAS-CARTAO
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

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-LIMITES             SECTION.
      *----------------------------------------------------------------*
      *    Carrega de PARAMS.TXT o dia de pagamento do adiantamento
      *    vigente na data de movimento; parâmetro ausente ou fora de
      *    1 a 28 mantém o padrão.
      *----------------------------------------------------------------*

           PERFORM PRS-CARREGA-PARAMETROS

           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA

           MOVE 'DIA-PAGTO-ADIANTAMENTO'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    NOT > 28
               MOVE PRS-VALOR-ACHADO   TO WS-DIA-PAGTO-ADIANT
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-TABELA-DIAS           SECTION.
      *----------------------------------------------------------------*
      *    Zera a tabela e preenche a data de cada dia do período, a
      *    partir da data de movimento.
      *----------------------------------------------------------------*

           MOVE DMV-DATA-MOVIMENTO     TO WS-DATA-TEXTO
           PERFORM CONVERTE-DATA

           IF  NOT DATA-VALIDA
               DISPLAY NOME-PROGRAMA
                   ' DATA DE MOVIMENTO INVALIDA: '
                   DMV-DATA-MOVIMENTO  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-DIAS-DATA           TO WS-DIAS-INICIO

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > WS-HORIZONTE
               COMPUTE WS-DATA-AAAAMMDD
                   = FUNCTION DATE-OF-INTEGER
                         (WS-DIAS-INICIO + WS-SUB-DIA - 1)
               MOVE SPACES             TO TDI-DATA(WS-SUB-DIA)
               STRING WS-DIA-DATA '/' WS-MES-DATA '/' WS-ANO-DATA
                   DELIMITED BY SIZE INTO TDI-DATA(WS-SUB-DIA)
               MOVE ZEROS              TO TDI-ENTRADAS-BRUTAS
                                                    (WS-SUB-DIA)
               MOVE ZEROS              TO TDI-SAIDAS(WS-SUB-DIA)
               MOVE ZEROS              TO TDI-ADIANTAMENTO
                                                    (WS-SUB-DIA)
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA               SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-DATA-TEXTO (DD/MM/AAAA) em dias corridos em
      *    WS-DIAS-DATA; data inválida desliga DATA-VALIDA.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-DATA-VALIDA
           MOVE ZEROS                  TO WS-DIAS-DATA

           IF  WS-DATA-TEXTO(1:2)      NUMERIC
               AND WS-DATA-TEXTO(4:2)  NUMERIC
               AND WS-DATA-TEXTO(7:4)  NUMERIC
               MOVE WS-DATA-TEXTO(7:4) TO WS-ANO-DATA
               MOVE WS-DATA-TEXTO(4:2) TO WS-MES-DATA
               MOVE WS-DATA-TEXTO(1:2) TO WS-DIA-DATA
               IF  FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-AAAAMMDD)
                                       = 0
                   COMPUTE WS-DIAS-DATA
                       = FUNCTION INTEGER-OF-DATE (WS-DATA-AAAAMMDD)
                   MOVE 'S'            TO IND-DATA-VALIDA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-RECEBER               SECTION.
      *----------------------------------------------------------------*
      *    Uma passada nos títulos a receber: os recebidos formam o
      *    percentual histórico de atraso (valor pago depois do
      *    vencimento sobre o valor recebido); os abertos entram pelo
      *    vencimento no dia da projeção. Aberto já vencido fica fora
      *    da projeção e é somado à parte.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-RECEBER'

           PERFORM UNTIL FIM-DOS-RECEBER
               READ TITULOS-RECEBER NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-RECEBER
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   EVALUATE TRUE
                       WHEN TRC-RECEBIDO
                           PERFORM ACUMULA-HISTORICO-ATRASO
                       WHEN TRC-ABERTO
                           PERFORM PROJETA-RECEBER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-PERFORM

           IF  SOMA-RECEBIDOS          > 0
               COMPUTE WS-PERC-ATRASO ROUNDED
                   = SOMA-RECEBIDOS-ATRASO * 100 / SOMA-RECEBIDOS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-HISTORICO-ATRASO    SECTION.
      *----------------------------------------------------------------*

           MOVE TRC-DATA-VENCIMENTO    TO WS-DATA-TEXTO
           PERFORM CONVERTE-DATA

           IF  DATA-VALIDA
               MOVE WS-DIAS-DATA       TO WS-DESLOCAMENTO
               MOVE TRC-DATA-RECEBIMENTO
                                       TO WS-DATA-TEXTO
               PERFORM CONVERTE-DATA
               IF  DATA-VALIDA
                   ADD TRC-VALOR       TO SOMA-RECEBIDOS
                   IF  WS-DIAS-DATA    > WS-DESLOCAMENTO
                       ADD TRC-VALOR   TO SOMA-RECEBIDOS-ATRASO
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROJETA-RECEBER             SECTION.
      *----------------------------------------------------------------*

           MOVE TRC-DATA-VENCIMENTO    TO WS-DATA-TEXTO
           PERFORM CONVERTE-DATA

           IF  NOT DATA-VALIDA
               ADD 1                   TO CONTA-DATAS-INVALIDAS
               DISPLAY NOME-PROGRAMA
                   ' TITULO A RECEBER COM VENCIMENTO INVALIDO: '
                   TRC-NUMERO          UPON CONSOLE
           ELSE
               COMPUTE WS-DESLOCAMENTO
                   = WS-DIAS-DATA - WS-DIAS-INICIO
               EVALUATE TRUE
                   WHEN WS-DESLOCAMENTO < 0
                       ADD 1           TO CONTA-RECEBER-VENCIDO
                       ADD TRC-VALOR   TO SOMA-RECEBER-VENCIDO
                   WHEN WS-DESLOCAMENTO < WS-HORIZONTE
                       COMPUTE WS-SUB-DIA = WS-DESLOCAMENTO + 1
                       ADD TRC-VALOR   TO TDI-ENTRADAS-BRUTAS
                                                    (WS-SUB-DIA)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-PAGAR                 SECTION.
      *----------------------------------------------------------------*
      *    Títulos a pagar em aberto pelo vencimento: débito soma na
      *    saída do dia, crédito de devolução abate. Título já vencido
      *    entra no primeiro dia, pois continua devido.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-PAGAR'

           PERFORM UNTIL FIM-DOS-PAGAR
               READ TITULOS-PAGAR NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PAGAR
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  TIT-ABERTO
                       PERFORM PROJETA-PAGAR
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PROJETA-PAGAR               SECTION.
      *----------------------------------------------------------------*

           MOVE TIT-DATA-VENCIMENTO    TO WS-DATA-TEXTO
           PERFORM CONVERTE-DATA

           IF  NOT DATA-VALIDA
               ADD 1                   TO CONTA-DATAS-INVALIDAS
               DISPLAY NOME-PROGRAMA
                   ' TITULO A PAGAR COM VENCIMENTO INVALIDO: '
                   TIT-NUMERO          UPON CONSOLE
           ELSE
               COMPUTE WS-DESLOCAMENTO
                   = WS-DIAS-DATA - WS-DIAS-INICIO
               IF  WS-DESLOCAMENTO     < 0
                   MOVE ZEROS          TO WS-DESLOCAMENTO
               END-IF
               IF  WS-DESLOCAMENTO     < WS-HORIZONTE
                   COMPUTE WS-SUB-DIA = WS-DESLOCAMENTO + 1
                   IF  TIT-CREDITO
                       SUBTRACT TIT-VALOR
                                       FROM TDI-SAIDAS(WS-SUB-DIA)
                   ELSE
                       ADD TIT-VALOR   TO TDI-SAIDAS(WS-SUB-DIA)
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-ADIANTAMENTO          SECTION.
      *----------------------------------------------------------------*
      *    O total de adiantamentos da última competência do histórico
      *    é a previsão da folha de adiantamento; ela sai no dia de
      *    pagamento de cada competência seguinte que cair no
      *    período projetado.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'APURA-ADIANTAMENTO'

           PERFORM UNTIL FIM-DO-HISTORICO
               READ HISTORICO-MENSAL NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-HISTORICO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  HIM-COMPETENCIA(1:2) NUMERIC
                       AND HIM-COMPETENCIA(4:4) NUMERIC
                       AND HIM-COMPETENCIA(1:2) NOT = '13'
                       MOVE HIM-COMPETENCIA(4:4) TO WS-ANO-COMP
                       MOVE HIM-COMPETENCIA(1:2) TO WS-MES-COMP
                       EVALUATE TRUE
                           WHEN WS-COMP-AAAAMM > WS-ULTIMA-COMP
                               MOVE WS-COMP-AAAAMM
                                       TO WS-ULTIMA-COMP
                               MOVE HIM-ADIANTAMENTO
                                       TO SOMA-ADIANT-PREVISTO
                           WHEN WS-COMP-AAAAMM = WS-ULTIMA-COMP
                               ADD HIM-ADIANTAMENTO
                                       TO SOMA-ADIANT-PREVISTO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-PERFORM

           IF  WS-ULTIMA-COMP          = ZEROS
               DISPLAY NOME-PROGRAMA
                   ' HISTORICO MENSAL VAZIO - SEM PREVISAO DE '
                   'ADIANTAMENTO'      UPON CONSOLE
           ELSE
               PERFORM PROXIMA-COMPETENCIA
               PERFORM PROXIMA-COMPETENCIA
                   UNTIL WS-DESLOCAMENTO >= 0
               PERFORM UNTIL WS-DESLOCAMENTO >= WS-HORIZONTE
                   COMPUTE WS-SUB-DIA = WS-DESLOCAMENTO + 1
                   ADD SOMA-ADIANT-PREVISTO
                                       TO TDI-SAIDAS(WS-SUB-DIA)
                   ADD SOMA-ADIANT-PREVISTO
                                       TO TDI-ADIANTAMENTO(WS-SUB-DIA)
                   PERFORM PROXIMA-COMPETENCIA
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROXIMA-COMPETENCIA         SECTION.
      *----------------------------------------------------------------*
      *    Avança WS-ULTIMA-COMP um mês e devolve em WS-DESLOCAMENTO a
      *    distância, em dias, do dia de pagamento dessa competência
      *    até o início da projeção.
      *----------------------------------------------------------------*

           IF  WS-MES-ULTIMA           = 12
               MOVE 1                  TO WS-MES-ULTIMA
               ADD 1                   TO WS-ANO-ULTIMA
           ELSE
               ADD 1                   TO WS-MES-ULTIMA
           END-IF

           MOVE WS-ANO-ULTIMA          TO WS-ANO-DATA
           MOVE WS-MES-ULTIMA          TO WS-MES-DATA
           MOVE WS-DIA-PAGTO-ADIANT    TO WS-DIA-DATA

           COMPUTE WS-DESLOCAMENTO
               = FUNCTION INTEGER-OF-DATE (WS-DATA-AAAAMMDD)
               - WS-DIAS-INICIO

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-PROJECAO            SECTION.
      *----------------------------------------------------------------*
      *    Uma linha por dia com as entradas já descontadas do atraso
      *    histórico, as saídas e o saldo corrente, marcando o dia
      *    negativo; subtotal a cada 7 dias e na última semana.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-PROJECAO'

           MOVE 'SALDO BANCARIO DE ABERTURA'
                                       TO LIN-DESCRICAO
           MOVE WS-SALDO-INICIAL       TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'PERCENTUAL HISTORICO DE ATRASO (%)'
                                       TO LIN-DESCRICAO
           MOVE WS-PERC-ATRASO         TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'ADIANTAMENTO PREVISTO POR COMPETENCIA'
                                       TO LIN-DESCRICAO
           MOVE SOMA-ADIANT-PREVISTO   TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'A RECEBER JA VENCIDO (FORA DA PROJECAO)'
                                       TO LIN-DESCRICAO
           MOVE SOMA-RECEBER-VENCIDO   TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-SALDO-INICIAL       TO WS-SALDO-CORRENTE

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > WS-HORIZONTE
               PERFORM IMPRIME-DIA
               ADD 1                   TO WS-DIAS-NA-SEMANA
               IF  WS-DIAS-NA-SEMANA   = 7
                   OR WS-SUB-DIA       = WS-HORIZONTE
                   PERFORM IMPRIME-SEMANA
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-DIA                 SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-ENTRADA-LIQUIDA ROUNDED
               = TDI-ENTRADAS-BRUTAS(WS-SUB-DIA)
               * (100 - WS-PERC-ATRASO) / 100

           COMPUTE WS-SALDO-CORRENTE
               = WS-SALDO-CORRENTE + WS-ENTRADA-LIQUIDA
               - TDI-SAIDAS(WS-SUB-DIA)

           ADD WS-ENTRADA-LIQUIDA      TO SOMA-ENTRADAS
                                          SOMA-ENTRADAS-SEMANA
           ADD TDI-SAIDAS(WS-SUB-DIA)  TO SOMA-SAIDAS
                                          SOMA-SAIDAS-SEMANA

           MOVE TDI-DATA(WS-SUB-DIA)   TO LD-DATA
           MOVE WS-ENTRADA-LIQUIDA     TO LD-ENTRADAS
           MOVE TDI-SAIDAS(WS-SUB-DIA) TO LD-SAIDAS
           MOVE WS-SALDO-CORRENTE      TO LD-SALDO
           MOVE SPACES                 TO LD-MARCA

           IF  WS-SALDO-CORRENTE       < 0
               ADD 1                   TO CONTA-DIAS-NEGATIVOS
               MOVE '** NEGATIVO'      TO LD-MARCA
           END-IF

           IF  TDI-ADIANTAMENTO(WS-SUB-DIA) > 0
               AND WS-SALDO-CORRENTE   NOT < 0
               MOVE 'ADIANTAMENTO'     TO LD-MARCA
           END-IF

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-SEMANA              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WS-NR-SEMANA

           MOVE WS-NR-SEMANA           TO LS-SEMANA
           MOVE SOMA-ENTRADAS-SEMANA   TO LS-ENTRADAS
           MOVE SOMA-SAIDAS-SEMANA     TO LS-SAIDAS
           MOVE WS-SALDO-CORRENTE      TO LS-SALDO
           MOVE LINHA-SEMANA           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE ZEROS                  TO SOMA-ENTRADAS-SEMANA
           MOVE ZEROS                  TO SOMA-SAIDAS-SEMANA
           MOVE ZEROS                  TO WS-DIAS-NA-SEMANA

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PRSPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE TITULOS-RECEBER
           CLOSE TITULOS-PAGAR
           CLOSE HISTORICO-MENSAL
           CLOSE RELATORIO-FLUXO

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE 'TOTAL DE ENTRADAS PROJETADAS'
                                       TO LIN-DESCRICAO
           MOVE SOMA-ENTRADAS          TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAL DE SAIDAS PROJETADAS'
                                       TO LIN-DESCRICAO
           MOVE SOMA-SAIDAS            TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'SALDO PROJETADO NO FIM DO PERIODO'
                                       TO LIN-DESCRICAO
           MOVE WS-SALDO-CORRENTE      TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DIAS COM SALDO NEGATIVO'
                                       TO LIN-DESCRICAO
           MOVE CONTA-DIAS-NEGATIVOS   TO LIN-VALOR
           MOVE LINHA-INFORMACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CONTA-DIAS-NEGATIVOS    > 0
               DISPLAY NOME-PROGRAMA ' ATENCAO: '
                   CONTA-DIAS-NEGATIVOS
                   ' DIA(S) COM SALDO PROJETADO NEGATIVO'
                                       UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF

           CLOSE TITULOS-RECEBER

           CLOSE TITULOS-PAGAR

           CLOSE HISTORICO-MENSAL

           CLOSE RELATORIO-FLUXO

           MOVE 'RELATORIO-FLUXO'      TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE WS-HORIZONTE           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
