      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Acompanhamento das metas de venda por vendedor no
      *    meio do mês: lê o HISTORICO-VENDAS permanente gravado por
      *    PR16TA01, soma o realizado do mês pedido por matrícula do
      *    vendedor (HV-MATRICULA-VENDEDOR) e compara com a meta do
      *    mês em METAS-VENDEDORES (METAS01), com o percentual
      *    atingido. Como ORCREL01, projeta linearmente o fechamento
      *    pelos dias úteis do calendário de CALEND01 e mostra em que
      *    faixa de comissão o vendedor fecharia nesse ritmo e a taxa
      *    correspondente - a mesma escolha que COMISS01 faz no
      *    fechamento. Venda da loja virtual não tem vendedor e fica
      *    de fora; venda sem matrícula sai na linha '****'.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-METAS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o mês
      *    MM/AAAA (em branco usa o mês da data de movimento), 2a a
      *    5a linhas com os caminhos de HISTORICO-VENDAS, do
      *    VENDEDORES-MESTRE, de METAS-VENDEDORES e de
      *    RELATORIO-METAS. Via PARM, aceita apenas o mês.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     METREL01.
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

           SELECT VENDEDORES-MESTRE ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-MATRICULA
           ALTERNATE RECORD KEY IS VEN-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES-MESTRE.

           SELECT RELATORIO-METAS ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-METAS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY METCTL.

           COPY CALCTL.

           COPY DMVCTL.

           COPY PRSCTL.

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

       FD  VENDEDORES-MESTRE.
       01  REG-VENDEDOR-MESTRE.
           03  VEN-NOME                PIC X(40).
           03  FILLER                  PIC X(01).
           03  VEN-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  VEN-PERC-COMISSAO       PIC 9(02)V99.

       FD  RELATORIO-METAS.
       01  REG-RELATORIO               PIC X(132).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY METFD.

       COPY CALFD.

       COPY DMVFD.

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'METREL01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY METDADOS.
       COPY CALDADOS.
       COPY PRSDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE02                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\VENDMEST.dat".
           03  OPE03                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELMETAS.TXT".
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
           03  FS-VENDEDORES-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-VEN-OK                            VALUE '00'.
               88  FS-VEN-NAO-EXISTE                    VALUE '35'.
           03  FS-RELATORIO-METAS      PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-TABELA          PIC X(01)        VALUE 'N'.
               88  FIM-DA-TABELA                        VALUE 'S'.
           03  IND-HA-VENDEDORES       PIC X(01)        VALUE 'N'.
               88  HA-VENDEDORES                        VALUE 'S'.
           03  IND-HA-METAS            PIC X(01)        VALUE 'N'.
               88  HA-METAS                             VALUE 'S'.
           03  WS-MES-PEDIDO           PIC X(07)        VALUE SPACES.
           03  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
               05  WS-MES-PED          PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-PED          PIC X(04).
           03  WS-MES-NUM              PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-NUM              PIC 9(04)        VALUE ZEROS.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
               05  WS-AMD-ANO          PIC 9(04).
               05  WS-AMD-MES          PIC 9(02).
               05  WS-AMD-DIA          PIC 9(02).
           03  WS-DATA-MOV-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-INT-DIA              PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-FIM-MES          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-MOVIMENTO        PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-UTEIS-MES            PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-UTEIS-DECORRIDOS     PIC S9(03) COMP-5 VALUE ZEROS.
           03  WS-MATRICULA-VENDA      PIC X(04)        VALUE SPACES.
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  WS-BASE-META            PIC S9(11)V99    VALUE ZEROS.
           03  WS-REALIZADO            PIC S9(11)V99    VALUE ZEROS.
           03  WS-PROJECAO             PIC S9(11)V99    VALUE ZEROS.
           03  WS-PERC-PROJECAO        PIC S9(05)V99    VALUE ZEROS.
           03  SOMA-REAL-MES           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-META-MES           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-PROJECAO           PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-NO-MES            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-WEB               PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-MATRICULA     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-METAS-LIDAS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-VENDEDORES        PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-LINHAS            PIC S9(05) COMP-5 VALUE ZEROS.

      *    Acumuladores por vendedor, na ordem de matrícula do
      *    VENDEDORES-MESTRE (carregado primeiro); matrícula que só
      *    aparece na venda ou na meta entra no fim da tabela.
       01  TAB-VENDEDORES-META.
           03  TV-VENDEDOR             OCCURS 200 TIMES
                                       INDEXED BY TV-IDX.
               05  TV-MATRICULA        PIC X(04).
               05  TV-NOME             PIC X(20).
               05  TV-PERC-MESTRE      PIC 9(02)V99.
               05  TV-META             PIC 9(09)V99.
               05  TV-PERC-FAIXA-1     PIC 9(02)V99.
               05  TV-PERC-FAIXA-2     PIC 9(02)V99.
               05  TV-PERC-FAIXA-3     PIC 9(02)V99.
               05  TV-REAL             PIC S9(11)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(44)        VALUE
           'ACOMPANHAMENTO DE METAS POR VENDEDOR - MES: '.
           03  LC-MES                  PIC X(07).
           03  FILLER                  PIC X(22)        VALUE
           '   DATA DE MOVIMENTO: '.
           03  LC-DATA-MOV             PIC X(10).

       01  LINHA-DIAS-UTEIS.
           03  FILLER                  PIC X(20)        VALUE
           'DIAS UTEIS NO MES: '.
           03  LDU-UTEIS-MES           PIC ZZ9.
           03  FILLER                  PIC X(15)        VALUE
           '   DECORRIDOS: '.
           03  LDU-DECORRIDOS          PIC ZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDU-OBSERVACAO          PIC X(40)        VALUE SPACES.

       01  LINHA-LIMITES.
           03  FILLER                  PIC X(31)        VALUE
           'FAIXAS: 1 ABAIXO DE '.
           03  LLM-LIMITE-1            PIC ZZ9,99.
           03  FILLER                  PIC X(16)        VALUE
           '%  2 ATE '.
           03  LLM-LIMITE-2            PIC ZZ9,99.
           03  FILLER                  PIC X(20)        VALUE
           '%  3 ACIMA'.

       01  LINHA-COLUNAS.
           03  FILLER                  PIC X(26)        VALUE
           'MATR VENDEDOR'.
           03  FILLER                  PIC X(18)        VALUE
           '              META'.
           03  FILLER                  PIC X(18)        VALUE
           '         REALIZADO'.
           03  FILLER                  PIC X(10)        VALUE
           '  ATING %'.
           03  FILLER                  PIC X(18)        VALUE
           '          PROJECAO'.
           03  FILLER                  PIC X(10)        VALUE
           '    PROJ %'.
           03  FILLER                  PIC X(14)        VALUE
           '  FAIXA  TAXA'.

       01  LINHA-DETALHE.
           03  LD-MATRICULA            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-META                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  LD-META-X REDEFINES LD-META
                                       PIC X(18).
           03  LD-REALIZADO            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PERC-ATINGIDO        PIC ZZZZ9,99-.
           03  LD-PERC-ATINGIDO-X REDEFINES LD-PERC-ATINGIDO
                                       PIC X(09).
           03  LD-PROJECAO             PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  LD-PROJECAO-X REDEFINES LD-PROJECAO
                                       PIC X(18).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PERC-PROJECAO        PIC ZZZZ9,99-.
           03  LD-PERC-PROJECAO-X REDEFINES LD-PERC-PROJECAO
                                       PIC X(09).
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-FAIXA                PIC X(01).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-TAXA                 PIC Z9,99.
           03  LD-TAXA-X REDEFINES LD-TAXA
                                       PIC X(05).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(24)        VALUE
           'VENDAS LIDAS NO MES: '.
           03  LR-NO-MES               PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(22)        VALUE
           'LOJA VIRTUAL (FORA): '.
           03  LR-WEB                  PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(17)        VALUE
           'SEM MATRICULA: '.
           03  LR-SEM-MATRICULA        PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM CONTA-DIAS-UTEIS

           PERFORM CARREGA-VENDEDORES

           PERFORM CARREGA-METAS

           PERFORM ACUMULA-REALIZADO

           PERFORM IMPRIME-VENDEDORES

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
            OR WS-ANO-NUM              < 1601
               DISPLAY NOME-PROGRAMA ' MES INVALIDO: ' WS-MES-PEDIDO
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           DISPLAY NOME-PROGRAMA ' MES DO ACOMPANHAMENTO: '
               WS-MES-PEDIDO           UPON CONSOLE

      *    Limites das faixas vigentes na data de movimento.
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA
           PERFORM MET-CARREGA-LIMITES

           OPEN INPUT HISTORICO-VENDAS

           IF  NOT FS-HIST-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                   FS-HISTORICO-VENDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem o mestre o relatorio sai so com as matriculas; sem
      *    metas, so com o realizado.
           OPEN INPUT VENDEDORES-MESTRE

           IF  FS-VEN-OK
               SET HA-VENDEDORES       TO TRUE
           ELSE
               IF  NOT FS-VEN-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR VENDEDORES-MESTRE, FILE STATUS: '
                       FS-VENDEDORES-MESTRE UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT METAS-VENDEDORES

           IF  FS-MET-OK
               SET HA-METAS            TO TRUE
           ELSE
               IF  NOT FS-MET-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR METAS-VENDEDORES, FILE STATUS: '
                       FS-METAS        UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               DISPLAY NOME-PROGRAMA
                   ' METAS-VENDEDORES AUSENTE - SO O REALIZADO'
                                       UPON CONSOLE
           END-IF

           PERFORM CAL-ABRE-CALENDARIO

           OPEN OUTPUT RELATORIO-METAS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-METAS, FILE STATUS: '
                   FS-RELATORIO-METAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-MES-PEDIDO          TO LC-MES
           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOV
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE MET-LIMITE-FAIXA-1     TO LLM-LIMITE-1
           MOVE MET-LIMITE-FAIXA-2     TO LLM-LIMITE-2
           MOVE LINHA-LIMITES          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o mês MM/AAAA (em branco usa o
      *    mês da data de movimento), 2a a 5a linhas com os caminhos
      *    de HISTORICO-VENDAS, do VENDEDORES-MESTRE, de
      *    METAS-VENDEDORES e de RELATORIO-METAS. Via PARM, aceita
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
                       MOVE REG-PARM   TO OPE-METAS
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
           CONTA-DIAS-UTEIS            SECTION.
      *----------------------------------------------------------------*
      *    Conta os dias úteis do mês pedido e, deles, os decorridos
      *    até a data de movimento (inclusive): mês anterior ao da
      *    data de movimento está todo decorrido, mês posterior não
      *    tem nenhum.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CONTA-DIAS-UTEIS'

           MOVE DMV-ANO-MOV            TO WS-AMD-ANO
           MOVE DMV-MES-MOV            TO WS-AMD-MES
           MOVE DMV-DIA-MOV            TO WS-AMD-DIA
           MOVE WS-DATA-AMD            TO WS-DATA-MOV-AMD
           COMPUTE WS-INT-MOVIMENTO
               = FUNCTION INTEGER-OF-DATE(WS-DATA-MOV-AMD)

      *    Ultimo dia do mes: vespera do dia 1 do mes seguinte.
           IF  WS-MES-NUM              = 12
               COMPUTE WS-DATA-AMD = (WS-ANO-NUM + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATA-AMD
                   = WS-ANO-NUM * 10000 + (WS-MES-NUM + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-FIM-MES
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD) - 1

           COMPUTE WS-DATA-AMD
               = WS-ANO-NUM * 10000 + WS-MES-NUM * 100 + 1
           COMPUTE WS-INT-DIA
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)

           PERFORM UNTIL WS-INT-DIA    > WS-INT-FIM-MES
               COMPUTE CAL-DATA-TESTE-AMD
                   = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               PERFORM CAL-TESTA-DIA-UTIL
               IF  CAL-DIA-TESTADO-UTIL
                   ADD 1               TO WS-UTEIS-MES
                   IF  WS-INT-DIA      NOT > WS-INT-MOVIMENTO
                       ADD 1           TO WS-UTEIS-DECORRIDOS
                   END-IF
               END-IF
               ADD 1                   TO WS-INT-DIA
           END-PERFORM

           MOVE WS-UTEIS-MES           TO LDU-UTEIS-MES
           MOVE WS-UTEIS-DECORRIDOS    TO LDU-DECORRIDOS

           EVALUATE TRUE
               WHEN WS-UTEIS-DECORRIDOS = 0
                   MOVE 'MES NAO INICIADO - SEM PROJECAO'
                                       TO LDU-OBSERVACAO
               WHEN WS-UTEIS-DECORRIDOS = WS-UTEIS-MES
                   MOVE 'MES ENCERRADO - PROJECAO = REALIZADO'
                                       TO LDU-OBSERVACAO
               WHEN OTHER
                   MOVE 'PROJECAO LINEAR PELOS DIAS UTEIS'
                                       TO LDU-OBSERVACAO
           END-EVALUATE

           MOVE LINHA-DIAS-UTEIS       TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-VENDEDORES          SECTION.
      *----------------------------------------------------------------*
      *    Abre a tabela com todos os vendedores do mestre, na ordem
      *    da matrícula, para que saiam no relatório mesmo sem venda
      *    nem meta no mês.
      *----------------------------------------------------------------*

           IF  HA-VENDEDORES
               MOVE 'N'                TO IND-FIM-TABELA
               MOVE LOW-VALUES         TO VEN-MATRICULA
               START VENDEDORES-MESTRE
                   KEY IS >= VEN-MATRICULA
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-TABELA
               END-START

               PERFORM UNTIL FIM-DA-TABELA
                   READ VENDEDORES-MESTRE NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-TABELA
                   NOT AT END
                       IF  VEN-MATRICULA NOT = SPACES
                           MOVE VEN-MATRICULA
                                       TO WS-MATRICULA-VENDA
                           PERFORM LOCALIZA-VENDEDOR
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *    Posiciona TV-IDX na matrícula WS-MATRICULA-VENDA,
      *    incluindo-a no fim da tabela quando ainda não está lá. O
      *    nome e a taxa única vêm do mestre; '****' é a linha das
      *    vendas sem matrícula.
      *----------------------------------------------------------------*

           SET TV-IDX                  TO 1
           SEARCH TV-VENDEDOR
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE VENDEDORES CHEIA, SOMADO NA '
                       'ULTIMA LINHA: ' WS-MATRICULA-VENDA UPON CONSOLE
                   SET TV-IDX          TO CONTA-VENDEDORES
               WHEN TV-IDX             > CONTA-VENDEDORES
                   ADD 1               TO CONTA-VENDEDORES
                   SET TV-IDX          TO CONTA-VENDEDORES
                   MOVE WS-MATRICULA-VENDA
                                       TO TV-MATRICULA(TV-IDX)
                   MOVE ZEROS          TO TV-PERC-MESTRE(TV-IDX)
                   MOVE ZEROS          TO TV-META(TV-IDX)
                   MOVE ZEROS          TO TV-PERC-FAIXA-1(TV-IDX)
                   MOVE ZEROS          TO TV-PERC-FAIXA-2(TV-IDX)
                   MOVE ZEROS          TO TV-PERC-FAIXA-3(TV-IDX)
                   MOVE ZEROS          TO TV-REAL(TV-IDX)
                   PERFORM NOMEIA-VENDEDOR
               WHEN TV-MATRICULA(TV-IDX) = WS-MATRICULA-VENDA
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           NOMEIA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-MATRICULA-VENDA = '****'
                   MOVE 'SEM MATRICULA'
                                       TO TV-NOME(TV-IDX)
               WHEN HA-VENDEDORES
                   MOVE WS-MATRICULA-VENDA
                                       TO VEN-MATRICULA
                   READ VENDEDORES-MESTRE
                       INVALID KEY
                           MOVE 'NAO CADASTRADO'
                                       TO TV-NOME(TV-IDX)
                       NOT INVALID KEY
                           MOVE VEN-NOME
                                       TO TV-NOME(TV-IDX)
                           MOVE VEN-PERC-COMISSAO
                                       TO TV-PERC-MESTRE(TV-IDX)
                   END-READ
               WHEN OTHER
                   MOVE SPACES         TO TV-NOME(TV-IDX)
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-METAS               SECTION.
      *----------------------------------------------------------------*
      *    Leva a meta e as taxas das faixas do mês pedido para o
      *    vendedor da tabela.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CARREGA-METAS'

           IF  HA-METAS
               MOVE 'N'                TO IND-FIM-TABELA
               MOVE LOW-VALUES         TO MET-CHAVE
               START METAS-VENDEDORES
                   KEY IS >= MET-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-TABELA
               END-START

               PERFORM UNTIL FIM-DA-TABELA
                   READ METAS-VENDEDORES NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-TABELA
                   NOT AT END
                       IF  MET-ANO     = WS-ANO-NUM
                       AND MET-MES     = WS-MES-NUM
                           PERFORM GUARDA-META
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GUARDA-META                 SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-METAS-LIDAS

           MOVE MET-MATRICULA          TO WS-MATRICULA-VENDA
           PERFORM LOCALIZA-VENDEDOR

           MOVE MET-VALOR-META         TO TV-META(TV-IDX)
           MOVE MET-PERC-FAIXA-1       TO TV-PERC-FAIXA-1(TV-IDX)
           MOVE MET-PERC-FAIXA-2       TO TV-PERC-FAIXA-2(TV-IDX)
           MOVE MET-PERC-FAIXA-3       TO TV-PERC-FAIXA-3(TV-IDX)
           ADD MET-VALOR-META          TO SOMA-META-MES

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-REALIZADO           SECTION.
      *----------------------------------------------------------------*
      *    Passa o HISTORICO-VENDAS: venda de balcão do mês pedido
      *    soma na matrícula do vendedor; venda da loja virtual só é
      *    contada.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ACUMULA-REALIZADO'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  HV-ANO          = WS-ANO-PED
                   AND HV-MES          = WS-MES-PED
                       IF  HV-CANAL-WEB
                           ADD 1       TO CONTA-WEB
                       ELSE
                           PERFORM SOMA-VENDA
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-VENDA                  SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-NO-MES

           COMPUTE WS-VALOR-VENDA
               = HV-PRECO-UNITARIO * HV-QTD-VENDA

           MOVE HV-MATRICULA-VENDEDOR  TO WS-MATRICULA-VENDA

           IF  WS-MATRICULA-VENDA      = SPACES
               MOVE '****'             TO WS-MATRICULA-VENDA
               ADD 1                   TO CONTA-SEM-MATRICULA
           END-IF

           PERFORM LOCALIZA-VENDEDOR

           ADD WS-VALOR-VENDA          TO TV-REAL(TV-IDX)
           ADD WS-VALOR-VENDA          TO SOMA-REAL-MES

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-VENDEDORES          SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-VENDEDORES'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-COLUNAS          TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET TV-IDX                  TO 1
           PERFORM CONTA-VENDEDORES TIMES
               MOVE TV-MATRICULA(TV-IDX)
                                       TO LD-MATRICULA
               MOVE TV-NOME(TV-IDX)    TO LD-NOME
               MOVE TV-META(TV-IDX)    TO WS-BASE-META
               MOVE TV-REAL(TV-IDX)    TO WS-REALIZADO
               MOVE TV-REAL(TV-IDX)    TO WS-PROJECAO
               PERFORM CALCULA-PROJECAO
               ADD WS-PROJECAO         TO SOMA-PROJECAO
               PERFORM MONTA-PERCENTUAIS
               PERFORM MONTA-FAIXA-PROJETADA
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1                   TO CONTA-LINHAS
               SET TV-IDX              UP BY 1
           END-PERFORM

      *    O total nao tem faixa: cada vendedor fecha na sua.
           MOVE SPACES                 TO LD-MATRICULA
           MOVE 'TOTAL'                TO LD-NOME
           MOVE SOMA-META-MES          TO WS-BASE-META
           MOVE SOMA-REAL-MES          TO WS-REALIZADO
           MOVE SOMA-PROJECAO          TO WS-PROJECAO
           PERFORM MONTA-PERCENTUAIS
           MOVE SPACES                 TO LD-FAIXA
           MOVE SPACES                 TO LD-TAXA-X
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-PROJECAO            SECTION.
      *----------------------------------------------------------------*
      *    Recebe o realizado do mês em WS-PROJECAO e devolve o
      *    fechamento projetado pelos dias úteis.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-UTEIS-DECORRIDOS = 0
                   MOVE ZEROS          TO WS-PROJECAO
               WHEN WS-UTEIS-DECORRIDOS < WS-UTEIS-MES
                   COMPUTE WS-PROJECAO ROUNDED
                       = WS-PROJECAO * WS-UTEIS-MES
                                     / WS-UTEIS-DECORRIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-PERCENTUAIS           SECTION.
      *----------------------------------------------------------------*
      *    Recebe a meta em WS-BASE-META (zero = sem meta), o
      *    realizado em WS-REALIZADO e a projeção em WS-PROJECAO, e
      *    monta os valores, o percentual atingido e o percentual
      *    projetado da meta na linha.
      *----------------------------------------------------------------*

           MOVE WS-REALIZADO           TO LD-REALIZADO
           MOVE ZEROS                  TO WS-PERC-PROJECAO

           IF  WS-UTEIS-DECORRIDOS     = 0
               MOVE SPACES             TO LD-PROJECAO-X
           ELSE
               MOVE WS-PROJECAO        TO LD-PROJECAO
           END-IF

           IF  WS-BASE-META            = 0
               MOVE SPACES             TO LD-META-X
               MOVE ' SEM META'        TO LD-PERC-ATINGIDO-X
               MOVE SPACES             TO LD-PERC-PROJECAO-X
           ELSE
               MOVE WS-BASE-META       TO LD-META
               IF  WS-UTEIS-DECORRIDOS = 0
                   MOVE SPACES         TO LD-PERC-PROJECAO-X
               ELSE
                   COMPUTE WS-PERC-PROJECAO ROUNDED
                       = WS-PROJECAO * 100 / WS-BASE-META
                       ON SIZE ERROR
                           MOVE 99999,99
                                       TO WS-PERC-PROJECAO
                   END-COMPUTE
                   MOVE WS-PERC-PROJECAO
                                       TO LD-PERC-PROJECAO
               END-IF
               COMPUTE LD-PERC-ATINGIDO ROUNDED
                   = WS-REALIZADO * 100 / WS-BASE-META
                   ON SIZE ERROR
                       MOVE '  99999+' TO LD-PERC-ATINGIDO-X
               END-COMPUTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-FAIXA-PROJETADA       SECTION.
      *----------------------------------------------------------------*
      *    Faixa em que o vendedor fecharia no ritmo projetado e a
      *    taxa que COMISS01 aplicaria nela (taxa zerada na meta usa
      *    a do mestre). Sem meta ou sem projeção não há faixa.
      *----------------------------------------------------------------*

           IF  WS-BASE-META            = 0
            OR WS-UTEIS-DECORRIDOS     = 0
               MOVE SPACES             TO LD-FAIXA
               MOVE SPACES             TO LD-TAXA-X
           ELSE
               MOVE TV-PERC-FAIXA-1(TV-IDX)
                                       TO MET-PERC-FAIXA-1
               MOVE TV-PERC-FAIXA-2(TV-IDX)
                                       TO MET-PERC-FAIXA-2
               MOVE TV-PERC-FAIXA-3(TV-IDX)
                                       TO MET-PERC-FAIXA-3
               MOVE WS-PERC-PROJECAO   TO MET-PERC-APURADO
               PERFORM MET-CLASSIFICA-FAIXA
               IF  MET-TAXA-APURADA    = 0
                   MOVE TV-PERC-MESTRE(TV-IDX)
                                       TO MET-TAXA-APURADA
               END-IF
               MOVE MET-FAIXA-APURADA  TO LD-FAIXA
               MOVE MET-TAXA-APURADA   TO LD-TAXA
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CALPROC.

       COPY PRSPROC.

       COPY METPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE HISTORICO-VENDAS
           CLOSE VENDEDORES-MESTRE
           CLOSE METAS-VENDEDORES
           CLOSE RELATORIO-METAS
           PERFORM CAL-FECHA-CALENDARIO

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

           MOVE CONTA-NO-MES           TO LR-NO-MES
           MOVE CONTA-WEB              TO LR-WEB
           MOVE CONTA-SEM-MATRICULA    TO LR-SEM-MATRICULA
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-DATA-MOVIMENTO     TO DMV-LINHA-DATA
           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' VENDAS NO MES: ' CONTA-NO-MES
               ' LOJA VIRTUAL: ' CONTA-WEB
               ' METAS LIDAS: ' CONTA-METAS-LIDAS UPON CONSOLE

           CLOSE HISTORICO-VENDAS

           IF  HA-VENDEDORES
               CLOSE VENDEDORES-MESTRE
           END-IF

           IF  HA-METAS
               CLOSE METAS-VENDEDORES
           END-IF

           PERFORM CAL-FECHA-CALENDARIO

           CLOSE RELATORIO-METAS

           MOVE 'RELATORIO-METAS'      TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

      *    Venda sem matricula nao entra na meta de ninguem: aviso.
           IF  CONTA-SEM-MATRICULA     > 0
               MOVE 4                  TO RETURN-CODE
           END-IF

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LINHAS           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
