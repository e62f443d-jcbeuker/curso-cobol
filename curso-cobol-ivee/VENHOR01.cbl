      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Análise de vendas por dia da semana e faixa horária
      *    para a escala dos caixas: lê o HISTORICO-VENDAS permanente
      *    gravado por PR16TA01 no período pedido e quebra tickets,
      *    itens (linhas) e valor por dia da semana e hora cheia, com
      *    o ticket médio e os itens por ticket de cada faixa. Cada
      *    operador assinado que vendeu numa hora de um dia conta
      *    como um caixa aberto naquela hora (caixa-hora); a faixa
      *    cujo número de tickets por caixa-hora passa do limite
      *    pedido sai marcada para reforço de caixa. Fecha com a
      *    produtividade de cada operador em tickets por hora de
      *    caixa. A escala deixa de ser feita no sentimento.
      *----------------------------------------------------------------*
      * VERSAO 04 - RELATORIO-HORARIO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 03 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 02 - REG-HISTORICO-VENDA acompanhou o canal da venda
      *    (HV-CANAL: L balcao, W loja virtual) e o numero do pedido da
      *    loja virtual (HV-PEDIDO-WEB) incluidos por PR16TA01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a/2a linhas com as
      *    datas inicial e final do período, 3a com o limite de
      *    tickets por caixa-hora, 4a e 5a com os caminhos do
      *    histórico e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     VENHOR01.
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

           SELECT RELATORIO-HORARIO ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-HORARIO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

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
           03  HV-HORA-VENDA.
               05  HV-HORA             PIC X(02).
               05  FILLER              PIC X(09).
           03  FILLER                  PIC X(01).
           03  HV-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-CANAL                PIC X(01).
           03  FILLER                  PIC X(01).
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01).
           03  HV-CLIENTE              PIC X(04).

       FD  RELATORIO-HORARIO.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VENHOR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\HISTVEND.TXT".
           03  OPE02                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELHORA.TXT".
           03  FS-HISTORICO-VENDAS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
           03  FS-RELATORIO-HORARIO    PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           COPY EOFSW.
           03  WS-DATA-INICIAL         PIC X(10)        VALUE SPACES.
           03  WS-DATA-FINAL           PIC X(10)        VALUE SPACES.
           03  WS-DATA-INI-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-FIM-AMD         PIC 9(08)        VALUE 99999999.
           03  WS-DATA-REG-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-ANTERIOR-AMD    PIC 9(08)        VALUE ZEROS.
           03  WS-LIMITE-CAIXA-HORA    PIC 9(03)        VALUE 020.
           03  WS-INT-REG              PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-QUOCIENTE-SEMANA     PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-RESTO-SEMANA         PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-DIA              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-HORA             PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-HORA-NUM             PIC 9(02)        VALUE ZEROS.
           03  WS-TICKET-ANTERIOR      PIC 9(06)        VALUE ZEROS.
           03  WS-FILIAL-ANTERIOR      PIC X(02)        VALUE SPACES.
           03  WS-VALOR-VENDA          PIC S9(09)V99    VALUE ZEROS.
           03  WS-TICKET-MEDIO         PIC S9(07)V99    VALUE ZEROS.
           03  WS-ITENS-TICKET         PIC S9(05)V99    VALUE ZEROS.
           03  WS-TICKETS-CAIXA-HORA   PIC S9(05)V99    VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-HORA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-TICKETS           PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FAIXAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-FAIXAS-REFORCO    PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-OPERADORES        PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-CAIXAS-DIA        PIC S9(04) COMP-5 VALUE ZEROS.
           03  SOMA-VALOR-PERIODO      PIC S9(11)V99    VALUE ZEROS.

      *    Nome do dia da semana na ordem do resto da divisão por 7
      *    dos dias corridos de INTEGER-OF-DATE mais um (o dia 1 da
      *    contagem caiu numa segunda-feira: resto zero é domingo).
       01  TAB-NOMES-DIA.
           03  FILLER                  PIC X(21)        VALUE
               'DOMSEGTERQUAQUISEXSAB'.
       01  FILLER                      REDEFINES TAB-NOMES-DIA.
           03  TND-NOME                PIC X(03)        OCCURS 7 TIMES.

      *    Acumulado do período por dia da semana e hora cheia. Só o
      *    ticket de operador assinado entra na produtividade: a
      *    carga em lote não ocupa caixa.
       01  TAB-FAIXAS.
           03  TFX-DIA                 OCCURS 7 TIMES.
               05  TFX-HORA            OCCURS 24 TIMES.
                   07  TFX-TICKETS     PIC S9(07) COMP-5.
                   07  TFX-TICKETS-CAIXA
                                       PIC S9(07) COMP-5.
                   07  TFX-ITENS       PIC S9(07) COMP-5.
                   07  TFX-VALOR       PIC S9(09)V99.
                   07  TFX-CAIXAS-HORA PIC S9(05) COMP-5.

      *    Operadores que já venderam em cada hora do dia corrente:
      *    a primeira venda do operador na hora abre um caixa-hora.
       01  TAB-CAIXAS-DIA.
           03  TCD-CAIXA               OCCURS 1200 TIMES
                                       INDEXED BY TCD-IDX.
               05  TCD-HORA            PIC 9(02).
               05  TCD-OPERADOR        PIC X(04).

      *    Produtividade do período por operador assinado.
       01  TAB-OPERADORES.
           03  TOP-OPERADOR            OCCURS 50 TIMES
                                       INDEXED BY TOP-IDX.
               05  TOP-CODIGO          PIC X(04).
               05  TOP-TICKETS         PIC S9(07) COMP-5.
               05  TOP-HORAS           PIC S9(05) COMP-5.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(43)        VALUE
           'VENDAS POR DIA DA SEMANA E HORA - PERIODO: '.
           03  LC-DATA-INICIAL         PIC X(10).
           03  FILLER                  PIC X(03)        VALUE ' A '.
           03  LC-DATA-FINAL           PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(04)        VALUE 'DIA'.
           03  FILLER                  PIC X(13)        VALUE
                                                   'FAIXA'.
           03  FILLER                  PIC X(08)        VALUE
                                                   'TICKETS'.
           03  FILLER                  PIC X(08)        VALUE
                                                   '  ITENS'.
           03  FILLER                  PIC X(15)        VALUE
                                                   '          VALOR'.
           03  FILLER                  PIC X(12)        VALUE
                                                   '  TKT.MEDIO'.
           03  FILLER                  PIC X(08)        VALUE
                                                   ' ITN/TKT'.
           03  FILLER                  PIC X(07)        VALUE
                                                   ' CX-HR'.
           03  FILLER                  PIC X(09)        VALUE
                                                   ' TKT/CXHR'.

       01  LINHA-DETALHE.
           03  LD-DIA                  PIC X(03).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-HORA-INICIO          PIC 9(02).
           03  FILLER                  PIC X(04)        VALUE ':00-'.
           03  LD-HORA-FIM             PIC 9(02).
           03  FILLER                  PIC X(04)        VALUE ':59'.
           03  LD-TICKETS              PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-ITENS                PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-VALOR                PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-TICKET-MEDIO         PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-ITENS-TICKET         PIC ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-CAIXAS-HORA          PIC ZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-TICKETS-CAIXA-HORA   PIC ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(12).

       01  LINHA-TITULO-OPERADORES.
           03  FILLER                  PIC X(40)        VALUE
           'PRODUTIVIDADE POR OPERADOR NO PERIODO'.

       01  LINHA-OPERADOR.
           03  FILLER                  PIC X(09)        VALUE
                                                   'OPERADOR '.
           03  LO-CODIGO               PIC X(04).
           03  FILLER                  PIC X(18)        VALUE
                                       '  HORAS DE CAIXA: '.
           03  LO-HORAS                PIC ZZZZ9.
           03  FILLER                  PIC X(11)        VALUE
                                                   '  TICKETS: '.
           03  LO-TICKETS              PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(17)        VALUE
                                       '  TICKETS/HORA: '.
           03  LO-TICKETS-HORA         PIC ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(10)        VALUE
                                                   'TICKETS: '.
           03  LR-TICKETS              PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(10)        VALUE
                                                   '  ITENS: '.
           03  LR-ITENS                PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(10)        VALUE
                                                   '  VALOR: '.
           03  LR-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(19)        VALUE
                                       '  FAIXAS REFORCO: '.
           03  LR-REFORCO              PIC ZZZ9.

       01  LINHA-LIMITE.
           03  FILLER                  PIC X(43)        VALUE
           'REFORCO: FAIXA ACIMA DE TICKETS/CAIXA-HORA'.
           03  LL-LIMITE               PIC ZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM ACUMULA-VENDAS-PERIODO

           PERFORM GERA-RELATORIO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           IF  WS-DATA-FINAL           = SPACES
               MOVE DTH-DATA-ATUAL-RED TO WS-DATA-FINAL
           END-IF

           IF  WS-DATA-INICIAL         = SPACES
               MOVE WS-DATA-FINAL      TO WS-DATA-INICIAL
               MOVE '01'               TO WS-DATA-INICIAL(1:2)
           END-IF

           MOVE ZEROS                  TO WS-DATA-INI-AMD
           STRING WS-DATA-INICIAL(7:4) WS-DATA-INICIAL(4:2)
                  WS-DATA-INICIAL(1:2)
               DELIMITED BY SIZE INTO WS-DATA-INI-AMD

           MOVE ZEROS                  TO WS-DATA-FIM-AMD
           STRING WS-DATA-FINAL(7:4) WS-DATA-FINAL(4:2)
                  WS-DATA-FINAL(1:2)
               DELIMITED BY SIZE INTO WS-DATA-FIM-AMD

           IF  WS-DATA-INI-AMD         > WS-DATA-FIM-AMD
               DISPLAY NOME-PROGRAMA ' PERIODO INVALIDO: '
                   WS-DATA-INICIAL ' A ' WS-DATA-FINAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           INITIALIZE TAB-FAIXAS
           INITIALIZE TAB-OPERADORES

           OPEN INPUT HISTORICO-VENDAS

           IF  NOT FS-HIST-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-VENDAS, FILE STATUS: '
                   FS-HISTORICO-VENDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-HORARIO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-HORARIO, FILE STATUS: '
                   FS-RELATORIO-HORARIO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-DATA-INICIAL        TO LC-DATA-INICIAL
           MOVE WS-DATA-FINAL          TO LC-DATA-FINAL
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-LIMITE-CAIXA-HORA   TO LL-LIMITE
           MOVE LINHA-LIMITE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a/2a linhas com as datas inicial e final do
      *    período em DD/MM/AAAA (em branco: do dia 1 do mês corrente
      *    até hoje), 3a com o limite de tickets por caixa-hora que
      *    pede reforço (padrão 20), 4a e 5a com os caminhos do
      *    histórico e do relatório.
      *----------------------------------------------------------------*

           OPEN INPUT CARTAO-PARM
           IF  FS-PARM-OK
               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM(1:10) TO WS-DATA-INICIAL
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM(1:10) TO WS-DATA-FINAL
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM(1:3) NUMERIC
                   MOVE REG-PARM(1:3)  TO WS-LIMITE-CAIXA-HORA
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE01
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE02
               END-IF

               CLOSE CARTAO-PARM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-VENDAS-PERIODO      SECTION.
      *----------------------------------------------------------------*
      *    O histórico vem na ordem de gravação: dia a dia e, dentro
      *    do dia, ticket a ticket. Linha sem hora (gravada antes da
      *    hora entrar no histórico) fica de fora da análise.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ACUMULA-VENDAS-PERIODO'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ HISTORICO-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE ZEROS          TO WS-DATA-REG-AMD
                   STRING HV-ANO HV-MES HV-DIA
                       DELIMITED BY SIZE INTO WS-DATA-REG-AMD
                   IF  WS-DATA-REG-AMD >= WS-DATA-INI-AMD
                       AND WS-DATA-REG-AMD <= WS-DATA-FIM-AMD
                       IF  HV-HORA     NUMERIC
                           AND HV-HORA < '24'
                           PERFORM ACUMULA-LINHA-FAIXA
                       ELSE
                           ADD 1       TO CONTA-SEM-HORA
                       END-IF
                   END-IF
           END-PERFORM

           CLOSE HISTORICO-VENDAS

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-LINHA-FAIXA         SECTION.
      *----------------------------------------------------------------*
      *    Troca de dia: acha o dia da semana e zera os caixas-hora do
      *    dia. Troca de ticket conta um ticket na faixa da primeira
      *    linha dele. Toda linha soma item e valor na faixa.
      *----------------------------------------------------------------*

           IF  WS-DATA-REG-AMD         NOT = WS-DATA-ANTERIOR-AMD
               MOVE WS-DATA-REG-AMD    TO WS-DATA-ANTERIOR-AMD
               COMPUTE WS-INT-REG
                   = FUNCTION INTEGER-OF-DATE(WS-DATA-REG-AMD)
               DIVIDE WS-INT-REG BY 7
                   GIVING WS-QUOCIENTE-SEMANA
                   REMAINDER WS-RESTO-SEMANA
               COMPUTE WS-SUB-DIA      = WS-RESTO-SEMANA + 1
               MOVE ZEROS              TO CONTA-CAIXAS-DIA
               MOVE ZEROS              TO WS-TICKET-ANTERIOR
               MOVE SPACES             TO WS-FILIAL-ANTERIOR
           END-IF

           MOVE HV-HORA                TO WS-HORA-NUM
           COMPUTE WS-SUB-HORA         = WS-HORA-NUM + 1

           IF  HV-NR-TICKET            NOT = WS-TICKET-ANTERIOR
               OR HV-FILIAL            NOT = WS-FILIAL-ANTERIOR
               MOVE HV-NR-TICKET       TO WS-TICKET-ANTERIOR
               MOVE HV-FILIAL          TO WS-FILIAL-ANTERIOR
               ADD 1                   TO CONTA-TICKETS
               ADD 1                   TO TFX-TICKETS(WS-SUB-DIA,
                                                      WS-SUB-HORA)
               IF  HV-OPERADOR         NOT = SPACES
                   ADD 1               TO TFX-TICKETS-CAIXA(
                                          WS-SUB-DIA, WS-SUB-HORA)
                   PERFORM ACUMULA-TICKET-OPERADOR
               END-IF
           END-IF

           ADD 1                       TO CONTA-ITENS
           ADD 1                       TO TFX-ITENS(WS-SUB-DIA,
                                                    WS-SUB-HORA)
           COMPUTE WS-VALOR-VENDA
               = HV-PRECO-UNITARIO * HV-QTD-VENDA
           ADD WS-VALOR-VENDA          TO TFX-VALOR(WS-SUB-DIA,
                                                    WS-SUB-HORA)
           ADD WS-VALOR-VENDA          TO SOMA-VALOR-PERIODO

           IF  HV-OPERADOR             NOT = SPACES
               PERFORM REGISTRA-CAIXA-HORA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-CAIXA-HORA         SECTION.
      *----------------------------------------------------------------*
      *    Primeira venda do operador nesta hora do dia: um caixa a
      *    mais aberto na faixa e uma hora de caixa para o operador.
      *----------------------------------------------------------------*

           SET TCD-IDX                 TO 1
           SEARCH TCD-CAIXA
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE CAIXAS DO DIA CHEIA: '
                       HV-DATA-MOVIMENTO UPON CONSOLE
               WHEN TCD-IDX            > CONTA-CAIXAS-DIA
                   ADD 1               TO CONTA-CAIXAS-DIA
                   SET TCD-IDX         TO CONTA-CAIXAS-DIA
                   MOVE WS-HORA-NUM    TO TCD-HORA(TCD-IDX)
                   MOVE HV-OPERADOR    TO TCD-OPERADOR(TCD-IDX)
                   ADD 1               TO TFX-CAIXAS-HORA(WS-SUB-DIA,
                                                          WS-SUB-HORA)
                   PERFORM ACUMULA-HORA-OPERADOR
               WHEN TCD-HORA(TCD-IDX)  = WS-HORA-NUM
                AND TCD-OPERADOR(TCD-IDX) = HV-OPERADOR
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-OPERADOR           SECTION.
      *----------------------------------------------------------------*

           SET TOP-IDX                 TO 1
           SEARCH TOP-OPERADOR
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE OPERADORES CHEIA, FORA: '
                       HV-OPERADOR     UPON CONSOLE
               WHEN TOP-IDX            > CONTA-OPERADORES
                   ADD 1               TO CONTA-OPERADORES
                   SET TOP-IDX         TO CONTA-OPERADORES
                   MOVE HV-OPERADOR    TO TOP-CODIGO(TOP-IDX)
               WHEN TOP-CODIGO(TOP-IDX) = HV-OPERADOR
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-TICKET-OPERADOR     SECTION.
      *----------------------------------------------------------------*

           PERFORM LOCALIZA-OPERADOR

           IF  TOP-IDX                 NOT > CONTA-OPERADORES
               ADD 1                   TO TOP-TICKETS(TOP-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-HORA-OPERADOR       SECTION.
      *----------------------------------------------------------------*

           PERFORM LOCALIZA-OPERADOR

           IF  TOP-IDX                 NOT > CONTA-OPERADORES
               ADD 1                   TO TOP-HORAS(TOP-IDX)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GERA-RELATORIO              SECTION.
      *----------------------------------------------------------------*
      *    Uma linha por faixa com venda, de domingo a sábado e da
      *    0 às 23 horas, e depois a produtividade por operador.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GERA-RELATORIO'

           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > 7
               PERFORM VARYING WS-SUB-HORA FROM 1 BY 1
                   UNTIL WS-SUB-HORA > 24
                   IF  TFX-TICKETS(WS-SUB-DIA, WS-SUB-HORA) > 0
                       PERFORM IMPRIME-FAIXA
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-TITULO-OPERADORES
                                       TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING TOP-IDX FROM 1 BY 1
               UNTIL TOP-IDX > CONTA-OPERADORES
               PERFORM IMPRIME-OPERADOR
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-FAIXA               SECTION.
      *----------------------------------------------------------------*
      *    Ticket médio e itens por ticket sobre todos os tickets da
      *    faixa; tickets por caixa-hora só sobre os tickets de
      *    operador assinado. Acima do limite, pede reforço.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-FAIXAS

           MOVE TND-NOME(WS-SUB-DIA)   TO LD-DIA
           COMPUTE LD-HORA-INICIO      = WS-SUB-HORA - 1
           COMPUTE LD-HORA-FIM         = WS-SUB-HORA - 1
           MOVE TFX-TICKETS(WS-SUB-DIA, WS-SUB-HORA)
                                       TO LD-TICKETS
           MOVE TFX-ITENS(WS-SUB-DIA, WS-SUB-HORA)
                                       TO LD-ITENS
           MOVE TFX-VALOR(WS-SUB-DIA, WS-SUB-HORA)
                                       TO LD-VALOR
           MOVE TFX-CAIXAS-HORA(WS-SUB-DIA, WS-SUB-HORA)
                                       TO LD-CAIXAS-HORA

           COMPUTE WS-TICKET-MEDIO ROUNDED
               = TFX-VALOR(WS-SUB-DIA, WS-SUB-HORA)
               / TFX-TICKETS(WS-SUB-DIA, WS-SUB-HORA)
           MOVE WS-TICKET-MEDIO        TO LD-TICKET-MEDIO

           COMPUTE WS-ITENS-TICKET ROUNDED
               = TFX-ITENS(WS-SUB-DIA, WS-SUB-HORA)
               / TFX-TICKETS(WS-SUB-DIA, WS-SUB-HORA)
           MOVE WS-ITENS-TICKET        TO LD-ITENS-TICKET

           MOVE SPACES                 TO LD-SITUACAO
           IF  TFX-CAIXAS-HORA(WS-SUB-DIA, WS-SUB-HORA) > 0
               COMPUTE WS-TICKETS-CAIXA-HORA ROUNDED
                   = TFX-TICKETS-CAIXA(WS-SUB-DIA, WS-SUB-HORA)
                   / TFX-CAIXAS-HORA(WS-SUB-DIA, WS-SUB-HORA)
               IF  WS-TICKETS-CAIXA-HORA
                                       > WS-LIMITE-CAIXA-HORA
                   MOVE '<<< REFORCAR'
                                       TO LD-SITUACAO
                   ADD 1               TO CONTA-FAIXAS-REFORCO
               END-IF
           ELSE
               MOVE ZEROS              TO WS-TICKETS-CAIXA-HORA
           END-IF
           MOVE WS-TICKETS-CAIXA-HORA  TO LD-TICKETS-CAIXA-HORA

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-OPERADOR            SECTION.
      *----------------------------------------------------------------*

           MOVE TOP-CODIGO(TOP-IDX)    TO LO-CODIGO
           MOVE TOP-HORAS(TOP-IDX)     TO LO-HORAS
           MOVE TOP-TICKETS(TOP-IDX)   TO LO-TICKETS

           IF  TOP-HORAS(TOP-IDX)      > 0
               COMPUTE WS-TICKETS-CAIXA-HORA ROUNDED
                   = TOP-TICKETS(TOP-IDX) / TOP-HORAS(TOP-IDX)
           ELSE
               MOVE ZEROS              TO WS-TICKETS-CAIXA-HORA
           END-IF
           MOVE WS-TICKETS-CAIXA-HORA  TO LO-TICKETS-HORA

           MOVE LINHA-OPERADOR         TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE HISTORICO-VENDAS
           CLOSE RELATORIO-HORARIO

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

           MOVE CONTA-TICKETS          TO LR-TICKETS
           MOVE CONTA-ITENS            TO LR-ITENS
           MOVE SOMA-VALOR-PERIODO     TO LR-VALOR
           MOVE CONTA-FAIXAS-REFORCO   TO LR-REFORCO
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CONTA-SEM-HORA          > 0
               DISPLAY NOME-PROGRAMA ' LINHAS SEM HORA, FORA: '
                   CONTA-SEM-HORA      UPON CONSOLE
           END-IF

           DISPLAY NOME-PROGRAMA ' FAIXAS PARA REFORCO DE CAIXA: '
               CONTA-FAIXAS-REFORCO    UPON CONSOLE

           CLOSE RELATORIO-HORARIO

           MOVE 'RELATORIO-HORARIO'    TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-FAIXAS           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
