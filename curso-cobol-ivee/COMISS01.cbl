      *    RELATORIO-COMISSOES, aposentando a planilha do cálculo
      *    manual sobre RELATORIO-VENDEDORES.
      *----------------------------------------------------------------*
      * VERSAO 17 - RELATORIO-COMISSOES passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 16 - REGISTRO-SAIDA-DETALHE acompanhou a entrega em
      *    domicilio (VALOR-FRETE-S/NR-ENTREGA-S do cabecalho do ticket)
      *    incluida por PR16TA01.
      * VERSAO 15 - Comissao por faixa de atingimento da meta mensal do
      *    vendedor (METAS-VENDEDORES, mantido por METAS01): o total
      *    vendido sobre a meta da competencia escolhe a faixa 1, 2
      *    ou 3 (limites nos parametros META-FAIXA-1/META-FAIXA-2,
      *    padrao 80% e 100%) e a taxa da faixa; vendedor sem meta ou
      *    faixa com taxa zerada fica na taxa do mestre. A faixa e o
      *    percentual atingido vao para o relatorio e para
      *    FECHAMENTO-COMISSOES (FEC-FAIXA, FEC-PERC-ATINGIDO), lido
      *    por C3A07P01. Cartao SYSIN: 5a linha com o caminho das
      *    metas, 6a com a competencia MM/AAAA (em branco usa o mes
      *    da data de movimento).
      * VERSAO 14 - Venda da loja virtual (CANAL-VENDA-S = 'W', incluido
      *    por PR16TA01 com o pedido em PEDIDO-WEB-S) nao entra
      *    na comissao de vendedor: fica fora do acumulado e sai numa
      *    linha propria no relatorio, antes do total de comissoes.
      * VERSAO 13 - REGISTRO-SAIDA-DETALHE acompanhou o desconto manual
      *    (PERC-DESCONTO-S, VALOR-DESCONTO-S, MOTIVO-DESCONTO-S e
      *    SUPERVISOR-DESCONTO-S: desconto da linha no item, desconto
      *    no total no cabecalho do ticket) incluido por PR16TA01.
      * VERSAO 12 - REGISTRO-SAIDA-DETALHE acompanhou o vale-troca
      *    (NR-VALE-S/VALOR-VALE-S: vale emitido na devolucao da
      *    linha e vale aceito como pagamento no cabecalho do
      *    ticket) incluido por PR16TA01.
      * VERSAO 11 - REGISTRO-SAIDA-DETALHE acompanhou os pontos de
      *    fidelidade do cabecalho do ticket (PONTOS-GANHOS-S,
      *    PONTOS-RESGATE-S e VALOR-RESGATE-S) incluidos por PR16TA01.
      * VERSAO 10 - REGISTRO-SAIDA-DETALHE acompanhou o peso da
      *    pesagem (PESO-S) incluido por PR16TA01 para os itens
      *    vendidos por peso.
      * VERSAO 09 - REGISTRO-SAIDA-DETALHE acompanhou a filial
      *    da venda (FILIAL-S) incluida por PR16TA01 no controle por
      *    filial.
      * VERSAO 08 - O fechamento passou a acumular pela matricula do
      *    vendedor (MATRICULA-VENDEDOR-S), com o mestre rechaveado
      *    por VEN-MATRICULA: duas grafias do mesmo nome ou dois
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY METCTL.

           COPY DMVCTL.

           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  VALOR-ICMS-S            PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  MATRICULA-VENDEDOR-S    PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FILIAL-S                PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  PESO-S                  PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  PONTOS-GANHOS-S         PIC  9(07).
           03  FILLER                  PIC  X(01).
           03  PONTOS-RESGATE-S        PIC  9(07).
           03  FILLER                  PIC  X(01).
           03  VALOR-RESGATE-S         PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  NR-VALE-S               PIC  9(06).
           03  FILLER                  PIC  X(01).
           03  VALOR-VALE-S            PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  PERC-DESCONTO-S         PIC  9(02)V99.
           03  FILLER                  PIC  X(01).
           03  VALOR-DESCONTO-S        PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  MOTIVO-DESCONTO-S       PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  SUPERVISOR-DESCONTO-S   PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  CANAL-VENDA-S           PIC  X(01).
               88  CANAL-BALCAO                             VALUE  'L'
                                                                   ' '.
               88  CANAL-WEB                                VALUE  'W'.
           03  FILLER                  PIC  X(01).
           03  PEDIDO-WEB-S            PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  VALOR-FRETE-S           PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  NR-ENTREGA-S            PIC  9(06).

       FD  VENDEDORES-MESTRE.
       01  REG-VENDEDOR-MESTRE.
           03  FEC-PERC-COMISSAO       PIC 9(02)V99.
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  FEC-VALOR-COMISSAO      PIC 9(07)V99.
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  FEC-FAIXA               PIC X(01).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  FEC-PERC-ATINGIDO       PIC 9(05)V99.

       FD  RELATORIO-COMISSOES.
       01  REG-RELATORIO               PIC X(132).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY METFD.

       COPY DMVFD.

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'COMISS01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS017'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRSDADOS.
       COPY METDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           03  WS-QTD-LIQUIDA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-VALOR-COMISSAO       PIC S9(07)V99    VALUE ZEROS.
           03  SOMA-COMISSOES          PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-VENDAS-WEB         PIC S9(09)V99    VALUE ZEROS.
           03  IND-HA-METAS            PIC X(01)        VALUE 'N'.
               88  HA-METAS                             VALUE 'S'.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
               05  WS-MES-COMP         PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-COMP         PIC X(04).
           03  WS-TAXA-APLICADA        PIC 9(02)V99     VALUE ZEROS.
           03  CONTA-COM-META          PIC S9(04) COMP-5 VALUE ZEROS.

      *    Acumulador de vendas por vendedor, nos moldes de
      *    TAB-VENDEDORES em PR16TA01.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(14)        VALUE
                                                   'TOTAL VENDAS'.
           03  FILLER                  PIC X(10)    VALUE '    % META'.
           03  FILLER                  PIC X(03)        VALUE ' FX'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(06)        VALUE 'TAXA'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-TOTAL                PIC ZZZ.ZZZ.Z9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-PERC-META            PIC ZZZZ9,99.
           03  LD-PERC-META-X REDEFINES LD-PERC-META
                                       PIC X(08).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-FAIXA                PIC X(01).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-TAXA                 PIC Z9,99.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-COMISSAO             PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-OBSERVACAO           PIC X(12).

       01  LINHA-VENDAS-WEB.
           03  FILLER                  PIC X(40)        VALUE
               'LOJA VIRTUAL (SEM COMISSAO)'.
           03  FILLER                  PIC X(09)        VALUE SPACES.
           03  LVW-TOTAL               PIC ZZZ.ZZZ.Z9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(21)        VALUE
                                       'TOTAL DE COMISSOES: '.

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           IF  WS-COMPETENCIA          = SPACES
               STRING DMV-MES-MOV '/' DMV-ANO-MOV
                   DELIMITED BY SIZE INTO WS-COMPETENCIA
           END-IF

           IF  WS-MES-COMP             NOT NUMERIC
            OR WS-ANO-COMP             NOT NUMERIC
            OR WS-MES-COMP             < '01'
            OR WS-MES-COMP             > '12'
               DISPLAY NOME-PROGRAMA ' COMPETENCIA INVALIDA: '
                   WS-COMPETENCIA      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           DISPLAY NOME-PROGRAMA ' COMPETENCIA DAS METAS: '
               WS-COMPETENCIA          UPON CONSOLE

      *    Limites das faixas vigentes na data de movimento.
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA
           PERFORM MET-CARREGA-LIMITES

      *    Sem o arquivo de metas todos ficam na taxa do mestre.
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
                   ' METAS-VENDEDORES AUSENTE - TAXA DO MESTRE'
                                       UPON CONSOLE
           END-IF

           OPEN INPUT ARQUIVO-SAIDA

           IF  NOT FS-VENDAS-OK
      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 5 substituem, na ordem, os caminhos
      *    das vendas, do mestre de vendedores, do fechamento, do
      *    relatório e das metas; a linha 6 traz a competência das
      *    metas (MM/AAAA). Linha ausente ou em branco mantém o
      *    padrão. Via PARM, aceita apenas o caminho das vendas.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-METAS
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:7) TO WS-COMPETENCIA
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
                           = QTD-VENDA-S - QTD-DEVOLVIDA-S
                       COMPUTE WS-VALOR-VENDA
                           = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
      *                Venda da loja virtual nao tem vendedor a
      *                comissionar: so soma na linha propria.
                       IF  CANAL-WEB
                           ADD WS-VALOR-VENDA
                                       TO SOMA-VENDAS-WEB
                       ELSE
                           SET TVC-IDX TO 1
                           SEARCH TVC-VENDEDOR
                               AT END
                                   ADD 1 TO CONTA-VENDEDORES
                                   SET TVC-IDX TO CONTA-VENDEDORES
                                   MOVE MATRICULA-VENDEDOR-S
                                       TO TVC-MATRICULA(TVC-IDX)
                                   MOVE VENDEDOR-S
                                       TO TVC-NOME(TVC-IDX)
                                   MOVE ZEROS
                                       TO TVC-VALOR(TVC-IDX)
                               WHEN (MATRICULA-VENDEDOR-S NOT = SPACES
                                   AND TVC-MATRICULA(TVC-IDX)
                                       = MATRICULA-VENDEDOR-S)
                                   OR (MATRICULA-VENDEDOR-S = SPACES
                                   AND TVC-MATRICULA(TVC-IDX) = SPACES
                                   AND TVC-NOME(TVC-IDX) = VENDEDOR-S)
                                   CONTINUE
                           END-SEARCH
                           ADD WS-VALOR-VENDA
                                       TO TVC-VALOR(TVC-IDX)
                       END-IF
                   END-IF
           END-PERFORM

      *    READ direto no nome, calcula a comissão e grava o registro
      *    do fechamento e a linha do relatório. Vendedor sem registro
      *    no mestre sai com matrícula e comissão zeradas, sinalizado
      *    para cadastro em VENDCA01. Vendedor com meta na
      *    competência tem a taxa da faixa atingida (APLICA-META).
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FECHA-COMISSOES'

                                       TO VEN-MATRICULA
               END-IF

               PERFORM APLICA-META

               COMPUTE WS-VALOR-COMISSAO ROUNDED
                   = TVC-VALOR(TVC-IDX)
                   * WS-TAXA-APLICADA / 100

               ADD WS-VALOR-COMISSAO   TO SOMA-COMISSOES

               MOVE VEN-MATRICULA      TO FEC-MATRICULA
               MOVE TVC-NOME(TVC-IDX)  TO FEC-NOME-VENDEDOR
               MOVE TVC-VALOR(TVC-IDX) TO FEC-TOTAL-VENDAS
               MOVE WS-TAXA-APLICADA   TO FEC-PERC-COMISSAO
               MOVE WS-VALOR-COMISSAO  TO FEC-VALOR-COMISSAO
               MOVE MET-FAIXA-APURADA  TO FEC-FAIXA
               MOVE MET-PERC-APURADO   TO FEC-PERC-ATINGIDO
               WRITE REG-FECHAMENTO

               MOVE TVC-NOME(TVC-IDX)  TO LD-NOME
               MOVE VEN-MATRICULA      TO LD-MATRICULA
               MOVE TVC-VALOR(TVC-IDX) TO LD-TOTAL
               MOVE WS-TAXA-APLICADA   TO LD-TAXA
               MOVE WS-VALOR-COMISSAO  TO LD-COMISSAO
               MOVE MET-FAIXA-APURADA  TO LD-FAIXA
               IF  MET-FAIXA-APURADA   = SPACES
                   MOVE SPACES         TO LD-PERC-META-X
               ELSE
                   MOVE MET-PERC-APURADO
                                       TO LD-PERC-META
               END-IF
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO


           EXIT.

      *----------------------------------------------------------------*
           APLICA-META                 SECTION.
      *----------------------------------------------------------------*
      *    Procura a meta da competência para a matrícula em
      *    VEN-MATRICULA. Com meta, o percentual atingido (total
      *    vendido / meta) escolhe a faixa e a taxa dela; sem meta,
      *    ou na faixa com taxa zerada, vale a VEN-PERC-COMISSAO do
      *    mestre. Faixa em branco quer dizer taxa única do mestre.
      *----------------------------------------------------------------*

           MOVE VEN-PERC-COMISSAO      TO WS-TAXA-APLICADA
           MOVE SPACES                 TO MET-FAIXA-APURADA
           MOVE ZEROS                  TO MET-PERC-APURADO

      *    Vendedor SEM CADASTRO continua sem comissao, com ou sem
      *    meta.
           IF  HA-METAS
               AND VEN-MATRICULA       NOT = SPACES
               AND LD-OBSERVACAO       = SPACES
               MOVE VEN-MATRICULA      TO MET-MATRICULA
               MOVE WS-ANO-COMP        TO MET-ANO
               MOVE WS-MES-COMP        TO MET-MES
               READ METAS-VENDEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  MET-VALOR-META > 0
                           ADD 1       TO CONTA-COM-META
                           COMPUTE MET-PERC-APURADO ROUNDED
                               = TVC-VALOR(TVC-IDX) * 100
                               / MET-VALOR-META
                               ON SIZE ERROR
                                   MOVE 99999,99
                                       TO MET-PERC-APURADO
                           END-COMPUTE
                           PERFORM MET-CLASSIFICA-FAIXA
                           IF  MET-TAXA-APURADA > 0
                               MOVE MET-TAXA-APURADA
                                       TO WS-TAXA-APLICADA
                           END-IF
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PRSPROC.

       COPY METPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE VENDEDORES-MESTRE
           CLOSE FECHAMENTO-COMISSOES
           CLOSE RELATORIO-COMISSOES
           CLOSE METAS-VENDEDORES

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           IF  SOMA-VENDAS-WEB         NOT = ZEROS
               MOVE SOMA-VENDAS-WEB    TO LVW-TOTAL
               MOVE LINHA-VENDAS-WEB   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE SOMA-COMISSOES         TO LR-TOTAL
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO-COMISSOES

           MOVE 'RELATORIO-COMISSOES'  TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           IF  HA-METAS
               CLOSE METAS-VENDEDORES
           END-IF

           DISPLAY NOME-PROGRAMA ' VENDEDORES SEM CADASTRO: '
               CONTA-SEM-MESTRE        UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' VENDEDORES COM META: '
               CONTA-COM-META          UPON CONSOLE

           MOVE CONTA-VENDEDORES       TO AUD-QTDE-LIDOS
           MOVE CONTA-VENDEDORES       TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
