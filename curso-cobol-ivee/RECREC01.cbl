      *    e grava RELATORIO-AGING com cada título aberto classificado
      *    por atraso contra a data de movimento (a vencer, 1-30,
      *    31-60, acima de 60 dias) e o saldo por cliente no rodapé.
      *    O caderno de fiado vira número auditável. A venda do
      *    crediário tem um título por parcela, cobrado e envelhecido
      *    parcela a parcela. Título pago com atraso cobra multa e
      *    juros de mora, e o cliente com título vencido há mais
      *    dias que o tolerado tem o crédito bloqueado em CLIENTES.
      *----------------------------------------------------------------*
      * VERSAO 09 - RELATORIO-AGING passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 08 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida
      *    (baixa de titulo como A) em OPR- VERIFICA-FUNCAO antes de
      *    executar; a recusa vai para a trilha de auditoria.
      * VERSAO 07 - REG-CLIENTE acompanhou o endereco de entrega
      *    (CLI-ENDERECO, CLI-BAIRRO, CLI-CD-MUNICIPIO, CLI-CEP e
      *    CLI-TELEFONE) incluido por CLIEN01 para a entrega em
      *    domicilio.
      * VERSAO 06 - Encargos de atraso e bloqueio de credito: a baixa
      *    de titulo vencido calcula multa (MULTA-ATRASO, % unico) e
      *    juros de mora (JUROS-MES-ATRASO, % ao mes pro rata dia),
      *    vigencias do PARAMS.TXT, grava-os no titulo, soma-os ao
      *    item a conciliar e lanca os eventos contabeis MULTA-REC e
      *    JUROS-REC para CONTAB01. Na abertura, cliente com titulo
      *    vencido ha mais de DIAS-BLOQUEIO-CREDITO dias e bloqueado
      *    em CLIENTES; quitado o atraso (tambem apos cada baixa), o
      *    bloqueio ou a liberacao manual de CLIEN01 volta ao normal.
      *    Bloqueio e desbloqueio vao para o log ALTMEST. 4a linha
      *    do cartao SYSIN com o caminho do arquivo de eventos.
      * VERSAO 05 - Titulos do crediario, um por parcela
      *    (TRC-PARCELA/TRC-QTDE-PARCELAS gerados por PR16TA01): lista
      *    e aging mostram a parcela, a nova opcao T consulta todas as
      *    parcelas de um ticket, a baixa avisa e pede confirmacao
      *    quando ha parcela anterior do mesmo ticket ainda aberta, e
      *    titulo cancelado deixou de aceitar baixa.
      * VERSAO 04 - Titulo baixado entra nos itens a conciliar
      *    (copybooks CNC*) como um credito 'REC', referencia numero
      *    do titulo, para a conciliacao do extrato em CONCIL01.
      * VERSAO 03 - A sessao passou a exigir operador assinado e
      *    autorizado (OPR-SIGNON), na convencao dos fluxos
      *    sensiveis da casa: o programa regrava mestre/financeiro

           COPY OPRCTL.

           COPY ALTCTL.

           COPY PRSCTL.

           COPY EVCCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.

           COPY CNCCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
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

       FD  CLIENTES.
       01  REG-CLIENTE.
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

       FD  RELATORIO-AGING.
       01  REG-RELATORIO               PIC X(100).

       COPY OPRFD.

       COPY ALTFD.

       COPY PRSFD.

       COPY EVCFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY CNCFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'RECREC01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS009'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY CNCDADOS.
       COPY ALTDADOS.
       COPY PRSDADOS.
       COPY EVCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
               88  FIM-DOS-TITULOS                      VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-NUMERO-TITULO        PIC 9(06)        VALUE ZEROS.
           03  WS-TICKET-CONSULTA      PIC 9(06)        VALUE ZEROS.
           03  WS-PARCELA-BAIXA        PIC 9(02)        VALUE ZEROS.
           03  WS-PARCELA-ED           PIC X(05)        VALUE SPACES.
           03  WS-SITUACAO-ED          PIC X(09)        VALUE SPACES.
           03  WS-RESP-BAIXA           PIC X(01)        VALUE ' '.
           03  CONTA-PARCELAS-ANTERIORES
                                       PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-PARCELAS-TICKET   PIC S9(04) COMP-5 VALUE ZEROS.
           03  IND-CONFIRMA-BAIXA      PIC X(01)        VALUE 'S'.
               88  BAIXA-CONFIRMADA                     VALUE 'S'.
           03  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-DATA-MOV-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-VENC-AMD        PIC 9(08)        VALUE ZEROS.
           03  SOMA-ATE-30             PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-ATE-60             PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-ACIMA-60           PIC S9(11)V99    VALUE ZEROS.
      *    Encargos de atraso e bloqueio de crédito: padrões valem
      *    enquanto PARAMS.TXT não tiver vigência para o nome.
           03  WS-PCT-MULTA-ATRASO     PIC 9(03)V99     VALUE 2,00.
           03  WS-PCT-JUROS-MES        PIC 9(03)V99     VALUE 1,00.
           03  WS-DIAS-BLOQUEIO        PIC S9(05) COMP-5 VALUE 60.
           03  WS-VALOR-MULTA          PIC 9(07)V99     VALUE ZEROS.
           03  WS-VALOR-JUROS          PIC 9(07)V99     VALUE ZEROS.
           03  WS-VALOR-COBRADO        PIC 9(09)V99     VALUE ZEROS.
           03  WS-CLIENTE-VERIFICA     PIC X(04)        VALUE SPACES.
           03  WS-CREDITO-ANTES        PIC X(10)        VALUE SPACES.
           03  WS-CREDITO-ED           PIC X(10)        VALUE SPACES.
           03  IND-FIM-CLIENTES        PIC X(01)        VALUE 'N'.
               88  FIM-DOS-CLIENTES                     VALUE 'S'.
           03  IND-CLIENTE-ATRASO      PIC X(01)        VALUE 'N'.
               88  CLIENTE-EM-ATRASO                    VALUE 'S'.
           03  CONTA-BLOQUEIOS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DESBLOQUEIOS      PIC S9(05) COMP-5 VALUE ZEROS.

      *    Saldo em aberto por cliente, para o rodapé do aging.
       01  TAB-SALDO-CLIENTE.
       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(06)        VALUE 'TITULO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(05)        VALUE 'PARC.'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(07)        VALUE 'CLIENTE'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE 'NOME'.
       01  LINHA-DETALHE.
           03  LD-TITULO               PIC 9(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-PARCELA              PIC X(05).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-CLIENTE              PIC X(04).
           03  FILLER                  PIC X(05)        VALUE SPACES.
           03  LD-NOME                 PIC X(30).

           PERFORM INICIA

           PERFORM ATUALIZA-BLOQUEIOS-CREDITO

           PERFORM MANUTENCAO-TITULOS

           PERFORM FINALIZA
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'CLIENTES'             TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM CARREGA-ENCARGOS-ATRASO

           PERFORM EVC-ABRE-EVENTOS

           MOVE ZEROS                  TO WS-DATA-MOV-AMD
           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-AMD
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O CLIENTES

           IF  NOT FS-CLI-OK
               DISPLAY NOME-PROGRAMA
      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 4 substituem, na ordem, os caminhos
      *    dos títulos a receber, dos clientes, do relatório de
      *    aging e dos eventos contábeis; linha ausente ou em branco
      *    mantém o padrão. Via PARM, aceita apenas o caminho dos
      *    títulos.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-EVENTOS-CONTABEIS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-ENCARGOS-ATRASO     SECTION.
      *----------------------------------------------------------------*
      *    Multa (% único sobre o título), juros de mora (% ao mês,
      *    cobrado pro rata dia) e dias de atraso que bloqueiam o
      *    crédito, na vigência da data de movimento. Os parâmetros
      *    têm duas decimais, daí os juros ao mês e não ao dia.
      *----------------------------------------------------------------*

           PERFORM PRS-CARREGA-PARAMETROS

           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA

           MOVE 'MULTA-ATRASO'         TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    NOT < 0
               AND PRS-VALOR-ACHADO    < 100
               MOVE PRS-VALOR-ACHADO   TO WS-PCT-MULTA-ATRASO
           END-IF

           MOVE 'JUROS-MES-ATRASO'     TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    NOT < 0
               AND PRS-VALOR-ACHADO    < 100
               MOVE PRS-VALOR-ACHADO   TO WS-PCT-JUROS-MES
           END-IF

           MOVE 'DIAS-BLOQUEIO-CREDITO' TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 10000
               MOVE PRS-VALOR-ACHADO   TO WS-DIAS-BLOQUEIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ATUALIZA-BLOQUEIOS-CREDITO  SECTION.
      *----------------------------------------------------------------*
      *    Varre CLIENTES e, para cada um, confere os títulos em
      *    aberto: vencido há mais de WS-DIAS-BLOQUEIO dias bloqueia
      *    o crédito do cliente normal; sem atraso desse porte, o
      *    bloqueado ou liberado manualmente volta ao normal.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ATUALIZA-BLOQUEIOS-CREDITO'

           MOVE 'N'                    TO IND-FIM-CLIENTES

           MOVE LOW-VALUES             TO CLI-CODIGO
           START CLIENTES
               KEY IS > CLI-CODIGO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-CLIENTES
           END-START

           PERFORM UNTIL FIM-DOS-CLIENTES
               READ CLIENTES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-CLIENTES
               NOT AT END
                   MOVE CLI-CODIGO     TO WS-CLIENTE-VERIFICA
                   PERFORM VERIFICA-ATRASO-CLIENTE
                   PERFORM APLICA-SITUACAO-CREDITO
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' CREDITOS BLOQUEADOS: '
               CONTA-BLOQUEIOS ' DESBLOQUEADOS: '
               CONTA-DESBLOQUEIOS      UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ATRASO-CLIENTE     SECTION.
      *----------------------------------------------------------------*
      *    Percorre os títulos de WS-CLIENTE-VERIFICA pela chave
      *    alternativa e liga CLIENTE-EM-ATRASO se algum em aberto
      *    estiver vencido há mais de WS-DIAS-BLOQUEIO dias.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CLIENTE-ATRASO
           MOVE 'N'                    TO IND-FIM-TITULOS

           MOVE WS-CLIENTE-VERIFICA    TO TRC-CLIENTE
           START TITULOS-RECEBER
               KEY IS = TRC-CLIENTE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-TITULOS
           END-START

           PERFORM UNTIL FIM-DOS-TITULOS
               READ TITULOS-RECEBER NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-TITULOS
               NOT AT END
                   IF  TRC-CLIENTE     NOT = WS-CLIENTE-VERIFICA
                       MOVE 'S'        TO IND-FIM-TITULOS
                   ELSE
                       IF  TRC-ABERTO
                           PERFORM CALCULA-DIAS-ATRASO
                           IF  WS-DIAS-ATRASO > WS-DIAS-BLOQUEIO
                               MOVE 'S' TO IND-CLIENTE-ATRASO
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-SITUACAO-CREDITO     SECTION.
      *----------------------------------------------------------------*
      *    Com o cliente corrente lido em REG-CLIENTE: bloqueia o
      *    normal em atraso e devolve ao normal o bloqueado ou
      *    liberado que não tem mais atraso. O liberado manualmente
      *    (CLIEN01) não é bloqueado de novo enquanto durar a dívida.
      *----------------------------------------------------------------*

           PERFORM FORMATA-SITUACAO-CREDITO
           MOVE WS-CREDITO-ED          TO WS-CREDITO-ANTES

           EVALUATE TRUE
               WHEN CLIENTE-EM-ATRASO
                   AND CLI-CREDITO-NORMAL
                   MOVE 'B'            TO CLI-SITUACAO-CREDITO
                   PERFORM GRAVA-SITUACAO-CREDITO
                   IF  FS-CLI-OK
                       ADD 1           TO CONTA-BLOQUEIOS
                       DISPLAY 'CREDITO BLOQUEADO POR ATRASO: '
                           CLI-CODIGO ' ' CLI-NOME UPON CONSOLE
                   END-IF
               WHEN NOT CLIENTE-EM-ATRASO
                   AND NOT CLI-CREDITO-NORMAL
                   MOVE 'N'            TO CLI-SITUACAO-CREDITO
                   PERFORM GRAVA-SITUACAO-CREDITO
                   IF  FS-CLI-OK
                       ADD 1           TO CONTA-DESBLOQUEIOS
                       DISPLAY 'CREDITO NORMALIZADO: '
                           CLI-CODIGO ' ' CLI-NOME UPON CONSOLE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-SITUACAO-CREDITO      SECTION.
      *----------------------------------------------------------------*

           MOVE DMV-DATA-MOVIMENTO     TO CLI-DATA-SITUACAO
           REWRITE REG-CLIENTE
           IF  FS-CLI-OK
               PERFORM FORMATA-SITUACAO-CREDITO
               MOVE CLI-CODIGO         TO ALT-CHAVE-ATUAL
               MOVE 'SITUACAO-CREDITO' TO ALT-CAMPO-ATUAL
               MOVE WS-CREDITO-ANTES   TO ALT-VALOR-ANTES
               MOVE WS-CREDITO-ED      TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR CLIENTE, FS: '
                   FS-CLIENTES         UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-SITUACAO-CREDITO    SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CLI-CREDITO-BLOQUEADO
                   MOVE 'BLOQUEADO'    TO WS-CREDITO-ED
               WHEN CLI-CREDITO-LIBERADO
                   MOVE 'LIBERADO'     TO WS-CREDITO-ED
               WHEN OTHER
                   MOVE 'NORMAL'       TO WS-CREDITO-ED
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-TITULOS          SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-TITULOS'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: L=LISTAR T=TICKET B=BAIXAR A=AGING (BRANCO SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'L'
                       PERFORM LISTA-TITULOS-ABERTOS
                   WHEN 'T'
                       PERFORM LISTA-PARCELAS-TICKET
                   WHEN 'B'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM BAIXA-TITULO
                       END-IF
                   WHEN 'A'
                       PERFORM GERA-RELATORIO-AGING
                   WHEN OTHER
                   IF  TRC-ABERTO
                       ADD 1           TO CONTA-ABERTOS
                       MOVE TRC-VALOR  TO WS-VALOR-ED
                       PERFORM FORMATA-PARCELA
                       DISPLAY 'TITULO ' TRC-NUMERO
                           ' CLIENTE ' TRC-CLIENTE
                           ' TICKET ' TRC-NR-TICKET
                           ' PARC ' WS-PARCELA-ED
                           ' VENC ' TRC-DATA-VENCIMENTO
                           ' VALOR ' WS-VALOR-ED UPON CONSOLE
                   END-IF

           EXIT.

      *----------------------------------------------------------------*
           LISTA-PARCELAS-TICKET       SECTION.
      *----------------------------------------------------------------*
      *    Todas as parcelas de um ticket, em qualquer situação, para
      *    o balcão saber qual parcela o cliente está pagando.
      *----------------------------------------------------------------*

           MOVE 'NUMERO DO TICKET: '   TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE PRM-VALOR              TO WS-TICKET-CONSULTA

           MOVE 'N'                    TO IND-FIM-TITULOS
           MOVE ZEROS                  TO CONTA-PARCELAS-TICKET

           MOVE ZEROS                  TO TRC-NUMERO
           START TITULOS-RECEBER
               KEY IS >= TRC-NUMERO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-TITULOS
           END-START

           PERFORM UNTIL FIM-DOS-TITULOS
               READ TITULOS-RECEBER NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-TITULOS
               NOT AT END
                   IF  TRC-NR-TICKET   = WS-TICKET-CONSULTA
                       ADD 1           TO CONTA-PARCELAS-TICKET
                       MOVE TRC-VALOR  TO WS-VALOR-ED
                       PERFORM FORMATA-PARCELA
                       EVALUATE TRUE
                           WHEN TRC-ABERTO
                               MOVE 'ABERTO'
                                       TO WS-SITUACAO-ED
                           WHEN TRC-RECEBIDO
                               MOVE 'RECEBIDO'
                                       TO WS-SITUACAO-ED
                           WHEN OTHER
                               MOVE 'CANCELADO'
                                       TO WS-SITUACAO-ED
                       END-EVALUATE
                       DISPLAY 'TITULO ' TRC-NUMERO
                           ' PARC ' WS-PARCELA-ED
                           ' VENC ' TRC-DATA-VENCIMENTO
                           ' VALOR ' WS-VALOR-ED
                           ' ' WS-SITUACAO-ED
                           ' ' TRC-DATA-RECEBIMENTO UPON CONSOLE
                   END-IF
           END-PERFORM

           IF  CONTA-PARCELAS-TICKET   = 0
               DISPLAY 'NENHUM TITULO PARA O TICKET: '
                   WS-TICKET-CONSULTA  UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-TITULO                SECTION.
      *----------------------------------------------------------------*
      *    Baixa do título (parcela) recebido: marca recebido com a
      *    data de movimento, por acesso direto à chave. Parcela
      *    paga fora de ordem, com anterior do mesmo ticket ainda
      *    aberta, exige confirmação. Título vencido é cobrado com
      *    multa e juros de mora, e a baixa reavalia o bloqueio de
      *    crédito do cliente.
      *----------------------------------------------------------------*

           MOVE 'NUMERO DO TITULO RECEBIDO: '
                   DISPLAY 'TITULO NAO ENCONTRADO: '
                       WS-NUMERO-TITULO UPON CONSOLE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TRC-RECEBIDO
                           DISPLAY 'TITULO JA RECEBIDO EM '
                               TRC-DATA-RECEBIMENTO UPON CONSOLE
                       WHEN TRC-CANCELADO
                           DISPLAY 'TITULO CANCELADO, SEM BAIXA: '
                               WS-NUMERO-TITULO UPON CONSOLE
                       WHEN OTHER
                           PERFORM CONFERE-PARCELA-ANTERIOR
                           IF  BAIXA-CONFIRMADA
                               PERFORM GRAVA-BAIXA-TITULO
                           END-IF
                   END-EVALUATE
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-PARCELA-ANTERIOR    SECTION.
      *----------------------------------------------------------------*
      *    Procura parcela de número menor do mesmo ticket ainda
      *    aberta; havendo, pede confirmação. O título a baixar é
      *    relido pela chave no fim, já que a varredura troca o
      *    registro corrente.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-CONFIRMA-BAIXA
           MOVE ZEROS                  TO CONTA-PARCELAS-ANTERIORES

           IF  TRC-PARCELA             NUMERIC
               AND TRC-PARCELA         > 1
               MOVE TRC-PARCELA        TO WS-PARCELA-BAIXA
               MOVE TRC-NR-TICKET      TO WS-TICKET-CONSULTA
               MOVE 'N'                TO IND-FIM-TITULOS

               MOVE ZEROS              TO TRC-NUMERO
               START TITULOS-RECEBER
                   KEY IS >= TRC-NUMERO
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-TITULOS
               END-START

               PERFORM UNTIL FIM-DOS-TITULOS
                   READ TITULOS-RECEBER NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-TITULOS
                   NOT AT END
                       IF  TRC-NR-TICKET = WS-TICKET-CONSULTA
                           AND TRC-ABERTO
                           AND TRC-PARCELA NUMERIC
                           AND TRC-PARCELA < WS-PARCELA-BAIXA
                           ADD 1       TO CONTA-PARCELAS-ANTERIORES
                       END-IF
               END-PERFORM

               IF  CONTA-PARCELAS-ANTERIORES > 0
                   DISPLAY 'HA ' CONTA-PARCELAS-ANTERIORES
                       ' PARCELA(S) ANTERIOR(ES) DO TICKET '
                       WS-TICKET-CONSULTA ' EM ABERTO' UPON CONSOLE
                   MOVE 'CONFIRMA A BAIXA FORA DE ORDEM (S/N)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-RESP-BAIXA
                   IF  FUNCTION UPPER-CASE(WS-RESP-BAIXA) NOT = 'S'
                       MOVE 'N'        TO IND-CONFIRMA-BAIXA
                       DISPLAY 'BAIXA NAO EFETUADA' UPON CONSOLE
                   END-IF
               END-IF

               MOVE WS-NUMERO-TITULO   TO TRC-NUMERO
               READ TITULOS-RECEBER
                   INVALID KEY
                       MOVE 'N'        TO IND-CONFIRMA-BAIXA
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-BAIXA-TITULO          SECTION.
      *----------------------------------------------------------------*

           PERFORM CALCULA-ENCARGOS-ATRASO

           MOVE 'P'                    TO TRC-SITUACAO
           MOVE DMV-DATA-MOVIMENTO     TO TRC-DATA-RECEBIMENTO
           MOVE WS-VALOR-MULTA         TO TRC-VALOR-MULTA
           MOVE WS-VALOR-JUROS         TO TRC-VALOR-JUROS
           REWRITE REG-TITULO-RECEBER
           IF  FS-TRC-OK
               ADD 1                   TO CONTA-BAIXADOS
               DISPLAY 'TITULO BAIXADO: '
                   WS-NUMERO-TITULO    UPON CONSOLE
               PERFORM REGISTRA-ITEM-CONCILIACAO
               PERFORM GRAVA-EVENTOS-ENCARGOS
               PERFORM REAVALIA-CREDITO-CLIENTE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR TITULO, FS: '
                   FS-TITULOS-RECEBER  UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-ENCARGOS-ATRASO     SECTION.
      *----------------------------------------------------------------*
      *    Título pago depois do vencimento: multa única sobre o
      *    valor e juros de mora ao mês, proporcionais aos dias de
      *    atraso (mês comercial de 30 dias). Em dia, sem encargos.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-VALOR-MULTA
           MOVE ZEROS                  TO WS-VALOR-JUROS

           PERFORM CALCULA-DIAS-ATRASO

           IF  WS-DIAS-ATRASO          > 0
               COMPUTE WS-VALOR-MULTA ROUNDED
                   = TRC-VALOR * WS-PCT-MULTA-ATRASO / 100
               COMPUTE WS-VALOR-JUROS ROUNDED
                   = TRC-VALOR * WS-PCT-JUROS-MES / 100
                   * WS-DIAS-ATRASO / 30
           END-IF

           COMPUTE WS-VALOR-COBRADO
               = TRC-VALOR + WS-VALOR-MULTA + WS-VALOR-JUROS

           IF  WS-DIAS-ATRASO          > 0
               MOVE WS-VALOR-MULTA     TO WS-VALOR-ED
               DISPLAY 'TITULO VENCIDO HA ' WS-DIAS-ATRASO
                   ' DIA(S), MULTA ' WS-VALOR-ED UPON CONSOLE
               MOVE WS-VALOR-JUROS     TO WS-VALOR-ED
               DISPLAY 'JUROS DE MORA ' WS-VALOR-ED UPON CONSOLE
               MOVE WS-VALOR-COBRADO   TO WS-VALOR-ED
               DISPLAY 'TOTAL A RECEBER ' WS-VALOR-ED UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-EVENTOS-ENCARGOS      SECTION.
      *----------------------------------------------------------------*
      *    Multa e juros recebidos saem como eventos próprios para
      *    CONTAB01, fora do valor do título (valor zero não grava).
      *----------------------------------------------------------------*

           MOVE SPACES                 TO EVC-HISTORICO-ATUAL
           STRING 'TITULO ' TRC-NUMERO ' CLIENTE ' TRC-CLIENTE
               DELIMITED BY SIZE INTO EVC-HISTORICO-ATUAL

           MOVE 'MULTA-REC'            TO EVC-EVENTO-ATUAL
           MOVE TRC-VALOR-MULTA        TO EVC-VALOR-ATUAL
           PERFORM EVC-GRAVA-EVENTO

           MOVE 'JUROS-REC'            TO EVC-EVENTO-ATUAL
           MOVE TRC-VALOR-JUROS        TO EVC-VALOR-ATUAL
           PERFORM EVC-GRAVA-EVENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           REAVALIA-CREDITO-CLIENTE    SECTION.
      *----------------------------------------------------------------*
      *    Depois da baixa, o cliente que quitou o atraso volta ao
      *    normal na hora, sem esperar a próxima sessão.
      *----------------------------------------------------------------*

           MOVE TRC-CLIENTE            TO CLI-CODIGO
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  NOT CLI-CREDITO-NORMAL
                       MOVE CLI-CODIGO TO WS-CLIENTE-VERIFICA
                       PERFORM VERIFICA-ATRASO-CLIENTE
                       PERFORM APLICA-SITUACAO-CREDITO
                   END-IF
           END-READ


           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-ITEM-CONCILIACAO   SECTION.
      *----------------------------------------------------------------*
      *    O recebimento do título entra na conta pelo valor
      *    recebido (título mais multa e juros de atraso): fica
      *    pendente nos itens a conciliar até aparecer no extrato do
      *    banco (CONCIL01).
      *----------------------------------------------------------------*

           PERFORM CNC-ABRE-ITENS

           MOVE 'REC'                  TO CNC-ORIGEM-ATUAL
           MOVE TRC-NUMERO             TO CNC-REFERENCIA-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO CNC-DATA-ATUAL
           MOVE 'C'                    TO CNC-SENTIDO-ATUAL
           COMPUTE CNC-VALOR-ATUAL
               = TRC-VALOR + TRC-VALOR-MULTA + TRC-VALOR-JUROS
           MOVE SPACES                 TO CNC-DESCRICAO-ATUAL
           STRING 'RECEBIMENTO CLIENTE '
                  TRC-CLIENTE
                  DELIMITED BY SIZE    INTO CNC-DESCRICAO-ATUAL
           PERFORM CNC-REGISTRA-ITEM

           .

           EXIT.

      *----------------------------------------------------------------*
           GERA-RELATORIO-AGING        SECTION.
      *----------------------------------------------------------------*

           CLOSE RELATORIO-AGING

           MOVE 'RELATORIO-AGING'      TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY 'AGING GERADO, TITULOS EM ABERTO: '
               CONTA-ABERTOS           UPON CONSOLE

      *----------------------------------------------------------------*

           MOVE TRC-NUMERO             TO LD-TITULO
           PERFORM FORMATA-PARCELA
           MOVE WS-PARCELA-ED          TO LD-PARCELA
           MOVE TRC-CLIENTE            TO LD-CLIENTE
           MOVE TRC-DATA-VENCIMENTO    TO LD-VENCIMENTO
           MOVE TRC-VALOR              TO LD-VALOR
                   MOVE CLI-NOME       TO LD-NOME
           END-READ

           PERFORM CALCULA-DIAS-ATRASO

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO     <= 0

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-DIAS-ATRASO         SECTION.
      *----------------------------------------------------------------*
      *    Dias entre o vencimento do título corrente e a data de
      *    movimento; zero ou negativo é título ainda a vencer.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DATA-VENC-AMD
           STRING TRC-DATA-VENCIMENTO(7:4)
                  TRC-DATA-VENCIMENTO(4:2)
                  TRC-DATA-VENCIMENTO(1:2)
               DELIMITED BY SIZE INTO WS-DATA-VENC-AMD
           COMPUTE WS-INT-VENCIMENTO
               = FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-AMD)

           COMPUTE WS-DIAS-ATRASO
               = WS-INT-MOVIMENTO - WS-INT-VENCIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *    Parcela do título corrente como NN/NN; título de antes do
      *    crediário, sem parcela gravada, é parcela única.
      *----------------------------------------------------------------*

           IF  TRC-PARCELA             NUMERIC
               AND TRC-QTDE-PARCELAS   NUMERIC
               AND TRC-QTDE-PARCELAS   > 0
               MOVE SPACES             TO WS-PARCELA-ED
               STRING TRC-PARCELA '/' TRC-QTDE-PARCELAS
                   DELIMITED BY SIZE INTO WS-PARCELA-ED
           ELSE
               MOVE '01/01'            TO WS-PARCELA-ED
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CNCPROC.

       COPY PRSPROC.

       COPY EVCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE TITULOS-RECEBER
           CLOSE CLIENTES
           CLOSE RELATORIO-AGING
           PERFORM CNC-FECHA-ITENS
           PERFORM EVC-FECHA-EVENTOS
           PERFORM ALT-FECHA-LOG

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*

           CLOSE CLIENTES

           PERFORM CNC-FECHA-ITENS

           PERFORM EVC-FECHA-EVENTOS

           PERFORM ALT-FECHA-LOG

           MOVE CONTA-ABERTOS          TO AUD-QTDE-LIDOS
           MOVE CONTA-BAIXADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
