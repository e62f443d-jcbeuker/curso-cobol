      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Conciliação das vendas em cartão com o arquivo de
      *    liquidação da adquirente. Cada venda em cartão é gravada
      *    pendente em RECEBIVEIS-CARTAO (copybooks CRT*) pelo
      *    fechamento de caixa (FECHCX01), com o líquido e a data de
      *    pagamento esperados pelo contrato. Este programa lê o
      *    arquivo da adquirente e casa cada linha com o recebível
      *    pela data da venda, filial e NR-TICKET-S; sem ticket (ou
      *    ticket não encontrado), casa com o primeiro recebível
      *    pendente da mesma data, filial e valor bruto. Linha L
      *    (liquidação) baixa o recebível com a autorização, o valor
      *    recebido e a taxa efetivamente cobrada, comparada com a
      *    taxa do contrato; linha E (estorno/chargeback) marca o
      *    recebível como estornado. A taxa cobrada e o estorno vão
      *    para EVENTOS-CONTABEIS (eventos TAXA-CART e ESTORN-CRT,
      *    lançados por CONTAB01) e o total pago pela adquirente em
      *    cada data de pagamento vira item CAR a conciliar com o
      *    extrato (CONCIL01). O relatório lista as linhas
      *    processadas e as vendas ainda não pagas depois do prazo do
      *    contrato; havendo linha sem par, valor divergente ou venda
      *    vencida, RETURN-CODE 4.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-CARTAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 a 5 com os
      *    caminhos do arquivo da adquirente, dos recebíveis de
      *    cartão, dos eventos contábeis, dos itens a conciliar e do
      *    relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     CARTAO01.
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
           SELECT LIQUIDACAO-ADQUIRENTE ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACAO.

           SELECT RELATORIO-CARTAO ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY CRTCTL.

           COPY EVCCTL.

           COPY CNCCTL.

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
      *    Linha do arquivo de liquidação da adquirente, em posições
      *    fixas: tipo (L liquidação, E estorno/chargeback), data da
      *    venda AAAAMMDD, filial, NR-TICKET-S (zeros ou brancos se a
      *    adquirente não devolver), autorização, valor bruto e
      *    valor líquido pago (no estorno, o valor estornado) sem
      *    vírgula com 2 decimais e data do pagamento (no estorno, a
      *    data do débito) AAAAMMDD.
       FD  LIQUIDACAO-ADQUIRENTE.
       01  REG-LIQUIDACAO.
           03  LQA-TIPO                PIC X(01).
               88  LQA-LIQUIDACAO                       VALUE 'L'.
               88  LQA-ESTORNO                          VALUE 'E'.
               88  LQA-TIPO-VALIDO                      VALUE 'L' 'E'.
           03  FILLER                  PIC X(01).
           03  LQA-DATA-VENDA          PIC X(08).
           03  LQA-DATA-VENDA-N REDEFINES LQA-DATA-VENDA
                                       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LQA-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01).
           03  LQA-NR-TICKET           PIC X(06).
           03  LQA-NR-TICKET-N REDEFINES LQA-NR-TICKET
                                       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  LQA-AUTORIZACAO         PIC X(12).
           03  FILLER                  PIC X(01).
           03  LQA-VALOR-BRUTO         PIC X(11).
           03  LQA-VALOR-BRUTO-N REDEFINES LQA-VALOR-BRUTO
                                       PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  LQA-VALOR-LIQUIDO       PIC X(11).
           03  LQA-VALOR-LIQUIDO-N REDEFINES LQA-VALOR-LIQUIDO
                                       PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  LQA-DATA-PAGAMENTO      PIC X(08).
           03  LQA-DATA-PAGAMENTO-N REDEFINES LQA-DATA-PAGAMENTO
                                       PIC 9(08).
           03  FILLER                  PIC X(14).

       FD  RELATORIO-CARTAO.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY CRTFD.

       COPY EVCFD.

       COPY CNCFD.

       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CARTAO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY CRTDADOS.
       COPY EVCDADOS.
       COPY CNCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\LIQCART.TXT".
           03  OPE02                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\RELCARTA.TXT".
           03  FS-LIQUIDACAO           PIC X(02)        VALUE '00'.
               88  FS-LQA-OK                            VALUE '00'.
           03  FS-RELATORIO            PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-RECEBIVEIS      PIC X(01)        VALUE 'N'.
               88  FIM-DOS-RECEBIVEIS                   VALUE 'S'.
           03  IND-ACHOU-RECEBIVEL     PIC X(01)        VALUE 'N'.
               88  ACHOU-RECEBIVEL                      VALUE 'S'.
           03  IND-LINHA-VALIDA        PIC X(01)        VALUE 'N'.
               88  LINHA-VALIDA                         VALUE 'S'.
           03  WS-DATA-MOV-AMD         PIC X(08)        VALUE SPACES.
           03  WS-DATA-MOV-N REDEFINES WS-DATA-MOV-AMD
                                       PIC 9(08).
           03  WS-DATA-AAAAMMDD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               05  WS-ANO-DATA         PIC 9(04).
               05  WS-MES-DATA         PIC 9(02).
               05  WS-DIA-DATA         PIC 9(02).
           03  WS-NR-TICKET            PIC 9(06)        VALUE ZEROS.
           03  WS-TAXA-COBRADA         PIC S9(09)V99    VALUE ZEROS.
           03  WS-TAXA-CONTRATADA      PIC S9(09)V99    VALUE ZEROS.
           03  WS-DIFERENCA-TAXA       PIC S9(09)V99    VALUE ZEROS.
           03  WS-DIAS-ATRASO          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-SUB-PAG              PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-INVALIDOS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-LIQUIDADOS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-TAXA-ACIMA        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ESTORNOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-NAO-LOCALIZADOS   PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DIVERGENTES       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-JA-BAIXADOS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-VENCIDOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-BRUTO-LIQUIDADO    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-RECEBIDO           PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-TAXA-COBRADA       PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-TAXA-CONTRATADA    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-DIFERENCA-TAXA     PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ESTORNOS           PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-NAO-LOCALIZADOS    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-VENCIDOS           PIC S9(13)V99    VALUE ZEROS.

      *    Datas de pagamento da adquirente tocadas nesta execução; o
      *    total recebido em cada uma é reapurado sobre todos os
      *    recebíveis liquidados naquela data, de modo que o item a
      *    conciliar fica certo mesmo quando a mesma data chega em
      *    mais de um arquivo.
       01  TABELA-PAGAMENTOS.
           03  CONTA-PAGAMENTOS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  TPG-PAGAMENTO           OCCURS 100 TIMES
                                       INDEXED BY TPG-IDX.
               05  TPG-DATA            PIC 9(08).
               05  TPG-VALOR           PIC 9(11)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(38)        VALUE
           'CONCILIACAO DE CARTOES - EXECUCAO: '.
           03  LC-DATA-HORA            PIC X(30).

       01  LINHA-TITULO.
           03  LTI-TEXTO               PIC X(100).

       01  LINHA-COLUNAS-LIQUIDACAO.
           03  FILLER                  PIC X(50)        VALUE
           'T DT.VENDA FL TICKET AUTORIZACAO     VALOR BRUTO  '.
           03  FILLER                  PIC X(50)        VALUE
           'VALOR LIQUIDO  TAXA COBRADA RESULTADO'.

       01  LINHA-LIQUIDACAO.
           03  LLQ-TIPO                PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-DATA-VENDA          PIC 9(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-AUTORIZACAO         PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-VALOR-BRUTO         PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-VALOR-LIQUIDO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-TAXA-COBRADA        PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LLQ-RESULTADO           PIC X(22).

       01  LINHA-COLUNAS-VENCIDAS.
           03  FILLER                  PIC X(50)        VALUE
           'DT.VENDA FL TICKET    VALOR VENDA  LIQ. ESPERADO '.
           03  FILLER                  PIC X(50)        VALUE
           'PREVISTO  ATRASO'.

       01  LINHA-VENCIDA.
           03  LVE-DATA-VENDA          PIC 9(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LVE-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LVE-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LVE-VALOR-VENDA         PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LVE-VALOR-ESPERADO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LVE-DATA-PREVISTA       PIC 9(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LVE-DIAS-ATRASO         PIC ZZZ.ZZ9.

       01  LINHA-INVALIDA.
           03  FILLER                  PIC X(18)        VALUE
                                       'LINHA INVALIDA: '.
           03  LI-LINHA                PIC X(82).

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(40).
           03  LT-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LT-VALOR                PIC ---.---.---.--9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-LIQUIDACAO

           PERFORM LISTA-VENCIDAS

           PERFORM REGISTRA-PAGAMENTOS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-AMD

           OPEN INPUT LIQUIDACAO-ADQUIRENTE

           IF  NOT FS-LQA-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR LIQUIDACAO-ADQUIRENTE, STATUS: '
                   FS-LIQUIDACAO       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CRT-ABRE-RECEBIVEIS

           IF  NOT RECEBIVEIS-CARTAO-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM EVC-ABRE-EVENTOS

           IF  NOT EVENTOS-CONTABEIS-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CNC-ABRE-ITENS

           OPEN OUTPUT RELATORIO-CARTAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-CARTAO, STATUS: '
                   FS-RELATORIO        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DTH-LINHA-DATA-HORA    TO LC-DATA-HORA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-DATA-MOVIMENTO     TO DMV-LINHA-DATA
           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 5 com os caminhos do arquivo da
      *    adquirente, dos recebíveis de cartão, dos eventos
      *    contábeis, dos itens a conciliar e do relatório; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita
      *    apenas o caminho do arquivo da adquirente.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE01
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-RECEBIVEIS-CARTAO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-EVENTOS-CONTABEIS
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-ITENS-CONCILIACAO
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
           PROCESSA-LIQUIDACAO         SECTION.
      *----------------------------------------------------------------*
      *    Lê o arquivo da adquirente e aplica cada linha válida ao
      *    recebível correspondente; linha inválida vai ao relatório
      *    e é ignorada.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-LIQUIDACAO'

           MOVE 'LINHAS DA ADQUIRENTE PROCESSADAS'
                                       TO LTI-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-COLUNAS-LIQUIDACAO
                                       TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ LIQUIDACAO-ADQUIRENTE
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  REG-LIQUIDACAO  NOT = SPACES
                       ADD 1           TO CONTA-LIDOS
                       PERFORM CONFERE-LINHA
                       IF  LINHA-VALIDA
                           PERFORM LOCALIZA-RECEBIVEL
                           PERFORM APLICA-LINHA
                       END-IF
                   END-IF
           END-PERFORM

           CLOSE LIQUIDACAO-ADQUIRENTE

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    Tipo L ou E, datas válidas, valor bruto maior que zero e
      *    valor líquido numérico, sem passar do bruto na liquidação.
      *    Ticket em branco vale zero (casa pelo valor).
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-LINHA-VALIDA
           MOVE ZEROS                  TO WS-NR-TICKET

           IF  LQA-NR-TICKET           = SPACES
               CONTINUE
           ELSE
               IF  LQA-NR-TICKET       NUMERIC
                   MOVE LQA-NR-TICKET-N
                                       TO WS-NR-TICKET
               ELSE
                   MOVE 'N'            TO IND-LINHA-VALIDA
               END-IF
           END-IF

           IF  NOT LQA-TIPO-VALIDO
               OR LQA-DATA-VENDA       NOT NUMERIC
               OR LQA-DATA-PAGAMENTO   NOT NUMERIC
               OR LQA-VALOR-BRUTO      NOT NUMERIC
               OR LQA-VALOR-LIQUIDO    NOT NUMERIC
               MOVE 'N'                TO IND-LINHA-VALIDA
           END-IF

           IF  LINHA-VALIDA
               IF  FUNCTION TEST-DATE-YYYYMMDD (LQA-DATA-VENDA-N)
                                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD
                          (LQA-DATA-PAGAMENTO-N) NOT = 0
                   OR LQA-VALOR-BRUTO-N = ZEROS
                   MOVE 'N'            TO IND-LINHA-VALIDA
               END-IF
           END-IF

           IF  LINHA-VALIDA
               AND LQA-LIQUIDACAO
               AND LQA-VALOR-LIQUIDO-N > LQA-VALOR-BRUTO-N
               MOVE 'N'                TO IND-LINHA-VALIDA
           END-IF

           IF  NOT LINHA-VALIDA
               ADD 1                   TO CONTA-INVALIDOS
               MOVE REG-LIQUIDACAO     TO LI-LINHA
               MOVE LINHA-INVALIDA     TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-RECEBIVEL          SECTION.
      *----------------------------------------------------------------*
      *    Primeiro pela chave (data + filial + ticket); não havendo
      *    ticket ou não achando, percorre os recebíveis da mesma
      *    data e filial e fica com o primeiro que ainda aceita a
      *    linha (pendente na liquidação, não estornado no estorno)
      *    com o mesmo valor bruto.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ACHOU-RECEBIVEL

           IF  WS-NR-TICKET            > ZEROS
               MOVE LQA-DATA-VENDA-N   TO CRT-DATA-VENDA
               MOVE LQA-FILIAL         TO CRT-FILIAL
               MOVE WS-NR-TICKET       TO CRT-NR-TICKET
               READ RECEBIVEIS-CARTAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-ACHOU-RECEBIVEL
               END-READ
           END-IF

           IF  NOT ACHOU-RECEBIVEL
               PERFORM PROCURA-POR-VALOR
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCURA-POR-VALOR           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-RECEBIVEIS
           MOVE LQA-DATA-VENDA-N       TO CRT-DATA-VENDA
           MOVE LQA-FILIAL             TO CRT-FILIAL
           MOVE ZEROS                  TO CRT-NR-TICKET

           START RECEBIVEIS-CARTAO
               KEY IS >= CRT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-RECEBIVEIS
           END-START

           PERFORM UNTIL FIM-DOS-RECEBIVEIS
                      OR ACHOU-RECEBIVEL
               READ RECEBIVEIS-CARTAO NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-RECEBIVEIS
               NOT AT END
                   IF  CRT-DATA-VENDA  NOT = LQA-DATA-VENDA-N
                       OR CRT-FILIAL   NOT = LQA-FILIAL
                       MOVE 'S'        TO IND-FIM-RECEBIVEIS
                   ELSE
                       IF  CRT-VALOR-VENDA = LQA-VALOR-BRUTO-N
                           AND ((LQA-LIQUIDACAO AND CRT-PENDENTE)
                           OR (LQA-ESTORNO AND NOT CRT-ESTORNADO))
                           MOVE 'S'    TO IND-ACHOU-RECEBIVEL
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-LINHA                SECTION.
      *----------------------------------------------------------------*

           MOVE LQA-TIPO               TO LLQ-TIPO
           MOVE LQA-DATA-VENDA-N       TO LLQ-DATA-VENDA
           MOVE LQA-FILIAL             TO LLQ-FILIAL
           MOVE WS-NR-TICKET           TO LLQ-NR-TICKET
           MOVE LQA-AUTORIZACAO        TO LLQ-AUTORIZACAO
           MOVE LQA-VALOR-BRUTO-N      TO LLQ-VALOR-BRUTO
           MOVE LQA-VALOR-LIQUIDO-N    TO LLQ-VALOR-LIQUIDO
           MOVE ZEROS                  TO LLQ-TAXA-COBRADA

           EVALUATE TRUE
               WHEN NOT ACHOU-RECEBIVEL
                   ADD 1               TO CONTA-NAO-LOCALIZADOS
                   ADD LQA-VALOR-BRUTO-N
                                       TO SOMA-NAO-LOCALIZADOS
                   MOVE 'VENDA NAO LOCALIZADA'
                                       TO LLQ-RESULTADO
               WHEN CRT-VALOR-VENDA    NOT = LQA-VALOR-BRUTO-N
                   ADD 1               TO CONTA-DIVERGENTES
                   MOVE CRT-NR-TICKET  TO LLQ-NR-TICKET
                   MOVE 'VALOR DIVERGENTE'
                                       TO LLQ-RESULTADO
               WHEN LQA-LIQUIDACAO AND NOT CRT-PENDENTE
                   ADD 1               TO CONTA-JA-BAIXADOS
                   MOVE CRT-NR-TICKET  TO LLQ-NR-TICKET
                   MOVE 'JA LIQUIDADA/ESTORN.'
                                       TO LLQ-RESULTADO
               WHEN LQA-ESTORNO AND CRT-ESTORNADO
                   ADD 1               TO CONTA-JA-BAIXADOS
                   MOVE CRT-NR-TICKET  TO LLQ-NR-TICKET
                   MOVE 'JA ESTORNADA'  TO LLQ-RESULTADO
               WHEN LQA-LIQUIDACAO
                   PERFORM LIQUIDA-RECEBIVEL
               WHEN OTHER
                   PERFORM ESTORNA-RECEBIVEL
           END-EVALUATE

           MOVE LINHA-LIQUIDACAO       TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LIQUIDA-RECEBIVEL           SECTION.
      *----------------------------------------------------------------*
      *    Baixa o recebível com o que a adquirente pagou. A taxa
      *    cobrada é a diferença entre bruto e líquido; a contratada
      *    é a que o fechamento descontou do esperado. Taxa cobrada
      *    acima da contratada é destacada no relatório.
      *----------------------------------------------------------------*

           COMPUTE WS-TAXA-COBRADA
               = LQA-VALOR-BRUTO-N - LQA-VALOR-LIQUIDO-N
           COMPUTE WS-TAXA-CONTRATADA
               = CRT-VALOR-VENDA - CRT-VALOR-ESPERADO
           COMPUTE WS-DIFERENCA-TAXA
               = WS-TAXA-COBRADA - WS-TAXA-CONTRATADA

           MOVE 'L'                    TO CRT-SITUACAO
           MOVE LQA-AUTORIZACAO        TO CRT-AUTORIZACAO
           MOVE LQA-DATA-PAGAMENTO-N   TO CRT-DATA-LIQUIDACAO
           MOVE LQA-VALOR-LIQUIDO-N    TO CRT-VALOR-RECEBIDO
           MOVE WS-TAXA-COBRADA        TO CRT-TAXA-COBRADA
           MOVE NOME-PROGRAMA          TO CRT-PROGRAMA
           PERFORM REGRAVA-RECEBIVEL

           ADD 1                       TO CONTA-LIQUIDADOS
           ADD LQA-VALOR-BRUTO-N       TO SOMA-BRUTO-LIQUIDADO
           ADD LQA-VALOR-LIQUIDO-N     TO SOMA-RECEBIDO
           ADD WS-TAXA-COBRADA         TO SOMA-TAXA-COBRADA
           ADD WS-TAXA-CONTRATADA      TO SOMA-TAXA-CONTRATADA
           ADD WS-DIFERENCA-TAXA       TO SOMA-DIFERENCA-TAXA

           MOVE CRT-NR-TICKET          TO LLQ-NR-TICKET
           MOVE WS-TAXA-COBRADA        TO LLQ-TAXA-COBRADA

           IF  WS-DIFERENCA-TAXA       > ZEROS
               ADD 1                   TO CONTA-TAXA-ACIMA
               MOVE 'TAXA ACIMA CONTRATO'
                                       TO LLQ-RESULTADO
           ELSE
               MOVE 'LIQUIDADA'        TO LLQ-RESULTADO
           END-IF

           MOVE 'TAXA-CART'            TO EVC-EVENTO-ATUAL
           MOVE WS-TAXA-COBRADA        TO EVC-VALOR-ATUAL
           MOVE SPACES                 TO EVC-HISTORICO-ATUAL
           STRING 'TAXA CARTAO TICKET ' CRT-NR-TICKET
               DELIMITED BY SIZE INTO EVC-HISTORICO-ATUAL
           PERFORM EVC-GRAVA-EVENTO

           PERFORM GUARDA-DATA-PAGAMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           ESTORNA-RECEBIVEL           SECTION.
      *----------------------------------------------------------------*
      *    Chargeback: o recebível, pendente ou já liquidado, passa a
      *    estornado com o valor e a data do débito da adquirente.
      *    Sem valor informado, estorna o valor da venda.
      *----------------------------------------------------------------*

           MOVE 'E'                    TO CRT-SITUACAO
           MOVE LQA-DATA-PAGAMENTO-N   TO CRT-DATA-ESTORNO

           IF  LQA-VALOR-LIQUIDO-N     > ZEROS
               MOVE LQA-VALOR-LIQUIDO-N
                                       TO CRT-VALOR-ESTORNO
           ELSE
               MOVE CRT-VALOR-VENDA    TO CRT-VALOR-ESTORNO
           END-IF

           IF  LQA-AUTORIZACAO         NOT = SPACES
               MOVE LQA-AUTORIZACAO    TO CRT-AUTORIZACAO
           END-IF

           MOVE NOME-PROGRAMA          TO CRT-PROGRAMA
           PERFORM REGRAVA-RECEBIVEL

           ADD 1                       TO CONTA-ESTORNOS
           ADD CRT-VALOR-ESTORNO       TO SOMA-ESTORNOS

           MOVE CRT-NR-TICKET          TO LLQ-NR-TICKET
           MOVE CRT-VALOR-ESTORNO      TO LLQ-VALOR-LIQUIDO
           MOVE 'ESTORNO (CHARGEBACK)' TO LLQ-RESULTADO

           MOVE 'ESTORN-CRT'           TO EVC-EVENTO-ATUAL
           MOVE CRT-VALOR-ESTORNO      TO EVC-VALOR-ATUAL
           MOVE SPACES                 TO EVC-HISTORICO-ATUAL
           STRING 'ESTORNO CARTAO TICKET ' CRT-NR-TICKET
               DELIMITED BY SIZE INTO EVC-HISTORICO-ATUAL
           PERFORM EVC-GRAVA-EVENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRAVA-RECEBIVEL           SECTION.
      *----------------------------------------------------------------*

           REWRITE REG-RECEBIVEL-CARTAO

           IF  NOT FS-CRT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR RECEBIVEIS-CARTAO, FS: '
                   FS-RECEBIVEIS-CARTAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GUARDA-DATA-PAGAMENTO       SECTION.
      *----------------------------------------------------------------*

           SET TPG-IDX                 TO 1
           SEARCH TPG-PAGAMENTO
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE DATAS DE PAGAMENTO CHEIA: '
                       LQA-DATA-PAGAMENTO UPON CONSOLE
               WHEN TPG-IDX            > CONTA-PAGAMENTOS
                   ADD 1               TO CONTA-PAGAMENTOS
                   MOVE LQA-DATA-PAGAMENTO-N
                                       TO TPG-DATA(TPG-IDX)
                   MOVE ZEROS          TO TPG-VALOR(TPG-IDX)
               WHEN TPG-DATA(TPG-IDX)  = LQA-DATA-PAGAMENTO-N
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-VENCIDAS              SECTION.
      *----------------------------------------------------------------*
      *    Percorre todos os recebíveis: lista as vendas ainda
      *    pendentes cuja data prevista de pagamento já passou da
      *    data de movimento e soma o recebido nas datas de
      *    pagamento desta execução.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'LISTA-VENCIDAS'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VENDAS EM CARTAO NAO PAGAS APOS O PRAZO DO CONTRATO'
                                       TO LTI-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-COLUNAS-VENCIDAS TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'N'                    TO IND-FIM-RECEBIVEIS
           MOVE LOW-VALUES             TO CRT-CHAVE
           START RECEBIVEIS-CARTAO
               KEY IS >= CRT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-RECEBIVEIS
           END-START

           PERFORM UNTIL FIM-DOS-RECEBIVEIS
               READ RECEBIVEIS-CARTAO NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-RECEBIVEIS
               NOT AT END
                   IF  CRT-PENDENTE
                       AND CRT-DATA-PREVISTA < WS-DATA-MOV-N
                       PERFORM IMPRIME-VENCIDA
                   END-IF
                   IF  CRT-LIQUIDADO
                       PERFORM SOMA-PAGAMENTO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-VENCIDA             SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-DIAS-ATRASO
               = FUNCTION INTEGER-OF-DATE (WS-DATA-MOV-N)
               - FUNCTION INTEGER-OF-DATE (CRT-DATA-PREVISTA)

           ADD 1                       TO CONTA-VENCIDOS
           ADD CRT-VALOR-VENDA         TO SOMA-VENCIDOS

           MOVE CRT-DATA-VENDA         TO LVE-DATA-VENDA
           MOVE CRT-FILIAL             TO LVE-FILIAL
           MOVE CRT-NR-TICKET          TO LVE-NR-TICKET
           MOVE CRT-VALOR-VENDA        TO LVE-VALOR-VENDA
           MOVE CRT-VALOR-ESPERADO     TO LVE-VALOR-ESPERADO
           MOVE CRT-DATA-PREVISTA      TO LVE-DATA-PREVISTA
           MOVE WS-DIAS-ATRASO         TO LVE-DIAS-ATRASO
           MOVE LINHA-VENCIDA          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-PAGAMENTO              SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WS-SUB-PAG FROM 1 BY 1
               UNTIL WS-SUB-PAG > CONTA-PAGAMENTOS
               IF  TPG-DATA(WS-SUB-PAG) = CRT-DATA-LIQUIDACAO
                   ADD CRT-VALOR-RECEBIDO
                                       TO TPG-VALOR(WS-SUB-PAG)
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-PAGAMENTOS         SECTION.
      *----------------------------------------------------------------*
      *    Um item CAR por data de pagamento da adquirente, com o
      *    total líquido recebido naquela data, para a conciliação
      *    bancária casar com o crédito no extrato.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGISTRA-PAGAMENTOS'

           PERFORM VARYING WS-SUB-PAG FROM 1 BY 1
               UNTIL WS-SUB-PAG > CONTA-PAGAMENTOS
               MOVE TPG-DATA(WS-SUB-PAG)
                                       TO WS-DATA-AAAAMMDD
               MOVE 'CAR'              TO CNC-ORIGEM-ATUAL
               MOVE SPACES             TO CNC-REFERENCIA-ATUAL
               STRING 'ADQUIRENTE ' WS-DATA-AAAAMMDD
                   DELIMITED BY SIZE INTO CNC-REFERENCIA-ATUAL
               MOVE SPACES             TO CNC-DATA-ATUAL
               STRING WS-DIA-DATA '/' WS-MES-DATA '/' WS-ANO-DATA
                   DELIMITED BY SIZE INTO CNC-DATA-ATUAL
               MOVE 'C'                TO CNC-SENTIDO-ATUAL
               MOVE TPG-VALOR(WS-SUB-PAG)
                                       TO CNC-VALOR-ATUAL
               MOVE 'LIQUIDACAO CARTOES ADQUIRENTE'
                                       TO CNC-DESCRICAO-ATUAL
               PERFORM CNC-REGISTRA-ITEM
           END-PERFORM

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CRTPROC.

       COPY EVCPROC.

       COPY CNCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE LIQUIDACAO-ADQUIRENTE
           CLOSE RELATORIO-CARTAO
           PERFORM CRT-FECHA-RECEBIVEIS
           PERFORM EVC-FECHA-EVENTOS
           PERFORM CNC-FECHA-ITENS

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

           MOVE 'LINHAS LIDAS DA ADQUIRENTE'
                                       TO LT-DESCRICAO
           MOVE CONTA-LIDOS            TO LT-QTDE
           MOVE ZEROS                  TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LINHAS INVALIDAS'     TO LT-DESCRICAO
           MOVE CONTA-INVALIDOS        TO LT-QTDE
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LIQUIDADAS - VALOR BRUTO'
                                       TO LT-DESCRICAO
           MOVE CONTA-LIQUIDADOS       TO LT-QTDE
           MOVE SOMA-BRUTO-LIQUIDADO   TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LIQUIDADAS - VALOR RECEBIDO'
                                       TO LT-DESCRICAO
           MOVE SOMA-RECEBIDO          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TAXA COBRADA PELA ADQUIRENTE'
                                       TO LT-DESCRICAO
           MOVE SOMA-TAXA-COBRADA      TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TAXA PELO CONTRATO'   TO LT-DESCRICAO
           MOVE SOMA-TAXA-CONTRATADA   TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'DIFERENCA DE TAXA (COBRADA - CONTRATO)'
                                       TO LT-DESCRICAO
           MOVE CONTA-TAXA-ACIMA       TO LT-QTDE
           MOVE SOMA-DIFERENCA-TAXA    TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'ESTORNOS (CHARGEBACKS)'
                                       TO LT-DESCRICAO
           MOVE CONTA-ESTORNOS         TO LT-QTDE
           MOVE SOMA-ESTORNOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LINHAS SEM VENDA CORRESPONDENTE'
                                       TO LT-DESCRICAO
           MOVE CONTA-NAO-LOCALIZADOS  TO LT-QTDE
           MOVE SOMA-NAO-LOCALIZADOS   TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LINHAS COM VALOR DIVERGENTE'
                                       TO LT-DESCRICAO
           MOVE CONTA-DIVERGENTES      TO LT-QTDE
           MOVE ZEROS                  TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LINHAS JA BAIXADAS ANTES'
                                       TO LT-DESCRICAO
           MOVE CONTA-JA-BAIXADOS      TO LT-QTDE
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'VENDAS NAO PAGAS APOS O PRAZO'
                                       TO LT-DESCRICAO
           MOVE CONTA-VENCIDOS         TO LT-QTDE
           MOVE SOMA-VENCIDOS          TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CONTA-NAO-LOCALIZADOS   > 0
               OR CONTA-DIVERGENTES    > 0
               OR CONTA-VENCIDOS       > 0
               DISPLAY NOME-PROGRAMA ' CARTOES COM PENDENCIAS - '
                   'SEM PAR: ' CONTA-NAO-LOCALIZADOS
                   ' DIVERGENTES: ' CONTA-DIVERGENTES
                   ' VENCIDAS: ' CONTA-VENCIDOS UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF

           CLOSE RELATORIO-CARTAO

           MOVE 'RELATORIO-CARTAO'     TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM CRT-FECHA-RECEBIVEIS

           PERFORM EVC-FECHA-EVENTOS

           PERFORM CNC-FECHA-ITENS

           DISPLAY NOME-PROGRAMA ' LIQUIDADAS: ' CONTA-LIQUIDADOS
               ' ESTORNOS: ' CONTA-ESTORNOS UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-LIQUIDADOS + CONTA-ESTORNOS

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
