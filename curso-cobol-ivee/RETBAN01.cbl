      *    grava RELATORIO-REJEITADOS com os créditos recusados, para
      *    a folha corrigir antes da próxima execução de C3A07P01.
      *----------------------------------------------------------------*
      * VERSAO 05 - RELATORIO-REJEITADOS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 04 - O credito do beneficiario de pensao alimenticia
      *    gerado por C3A07P01 tem segmento A proprio, com a
      *    matricula seguida de 'P' e a sequencia da ordem no campo de
      *    uso da empresa: o favorecido (REM/RET-FAVORECIDO) passou a
      *    seis posicoes e a chave de STATUS-PAGAMENTOS a matricula
      *    mais o sufixo (STP-SUFIXO em branco no credito do
      *    funcionario), para acompanhar cada credito a parte.
      * VERSAO 03 - Soma dos creditos confirmados no retorno vai para
      *    os itens a conciliar (copybooks CNC*) como um debito
      *    'ADT' por banco e data, para a conciliacao do extrato em
      *    CONCIL01.
      * VERSAO 02 - Remessa e retorno passaram ao padrao CNAB240
      *    adotado por C3A07P01 (um arquivo por banco): o detalhe e o
      *    segmento A (tipo de registro '3'), com a matricula no campo
           SELECT STATUS-PAGAMENTOS ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STP-CHAVE
           FILE STATUS IS FS-STATUS-PAGAMENTOS.

           SELECT RELATORIO-REJEITADOS ASSIGN TO OPE04
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.

           COPY CNCCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  REM-SEGMENTO            PIC X(01).
               88  REM-SEGMENTO-A                       VALUE 'A'.
           03  FILLER                  PIC X(43).
           03  REM-FAVORECIDO.
               05  REM-MATRICULA       PIC X(04).
               05  REM-SUFIXO          PIC X(02).
           03  FILLER                  PIC X(56).
           03  REM-VALOR-LIQUIDO       PIC 9(13)V99.
           03  FILLER                  PIC X(106).

           03  RET-SEGMENTO            PIC X(01).
               88  RET-SEGMENTO-A                       VALUE 'A'.
           03  FILLER                  PIC X(43).
           03  RET-FAVORECIDO.
               05  RET-MATRICULA       PIC X(04).
               05  RET-SUFIXO          PIC X(02).
           03  FILLER                  PIC X(56).
           03  RET-VALOR-CREDITADO     PIC 9(13)V99.
           03  FILLER                  PIC X(96).
           03  RET-CD-OCORRENCIA       PIC X(02).

       FD  STATUS-PAGAMENTOS.
       01  REG-STATUS-PAGAMENTO.
           03  STP-CHAVE.
               05  STP-MATRICULA       PIC X(04).
               05  STP-SUFIXO          PIC X(02).
           03  FILLER                  PIC X(01).
           03  STP-SITUACAO            PIC X(01).
               88  STP-PAGO                             VALUE 'P'.
       01  REG-PARM                    PIC X(54).

       COPY AUDFD.

       COPY RRLFD.

       COPY CNCFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'RETBAN01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY CNCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           03  CONTA-PAGOS             PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REJEITADOS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-REMESSA       PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-CREDITADA          PIC 9(11)V99     VALUE ZEROS.
           03  WS-BANCO-RETORNO        PIC X(03)        VALUE SPACES.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE
           'RELATORIO DE PAGAMENTOS REJEITADOS PELO BANCO'.

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(10)     VALUE 'FAVORECIDO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(14)        VALUE
                                                   'VALOR'.
                                                   'OCORRENCIA'.

       01  LINHA-DETALHE.
           03  LD-FAVORECIDO           PIC X(06).
           03  FILLER                  PIC X(06)        VALUE SPACES.
           03  LD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-OCORRENCIA           PIC X(02).

           PERFORM APLICA-RETORNO

           PERFORM REGISTRA-CONCILIACAO

           PERFORM FINALIZA

           .
               NOT AT END
                   IF  REM-DETALHE AND REM-SEGMENTO-A
                       ADD 1           TO CONTA-PENDENTES
                       MOVE REM-FAVORECIDO
                                       TO STP-CHAVE
                       MOVE 'A'        TO STP-SITUACAO
                       MOVE SPACES     TO STP-CD-OCORRENCIA
                       MOVE REM-VALOR-LIQUIDO
                   MOVE 'S'            TO IND-FIM-RETORNO
               NOT AT END
                   IF  RET-DETALHE AND RET-SEGMENTO-A
                       MOVE REG-RETORNO(1:3)
                                       TO WS-BANCO-RETORNO
                       PERFORM ATUALIZA-STATUS-PAGAMENTO
                   END-IF
           END-PERFORM
           ATUALIZA-STATUS-PAGAMENTO   SECTION.
      *----------------------------------------------------------------*

           MOVE RET-FAVORECIDO         TO STP-CHAVE

           READ STATUS-PAGAMENTOS
               INVALID KEY
                   ADD 1               TO CONTA-SEM-REMESSA
                   DISPLAY NOME-PROGRAMA
                       ' RETORNO SEM REMESSA, FAVORECIDO: '
                       RET-FAVORECIDO  UPON CONSOLE
               NOT INVALID KEY
                   MOVE RET-CD-OCORRENCIA
                                       TO STP-CD-OCORRENCIA
                   IF  RET-CREDITADO
                       MOVE 'P'        TO STP-SITUACAO
                       ADD 1           TO CONTA-PAGOS
                       ADD RET-VALOR-CREDITADO
                                       TO SOMA-CREDITADA
                   ELSE
                       MOVE 'R'        TO STP-SITUACAO
                       ADD 1           TO CONTA-REJEITADOS
           IMPRIME-REJEITADO           SECTION.
      *----------------------------------------------------------------*

           MOVE RET-FAVORECIDO         TO LD-FAVORECIDO
           MOVE RET-VALOR-CREDITADO    TO LD-VALOR
           MOVE RET-CD-OCORRENCIA      TO LD-OCORRENCIA


           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-CONCILIACAO        SECTION.
      *----------------------------------------------------------------*
      *    O banco debita a conta da empresa pelo total dos créditos
      *    efetivados de cada arquivo: registra esse total como um
      *    item a conciliar 'ADT', referência banco + data do
      *    processamento, para CONCIL01 casar com o extrato.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGISTRA-CONCILIACAO'

           IF  SOMA-CREDITADA          > ZEROS
               PERFORM CNC-ABRE-ITENS
               MOVE 'ADT'              TO CNC-ORIGEM-ATUAL
               MOVE SPACES             TO CNC-REFERENCIA-ATUAL
               STRING WS-BANCO-RETORNO
                      DTH-ANO-ATUAL DTH-MES-ATUAL DTH-DIA-ATUAL
                      DELIMITED BY SIZE
                                       INTO CNC-REFERENCIA-ATUAL
               MOVE DTH-DATA-ATUAL-RED TO CNC-DATA-ATUAL
               MOVE 'D'                TO CNC-SENTIDO-ATUAL
               MOVE SOMA-CREDITADA     TO CNC-VALOR-ATUAL
               MOVE SPACES             TO CNC-DESCRICAO-ATUAL
               STRING 'ADIANTAMENTOS BANCO '
                      WS-BANCO-RETORNO
                      DELIMITED BY SIZE
                                       INTO CNC-DESCRICAO-ATUAL
               PERFORM CNC-REGISTRA-ITEM
               PERFORM CNC-FECHA-ITENS
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY CNCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE RETORNO-BANCARIO
           CLOSE STATUS-PAGAMENTOS
           CLOSE RELATORIO-REJEITADOS
           PERFORM CNC-FECHA-ITENS

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-REJEITADOS

           MOVE 'RELATORIO-REJEITADOS' TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' RETORNOS SEM REMESSA: '
               CONTA-SEM-REMESSA       UPON CONSOLE

