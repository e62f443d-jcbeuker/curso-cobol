      *    o laco de leitura (que nunca chegava ao AT END com o
      *    arquivo sem abrir); o caminho do arquivo de trabalho pode
      *    vir na 3a linha do cartao SYSIN.
      * VERSAO 03 - Expurgo do repositorio de relatorios (copybooks
      *    RRL* e RTR*): pelo cartao de retencao dos relatorios
      *    (RETRELAT.TXT, dias por tipo de relatorio), a copia guardada
      *    vencida e esvaziada e o registro fica marcado como
      *    expurgado, com uma linha por relatorio no
      *    RELATORIO-LIMPEZA; o proprio RELATORIO-LIMPEZA passa a ser
      *    registrado no repositorio ao ser fechado.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
           COPY DMVCTL.

           COPY AUDCTL.

           COPY RRLCTL.

           COPY RTRCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.

       COPY RTRFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ARQLIM01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY RTRDADOS.
       COPY DMVDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  CONTA-MANTIDAS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ARQUIVADAS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-ARQUIVADAS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EXPURGADOS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  IND-FIM-REPOSITORIO     PIC X(01)        VALUE 'N'.
               88  FIM-DO-REPOSITORIO                   VALUE 'S'.
           03  WS-DATA-CORTE           PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-LINHA           PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-MOV-INT         PIC 9(08)        VALUE ZEROS.
                                           'LINHAS ARQUIVADAS: '.
           03  LR-ARQUIVADAS           PIC ZZZZZZ9.

       01  LINHA-EXPURGO.
           03  FILLER                  PIC X(11)        VALUE
                                                   'EXPURGADO: '.
           03  LE-NOME-RELATORIO       PIC X(30).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE-PROGRAMA             PIC X(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE-DATA-MOVIMENTO       PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE-SEQUENCIA            PIC 9(03).

       01  LINHA-RODAPE-EXPURGO.
           03  FILLER                  PIC X(24)        VALUE
                                       'RELATORIOS EXPURGADOS: '.
           03  LRE-EXPURGADOS          PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM PROCESSA

           PERFORM EXPURGA-RELATORIOS

           PERFORM FINALIZA

           .

           EXIT.

      *----------------------------------------------------------------*
           EXPURGA-RELATORIOS          SECTION.
      *----------------------------------------------------------------*
      *    Percorre o repositório de relatórios e esvazia a cópia
      *    guardada dos relatórios cujo prazo do cartão de retenção
      *    (contado da data de movimento do relatório) já passou na
      *    data de movimento corrente. O registro fica, marcado como
      *    expurgado, como prova do que foi emitido. Repositório
      *    ainda inexistente: nada a expurgar.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'EXPURGA-RELATORIOS'

           PERFORM RTR-CARREGA-REGRAS

           MOVE ZEROS                  TO WS-DATA-MOV-INT
           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-INT

           OPEN I-O REPOSITORIO-RELATORIOS

           IF  NOT FS-RRL-OK
               DISPLAY NOME-PROGRAMA
                   ' REPOSITORIO DE RELATORIOS NAO ABERTO, STATUS: '
                   FS-REPOSITORIO      UPON CONSOLE
           ELSE
               MOVE 'N'                TO IND-FIM-REPOSITORIO
               PERFORM UNTIL FIM-DO-REPOSITORIO
                   READ REPOSITORIO-RELATORIOS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-REPOSITORIO
                   NOT AT END
                       IF  RRL-DISPONIVEL
                           PERFORM RTR-OBTEM-LIMITE
                           IF  RTR-TEM-PRAZO
                               AND RTR-MANTER-ATE < WS-DATA-MOV-INT
                               PERFORM EXPURGA-UM-RELATORIO
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE REPOSITORIO-RELATORIOS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXPURGA-UM-RELATORIO        SECTION.
      *----------------------------------------------------------------*
      *    A cópia guardada é regravada vazia (OPEN OUTPUT sem WRITE)
      *    e o registro é marcado como expurgado.
      *----------------------------------------------------------------*

           MOVE RRL-CAMINHO-COPIA      TO OPE-RRL-COPIA

           OPEN OUTPUT RRL-COPIA-RELATORIO
           IF  NOT FS-RRC-OK
               DISPLAY NOME-PROGRAMA
                   ' COPIA NAO EXPURGADA: ' RRL-CAMINHO-COPIA
                                       UPON CONSOLE
           ELSE
               CLOSE RRL-COPIA-RELATORIO

               PERFORM OBTER-DATA-HORA
               MOVE 'X'                TO RRL-SITUACAO
               MOVE DTH-LINHA-DATA-HORA
                                       TO RRL-EXPURGADO-EM
               REWRITE REG-REPOSITORIO-RELATORIO
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO MARCAR O EXPURGO, STATUS: '
                           FS-REPOSITORIO UPON CONSOLE
               END-REWRITE

               ADD 1                   TO CONTA-EXPURGADOS

               MOVE RRL-NOME-RELATORIO TO LE-NOME-RELATORIO
               MOVE RRL-PROGRAMA       TO LE-PROGRAMA
               MOVE SPACES             TO LE-DATA-MOVIMENTO
               STRING RRL-DATA-MOVIMENTO(7:2) '/'
                      RRL-DATA-MOVIMENTO(5:2) '/'
                      RRL-DATA-MOVIMENTO(1:4)
                   DELIMITED BY SIZE INTO LE-DATA-MOVIMENTO
               MOVE RRL-SEQUENCIA      TO LE-SEQUENCIA
               MOVE LINHA-EXPURGO      TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.
           CLOSE ARQUIVO-TRABALHO
           CLOSE ARQUIVO-MORTO
           CLOSE RELATORIO-LIMPEZA
           CLOSE REPOSITORIO-RELATORIOS

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY RTRPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-EXPURGADOS       TO LRE-EXPURGADOS
           MOVE LINHA-RODAPE-EXPURGO   TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO-LIMPEZA

           MOVE 'RELATORIO-LIMPEZA'    TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-ARQUIVOS         TO AUD-QTDE-LIDOS
           MOVE SOMA-ARQUIVADAS        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
