      *----------------------------------------------------------------*
      *    Rotinas dos eventos contábeis. EVC-ABRE-EVENTOS abre em
      *    EXTEND (criando na primeira vez); EVC-GRAVA-EVENTO
      *    acrescenta a linha descrita nos campos *-ATUAL com a data
      *    de movimento e o programa (valor zero não é gravado);
      *    EVC-FECHA-EVENTOS fecha no encerramento. Falha de abertura
      *    é apenas avisada. O programa que inclui este copybook deve
      *    ter incluído EVCCTL, EVCFD, EVCDADOS e DMVDADOS, com a
      *    data de movimento já lida.
      *----------------------------------------------------------------*
           EVC-ABRE-EVENTOS            SECTION.
      *----------------------------------------------------------------*

           IF  NOT EVENTOS-CONTABEIS-ABERTO
               OPEN EXTEND EVENTOS-CONTABEIS
               IF  FS-EVC-NAO-EXISTE
                   OPEN OUTPUT EVENTOS-CONTABEIS
               END-IF
               IF  FS-EVC-OK
                   MOVE 'S'            TO IND-EVC-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR EVENTOS-CONTABEIS, STATUS: '
                       FS-EVENTOS-CONTABEIS UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EVC-GRAVA-EVENTO            SECTION.
      *----------------------------------------------------------------*

           IF  EVENTOS-CONTABEIS-ABERTO
               AND EVC-VALOR-ATUAL     > 0
               MOVE SPACES             TO REG-EVENTO-CONTABIL
               MOVE DMV-DATA-MOVIMENTO TO EVC-DATA
               MOVE EVC-EVENTO-ATUAL   TO EVC-EVENTO
               MOVE EVC-VALOR-ATUAL    TO EVC-VALOR
               MOVE EVC-HISTORICO-ATUAL
                                       TO EVC-HISTORICO
               MOVE NOME-PROGRAMA      TO EVC-PROGRAMA
               WRITE REG-EVENTO-CONTABIL
               IF  FS-EVC-OK
                   ADD 1               TO EVC-QTDE-GRAVADOS
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EVC-FECHA-EVENTOS           SECTION.
      *----------------------------------------------------------------*

           IF  EVENTOS-CONTABEIS-ABERTO
               CLOSE EVENTOS-CONTABEIS
               MOVE 'N'                TO IND-EVC-ABERTO
           END-IF

           .

           EXIT.
