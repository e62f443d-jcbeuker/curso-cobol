      *----------------------------------------------------------------*
      *    Rotinas dos itens a conciliar com o extrato bancário.
      *    CNC-ABRE-ITENS abre (criando se preciso) o arquivo de
      *    itens. CNC-REGISTRA-ITEM grava o item pendente descrito
      *    nos campos *-ATUAL; item da mesma origem e referência
      *    ainda pendente é regravado com os dados novos (reexecução
      *    do programa), item já conciliado é mantido e apenas
      *    avisado. Chamar CNC-FECHA-ITENS no encerramento. Falha de
      *    abertura é apenas avisada: o movimento do programa segue
      *    e o item fica de fora da conciliação. O programa que
      *    inclui este copybook deve ter incluído CNCCTL, CNCFD e
      *    CNCDADOS.
      *----------------------------------------------------------------*
           CNC-ABRE-ITENS              SECTION.
      *----------------------------------------------------------------*

           IF  NOT ITENS-CONCILIACAO-ABERTO
               OPEN I-O ITENS-CONCILIACAO
               IF  FS-CNC-NAO-EXISTE
                   OPEN OUTPUT ITENS-CONCILIACAO
                   CLOSE ITENS-CONCILIACAO
                   OPEN I-O ITENS-CONCILIACAO
               END-IF
               IF  FS-CNC-OK
                   MOVE 'S'            TO IND-CNC-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITENS-CONCILIACAO, STATUS: '
                       FS-ITENS-CONCILIACAO UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CNC-REGISTRA-ITEM           SECTION.
      *----------------------------------------------------------------*

           IF  ITENS-CONCILIACAO-ABERTO
               MOVE CNC-ORIGEM-ATUAL   TO CNC-ORIGEM
               MOVE CNC-REFERENCIA-ATUAL
                                       TO CNC-REFERENCIA
               READ ITENS-CONCILIACAO
                   INVALID KEY
                       PERFORM CNC-MONTA-ITEM
                       WRITE REG-ITEM-CONCILIACAO
                       IF  FS-CNC-OK
                           ADD 1       TO CNC-QTDE-REGISTRADOS
                       END-IF
                   NOT INVALID KEY
                       IF  CNC-CONCILIADO
                           DISPLAY NOME-PROGRAMA
                               ' ITEM JA CONCILIADO, MANTIDO: '
                               CNC-CHAVE UPON CONSOLE
                       ELSE
                           PERFORM CNC-MONTA-ITEM
                           REWRITE REG-ITEM-CONCILIACAO
                           IF  FS-CNC-OK
                               ADD 1   TO CNC-QTDE-REGISTRADOS
                           END-IF
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CNC-MONTA-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-ITEM-CONCILIACAO
           MOVE CNC-ORIGEM-ATUAL       TO CNC-ORIGEM
           MOVE CNC-REFERENCIA-ATUAL   TO CNC-REFERENCIA
           MOVE CNC-DATA-ATUAL         TO CNC-DATA
           MOVE CNC-SENTIDO-ATUAL      TO CNC-SENTIDO
           MOVE CNC-VALOR-ATUAL        TO CNC-VALOR
           MOVE CNC-DESCRICAO-ATUAL    TO CNC-DESCRICAO
           MOVE NOME-PROGRAMA          TO CNC-PROGRAMA
           MOVE 'P'                    TO CNC-SITUACAO
           MOVE ZEROS                  TO CNC-EXT-DATA

           .

           EXIT.

      *----------------------------------------------------------------*
           CNC-FECHA-ITENS             SECTION.
      *----------------------------------------------------------------*

           IF  ITENS-CONCILIACAO-ABERTO
               CLOSE ITENS-CONCILIACAO
               MOVE 'N'                TO IND-CNC-ABERTO
           END-IF

           .

           EXIT.
