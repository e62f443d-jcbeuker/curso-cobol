      *----------------------------------------------------------------*
      *    Rotinas do desconto manual. DSC-VALIDA-MOTIVO confere
      *    DSC-MOTIVO-ATUAL contra a tabela de motivos, liga
      *    DSC-MOTIVO-OK e devolve a descrição em DSC-DESCRICAO-ATUAL
      *    (em branco se o código não existe). DSC-LISTA-MOTIVOS
      *    mostra a tabela no console antes da pergunta do motivo. O
      *    programa que inclui este copybook deve ter incluído
      *    DSCDADOS.
      *----------------------------------------------------------------*
           DSC-VALIDA-MOTIVO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-DSC-MOTIVO-VALIDO
           MOVE SPACES                 TO DSC-DESCRICAO-ATUAL

           SET DSC-MOT-IDX             TO 1
           SEARCH DSC-MOTIVO
               AT END
                   CONTINUE
               WHEN DSC-COD-MOTIVO(DSC-MOT-IDX) = DSC-MOTIVO-ATUAL
                   SET DSC-MOTIVO-OK   TO TRUE
                   MOVE DSC-DESC-MOTIVO(DSC-MOT-IDX)
                                       TO DSC-DESCRICAO-ATUAL
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           DSC-LISTA-MOTIVOS           SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING DSC-MOT-IDX FROM 1 BY 1
               UNTIL DSC-MOT-IDX > 7
               DISPLAY '  ' DSC-COD-MOTIVO(DSC-MOT-IDX) ' - '
                   DSC-DESC-MOTIVO(DSC-MOT-IDX) UPON CONSOLE
           END-PERFORM

           .

           EXIT.
