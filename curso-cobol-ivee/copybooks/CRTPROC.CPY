      *----------------------------------------------------------------*
      *    Rotinas dos recebíveis de cartão. CRT-ABRE-RECEBIVEIS abre
      *    (criando se preciso) o arquivo. CRT-REGISTRA-VENDA grava a
      *    venda pendente descrita nos campos *-ATUAL, com o líquido
      *    esperado pela taxa do contrato e a data prevista de
      *    pagamento pelo prazo; venda ainda pendente é regravada com
      *    os dados novos (reexecução do fechamento), venda já
      *    liquidada ou estornada é mantida e apenas avisada. Chamar
      *    CRT-FECHA-RECEBIVEIS no encerramento. Falha de abertura é
      *    apenas avisada: o fechamento segue e a venda fica de fora
      *    da conciliação de cartões. O programa que inclui este
      *    copybook deve ter incluído CRTCTL, CRTFD e CRTDADOS.
      *----------------------------------------------------------------*
           CRT-ABRE-RECEBIVEIS         SECTION.
      *----------------------------------------------------------------*

           IF  NOT RECEBIVEIS-CARTAO-ABERTO
               OPEN I-O RECEBIVEIS-CARTAO
               IF  FS-CRT-NAO-EXISTE
                   OPEN OUTPUT RECEBIVEIS-CARTAO
                   CLOSE RECEBIVEIS-CARTAO
                   OPEN I-O RECEBIVEIS-CARTAO
               END-IF
               IF  FS-CRT-OK
                   MOVE 'S'            TO IND-CRT-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR RECEBIVEIS-CARTAO, STATUS: '
                       FS-RECEBIVEIS-CARTAO UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CRT-REGISTRA-VENDA          SECTION.
      *----------------------------------------------------------------*

           IF  RECEBIVEIS-CARTAO-ABERTO
               MOVE CRT-DATA-VENDA-ATUAL
                                       TO CRT-DATA-VENDA
               MOVE CRT-FILIAL-ATUAL   TO CRT-FILIAL
               MOVE CRT-TICKET-ATUAL   TO CRT-NR-TICKET
               READ RECEBIVEIS-CARTAO
                   INVALID KEY
                       PERFORM CRT-MONTA-VENDA
                       WRITE REG-RECEBIVEL-CARTAO
                       IF  FS-CRT-OK
                           ADD 1       TO CRT-QTDE-REGISTRADOS
                       END-IF
                   NOT INVALID KEY
                       IF  NOT CRT-PENDENTE
                           DISPLAY NOME-PROGRAMA
                               ' VENDA EM CARTAO JA BAIXADA, MANTIDA: '
                               CRT-CHAVE UPON CONSOLE
                       ELSE
                           PERFORM CRT-MONTA-VENDA
                           REWRITE REG-RECEBIVEL-CARTAO
                           IF  FS-CRT-OK
                               ADD 1   TO CRT-QTDE-REGISTRADOS
                           END-IF
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CRT-MONTA-VENDA             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RECEBIVEL-CARTAO
           MOVE CRT-DATA-VENDA-ATUAL   TO CRT-DATA-VENDA
           MOVE CRT-FILIAL-ATUAL       TO CRT-FILIAL
           MOVE CRT-TICKET-ATUAL       TO CRT-NR-TICKET
           MOVE CRT-VALOR-ATUAL        TO CRT-VALOR-VENDA
           MOVE CRT-TAXA-CONTRATO-ATUAL
                                       TO CRT-TAXA-CONTRATO
           COMPUTE CRT-VALOR-ESPERADO ROUNDED
               = CRT-VALOR-ATUAL
               - (CRT-VALOR-ATUAL * CRT-TAXA-CONTRATO-ATUAL / 100)
           COMPUTE CRT-DIAS-INTEIROS
               = FUNCTION INTEGER-OF-DATE(CRT-DATA-VENDA-ATUAL)
               + CRT-PRAZO-CONTRATO-ATUAL
           COMPUTE CRT-DATA-PREVISTA
               = FUNCTION DATE-OF-INTEGER(CRT-DIAS-INTEIROS)
           MOVE 'P'                    TO CRT-SITUACAO
           MOVE ZEROS                  TO CRT-DATA-LIQUIDACAO
           MOVE ZEROS                  TO CRT-VALOR-RECEBIDO
           MOVE ZEROS                  TO CRT-TAXA-COBRADA
           MOVE ZEROS                  TO CRT-DATA-ESTORNO
           MOVE ZEROS                  TO CRT-VALOR-ESTORNO
           MOVE NOME-PROGRAMA          TO CRT-PROGRAMA

           .

           EXIT.

      *----------------------------------------------------------------*
           CRT-FECHA-RECEBIVEIS        SECTION.
      *----------------------------------------------------------------*

           IF  RECEBIVEIS-CARTAO-ABERTO
               CLOSE RECEBIVEIS-CARTAO
               MOVE 'N'                TO IND-CRT-ABERTO
           END-IF

           .

           EXIT.
