      *----------------------------------------------------------------*
      *    RTR-CARREGA-REGRAS - carrega o cartão de retenção dos
      *    relatórios; linha sem dias numéricos é ignorada, e a linha
      *    '*' vira o prazo padrão. Cartão ausente: nada tem prazo e
      *    nada é expurgado.
      *----------------------------------------------------------------*
           RTR-CARREGA-REGRAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO RTR-QTDE-REGRAS
           MOVE 'N'                    TO IND-RTR-HA-PADRAO
           MOVE 'N'                    TO IND-FIM-REGRAS-RETENCAO

           OPEN INPUT REGRAS-RETENCAO-RELAT

           IF  FS-RTR-OK
               PERFORM UNTIL FIM-DAS-REGRAS-RETENCAO
                   READ REGRAS-RETENCAO-RELAT
                   AT END
                       MOVE 'S'        TO IND-FIM-REGRAS-RETENCAO
                   NOT AT END
                       IF  RTR-DIAS    NUMERIC
                           IF  RTR-NOME-RELATORIO = '*'
                               MOVE 'S' TO IND-RTR-HA-PADRAO
                               MOVE RTR-DIAS
                                       TO RTR-DIAS-PADRAO
                           ELSE
                               IF  RTR-QTDE-REGRAS < 100
                                   ADD 1
                                       TO RTR-QTDE-REGRAS
                                   MOVE RTR-NOME-RELATORIO
                                       TO TRT-NOME-RELATORIO
                                              (RTR-QTDE-REGRAS)
                                   MOVE RTR-DIAS
                                       TO TRT-DIAS(RTR-QTDE-REGRAS)
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE REGRAS-RETENCAO-RELAT
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' CARTAO DE RETENCAO DE RELATORIOS AUSENTE, STATUS: '
                   FS-REGRAS-RETENCAO  UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    RTR-OBTEM-LIMITE - para o registro corrente do repositório,
      *    devolve RTR-TEM-PRAZO e, com prazo, RTR-DIAS-ACHADO e
      *    RTR-MANTER-ATE (data de movimento + dias, AAAAMMDD). Sem
      *    prazo, RTR-MANTER-ATE fica zerado.
      *----------------------------------------------------------------*
           RTR-OBTEM-LIMITE            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-RTR-TEM-PRAZO
           MOVE ZEROS                  TO RTR-DIAS-ACHADO
           MOVE ZEROS                  TO RTR-MANTER-ATE

           PERFORM VARYING RTR-SUB FROM 1 BY 1
               UNTIL RTR-SUB > RTR-QTDE-REGRAS
                  OR RTR-TEM-PRAZO
               IF  TRT-NOME-RELATORIO(RTR-SUB) = RRL-NOME-RELATORIO
                   MOVE 'S'            TO IND-RTR-TEM-PRAZO
                   MOVE TRT-DIAS(RTR-SUB)
                                       TO RTR-DIAS-ACHADO
               END-IF
           END-PERFORM

           IF  NOT RTR-TEM-PRAZO
               AND RTR-HA-PADRAO
               MOVE 'S'                TO IND-RTR-TEM-PRAZO
               MOVE RTR-DIAS-PADRAO    TO RTR-DIAS-ACHADO
           END-IF

           IF  RTR-TEM-PRAZO
               IF  RRL-DATA-MOVIMENTO  > 16010101
                   COMPUTE RTR-DIAS-INTEIROS
                       = FUNCTION INTEGER-OF-DATE(RRL-DATA-MOVIMENTO)
                       + RTR-DIAS-ACHADO
                   COMPUTE RTR-MANTER-ATE
                       = FUNCTION DATE-OF-INTEGER(RTR-DIAS-INTEIROS)
               ELSE
                   MOVE 'N'            TO IND-RTR-TEM-PRAZO
               END-IF
           END-IF

           .

           EXIT.
