      *----------------------------------------------------------------*
      *    Rotinas do histórico de movimentos com fornecedor.
      *    MVF-ABRE-MOVIMENTO abre em EXTEND (criando na primeira
      *    vez); MVF-GRAVA-MOVIMENTO grava a linha com a data de
      *    movimento, os campos MVF-...-ATUAL, o operador
      *    (AUD-OPERADOR-ATIVO) e o programa, e devolve os campos do
      *    pedido e de quantidade zerados para o próximo movimento;
      *    MVF-FECHA-MOVIMENTO fecha no encerramento. O programa que
      *    inclui este copybook deve ter incluído MVFCTL, MVFFD,
      *    MVFDADOS, AUDDADOS e DMVDADOS.
      *----------------------------------------------------------------*
           MVF-ABRE-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*

           IF  NOT MOVFORN-ABERTO
               OPEN EXTEND MOVIMENTO-FORNECEDOR
               IF  FS-MVF-NAO-EXISTE
                   OPEN OUTPUT MOVIMENTO-FORNECEDOR
               END-IF
               IF  FS-MVF-OK
                   MOVE 'S'            TO IND-MVF-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MOVIMENTO-FORNECEDOR, STATUS: '
                       FS-MOVFORN      UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MVF-GRAVA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           IF  MOVFORN-ABERTO
               MOVE SPACES             TO REG-MOVFORN
               MOVE DMV-DATA-MOVIMENTO TO MVF-DATA
               MOVE MVF-FORN-ATUAL     TO MVF-FORN-CODIGO
               MOVE MVF-GOODS-ATUAL    TO MVF-GOODS-CODE
               MOVE MVF-TIPO-ATUAL     TO MVF-TIPO
               MOVE MVF-PEDIDO-ATUAL   TO MVF-NR-PEDIDO
               MOVE MVF-DATA-PEDIDO-ATUAL
                                       TO MVF-DATA-PEDIDO
               MOVE MVF-PREVISTA-ATUAL TO MVF-DATA-PREVISTA
               MOVE MVF-PRAZO-ATUAL    TO MVF-PRAZO-PROMETIDO
               MOVE MVF-QTD-ATUAL      TO MVF-QTD-UNIDADES
               MOVE MVF-CUSTO-ATUAL    TO MVF-CUSTO-UNIDADE
               MOVE MVF-VALOR-ATUAL    TO MVF-VALOR
               MOVE AUD-OPERADOR-ATIVO TO MVF-OPERADOR
               MOVE NOME-PROGRAMA      TO MVF-PROGRAMA
               WRITE REG-MOVFORN
               IF  FS-MVF-OK
                   ADD 1               TO CONTA-MVF-GRAVADOS
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR MOVIMENTO-FORNECEDOR, STATUS: '
                       FS-MOVFORN      UPON CONSOLE
               END-IF
           END-IF

           MOVE ZEROS                  TO MVF-PEDIDO-ATUAL
                                          MVF-PRAZO-ATUAL
                                          MVF-QTD-ATUAL
                                          MVF-CUSTO-ATUAL
                                          MVF-VALOR-ATUAL
           MOVE SPACES                 TO MVF-DATA-PEDIDO-ATUAL
                                          MVF-PREVISTA-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           MVF-FECHA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           IF  MOVFORN-ABERTO
               CLOSE MOVIMENTO-FORNECEDOR
               MOVE 'N'                TO IND-MVF-ABERTO
           END-IF

           .

           EXIT.
