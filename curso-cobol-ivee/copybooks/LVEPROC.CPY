      *----------------------------------------------------------------*
      *    Rotinas do livro de entradas. LVE-ABRE-LIVRO abre em EXTEND
      *    (criando na primeira vez); LVE-GRAVA-LANCAMENTO grava a
      *    linha com a data de movimento, os campos LVE-...-ATUAL, o
      *    operador (AUD-OPERADOR-ATIVO) e o programa, e devolve os
      *    valores zerados para o próximo lançamento; LVE-VALIDA-UF
      *    confere LVE-UF-ATUAL contra a tabela de UFs e liga
      *    LVE-UF-OK; LVE-FECHA-LIVRO fecha no encerramento. O
      *    programa que inclui este copybook deve ter incluído
      *    LVECTL, LVEFD, LVEDADOS, AUDDADOS e DMVDADOS.
      *----------------------------------------------------------------*
           LVE-ABRE-LIVRO              SECTION.
      *----------------------------------------------------------------*

           IF  NOT LIVENTR-ABERTO
               OPEN EXTEND LIVRO-ENTRADAS
               IF  FS-LVE-NAO-EXISTE
                   OPEN OUTPUT LIVRO-ENTRADAS
               END-IF
               IF  FS-LVE-OK
                   MOVE 'S'            TO IND-LVE-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR LIVRO-ENTRADAS, STATUS: '
                       FS-LIVENTR      UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LVE-GRAVA-LANCAMENTO        SECTION.
      *----------------------------------------------------------------*

           IF  LIVENTR-ABERTO
               MOVE SPACES             TO REG-LIVENTR
               MOVE DMV-DATA-MOVIMENTO TO LVE-DATA
               MOVE LVE-TIPO-ATUAL     TO LVE-TIPO
               MOVE LVE-FORN-ATUAL     TO LVE-FORN-CODIGO
               MOVE LVE-UF-ATUAL       TO LVE-UF
               MOVE LVE-NOTA-ATUAL     TO LVE-NR-NOTA
               MOVE LVE-GOODS-ATUAL    TO LVE-GOODS-CODE
               MOVE LVE-QTD-ATUAL      TO LVE-QTD-UNIDADES
               MOVE LVE-VALOR-ATUAL    TO LVE-VALOR-OPERACAO
               MOVE LVE-BASE-ATUAL     TO LVE-BASE-ICMS
               MOVE LVE-ALIQ-ATUAL     TO LVE-ALIQ-ICMS
               MOVE LVE-ICMS-ATUAL     TO LVE-VALOR-ICMS
               MOVE AUD-OPERADOR-ATIVO TO LVE-OPERADOR
               MOVE NOME-PROGRAMA      TO LVE-PROGRAMA
               WRITE REG-LIVENTR
               IF  FS-LVE-OK
                   ADD 1               TO CONTA-LVE-GRAVADOS
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR LIVRO-ENTRADAS, STATUS: '
                       FS-LIVENTR      UPON CONSOLE
               END-IF
           END-IF

           MOVE ZEROS                  TO LVE-QTD-ATUAL
                                          LVE-VALOR-ATUAL
                                          LVE-BASE-ATUAL
                                          LVE-ALIQ-ATUAL
                                          LVE-ICMS-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           LVE-VALIDA-UF               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-LVE-UF-VALIDA

           SET LVE-UF-IDX              TO 1
           SEARCH LVE-UF-VALIDA
               AT END
                   CONTINUE
               WHEN LVE-UF-VALIDA(LVE-UF-IDX) = LVE-UF-ATUAL
                   SET LVE-UF-OK       TO TRUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           LVE-FECHA-LIVRO             SECTION.
      *----------------------------------------------------------------*

           IF  LIVENTR-ABERTO
               CLOSE LIVRO-ENTRADAS
               MOVE 'N'                TO IND-LVE-ABERTO
           END-IF

           .

           EXIT.
