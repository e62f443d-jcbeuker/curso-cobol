      *----------------------------------------------------------------*
      *    Rotinas de filial. FIL-CARREGA-FILIAIS carrega a tabela das
      *    lojas de CADASTRO-FILIAIS (cadastro ausente deixa só a
      *    matriz 01, que é sempre garantida). FIL-LE-FILIAL-CORRENTE
      *    carrega a tabela e lê o cartão da filial corrente (cartão
      *    ausente ou em branco = matriz; código fora do cadastro
      *    encerra a execução). FIL-LOCALIZA-FILIAL procura
      *    FIL-CODIGO-PESQUISA na tabela e devolve FIL-ACHOU e
      *    FIL-NOME-PESQUISA. FIL-VALIDA-SELECAO confere a filial
      *    pedida a um relatório em FIL-SELECAO (brancos =
      *    consolidado) e monta FIL-LINHA-SELECAO para o cabeçalho.
      *    FIL-CONFERE-SELECAO diz se o registro da filial
      *    FIL-CODIGO-REGISTRO entra no relatório (código em branco,
      *    dos registros anteriores ao controle por filial, conta como
      *    matriz). O programa que inclui este copybook deve ter
      *    incluído FILCTL, FILFD, FILDADOS e FIMPROC.
      *----------------------------------------------------------------*
           FIL-CARREGA-FILIAIS         SECTION.
      *----------------------------------------------------------------*

           INITIALIZE TAB-FILIAIS
           MOVE 1                      TO FIL-QTDE
           MOVE FIL-CODIGO-MATRIZ      TO TFI-CODIGO(1)
           MOVE 'MATRIZ'               TO TFI-NOME(1)
           MOVE 'N'                    TO IND-FIL-FIM

           OPEN INPUT CADASTRO-FILIAIS

           IF  FS-FIL-OK
               PERFORM UNTIL FIL-FIM-CADASTRO
                   READ CADASTRO-FILIAIS
                   AT END
                       MOVE 'S'        TO IND-FIL-FIM
                   NOT AT END
                       IF  FIL-REG-CODIGO = FIL-CODIGO-MATRIZ
                           MOVE FIL-REG-NOME
                                       TO TFI-NOME(1)
                       ELSE
                           IF  FIL-REG-CODIGO NUMERIC
                               AND FIL-QTDE < 20
                               ADD 1   TO FIL-QTDE
                               MOVE FIL-REG-CODIGO
                                       TO TFI-CODIGO(FIL-QTDE)
                               MOVE FIL-REG-NOME
                                       TO TFI-NOME(FIL-QTDE)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE CADASTRO-FILIAIS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FIL-LE-FILIAL-CORRENTE      SECTION.
      *----------------------------------------------------------------*

           PERFORM FIL-CARREGA-FILIAIS

           MOVE FIL-CODIGO-MATRIZ      TO FIL-FILIAL-CORRENTE

           OPEN INPUT CARTAO-FILIAL

           IF  FS-CFL-OK
               READ CARTAO-FILIAL
               IF  FS-CFL-OK
                   AND REG-CARTAO-FILIAL NOT = SPACES
                   MOVE REG-CARTAO-FILIAL
                                       TO FIL-FILIAL-CORRENTE
               END-IF
               CLOSE CARTAO-FILIAL
           END-IF

           MOVE FIL-FILIAL-CORRENTE    TO FIL-CODIGO-PESQUISA
           PERFORM FIL-LOCALIZA-FILIAL

           IF  NOT FIL-ACHOU
               DISPLAY NOME-PROGRAMA
                   ' FILIAL DO CARTAO FORA DO CADASTRO: '
                   FIL-FILIAL-CORRENTE UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE FIL-NOME-PESQUISA      TO FIL-NOME-CORRENTE

           DISPLAY NOME-PROGRAMA ' FILIAL: ' FIL-FILIAL-CORRENTE
               ' ' FIL-NOME-CORRENTE   UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           FIL-LOCALIZA-FILIAL         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIL-ACHOU
           MOVE SPACES                 TO FIL-NOME-PESQUISA

           PERFORM VARYING FIL-SUB FROM 1 BY 1
               UNTIL FIL-SUB > FIL-QTDE
                  OR FIL-ACHOU
               IF  TFI-CODIGO(FIL-SUB) = FIL-CODIGO-PESQUISA
                   MOVE 'S'            TO IND-FIL-ACHOU
                   MOVE TFI-NOME(FIL-SUB)
                                       TO FIL-NOME-PESQUISA
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           FIL-VALIDA-SELECAO          SECTION.
      *----------------------------------------------------------------*

           IF  FIL-CONSOLIDADO
               MOVE SPACES             TO FIL-LS-CODIGO
               MOVE 'CONSOLIDADO DA REDE'
                                       TO FIL-LS-NOME
           ELSE
               MOVE FIL-SELECAO        TO FIL-CODIGO-PESQUISA
               PERFORM FIL-LOCALIZA-FILIAL
               IF  NOT FIL-ACHOU
                   DISPLAY NOME-PROGRAMA
                       ' FILIAL PEDIDA FORA DO CADASTRO: '
                       FIL-SELECAO     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               MOVE FIL-SELECAO        TO FIL-LS-CODIGO
               MOVE FIL-NOME-PESQUISA  TO FIL-LS-NOME
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FIL-CONFERE-SELECAO         SECTION.
      *----------------------------------------------------------------*

           IF  FIL-CODIGO-REGISTRO     = SPACES
               MOVE FIL-CODIGO-MATRIZ  TO FIL-CODIGO-REGISTRO
           END-IF

           IF  FIL-CONSOLIDADO
               OR FIL-CODIGO-REGISTRO  = FIL-SELECAO
               MOVE 'S'                TO IND-FIL-SELECIONADO
           ELSE
               MOVE 'N'                TO IND-FIL-SELECIONADO
           END-IF

           .

           EXIT.
