      *----------------------------------------------------------------*
      *    Rotinas do estoque por filial. EFL-ABRE-ESTOQUE-FILIAL abre
      *    em I-O (criando na primeira vez) para quem movimenta;
      *    EFL-ABRE-CONSULTA abre só para leitura (arquivo ausente =
      *    rede só com a matriz). EFL-SALDO-FILIAL devolve os saldos
      *    de loja e de depósito da filial: para as demais filiais, os
      *    do registro (zeros se não houver); para a matriz, os do
      *    catálogo menos a soma das demais filiais. EFL-MOVIMENTA
      *    soma as variações com sinal nos saldos da filial, sem
      *    deixar saldo negativo; na matriz não faz nada, porque o
      *    saldo dela acompanha o catálogo. EFL-FIXA-SALDO regrava os
      *    saldos EFL-NOVO-LOJA e EFL-NOVO-DEPOSITO (retomada e
      *    estorno pelo jornal). EFL-FECHA-ESTOQUE-FILIAL fecha no
      *    encerramento. O programa que inclui este copybook deve ter
      *    incluído EFLCTL, EFLFD, EFLDADOS e FILDADOS.
      *----------------------------------------------------------------*
           EFL-ABRE-ESTOQUE-FILIAL     SECTION.
      *----------------------------------------------------------------*

           IF  NOT EFL-ABERTO
               OPEN I-O ESTOQUE-FILIAL
               IF  FS-EFL-NAO-EXISTE
                   OPEN OUTPUT ESTOQUE-FILIAL
                   CLOSE ESTOQUE-FILIAL
                   OPEN I-O ESTOQUE-FILIAL
               END-IF
               IF  FS-EFL-OK
                   MOVE 'S'            TO IND-EFL-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ESTOQUE-FILIAL, FILE STATUS: '
                       FS-ESTFIL       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EFL-ABRE-CONSULTA           SECTION.
      *----------------------------------------------------------------*

           IF  NOT EFL-ABERTO
               OPEN INPUT ESTOQUE-FILIAL
               IF  FS-EFL-OK
                   MOVE 'S'            TO IND-EFL-ABERTO
               ELSE
                   IF  NOT FS-EFL-NAO-EXISTE
                       DISPLAY NOME-PROGRAMA
                         ' ERRO AO ABRIR ESTOQUE-FILIAL, FILE STATUS: '
                           FS-ESTFIL   UPON CONSOLE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EFL-SALDO-FILIAL            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO EFL-SALDO-LOJA
                                          EFL-SALDO-DEPOSITO

           IF  EFL-FILIAL-ATUAL        = SPACES
               OR EFL-FILIAL-ATUAL     = FIL-CODIGO-MATRIZ
               MOVE ZEROS              TO EFL-SOMA-LOJA
                                          EFL-SOMA-DEPOSITO
               IF  EFL-ABERTO
                   MOVE EFL-GOODS-ATUAL TO EFL-GOODS-CODE
                   MOVE 'N'            TO IND-EFL-FIM-ITEM
                   START ESTOQUE-FILIAL
                       KEY IS = EFL-GOODS-CODE
                       INVALID KEY
                           MOVE 'S'    TO IND-EFL-FIM-ITEM
                   END-START
                   PERFORM UNTIL EFL-FIM-DO-ITEM
                       READ ESTOQUE-FILIAL NEXT RECORD
                       AT END
                           MOVE 'S'    TO IND-EFL-FIM-ITEM
                       NOT AT END
                           IF  EFL-GOODS-CODE NOT = EFL-GOODS-ATUAL
                               MOVE 'S' TO IND-EFL-FIM-ITEM
                           ELSE
                               IF  EFL-FILIAL NOT = FIL-CODIGO-MATRIZ
                                   ADD EFL-ESTOQUE-LOJA
                                       TO EFL-SOMA-LOJA
                                   ADD EFL-ESTOQUE-DEPOSITO
                                       TO EFL-SOMA-DEPOSITO
                               END-IF
                           END-IF
                   END-PERFORM
               END-IF
               COMPUTE EFL-CALCULO     = EFL-CAT-LOJA - EFL-SOMA-LOJA
               IF  EFL-CALCULO         > 0
                   MOVE EFL-CALCULO    TO EFL-SALDO-LOJA
               END-IF
               COMPUTE EFL-CALCULO     = EFL-CAT-DEPOSITO
                                       - EFL-SOMA-DEPOSITO
               IF  EFL-CALCULO         > 0
                   MOVE EFL-CALCULO    TO EFL-SALDO-DEPOSITO
               END-IF
           ELSE
               IF  EFL-ABERTO
                   MOVE EFL-FILIAL-ATUAL TO EFL-FILIAL
                   MOVE EFL-GOODS-ATUAL TO EFL-GOODS-CODE
                   READ ESTOQUE-FILIAL
                       KEY IS EFL-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EFL-ESTOQUE-LOJA
                                       TO EFL-SALDO-LOJA
                           MOVE EFL-ESTOQUE-DEPOSITO
                                       TO EFL-SALDO-DEPOSITO
                   END-READ
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EFL-MOVIMENTA               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO EFL-ANTES-LOJA
                                          EFL-ANTES-DEPOSITO
                                          EFL-DEPOIS-LOJA
                                          EFL-DEPOIS-DEPOSITO

           IF  EFL-ABERTO
               AND EFL-FILIAL-ATUAL    NOT = SPACES
               AND EFL-FILIAL-ATUAL    NOT = FIL-CODIGO-MATRIZ
               MOVE EFL-FILIAL-ATUAL   TO EFL-FILIAL
               MOVE EFL-GOODS-ATUAL    TO EFL-GOODS-CODE
               READ ESTOQUE-FILIAL
                   KEY IS EFL-CHAVE
                   INVALID KEY
                       MOVE ZEROS      TO EFL-ESTOQUE-LOJA
                                          EFL-ESTOQUE-DEPOSITO
                   NOT INVALID KEY
                       MOVE EFL-ESTOQUE-LOJA
                                       TO EFL-ANTES-LOJA
                       MOVE EFL-ESTOQUE-DEPOSITO
                                       TO EFL-ANTES-DEPOSITO
               END-READ

               COMPUTE EFL-CALCULO     = EFL-ANTES-LOJA
                                       + EFL-DELTA-LOJA
               IF  EFL-CALCULO         > 0
                   MOVE EFL-CALCULO    TO EFL-DEPOIS-LOJA
               END-IF
               COMPUTE EFL-CALCULO     = EFL-ANTES-DEPOSITO
                                       + EFL-DELTA-DEPOSITO
               IF  EFL-CALCULO         > 0
                   MOVE EFL-CALCULO    TO EFL-DEPOIS-DEPOSITO
               END-IF

               MOVE EFL-DEPOIS-LOJA    TO EFL-NOVO-LOJA
               MOVE EFL-DEPOIS-DEPOSITO TO EFL-NOVO-DEPOSITO
               PERFORM EFL-FIXA-SALDO
           END-IF

           MOVE ZEROS                  TO EFL-DELTA-LOJA
                                          EFL-DELTA-DEPOSITO

           .

           EXIT.

      *----------------------------------------------------------------*
           EFL-FIXA-SALDO              SECTION.
      *----------------------------------------------------------------*

           IF  EFL-ABERTO
               AND EFL-FILIAL-ATUAL    NOT = SPACES
               AND EFL-FILIAL-ATUAL    NOT = FIL-CODIGO-MATRIZ
               MOVE EFL-FILIAL-ATUAL   TO EFL-FILIAL
               MOVE EFL-GOODS-ATUAL    TO EFL-GOODS-CODE
               READ ESTOQUE-FILIAL
                   KEY IS EFL-CHAVE
                   INVALID KEY
                       MOVE SPACES     TO REG-ESTOQUE-FILIAL
                       MOVE EFL-FILIAL-ATUAL
                                       TO EFL-FILIAL
                       MOVE EFL-GOODS-ATUAL
                                       TO EFL-GOODS-CODE
                       MOVE EFL-NOVO-LOJA
                                       TO EFL-ESTOQUE-LOJA
                       MOVE EFL-NOVO-DEPOSITO
                                       TO EFL-ESTOQUE-DEPOSITO
                       WRITE REG-ESTOQUE-FILIAL
                   NOT INVALID KEY
                       MOVE EFL-NOVO-LOJA
                                       TO EFL-ESTOQUE-LOJA
                       MOVE EFL-NOVO-DEPOSITO
                                       TO EFL-ESTOQUE-DEPOSITO
                       REWRITE REG-ESTOQUE-FILIAL
               END-READ

               IF  FS-EFL-OK
                   ADD 1               TO CONTA-EFL-GRAVADOS
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR ESTOQUE-FILIAL, FILE STATUS: '
                       FS-ESTFIL       UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EFL-FECHA-ESTOQUE-FILIAL    SECTION.
      *----------------------------------------------------------------*

           IF  EFL-ABERTO
               CLOSE ESTOQUE-FILIAL
               MOVE 'N'                TO IND-EFL-ABERTO
           END-IF

           .

           EXIT.
