      *----------------------------------------------------------------*
      *    Rotinas de lote. LOT-ABRE-LOTES abre em I-O (criando na
      *    primeira vez). LOT-REGISTRA-ENTRADA soma a entrada no lote
      *    do item (novo lote ou mesmo lote/vencimento já existente).
      *    LOT-CONSOME-FEFO baixa a quantidade dos lotes do item a
      *    partir do vencimento mais próximo (first-expiring-first-
      *    out), excluindo o lote que zera, e devolve o que faltou em
      *    LOT-QTD-SEM-LOTE. LOT-FECHA-LOTES fecha no encerramento.
      *    O programa que inclui este copybook deve ter incluído
      *    LOTCTL, LOTFD, LOTDADOS e DMVDADOS.
      *----------------------------------------------------------------*
           LOT-ABRE-LOTES              SECTION.
      *----------------------------------------------------------------*

           IF  NOT LOTES-ABERTOS
               OPEN I-O LOTES-ESTOQUE
               IF  FS-LOT-NAO-EXISTE
                   OPEN OUTPUT LOTES-ESTOQUE
                   CLOSE LOTES-ESTOQUE
                   OPEN I-O LOTES-ESTOQUE
               END-IF
               IF  FS-LOT-OK
                   MOVE 'S'            TO IND-LOT-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR LOTES-ESTOQUE, FILE STATUS: '
                       FS-LOTES        UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOT-REGISTRA-ENTRADA        SECTION.
      *----------------------------------------------------------------*

           IF  LOTES-ABERTOS
               MOVE LOT-GOODS-ATUAL    TO LOT-GOODS-CODE
               MOVE LOT-NUMERO-ATUAL   TO LOT-NUMERO
               MOVE SPACES             TO LOT-VALIDADE-AMD
               STRING LOT-VALIDADE-ATUAL(7:4) LOT-VALIDADE-ATUAL(4:2)
                      LOT-VALIDADE-ATUAL(1:2)
                   DELIMITED BY SIZE INTO LOT-VALIDADE-AMD

               READ LOTES-ESTOQUE
                   INVALID KEY
                       MOVE LOT-VALIDADE-ATUAL
                                       TO LOT-VALIDADE
                       MOVE LOT-QTD-ATUAL
                                       TO LOT-QTD-SALDO
                                          LOT-QTD-RECEBIDA
                       MOVE LOT-CUSTO-ATUAL
                                       TO LOT-CUSTO-UNITARIO
                       MOVE DMV-DATA-MOVIMENTO
                                       TO LOT-DATA-ENTRADA
                       MOVE LOT-FORN-ATUAL
                                       TO LOT-FORN-CODIGO
                       MOVE LOT-NOTA-ATUAL
                                       TO LOT-NR-NOTA
                       WRITE REG-LOTE
                   NOT INVALID KEY
                       ADD LOT-QTD-ATUAL
                                       TO LOT-QTD-SALDO
                                          LOT-QTD-RECEBIDA
                       REWRITE REG-LOTE
               END-READ

               IF  FS-LOT-OK
                   ADD 1               TO CONTA-LOT-GRAVADOS
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR LOTES-ESTOQUE, FILE STATUS: '
                       FS-LOTES        UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOT-CONSOME-FEFO            SECTION.
      *----------------------------------------------------------------*

           MOVE LOT-QTD-ATUAL          TO LOT-QTD-PENDENTE
           MOVE 'N'                    TO IND-LOT-FIM-ITEM

           IF  LOTES-ABERTOS
               AND LOT-QTD-PENDENTE    > 0
               MOVE LOT-GOODS-ATUAL    TO LOT-GOODS-CODE
               MOVE LOW-VALUES         TO LOT-VALIDADE-AMD
                                          LOT-NUMERO
               START LOTES-ESTOQUE
                   KEY IS >= LOT-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-LOT-FIM-ITEM
               END-START

               PERFORM UNTIL LOT-FIM-DO-ITEM
                   OR LOT-QTD-PENDENTE = 0
                   READ LOTES-ESTOQUE NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-LOT-FIM-ITEM
                   NOT AT END
                       IF  LOT-GOODS-CODE NOT = LOT-GOODS-ATUAL
                           MOVE 'S'    TO IND-LOT-FIM-ITEM
                       ELSE
                           IF  LOT-QTD-SALDO > LOT-QTD-PENDENTE
                               SUBTRACT LOT-QTD-PENDENTE
                                       FROM LOT-QTD-SALDO
                               MOVE ZEROS
                                       TO LOT-QTD-PENDENTE
                               REWRITE REG-LOTE
                           ELSE
                               SUBTRACT LOT-QTD-SALDO
                                       FROM LOT-QTD-PENDENTE
                               DELETE LOTES-ESTOQUE
                           END-IF
                           IF  FS-LOT-OK
                               ADD 1   TO CONTA-LOT-CONSUMIDOS
                           ELSE
                               DISPLAY NOME-PROGRAMA
                                   ' ERRO AO BAIXAR LOTE, FILE STATUS: '
                                   FS-LOTES UPON CONSOLE
                               MOVE 'S' TO IND-LOT-FIM-ITEM
                           END-IF
                       END-IF
               END-PERFORM
           END-IF

           MOVE LOT-QTD-PENDENTE       TO LOT-QTD-SEM-LOTE

           .

           EXIT.

      *----------------------------------------------------------------*
           LOT-FECHA-LOTES             SECTION.
      *----------------------------------------------------------------*

           IF  LOTES-ABERTOS
               CLOSE LOTES-ESTOQUE
               MOVE 'N'                TO IND-LOT-ABERTO
           END-IF

           .

           EXIT.
