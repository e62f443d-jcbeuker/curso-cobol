      *----------------------------------------------------------------*
      *    Rotinas de composição de kits. KIT-ABRE-COMPOSICAO abre o
      *    arquivo para leitura; a composição é opcional e, sem o
      *    arquivo, nenhum item é tratado como kit. KIT-VERIFICA-KIT
      *    posiciona no primeiro componente de KIT-GOODS-ATUAL e liga
      *    ITEM-E-KIT quando o item tem componentes.
      *    KIT-PROXIMO-COMPONENTE lê o componente seguinte e liga
      *    KIT-FIM-COMPONENTES ao passar para outro kit.
      *    KIT-FECHA-COMPOSICAO fecha no encerramento. O programa que
      *    inclui este copybook deve ter incluído KITCTL, KITFD e
      *    KITDADOS.
      *----------------------------------------------------------------*
           KIT-ABRE-COMPOSICAO         SECTION.
      *----------------------------------------------------------------*

           IF  NOT KITS-ABERTOS
               OPEN INPUT COMPOSICAO-KITS
               EVALUATE TRUE
                   WHEN FS-KIT-OK
                       MOVE 'S'        TO IND-KIT-ABERTO
                   WHEN FS-KIT-NAO-EXISTE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO ABRIR COMPOSICAO-KITS, STATUS: '
                           FS-KITS     UPON CONSOLE
               END-EVALUATE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           KIT-VERIFICA-KIT            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-E-KIT
           MOVE 'S'                    TO IND-KIT-FIM
           MOVE ZEROS                  TO CONTA-KIT-COMPONENTES

           IF  KITS-ABERTOS
               MOVE KIT-GOODS-ATUAL    TO KIT-GOODS-CODE
               MOVE LOW-VALUES         TO KIT-COMPONENTE
               MOVE 'N'                TO IND-KIT-FIM
               START COMPOSICAO-KITS
                   KEY IS >= KIT-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-KIT-FIM
               END-START

               IF  NOT KIT-FIM-COMPONENTES
                   PERFORM KIT-PROXIMO-COMPONENTE
                   IF  NOT KIT-FIM-COMPONENTES
                       MOVE 'S'        TO IND-E-KIT
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           KIT-PROXIMO-COMPONENTE      SECTION.
      *----------------------------------------------------------------*

           READ COMPOSICAO-KITS NEXT RECORD
           AT END
               MOVE 'S'                TO IND-KIT-FIM
           NOT AT END
               IF  KIT-GOODS-CODE      NOT = KIT-GOODS-ATUAL
                   MOVE 'S'            TO IND-KIT-FIM
               ELSE
                   ADD 1               TO CONTA-KIT-COMPONENTES
               END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           KIT-FECHA-COMPOSICAO        SECTION.
      *----------------------------------------------------------------*

           IF  KITS-ABERTOS
               CLOSE COMPOSICAO-KITS
               MOVE 'N'                TO IND-KIT-ABERTO
           END-IF

           .

           EXIT.
