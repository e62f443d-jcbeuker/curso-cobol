      *----------------------------------------------------------------*
      *    Rotinas dos movimentos de gaveta. SNG-ABRE-MOVIMENTOS abre
      *    (criando se preciso) o arquivo para atualização.
      *    SNG-REGISTRA-MOVIMENTO grava o movimento descrito nos
      *    campos *-ATUAL com a próxima sequência do dia na filial,
      *    devolvida em SNG-SEQUENCIA-GRAVADA (sangria nasce no
      *    cofre, suprimento sem situação); SNG-MOVIMENTO-GRAVADO diz
      *    se deu certo. Chamar SNG-FECHA-MOVIMENTOS no encerramento.
      *    O programa que inclui este copybook deve ter incluído
      *    SNGCTL, SNGFD e SNGDADOS.
      *----------------------------------------------------------------*
           SNG-ABRE-MOVIMENTOS         SECTION.
      *----------------------------------------------------------------*

           IF  NOT MOVIMENTOS-GAVETA-ABERTO
               OPEN I-O MOVIMENTOS-GAVETA
               IF  FS-SNG-NAO-EXISTE
                   OPEN OUTPUT MOVIMENTOS-GAVETA
                   CLOSE MOVIMENTOS-GAVETA
                   OPEN I-O MOVIMENTOS-GAVETA
               END-IF
               IF  FS-SNG-OK
                   MOVE 'S'            TO IND-SNG-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MOVIMENTOS-GAVETA, STATUS: '
                       FS-MOVIMENTOS-GAVETA UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SNG-REGISTRA-MOVIMENTO      SECTION.
      *----------------------------------------------------------------*
      *    A sequência sai do último movimento do dia na filial: a
      *    leitura parte da primeira chave do dia e para na primeira
      *    chave de outro dia ou filial.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-SNG-GRAVADO
           MOVE ZEROS                  TO SNG-SEQUENCIA-GRAVADA

           IF  MOVIMENTOS-GAVETA-ABERTO
               MOVE SNG-DATA-MOV-ATUAL TO SNG-DATA-MOV
               MOVE SNG-FILIAL-ATUAL   TO SNG-FILIAL
               MOVE ZEROS              TO SNG-SEQUENCIA
               MOVE 'N'                TO IND-SNG-FIM
               START MOVIMENTOS-GAVETA
                   KEY IS >= SNG-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-SNG-FIM
               END-START

               PERFORM UNTIL FIM-DOS-MOVIMENTOS
                   READ MOVIMENTOS-GAVETA NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-SNG-FIM
                   NOT AT END
                       IF  SNG-DATA-MOV = SNG-DATA-MOV-ATUAL
                           AND SNG-FILIAL = SNG-FILIAL-ATUAL
                           MOVE SNG-SEQUENCIA
                                       TO SNG-SEQUENCIA-GRAVADA
                       ELSE
                           MOVE 'S'    TO IND-SNG-FIM
                       END-IF
               END-PERFORM

               ADD 1                   TO SNG-SEQUENCIA-GRAVADA

               MOVE SPACES             TO REG-MOVIMENTO-GAVETA
               MOVE SNG-DATA-MOV-ATUAL TO SNG-DATA-MOV
               MOVE SNG-FILIAL-ATUAL   TO SNG-FILIAL
               MOVE SNG-SEQUENCIA-GRAVADA
                                       TO SNG-SEQUENCIA
               MOVE SNG-TIPO-ATUAL     TO SNG-TIPO
               MOVE SNG-GAVETA-ATUAL   TO SNG-GAVETA
               MOVE SNG-SUPERVISOR-ATUAL
                                       TO SNG-SUPERVISOR
               MOVE SNG-HORA-ATUAL     TO SNG-HORA
               MOVE SNG-VALOR-ATUAL    TO SNG-VALOR
               IF  SNG-SANGRIA
                   MOVE 'C'            TO SNG-SITUACAO
               END-IF

               WRITE REG-MOVIMENTO-GAVETA
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO GRAVAR MOVIMENTO DE GAVETA: '
                           SNG-CHAVE ' STATUS: '
                           FS-MOVIMENTOS-GAVETA UPON CONSOLE
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-SNG-GRAVADO
               END-WRITE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SNG-FECHA-MOVIMENTOS        SECTION.
      *----------------------------------------------------------------*

           IF  MOVIMENTOS-GAVETA-ABERTO
               CLOSE MOVIMENTOS-GAVETA
               MOVE 'N'                TO IND-SNG-ABERTO
           END-IF

           .

           EXIT.
