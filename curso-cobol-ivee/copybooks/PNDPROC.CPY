      *----------------------------------------------------------------*
      *    Rotinas do arquivo de alterações pendentes de aprovação.
      *    PND-ABRE-PENDENCIAS abre em I-O (criando na primeira vez);
      *    PND-REGISTRA-PEDIDO grava o pedido montado em PND-MESTRE-
      *    ATUAL, PND-CHAVE-ATUAL, PND-CAMPO-ATUAL, PND-ANTES-ATUAL e
      *    PND-DEPOIS-ATUAL em nome do operador assinado, cancelando
      *    antes o pedido ainda pendente do mesmo campo da mesma
      *    chave (vale o mais novo); PND-FECHA-PENDENCIAS fecha no
      *    encerramento. O programa que inclui este copybook deve ter
      *    incluído PNDCTL, PNDFD, PNDDADOS e OPRDADOS, e ter DTHPROC
      *    e OPRPROC presentes na PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PND-ABRE-PENDENCIAS         SECTION.
      *----------------------------------------------------------------*

           IF  NOT PENDENCIAS-ABERTO
               OPEN I-O ALTERACOES-PENDENTES
               IF  FS-PND-NAO-EXISTE
                   OPEN OUTPUT ALTERACOES-PENDENTES
                   CLOSE ALTERACOES-PENDENTES
                   OPEN I-O ALTERACOES-PENDENTES
               END-IF
               IF  FS-PND-OK
                   MOVE 'S'            TO IND-PND-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ALTERACOES-PENDENTES, STATUS: '
                       FS-PENDENCIAS   UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PND-REGISTRA-PEDIDO         SECTION.
      *----------------------------------------------------------------*
      *    Varre o arquivo para achar o maior número já gravado e
      *    cancelar o pedido pendente do mesmo mestre/chave/campo;
      *    depois grava o pedido novo como pendente. PND-NUMERO-
      *    GRAVADO volta zerado quando o pedido não foi gravado.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO PND-NUMERO-GRAVADO

           IF  PENDENCIAS-ABERTO
               PERFORM OPR-OBTEM-HOJE
               PERFORM OBTER-DATA-HORA
               PERFORM PND-CANCELA-ANTERIOR
               PERFORM PND-GRAVA-PEDIDO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PND-CANCELA-ANTERIOR        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO PND-ULTIMO-NUMERO
           MOVE 'N'                    TO IND-FIM-PENDENCIAS
           MOVE ZEROS                  TO PND-NUMERO

           START ALTERACOES-PENDENTES KEY IS NOT LESS THAN PND-NUMERO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-PENDENCIAS
           END-START

           PERFORM UNTIL FIM-DAS-PENDENCIAS
               READ ALTERACOES-PENDENTES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PENDENCIAS
               NOT AT END
                   IF  PND-NUMERO      > PND-ULTIMO-NUMERO
                       MOVE PND-NUMERO TO PND-ULTIMO-NUMERO
                   END-IF
                   IF  PND-PENDENTE
                       AND PND-MESTRE  = PND-MESTRE-ATUAL
                       AND PND-CHAVE   = PND-CHAVE-ATUAL
                       AND PND-CAMPO   = PND-CAMPO-ATUAL
                       SET PND-CANCELADA TO TRUE
                       MOVE OPR-CODIGO-ATIVO
                                       TO PND-APROVADOR
                       MOVE OPR-HOJE-AMD
                                       TO PND-DATA-DECISAO
                       MOVE 'SUBSTITUIDA POR PEDIDO NOVO'
                                       TO PND-MOTIVO
                       REWRITE REG-PENDENCIA
                       IF  FS-PND-OK
                           ADD 1       TO CONTA-PND-SUBSTITUIDAS
                           DISPLAY NOME-PROGRAMA
                               ' PEDIDO ' PND-NUMERO
                               ' SUBSTITUIDO PELO NOVO' UPON CONSOLE
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PND-GRAVA-PEDIDO            SECTION.
      *----------------------------------------------------------------*

           INITIALIZE REG-PENDENCIA

           ADD 1                       TO PND-ULTIMO-NUMERO
           MOVE PND-ULTIMO-NUMERO      TO PND-NUMERO
           MOVE PND-MESTRE-ATUAL       TO PND-MESTRE
           MOVE PND-CHAVE-ATUAL        TO PND-CHAVE
           MOVE PND-CAMPO-ATUAL        TO PND-CAMPO
           MOVE PND-ANTES-ATUAL        TO PND-VALOR-ANTES
           MOVE PND-DEPOIS-ATUAL       TO PND-VALOR-DEPOIS
           MOVE OPR-CODIGO-ATIVO       TO PND-SOLICITANTE
           MOVE NOME-PROGRAMA          TO PND-PROGRAMA
           MOVE OPR-HOJE-AMD           TO PND-DATA-PEDIDO
           MOVE DTH-HORA-ATUAL-RED(1:8)
                                       TO PND-HORA-PEDIDO
           SET PND-PENDENTE            TO TRUE
           MOVE SPACES                 TO PND-APROVADOR
           MOVE ZEROS                  TO PND-DATA-DECISAO
           MOVE SPACES                 TO PND-MOTIVO

           WRITE REG-PENDENCIA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR ALTERACOES-PENDENTES, FS: '
                       FS-PENDENCIAS   UPON CONSOLE
                   SUBTRACT 1          FROM PND-ULTIMO-NUMERO
               NOT INVALID KEY
                   MOVE PND-NUMERO     TO PND-NUMERO-GRAVADO
                   ADD 1               TO CONTA-PND-GRAVADAS
                   DISPLAY NOME-PROGRAMA ' ' PND-CAMPO
                       ' AGUARDA APROVACAO, PEDIDO ' PND-NUMERO
                                       UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           PND-FECHA-PENDENCIAS        SECTION.
      *----------------------------------------------------------------*

           IF  PENDENCIAS-ABERTO
               CLOSE ALTERACOES-PENDENTES
               MOVE 'N'                TO IND-PND-ABERTO
           END-IF

           .

           EXIT.
