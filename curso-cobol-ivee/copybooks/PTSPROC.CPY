      *----------------------------------------------------------------*
      *    Rotinas do extrato de pontos de fidelidade. PTS-ABRE-PONTOS
      *    abre (criando se preciso) o extrato e acha o último número
      *    gravado. PTS-GRAVA-MOVIMENTO grava o movimento descrito nos
      *    campos *-ATUAL, com a data de movimento; quantidade zero
      *    não grava nada. PTS-CALCULA-SALDO soma os movimentos do
      *    cliente: os pontos ganhos há mais de PTS-MESES-VALIDADE
      *    meses que ainda não foram consumidos (os débitos consomem
      *    primeiro os pontos mais antigos) estão vencidos e saem do
      *    saldo disponível, mesmo antes de o fechamento mensal
      *    (PONTOS01) gravar a expiração. Chamar PTS-FECHA-PONTOS no
      *    encerramento. Falha de abertura é apenas avisada: a venda
      *    segue sem pontos. O programa que inclui este copybook deve
      *    ter incluído PTSCTL, PTSFD, PTSDADOS e DMVDADOS.
      *----------------------------------------------------------------*
           PTS-ABRE-PONTOS             SECTION.
      *----------------------------------------------------------------*

           IF  NOT PONTOS-FIDELIDADE-ABERTO
               OPEN I-O PONTOS-FIDELIDADE
               IF  FS-PTS-NAO-EXISTE
                   OPEN OUTPUT PONTOS-FIDELIDADE
                   CLOSE PONTOS-FIDELIDADE
                   OPEN I-O PONTOS-FIDELIDADE
               END-IF
               IF  FS-PTS-OK
                   MOVE 'S'            TO IND-PTS-ABERTO
                   PERFORM PTS-BUSCA-ULTIMO-NUMERO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR PONTOS-FIDELIDADE, STATUS: '
                       FS-PONTOS-FIDELIDADE UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PTS-BUSCA-ULTIMO-NUMERO     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO PTS-ULTIMO-NUMERO
           MOVE 'N'                    TO IND-FIM-PONTOS

           PERFORM UNTIL FIM-DOS-PONTOS
               READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PONTOS
               NOT AT END
                   IF  PTS-NUMERO      > PTS-ULTIMO-NUMERO
                       MOVE PTS-NUMERO TO PTS-ULTIMO-NUMERO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PTS-GRAVA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           IF  PONTOS-FIDELIDADE-ABERTO
               AND PTS-QUANTIDADE-ATUAL > 0
               AND PTS-CLIENTE-ATUAL NOT = SPACES
               ADD 1                   TO PTS-ULTIMO-NUMERO
               MOVE SPACES             TO REG-PONTOS-FIDELIDADE
               MOVE PTS-ULTIMO-NUMERO  TO PTS-NUMERO
               MOVE PTS-CLIENTE-ATUAL  TO PTS-CLIENTE
               MOVE DMV-DATA-MOVIMENTO TO PTS-DATA
               MOVE PTS-TIPO-ATUAL     TO PTS-TIPO
               MOVE PTS-QUANTIDADE-ATUAL
                                       TO PTS-QUANTIDADE
               MOVE PTS-TICKET-ATUAL   TO PTS-NR-TICKET
               MOVE PTS-VALOR-ATUAL    TO PTS-VALOR
               MOVE PTS-FILIAL-ATUAL   TO PTS-FILIAL
               MOVE PTS-OPERADOR-ATUAL TO PTS-OPERADOR
               MOVE NOME-PROGRAMA      TO PTS-PROGRAMA
               WRITE REG-PONTOS-FIDELIDADE
               IF  FS-PTS-OK
                   ADD 1               TO PTS-QTDE-GRAVADOS
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR PONTOS-FIDELIDADE, STATUS: '
                       FS-PONTOS-FIDELIDADE UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PTS-CALCULA-CORTE           SECTION.
      *----------------------------------------------------------------*
      *    Data de corte = data de movimento menos PTS-MESES-VALIDADE
      *    meses, mesmo dia (serve só de comparação AAAAMMDD).
      *----------------------------------------------------------------*

           MOVE DMV-ANO-MOV            TO PTS-ANO-CORTE
           MOVE DMV-MES-MOV            TO PTS-MES-CORTE
           MOVE DMV-DIA-MOV            TO PTS-DIA-CORTE

           COMPUTE PTS-MESES-CORTE
               = PTS-ANO-CORTE * 12 + PTS-MES-CORTE - 1
               - PTS-MESES-VALIDADE

           DIVIDE PTS-MESES-CORTE BY 12
               GIVING PTS-ANO-CORTE
               REMAINDER PTS-MES-CORTE
           ADD 1                       TO PTS-MES-CORTE

           .

           EXIT.

      *----------------------------------------------------------------*
           PTS-CALCULA-SALDO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO PTS-SALDO
                                          PTS-GANHO-ANTES-CORTE
                                          PTS-DEBITOS
                                          PTS-A-EXPIRAR
                                          PTS-SALDO-DISPONIVEL

           IF  PONTOS-FIDELIDADE-ABERTO
               AND PTS-CLIENTE-ATUAL NOT = SPACES
               PERFORM PTS-CALCULA-CORTE

               MOVE 'N'                TO IND-FIM-PONTOS
               MOVE PTS-CLIENTE-ATUAL  TO PTS-CLIENTE
               START PONTOS-FIDELIDADE
                   KEY IS = PTS-CLIENTE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-PONTOS
               END-START

               PERFORM UNTIL FIM-DOS-PONTOS
                   READ PONTOS-FIDELIDADE NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-PONTOS
                   NOT AT END
                       IF  PTS-CLIENTE NOT = PTS-CLIENTE-ATUAL
                           MOVE 'S'    TO IND-FIM-PONTOS
                       ELSE
                           PERFORM PTS-SOMA-MOVIMENTO
                       END-IF
               END-PERFORM

               IF  PTS-GANHO-ANTES-CORTE > PTS-DEBITOS
                   COMPUTE PTS-A-EXPIRAR
                       = PTS-GANHO-ANTES-CORTE - PTS-DEBITOS
               END-IF

               IF  PTS-SALDO           > PTS-A-EXPIRAR
                   COMPUTE PTS-SALDO-DISPONIVEL
                       = PTS-SALDO - PTS-A-EXPIRAR
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PTS-SOMA-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN PTS-GANHO
                   ADD PTS-QUANTIDADE  TO PTS-SALDO
                   STRING PTS-DATA(7:4) PTS-DATA(4:2) PTS-DATA(1:2)
                       DELIMITED BY SIZE
                                       INTO PTS-DATA-MOV-X
                   IF  PTS-DATA-MOV-AMD < PTS-DATA-CORTE-AMD
                       ADD PTS-QUANTIDADE
                                       TO PTS-GANHO-ANTES-CORTE
                   END-IF
               WHEN PTS-RESGATE-DEVOLVIDO
                   ADD PTS-QUANTIDADE  TO PTS-SALDO
                   SUBTRACT PTS-QUANTIDADE
                                       FROM PTS-DEBITOS
               WHEN PTS-ESTORNO
                 OR PTS-RESGATE
                 OR PTS-EXPIRADO
                   SUBTRACT PTS-QUANTIDADE
                                       FROM PTS-SALDO
                   ADD PTS-QUANTIDADE  TO PTS-DEBITOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           PTS-FECHA-PONTOS            SECTION.
      *----------------------------------------------------------------*

           IF  PONTOS-FIDELIDADE-ABERTO
               CLOSE PONTOS-FIDELIDADE
               MOVE 'N'                TO IND-PTS-ABERTO
           END-IF

           .

           EXIT.
