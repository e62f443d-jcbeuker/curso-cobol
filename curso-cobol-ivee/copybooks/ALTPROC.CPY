      *    ALT-GRAVA-CAMPO compara ALT-VALOR-ANTES com
      *    ALT-VALOR-DEPOIS e, quando diferem, grava a linha com
      *    momento, mestre, chave, campo, antes/depois, operador
      *    assinado (OPR-CODIGO-ATIVO) e programa - ou, com
      *    ALT-SOLICITANTE-ATUAL informado, o solicitante como
      *    operador e o assinado como aprovador; ALT-FECHA-LOG
      *    fecha no encerramento. O programa que inclui este copybook
      *    deve ter incluído ALTCTL, ALTFD, ALTDADOS e OPRDADOS, e
      *    ter DTHPROC presente na PROCEDURE DIVISION.
               MOVE ALT-CAMPO-ATUAL    TO ALT-CAMPO
               MOVE ALT-VALOR-ANTES    TO ALT-ANTES
               MOVE ALT-VALOR-DEPOIS   TO ALT-DEPOIS
               MOVE NOME-PROGRAMA      TO ALT-PROGRAMA
               MOVE ALT-SITUACAO-ATUAL TO ALT-SITUACAO-APROVACAO
               IF  ALT-SOLICITANTE-ATUAL = SPACES
                   MOVE OPR-CODIGO-ATIVO
                                       TO ALT-OPERADOR
                   MOVE SPACES         TO ALT-APROVADOR
               ELSE
                   MOVE ALT-SOLICITANTE-ATUAL
                                       TO ALT-OPERADOR
                   MOVE OPR-CODIGO-ATIVO
                                       TO ALT-APROVADOR
               END-IF
               WRITE REG-ALTERACAO
               ADD 1                   TO CONTA-ALT-GRAVADAS
           END-IF
