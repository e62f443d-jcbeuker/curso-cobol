               MOVE AUD-QTDE-GRAVADOS  TO AUD-GRAVADOS
               MOVE RETURN-CODE        TO AUD-RETURN-CODE
               MOVE AUD-OPERADOR-ATIVO TO AUD-OPERADOR
               MOVE SPACES             TO AUD-OCORRENCIA

               WRITE REG-AUDITORIA

               CLOSE REGISTRO-AUDITORIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
      *    AUD-GRAVA-OCORRENCIA - acrescenta à trilha uma linha de
      *    ocorrência de segurança (acesso recusado, bloqueio) com o
      *    programa, o momento nas colunas de início e fim, o operador
      *    em AUD-OPERADOR-ATIVO e a descrição informada pelo chamador
      *    em AUD-TEXTO-OCORRENCIA. Lidos/gravados ficam zerados e o
      *    RETURN-CODE da linha é 8. Os leitores da trilha que contam
      *    execuções (FECHME01, RESUMO01) pulam as linhas com
      *    AUD-OCORRENCIA preenchida; RELAUD01 as lista à parte.
      *----------------------------------------------------------------*
           AUD-GRAVA-OCORRENCIA        SECTION.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA

           OPEN EXTEND REGISTRO-AUDITORIA

           IF  FS-AUD-NAO-EXISTE
               OPEN OUTPUT REGISTRO-AUDITORIA
           END-IF

           IF  NOT FS-AUD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR REGISTRO-AUDITORIA, FILE STATUS: '
                   FS-AUDITORIA        UPON CONSOLE
           ELSE
               MOVE NOME-PROGRAMA      TO AUD-PROGRAMA
               MOVE VERSAO-PROGRAMA    TO AUD-VERSAO
               MOVE DTH-LINHA-DATA-HORA
                                       TO AUD-INICIO
               MOVE DTH-LINHA-DATA-HORA
                                       TO AUD-FIM
               MOVE ZEROS              TO AUD-LIDOS
               MOVE ZEROS              TO AUD-GRAVADOS
               MOVE 8                  TO AUD-RETURN-CODE
               MOVE AUD-OPERADOR-ATIVO TO AUD-OPERADOR
               MOVE AUD-TEXTO-OCORRENCIA
                                       TO AUD-OCORRENCIA

               WRITE REG-AUDITORIA

