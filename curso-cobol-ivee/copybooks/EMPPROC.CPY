      *----------------------------------------------------------------*
      *    Saldo devedor do contrato consignado em REG-EMPRESTIMO:
      *    parcelas restantes pelo valor da parcela, mais o acumulado
      *    que não coube na margem. Contrato quitado fica só com esse
      *    acumulado, que o banco cobra direto do funcionário. O
      *    programa que inclui este copybook deve ter incluído
      *    EMPCTL/EMPFD e EMPDADOS.
      *----------------------------------------------------------------*
           EMP-CALCULA-SALDO           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO EMP-PARCELAS-RESTANTES

           IF  EMP-PARCELAS-PAGAS      < EMP-QTDE-PARCELAS
               COMPUTE EMP-PARCELAS-RESTANTES
                   = EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS
           END-IF

           COMPUTE EMP-SALDO-DEVEDOR
               = EMP-PARCELAS-RESTANTES * EMP-VALOR-PARCELA
               + EMP-NAO-DESCONTADO

           .

           EXIT.
