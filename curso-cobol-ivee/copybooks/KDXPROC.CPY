      *----------------------------------------------------------------*
      *    Rotinas do kardex. KDX-ABRE-KARDEX abre em EXTEND (criando
      *    na primeira vez); KDX-GRAVA-MOVIMENTO grava a linha com a
      *    data de movimento, os campos KDX-...-ATUAL, o operador
      *    (AUD-OPERADOR-ATIVO), o programa e a filial, e devolve os
      *    campos de quantidade zerados e o local 'T' para o próximo
      *    movimento;
      *    KDX-FECHA-KARDEX fecha no encerramento. O programa que
      *    inclui este copybook deve ter incluído KDXCTL, KDXFD,
      *    KDXDADOS, AUDDADOS e DMVDADOS.
      *----------------------------------------------------------------*
           KDX-ABRE-KARDEX             SECTION.
      *----------------------------------------------------------------*

           IF  NOT KARDEX-ABERTO
               OPEN EXTEND KARDEX-ESTOQUE
               IF  FS-KDX-NAO-EXISTE
                   OPEN OUTPUT KARDEX-ESTOQUE
               END-IF
               IF  FS-KDX-OK
                   MOVE 'S'            TO IND-KDX-ABERTO
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR KARDEX-ESTOQUE, FILE STATUS: '
                       FS-KARDEX       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           KDX-GRAVA-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           IF  KARDEX-ABERTO
               MOVE SPACES             TO REG-KARDEX
               MOVE DMV-DATA-MOVIMENTO TO KDX-DATA
               MOVE KDX-GOODS-ATUAL    TO KDX-GOODS-CODE
               MOVE KDX-TIPO-ATUAL     TO KDX-TIPO
               MOVE KDX-DOCUMENTO-ATUAL TO KDX-DOCUMENTO
               MOVE KDX-ENTRADA-ATUAL  TO KDX-QTD-ENTRADA
               MOVE KDX-SAIDA-ATUAL    TO KDX-QTD-SAIDA
               MOVE KDX-LOCAL-ATUAL    TO KDX-LOCAL
               MOVE KDX-SALDO-ATUAL    TO KDX-SALDO
               MOVE AUD-OPERADOR-ATIVO TO KDX-OPERADOR
               MOVE NOME-PROGRAMA      TO KDX-PROGRAMA
               MOVE KDX-FILIAL-ATUAL   TO KDX-FILIAL
               WRITE REG-KARDEX
               IF  FS-KDX-OK
                   ADD 1               TO CONTA-KDX-GRAVADOS
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR KARDEX-ESTOQUE, FILE STATUS: '
                       FS-KARDEX       UPON CONSOLE
               END-IF
           END-IF

           MOVE ZEROS                  TO KDX-ENTRADA-ATUAL
                                          KDX-SAIDA-ATUAL
           MOVE 'T'                    TO KDX-LOCAL-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           KDX-FECHA-KARDEX            SECTION.
      *----------------------------------------------------------------*

           IF  KARDEX-ABERTO
               CLOSE KARDEX-ESTOQUE
               MOVE 'N'                TO IND-KDX-ABERTO
           END-IF

           .

           EXIT.
