      *    sequência e lista no console campo, antes/depois, operador
      *    e momento.
      *----------------------------------------------------------------*
      * VERSAO 02 - A linha listada mostra a situacao da aprovacao
      *    dos campos sob dupla custodia (P pendente, A aprovado, R
      *    rejeitado, C cancelado) e o operador aprovador, gravados
      *    por CADFUN01, VENDCA01 e APROVA01.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ALTLOG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
           DISPLAY '  PARA: ' ALT-DEPOIS
               ' OPR: ' ALT-OPERADOR ' ' ALT-PROGRAMA UPON CONSOLE

           IF  ALT-SITUACAO-APROVACAO NOT = SPACE
               DISPLAY '  APROVACAO: ' ALT-SITUACAO-APROVACAO
                   ' APROVADOR: ' ALT-APROVADOR UPON CONSOLE
           END-IF

           .

           EXIT.
