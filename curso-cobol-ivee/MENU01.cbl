      *    PR16TA01, em vez de exigir que o operador saiba qual load
      *    module rodar em cada etapa.
      * Modification History:
      *    15.10.2026 - Sign-on em modo so identificacao
      *     (OPR-FUNCAO-SOLICITADA 'N'): a permissao de cada funcao e
      *     conferida pelo perfil do operador no programa chamado.
      *     Trilha de auditoria (AUDCTL/AUDFD/AUDPROC) incluida para
      *     as ocorrencias de seguranca gravadas por OPRPROC.
      *    02.09.2026 - O menu virou formulario de tela cheia (SCREEN
      *     SECTION): opcao e parametro visiveis e editaveis de uma
      *     vez, validacao da opcao antes do despacho, 0 encerra, e a
           COPY PRMCTL.

           COPY OPRCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       COPY PRMFD.
      *
       COPY OPRFD.
      *
       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'MENU01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE       'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

           SET OPR-FUNC-IDENTIFICA     TO TRUE
           PERFORM OPR-SIGNON

           IF  NOT OPR-ASSINADO
       COPY PRMPROC.

       COPY OPRPROC.

       COPY AUDPROC.
