      *    release. Alteração é sempre por vigência nova; a história
      *    das vigências anteriores fica preservada no arquivo.
      *----------------------------------------------------------------*
      * VERSAO 03 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida
      *    (inclusao de vigencia como I) em OPR-VERIFICA-FUNCAO antes de
      *    executar; a recusa vai para a trilha de auditoria.
      * VERSAO 02 - A inclusao de vigencia passou a exigir operador
      *    assinado e autorizado (OPR-SIGNON) e a ser gravada no log
      *    de alteracoes dos mestres (copybooks ALT*, consulta por
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'PARAME01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
                   WHEN 'L'
                       PERFORM LISTA-PARAMETROS
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-VIGENCIA
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
