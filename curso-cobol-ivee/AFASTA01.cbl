      *    licença e capar proporcionalmente as horas do afastamento
      *    parcial: o RH deixa de interceptar esses casos de memória.
      *----------------------------------------------------------------*
      * VERSAO 04 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 03 - Novo tipo FI, falta injustificada, que FERIAS01
      *    e FERREL01 descontam dos dias de direito a ferias pela
      *    escala da CLT. As ferias programadas em FERIAS01 ja gravam
      *    aqui o proprio afastamento FE.
      * VERSAO 02 - A sessao passou a exigir operador assinado e
      *    autorizado (OPR-SIGNON), na convencao dos fluxos
      *    sensiveis da casa: o programa regrava mestre/financeiro
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'AFASTA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-AFASTAMENTO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-AFASTAMENTO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-AFASTAMENTO
                       END-IF
                   WHEN 'C'
                       PERFORM CONSULTA-MATRICULA
                   WHEN OTHER
           SOLICITA-DADOS-AFASTAMENTO  SECTION.
      *----------------------------------------------------------------*

           MOVE 'TIPO (LM/FE/LS/FI/OU, BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
