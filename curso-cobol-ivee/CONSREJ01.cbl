      *    detalhe abaixo: a revisão de qualidade de dados vira um
      *    documento só.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-REJEITOS-GERAL passa a ser registrado, ao
      *    ser fechado, no repositorio de relatorios (copybooks RRL*):
      *    copia guardada e indexada por programa, nome, data de
      *    movimento e operador, para consulta e reimpressao em
      *    RELREP01.
      * VERSAO 02 - Os rejeitos do catálogo, da folha e de vendas
      *    passaram a carregar o código do catálogo central de
      *    mensagens (MSG-nnnn, mantido por MENSAG01): o cabeçalho de
           COPY MSGCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       COPY MSGFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE      'CONSREJ01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY MSGDADOS.

       01  VARIAVEIS-AUXILIARES.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-REJEITOS-GERAL

           MOVE 'RELATORIO-REJEITOS-GERAL'
                                       TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM MSG-FECHA-CATALOGO

           MOVE CONTA-REJEITOS-TOTAL   TO AUD-QTDE-LIDOS
