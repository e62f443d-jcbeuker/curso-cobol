      *    um único funcionário por READ direto na chave, em vez de
      *    abrir o .dat no editor.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-EXTRATO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - O extrato passou a marcar o funcionario desligado
      *    (CDM-DT-DEMISSAO do CADASTRO-MESTRE, quando presente) na
      *    coluna de situacao, com a data do desligamento.
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       01  REG-PARM                    PIC X(54).

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'EXTRAT01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-EXTRATO

           MOVE 'RELATORIO-EXTRATO'    TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LISTADOS         TO AUD-QTDE-LIDOS
           MOVE CONTA-LISTADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
