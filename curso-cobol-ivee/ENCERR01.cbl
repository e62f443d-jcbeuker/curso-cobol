      *    encerrado fica registrado em CONTROLE-ENCERRAMENTO e uma
      *    segunda execução para o mesmo ano é recusada.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-ENCERRAMENTO passa a ser registrado, ao
      *    ser fechado, no repositorio de relatorios (copybooks RRL*):
      *    copia guardada e indexada por programa, nome, data de
      *    movimento e operador, para consulta e reimpressao em
      *    RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o ano a
      *    encerrar (AAAA, obrigatório), linhas 2 a 5 com os caminhos
      *    de ACUM-ADIANTAMENTOS, ACUMULADO-FECHADO, RELATORIO-
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
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ENCERR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-ENCERRAMENTO

           MOVE 'RELATORIO-ENCERRAMENTO'
                                       TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-FUNCIONARIOS     TO AUD-QTDE-LIDOS
           MOVE CONTA-FUNCIONARIOS     TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
