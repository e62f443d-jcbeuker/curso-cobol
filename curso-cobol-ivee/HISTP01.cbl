      *    intervalo de datas, ou ambos, para responder às auditorias
      *    comerciais de preço.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-HISTORICO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - HIS-PRECO-ANTERIOR/HIS-PRECO-NOVO passaram de
      *    PIC 9(04) para PIC 9(05)V99, acompanhando a adoção de
      *    centavos em GOODS-PRICE feita em ARQUIVO.
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       01  REG-PARM                    PIC X(51).

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'HISTP01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE-HIST                PIC X(51)

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-HISTORICO

           MOVE 'RELATORIO-HISTORICO'  TO RRL-NOME-ATUAL
           MOVE OPE-REL                TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-LISTADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
