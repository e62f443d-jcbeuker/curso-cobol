      *    enxergar o dia em que os rejeitos dispararam sem rolar o
      *    log na mão.
      *----------------------------------------------------------------*
      * VERSAO 04 - RELATORIO-OPERACOES passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 03 - REG-TRILHA ganhou a coluna AUD-OCORRENCIA: as linhas
      *    de ocorrencia de seguranca (acesso recusado, bloqueio de
      *    operador) saem marcadas com ** SEG ** e a descricao, fora da
      *    contagem de execucoes, e o rodape traz o total de
      *    ocorrencias.
      * VERSAO 02 - TRA-INICIO/TRA-FIM acertados para os 30 bytes que
      *    a trilha de fato guarda (a estampa de 33 é truncada em
      *    AUD-INICIO X(30)), que deslocava lidos/gravados/RC na
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  TRA-RETURN-CODE         PIC 9(03).
           03  FILLER                  PIC X(01).
           03  TRA-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  TRA-OCORRENCIA          PIC X(40).

       FD  RELATORIO-OPERACOES.
       01  REG-RELATORIO               PIC X(100).
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'RELAUD01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-NO-INTERVALO      PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FALHAS            PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-OCORRENCIAS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-PROGRAMAS         PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SEG-INICIO           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-SEG-FIM              PIC S9(09) COMP-5 VALUE ZEROS.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(12).

       01  LINHA-OCORRENCIA.
           03  LO-PROGRAMA             PIC X(18).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LO-DATA                 PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-HORA                 PIC X(08).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(04)        VALUE 'OPR '.
           03  LO-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(09)        VALUE
                                                   '** SEG **'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-OCORRENCIA           PIC X(39).

       01  LINHA-TITULO-RESUMO.
           03  FILLER                  PIC X(100)       VALUE
           'RESUMO POR PROGRAMA (EXECUCOES / FALHAS / LIDOS '
           03  FILLER                  PIC X(08)        VALUE
                                                   'FALHAS: '.
           03  LRT-FALHAS              PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(13)        VALUE
                                                   'OCORRENCIAS: '.
           03  LRT-OCORRENCIAS         PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
                       DELIMITED BY SIZE INTO WS-DATA-REG-AMD
                   IF  WS-DATA-REG-AMD >= WS-DATA-INI-AMD
                       AND WS-DATA-REG-AMD <= WS-DATA-FIM-AMD
                       IF  TRA-OCORRENCIA = SPACES
                           PERFORM IMPRIME-EXECUCAO
                       ELSE
                           PERFORM IMPRIME-OCORRENCIA
                       END-IF
                   END-IF
           END-PERFORM


           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*
      *    Linha de ocorrência de segurança (acesso recusado, bloqueio
      *    de operador): sai na listagem com o momento, o operador e a
      *    descrição, mas não conta como execução do programa.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-OCORRENCIAS

           MOVE TRA-PROGRAMA           TO LO-PROGRAMA
           STRING TRA-INI-DIA '/' TRA-INI-MES '/' TRA-INI-ANO
               DELIMITED BY SIZE INTO LO-DATA
           STRING TRA-INI-HH ':' TRA-INI-MM ':' TRA-INI-SS
               DELIMITED BY SIZE INTO LO-HORA
           MOVE TRA-OPERADOR           TO LO-OPERADOR
           MOVE TRA-OCORRENCIA         TO LO-OCORRENCIA

           MOVE LINHA-OCORRENCIA       TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-PROGRAMA            SECTION.
      *----------------------------------------------------------------*

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           MOVE CONTA-NO-INTERVALO     TO LRT-EXECUCOES
           MOVE CONTA-FALHAS           TO LRT-FALHAS
           MOVE CONTA-OCORRENCIAS      TO LRT-OCORRENCIAS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO


           CLOSE RELATORIO-OPERACOES

           MOVE 'RELATORIO-OPERACOES'  TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-NO-INTERVALO     TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
