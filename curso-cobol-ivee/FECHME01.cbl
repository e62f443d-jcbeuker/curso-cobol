      *    OVERRIDE na 2a linha do cartão força, sob responsabilidade
      *    do operador assinado.
      *----------------------------------------------------------------*
      * VERSAO 06 - RELATORIO-FECHAMENTO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 05 - REG-TRILHA acompanhou a coluna AUD-OCORRENCIA da
      *    trilha de auditoria; as linhas de ocorrencia de seguranca
      *    (acesso recusado) nao contam como execucao do dia. O
      *    sign-on pede a funcao P (aprovar) deste programa ao perfil
      *    do operador (tabela de permissoes, copybook OPRPROC).
      * VERSAO 04 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO); os
      *    totais do dossie seguem pelos mesmos campos.
      * VERSAO 03 - REG-HISTORICO-MENSAL acompanhou as ferias pagas
      *    por FERPAG01 (HIM-FERIAS): o dossie ganhou os totais de
      *    ferias brutas e liquidas e o INSS e o IRRF retidos passam
      *    a incluir os das ferias.
      * VERSAO 02 - A cobertura dos dias uteis passou a ser conferida
      *    pelo ledger DIAS-FECHADOS de VIRADA01, carimbado com o dia
      *    de movimento: a checagem anterior usava a data de relogio
           COPY OPRCTL.

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

       FD  HISTORICO-MENSAL.
       01  REG-HISTORICO-MENSAL.
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  RELATORIO-FECHAMENTO.
       01  REG-RELATORIO               PIC X(80).
       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'FECHME01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS006'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
           03  SOMA-LIQUIDO            PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-INSS               PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-IRRF               PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-FERIAS-BRUTO       PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-FERIAS-LIQUIDO     PIC S9(11)V99    VALUE ZEROS.

      *    Execuções do mês por dia (1 a 31), acumuladas da trilha de
      *    auditoria, e as peças do dossiê vistas com RC zero.

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

           MOVE 'P'                    TO OPR-FUNCAO-SOLICITADA
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               NOT AT END
                   IF  TRA-DATA-INICIO(4:7) = WS-COMPETENCIA
                       AND TRA-DATA-INICIO(1:2) NUMERIC
                       AND TRA-OCORRENCIA = SPACES
                       MOVE TRA-DATA-INICIO(1:2)
                                       TO WS-DIA-CORRENTE
                       IF  WS-DIA-CORRENTE >= 1
                                       TO SOMA-INSS
                           ADD HIM-DESC-IRRF
                                       TO SOMA-IRRF
                           ADD HIM-FERIAS-BRUTO
                                       TO SOMA-FERIAS-BRUTO
                           ADD HIM-FERIAS-LIQUIDO
                                       TO SOMA-FERIAS-LIQUIDO
                           ADD HIM-FERIAS-INSS
                                       TO SOMA-INSS
                           ADD HIM-FERIAS-IRRF
                                       TO SOMA-IRRF
                       END-IF
               END-PERFORM
               CLOSE HISTORICO-MENSAL
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAL FERIAS BRUTO:       ' TO LT-ROTULO
           MOVE SOMA-FERIAS-BRUTO      TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAL FERIAS LIQUIDO:     ' TO LT-ROTULO
           MOVE SOMA-FERIAS-LIQUIDO    TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'TOTAL INSS RETIDO:        ' TO LT-ROTULO
           MOVE SOMA-INSS              TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.
           WRITE REG-RELATORIO

           CLOSE RELATORIO-FECHAMENTO

           MOVE 'RELATORIO-FECHAMENTO' TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO
           CLOSE COMPETENCIAS-FECHADAS

           PERFORM CAL-FECHA-CALENDARIO
