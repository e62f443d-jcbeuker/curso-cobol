      *    todo auditor pede. HORAS-MES dobrada que passa por todas as
      *    críticas de campo para de navegar direto para o banco.
      *----------------------------------------------------------------*
      * VERSAO 04 - RELATORIO-VARIACAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 03 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO); a
      *    variacao segue so pelo adiantamento.
      * VERSAO 02 - REG-HISTORICO-MENSAL acompanhou as ferias pagas
      *    por FERPAG01 (HIM-FERIAS); a variacao segue so pelo
      *    adiantamento, e registro so de ferias fica de fora.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
      *
      *----------------------------------------------------------------*
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  RELATORIO-VARIACAO.
       01  REG-RELATORIO               PIC X(80).
       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'VARADI01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRSDADOS.

                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
      *    Registro so de ferias (FERPAG01) num mes sem adiantamento
      *    nao conta como adiantamento zerado.
                   IF  HIM-ADIANTAMENTO = 0
                       AND HIM-FERIAS-BRUTO > 0
                       CONTINUE
                   ELSE
                       EVALUATE HIM-COMPETENCIA
                           WHEN WS-COMPETENCIA
                               IF  CONTA-ATUAIS < 2000
                                   ADD 1   TO CONTA-ATUAIS
                                   SET TAT-IDX TO CONTA-ATUAIS
                                   MOVE HIM-MATRICULA
                                       TO TAT-MATRICULA(TAT-IDX)
                                   MOVE HIM-ADIANTAMENTO
                                       TO TAT-VALOR(TAT-IDX)
                                   MOVE 'N'
                                       TO TAT-CASADA(TAT-IDX)
                               END-IF
                           WHEN WS-COMP-ANTERIOR
                               IF  CONTA-ANTERIORES < 2000
                                   ADD 1   TO CONTA-ANTERIORES
                                   SET TAN-IDX TO CONTA-ANTERIORES
                                   MOVE HIM-MATRICULA
                                       TO TAN-MATRICULA(TAN-IDX)
                                   MOVE HIM-ADIANTAMENTO
                                       TO TAN-VALOR(TAN-IDX)
                                   MOVE 'N'
                                       TO TAN-CASADA(TAN-IDX)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-PERFORM

           CLOSE HISTORICO-MENSAL

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-VARIACAO

           MOVE 'RELATORIO-VARIACAO'   TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-VARIACOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
