      *    ocorrência do banco (RETBAN01). Tudo por READ direto nas
      *    chaves dos indexados que já existem; somente leitura.
      *----------------------------------------------------------------*
      * VERSAO 05 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO), que
      *    a consulta mostra na competencia; STATUS-PAGAMENTOS passou
      *    a chave matricula + sufixo do favorecido (RETBAN01) e o
      *    ultimo pagamento e o do credito do proprio funcionario.
      * VERSAO 04 - Emprestimos consignados da matricula (EMPRESTIMOS,
      *    de CONSIG01): contrato, banco, parcelas descontadas, saldo
      *    devedor e a falta de margem acumulada.
      * VERSAO 03 - Competencia 13/AAAA do 13o salario (DECTER01)
      *    sai com rotulos proprios: 1a parcela e, quando paga, a 2a
      *    com bruto e liquido.
      * VERSAO 02 - REG-HISTORICO-MENSAL acompanhou as ferias pagas
      *    por FERPAG01 (HIM-FERIAS); a consulta mostra bruto e
      *    liquido das ferias na competencia em que foram pagas.
      * VERSAO 01 - Versão inicial. Teto anual: vigência
      *    TETO-ANUAL-ADIANTAMENTO de PARAMS.TXT quando cadastrada;
      *    sem ela vale o padrão de C3A07P01.
           SELECT STATUS-PAGAMENTOS ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STP-CHAVE
           FILE STATUS IS FS-STATUS-PAGAMENTOS.

           COPY EMPCTL.

           COPY PRSCTL.

           COPY PRMCTL.
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  ACUM-ADIANTAMENTOS.
       01  REG-ACUMULADO.

       FD  STATUS-PAGAMENTOS.
       01  REG-STATUS-PAGAMENTO.
           03  STP-CHAVE.
               05  STP-MATRICULA       PIC X(04).
               05  STP-SUFIXO          PIC X(02).
           03  FILLER                  PIC X(01).
           03  STP-SITUACAO            PIC X(01).
               88  STP-PAGO                             VALUE 'P'.
           03  FILLER                  PIC X(01).
           03  STP-DATA                PIC X(10).

       COPY EMPFD.

       COPY PRSFD.

       COPY PRMFD.
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CONSFU01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY PRSDADOS.
       COPY EMPDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
               88  FIM-DA-CONSULTA                      VALUE 'S'.
           03  IND-FIM-HISTORICO       PIC X(01)        VALUE 'N'.
               88  FIM-DO-HISTORICO                     VALUE 'S'.
           03  IND-FIM-EMPRESTIMOS     PIC X(01)        VALUE 'N'.
               88  FIM-DOS-EMPRESTIMOS                  VALUE 'S'.
           03  CONTA-CONTRATOS         PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-MATRICULA            PIC X(04)        VALUE SPACES.
           03  WS-TETO-ANUAL           PIC 9(07)V99     VALUE 0050000.
           03  WS-SALDO-TETO           PIC S9(09)V99    VALUE ZEROS.
           OPEN INPUT HISTORICO-MENSAL
           OPEN INPUT ACUM-ADIANTAMENTOS
           OPEN INPUT STATUS-PAGAMENTOS
           OPEN INPUT EMPRESTIMOS

           .

                   PERFORM MOSTRA-HISTORICO
                   PERFORM MOSTRA-ACUMULADO
                   PERFORM MOSTRA-PAGAMENTO
                   PERFORM MOSTRA-EMPRESTIMOS
           END-READ

           .
                               ' BRUTO ' WS-VALOR-ED
                               ' LIQUIDO ' WS-VALOR-ED2
                                       UPON CONSOLE
                           IF  HIM-DESC-PENSAO > 0
                               MOVE HIM-DESC-PENSAO
                                       TO WS-VALOR-ED
                               DISPLAY '    PENSAO ALIMENTICIA '
                                   WS-VALOR-ED UPON CONSOLE
                           END-IF
      *    Na competencia 13/AAAA o adiantamento e a 1a parcela do
      *    13o e o grupo das ferias traz a 2a.
                           IF  HIM-FERIAS-BRUTO > 0
                               MOVE HIM-FERIAS-BRUTO
                                       TO WS-VALOR-ED
                               MOVE HIM-FERIAS-LIQUIDO
                                       TO WS-VALOR-ED2
                               IF  HIM-COMPETENCIA(1:2) = '13'
                                   DISPLAY '    13O 2A PARC BRUTO '
                                       WS-VALOR-ED
                                       ' LIQUIDO ' WS-VALOR-ED2
                                       UPON CONSOLE
                               ELSE
                                   DISPLAY '    FERIAS      BRUTO '
                                       WS-VALOR-ED
                                       ' LIQUIDO ' WS-VALOR-ED2
                                       UPON CONSOLE
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'S'    TO IND-FIM-HISTORICO
                       END-IF
                                       UPON CONSOLE
           ELSE
               MOVE WS-MATRICULA       TO STP-MATRICULA
               MOVE SPACES             TO STP-SUFIXO
               READ STATUS-PAGAMENTOS
                   INVALID KEY
                       DISPLAY 'SEM PAGAMENTO REGISTRADO'

           EXIT.

      *----------------------------------------------------------------*
           MOSTRA-EMPRESTIMOS          SECTION.
      *----------------------------------------------------------------*
      *    Contratos de consignado da matricula, ativos e quitados,
      *    com o saldo devedor calculado por EMP-CALCULA-SALDO.
      *----------------------------------------------------------------*

           IF  NOT FS-EMP-OK
               DISPLAY 'SEM EMPRESTIMOS CONSIGNADOS CADASTRADOS'
                                       UPON CONSOLE
           ELSE
               MOVE 'N'                TO IND-FIM-EMPRESTIMOS
               MOVE ZEROS              TO CONTA-CONTRATOS
               MOVE WS-MATRICULA       TO EMP-MATRICULA
               MOVE LOW-VALUES         TO EMP-CONTRATO

               START EMPRESTIMOS
                   KEY IS >= EMP-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-EMPRESTIMOS
               END-START

               PERFORM UNTIL FIM-DOS-EMPRESTIMOS
                   READ EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-EMPRESTIMOS
                   NOT AT END
                       IF  EMP-MATRICULA = WS-MATRICULA
                           ADD 1       TO CONTA-CONTRATOS
                           PERFORM EMP-CALCULA-SALDO
                           MOVE EMP-VALOR-PARCELA
                                       TO WS-VALOR-ED
                           MOVE EMP-SALDO-DEVEDOR
                                       TO WS-VALOR-ED2
                           DISPLAY 'CONSIGNADO ' EMP-CONTRATO
                               ' BANCO ' EMP-BANCO
                               ' SITUACAO ' EMP-SITUACAO
                               ' PARCELAS ' EMP-PARCELAS-PAGAS
                               '/' EMP-QTDE-PARCELAS
                                       UPON CONSOLE
                           DISPLAY '    PARCELA ' WS-VALOR-ED
                               ' SALDO DEVEDOR ' WS-VALOR-ED2
                                       UPON CONSOLE
                           IF  EMP-NAO-DESCONTADO > 0
                               MOVE EMP-NAO-DESCONTADO
                                       TO WS-VALOR-ED
                               DISPLAY '    NAO DESCONTADO POR FALTA'
                                   ' DE MARGEM ' WS-VALOR-ED
                                       UPON CONSOLE
                           END-IF
                       ELSE
                           MOVE 'S'    TO IND-FIM-EMPRESTIMOS
                       END-IF
               END-PERFORM

               IF  CONTA-CONTRATOS     = 0
                   DISPLAY 'SEM EMPRESTIMOS CONSIGNADOS'
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY PRSPROC.

       COPY EMPPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE HISTORICO-MENSAL
           CLOSE ACUM-ADIANTAMENTOS
           CLOSE STATUS-PAGAMENTOS
           CLOSE EMPRESTIMOS

           .

           CLOSE HISTORICO-MENSAL
           CLOSE ACUM-ADIANTAMENTOS
           CLOSE STATUS-PAGAMENTOS
           CLOSE EMPRESTIMOS

           MOVE CONTA-CONSULTAS        TO AUD-QTDE-LIDOS
           MOVE CONTA-CONSULTAS        TO AUD-QTDE-GRAVADOS
