      *    redigitação no portal, nosso maior risco de conformidade,
      *    acabou.
      *----------------------------------------------------------------*
      * VERSAO 06 - RELATORIO-DIVERGENCIAS passa a ser registrado, ao
      *    ser fechado, no repositorio de relatorios (copybooks RRL*):
      *    copia guardada e indexada por programa, nome, data de
      *    movimento e operador, para consulta e reimpressao em
      *    RELREP01.
      * VERSAO 05 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO); a
      *    exportacao segue pelos mesmos campos.
      * VERSAO 04 - Competencia 13/AAAA exporta o 13o salario pago
      *    por DECTER01, gravado no historico com competencia propria
      *    (1a parcela no adiantamento, 2a no lugar das ferias): o
      *    header ganhou o indicador de apuracao, '1' mensal e '2'
      *    anual (13o), e o detalhe leva o 13o integral, o INSS e o
      *    IRRF da 2a parcela e o liquido das duas.
      * VERSAO 03 - REG-HISTORICO-MENSAL acompanhou as ferias pagas
      *    por FERPAG01 (HIM-FERIAS): bruto, INSS, IRRF e liquido
      *    informados ao governo passam a somar as ferias pagas na
      *    competencia ao adiantamento.
      * VERSAO 02 - O arquivo governo passou a ser numerado e
      *    registrado no log de transmissoes de interface (copybooks
      *    INT*, supervisor INTERF01): o header ganhou o numero
           COPY INTCTL.

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

       FD  CADASTRO-MESTRE.
       01  REG-CADASTRO-MESTRE.
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY INTFD.
      *
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE         'ESOC01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS006'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY INTDADOS.

           03  GOV-H-COMPETENCIA       PIC X(07)          VALUE ' '.
           03  GOV-H-DATA-GERACAO      PIC X(10)          VALUE ' '.
           03  GOV-H-NR-ARQUIVO        PIC 9(06)          VALUE ZEROS.
           03  GOV-H-IND-APURACAO      PIC X(01)          VALUE '1'.
           03  FILLER                  PIC X(61)          VALUE ' '.

       01  GOV-REGISTRO-DETALHE.
           03  FILLER                  PIC X(01)          VALUE 'D'.
           MOVE WS-COMPETENCIA         TO GOV-H-COMPETENCIA
           MOVE DMV-DATA-MOVIMENTO     TO GOV-H-DATA-GERACAO
           MOVE INT-NUMERO-GERADO      TO GOV-H-NR-ARQUIVO
      *    Competencia 13/AAAA e a apuracao anual do 13o salario.
           IF  WS-COMPETENCIA(1:2)     = '13'
               MOVE '2'                TO GOV-H-IND-APURACAO
           ELSE
               MOVE '1'                TO GOV-H-IND-APURACAO
           END-IF
           MOVE GOV-REGISTRO-HEADER    TO REG-GOVERNO
           WRITE REG-GOVERNO

           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com a competência MM/AAAA (em branco
      *    usa o mês corrente da data de movimento; 13/AAAA exporta o
      *    13o salário do ano), linhas 2 a 5 com
      *    os caminhos do histórico, do mestre, do arquivo do governo
      *    e do relatório de divergências. Via PARM, aceita apenas a
      *    competência.
           IF  MESTRE-COMPLETO
               ADD 1                   TO CONTA-EXPORTADOS
               ADD HIM-ADIANTAMENTO    TO SOMA-BRUTO
               ADD HIM-FERIAS-BRUTO    TO SOMA-BRUTO
               ADD HIM-LIQUIDO         TO SOMA-LIQUIDO
               ADD HIM-FERIAS-LIQUIDO  TO SOMA-LIQUIDO

               MOVE HIM-MATRICULA      TO GOV-D-MATRICULA
               MOVE CDM-NOME           TO GOV-D-NOME
               MOVE CDM-CATEGORIA      TO GOV-D-CATEGORIA
               MOVE CDM-CD-MUNICIPIO   TO GOV-D-CD-MUNICIPIO
      *    Na competencia 13/AAAA o adiantamento e a 1a parcela do
      *    13o e o grupo das ferias traz a 2a.
               COMPUTE GOV-D-BRUTO
                   = HIM-ADIANTAMENTO + HIM-FERIAS-BRUTO
               COMPUTE GOV-D-INSS
                   = HIM-DESC-INSS + HIM-FERIAS-INSS
               COMPUTE GOV-D-IRRF
                   = HIM-DESC-IRRF + HIM-FERIAS-IRRF
               COMPUTE GOV-D-LIQUIDO
                   = HIM-LIQUIDO + HIM-FERIAS-LIQUIDO

               MOVE GOV-REGISTRO-DETALHE
                                       TO REG-GOVERNO

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-DIVERGENCIAS

           MOVE 'RELATORIO-DIVERGENCIAS'
                                       TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' MATRICULAS EXPORTADAS: '
               CONTA-EXPORTADOS ' DIVERGENTES: ' CONTA-DIVERGENTES
                                       UPON CONSOLE
