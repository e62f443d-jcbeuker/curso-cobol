      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Pagamento do 13o salário (gratificação natalina) em
      *    duas parcelas, no lugar da planilha montada todo novembro
      *    e dezembro. Para cada funcionário do cadastro mestre
      *    apura os avos do ano da data de movimento - mês com 15
      *    dias ou mais trabalhados vale um avo - a partir da
      *    admissão e até 31/12 ou a demissão já agendada,
      *    descontando os afastamentos longos de AFASTAMENTOS
      *    (licença sem vencimento 'LS' e faltas 'FI' inteiras;
      *    demais afastamentos a partir do 16o dia; férias contam
      *    como trabalhadas). O 13o integral é VALOR-HORA x
      *    DECIMO-HORAS-MES (padrão 220) x avos / 12. A 1a parcela
      *    paga a metade, sem descontos; a 2a paga o restante com
      *    INSS e IRRF sobre o integral pelas faixas da folha
      *    (copybook TRBDADOS), IRRF deduzido por dependente de
      *    DEPENDENTES, e abate a 1a parcela. As duas ficam no
      *    HISTORICO-MENSAL na competência própria 13/AAAA - a 1a
      *    em HIM-ADIANTAMENTO/HIM-LIQUIDO e a 2a no grupo
      *    HIM-DECIMO-SEGUNDA -, que ESOC01 exporta como apuração
      *    anual. O líquido vai numa remessa CNAB240 por banco
      *    (copybook CNBDADOS, mesmo NSA por banco de C3A07P01),
      *    registrada no controle de interfaces e conciliada por
      *    RETBAN01, e cada funcionário pago ganha um recibo no
      *    layout do recibo de adiantamento (copybook RECDADOS).
      *    Desligado, sem banco ou sem VALOR-HORA fica de fora e
      *    sai no relatório.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-DECIMO e RECIBOS-DECIMO passam a ser
      *    registrados, ao serem fechados, no repositorio de
      *    relatorios (copybooks RRL*): copia guardada e indexada por
      *    programa, nome, data de movimento e operador, para consulta
      *    e reimpressao em RELREP01.
      * VERSAO 02 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO);
      *    o registro 13/AAAA criado aqui nasce com ela zerada.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com a
      *    parcela (1 ou 2; em branco vale 2 em dezembro e 1 nos
      *    demais meses), 2a com o caminho do cadastro mestre, 3a
      *    com o de DEPENDENTES, 4a com o de HISTORICO-MENSAL, 5a
      *    com o de AFASTAMENTOS, 6a com o caminho base da remessa
      *    (mais '-' + banco + '.txt'), 7a com o do cartão CNABSEQ,
      *    8a com o de RELATORIO-DECIMO e 9a com o de
      *    RECIBOS-DECIMO. Via PARM, aceita apenas a parcela.
      *    Competência 13/AAAA fechada recusa a execução. Parcela já
      *    gravada no histórico não é paga de novo.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     DECTER01.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CADASTRO-MESTRE ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDM-MATRICULA
           FILE STATUS IS FS-CADASTRO-MESTRE.

           SELECT DEPENDENTES ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT HISTORICO-MENSAL ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIM-CHAVE
           FILE STATUS IS FS-HISTORICO-MENSAL.

           SELECT AFASTAMENTOS ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS FS-AFASTAMENTOS.

           SELECT REMESSA-BANCARIA ASSIGN TO OPE05-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA-BANCARIA.

           SELECT REMESSA-CONTROLE ASSIGN TO OPE06
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA-CONTROLE.

           SELECT RELATORIO-DECIMO ASSIGN TO OPE07
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-DECIMO.

           SELECT RECIBOS-DECIMO ASSIGN TO OPE08
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECIBOS-DECIMO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY DMVCTL.

           COPY PRSCTL.

           COPY INTCTL.

           COPY CMPCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  CADASTRO-MESTRE.
       01  REG-CADASTRO-MESTRE.
           03  CDM-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  CDM-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  CDM-CATEGORIA           PIC X(01).
           03  FILLER                  PIC X(01).
           03  CDM-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CDM-DT-ADMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  CDM-AGENCIA             PIC X(05).
           03  FILLER                  PIC X(01).
           03  CDM-CONTA               PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-DT-DEMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-VALOR-HORA          PIC 9(03)V99.

       FD  DEPENDENTES.
       01  REG-DEPENDENTE.
           03  DPD-CHAVE.
               05  DPD-MATRICULA       PIC X(04).
               05  DPD-SEQUENCIA       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  DPD-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  DPD-DATA-NASCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  DPD-TIPO                PIC X(02).

      *    Na competencia 13/AAAA do 13o salario a 1a parcela fica em
      *    HIM-ADIANTAMENTO/HIM-LIQUIDO (sem descontos) e a 2a ocupa o
      *    lugar das ferias, que nao existem nessa competencia: o
      *    bruto da 2a e o integral menos a 1a, de modo que a soma
      *    dos dois brutos e o 13o integral informado ao governo.
       FD  HISTORICO-MENSAL.
       01  REG-HISTORICO-MENSAL.
           03  HIM-CHAVE.
               05  HIM-MATRICULA       PIC X(04).
               05  HIM-COMPETENCIA     PIC X(07).
           03  HIM-ADIANTAMENTO        PIC 9(07)V99.
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DECIMO-SEGUNDA REDEFINES HIM-FERIAS.
               05  HIM-DEC2-BRUTO      PIC 9(07)V99.
               05  HIM-DEC2-INSS       PIC 9(07)V99.
               05  HIM-DEC2-IRRF       PIC 9(07)V99.
               05  HIM-DEC2-LIQUIDO    PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           03  AFA-CHAVE.
               05  AFA-MATRICULA       PIC X(04).
               05  AFA-DATA-INICIO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  AFA-TIPO                PIC X(02).
           03  FILLER                  PIC X(01).
           03  AFA-DATA-FIM            PIC X(10).

       FD  REMESSA-BANCARIA.
       01  REG-REMESSA                 PIC X(240).

       FD  REMESSA-CONTROLE.
       01  REG-CONTROLE-REMESSA.
           03  RCT-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  RCT-SEQUENCIA           PIC 9(06).

       FD  RELATORIO-DECIMO.
       01  REG-RELATORIO               PIC X(132).

       FD  RECIBOS-DECIMO.
       01  REG-RECIBO                  PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY DMVFD.

       COPY PRSFD.

       COPY INTFD.

       COPY CMPFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'DECTER01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY PRSDADOS.
       COPY INTDADOS.
       COPY CMPDADOS.

      *    Faixas de INSS e IRRF e deducao por dependente, as mesmas
      *    do adiantamento.
       COPY TRBDADOS.

      *    Layout CNAB240 e tabelas de bancos e de NSA da remessa.
       COPY CNBDADOS.

      *    Linhas do recibo individual, as mesmas do adiantamento.
       COPY RECDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPENDEN.dat'.
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\HIM-C3A07P01.dat'.
           03  OPE04                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AFASTAME.dat'.
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\REMDECIMO'.
           03  OPE05-ARQUIVO           PIC X(70)        VALUE SPACES.
           03  OPE06                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CNABSEQ.TXT'.
           03  OPE07                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\RELDECTE.TXT'.
           03  OPE08                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\RECDECTE.TXT'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-DEPENDENTES          PIC X(02)        VALUE '00'.
               88  FS-DPD-OK                            VALUE '00'.
               88  FS-DPD-NAO-EXISTE                    VALUE '35'.
           03  FS-HISTORICO-MENSAL     PIC X(02)        VALUE '00'.
               88  FS-HIM-OK                            VALUE '00'.
               88  FS-HIM-NAO-EXISTE                    VALUE '35'.
           03  FS-AFASTAMENTOS         PIC X(02)        VALUE '00'.
               88  FS-AFA-OK                            VALUE '00'.
               88  FS-AFA-NAO-EXISTE                    VALUE '35'.
           03  FS-REMESSA-BANCARIA     PIC X(02)        VALUE '00'.
               88  FS-REM-OK                            VALUE '00'.
           03  FS-REMESSA-CONTROLE     PIC X(02)        VALUE '00'.
               88  FS-RCT-OK                            VALUE '00'.
           03  FS-RELATORIO-DECIMO     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-RECIBOS-DECIMO       PIC X(02)        VALUE '00'.
               88  FS-REC-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-SEQ-CNAB        PIC X(01)        VALUE 'N'.
               88  FIM-DO-SEQ-CNAB                      VALUE 'S'.
           03  IND-HA-DEPENDENTES      PIC X(01)        VALUE 'N'.
               88  HA-DEPENDENTES                       VALUE 'S'.
           03  IND-HA-AFASTAMENTOS     PIC X(01)        VALUE 'N'.
               88  HA-AFASTAMENTOS                      VALUE 'S'.
           03  IND-PARCELA             PIC X(01)        VALUE SPACES.
               88  PRIMEIRA-PARCELA                     VALUE '1'.
               88  SEGUNDA-PARCELA                      VALUE '2'.
           03  IND-NO-ANO              PIC X(01)        VALUE 'N'.
               88  FUNCIONARIO-NO-ANO                   VALUE 'S'.
           03  IND-HIM-EXISTE          PIC X(01)        VALUE 'N'.
               88  HIM-EXISTE                           VALUE 'S'.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-ANO-DECIMO           PIC 9(04)        VALUE ZEROS.
           03  WS-REF-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-REF-AMD-R REDEFINES WS-REF-AMD.
               05  WS-REF-ANO          PIC X(04).
               05  WS-REF-MES          PIC X(02).
               05  WS-REF-DIA          PIC X(02).
           03  WS-INICIO-ANO-AMD       PIC 9(08)        VALUE ZEROS.
           03  WS-FIM-ANO-AMD          PIC 9(08)        VALUE ZEROS.
           03  WS-ADMISSAO-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DEMISSAO-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-MES-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-MES-AMD-R REDEFINES WS-MES-AMD.
               05  WS-MES-ANO          PIC 9(04).
               05  WS-MES-MES          PIC 9(02).
               05  WS-MES-DIA          PIC 9(02).
           03  WS-DATA-DDMMAAAA        PIC X(10)        VALUE SPACES.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
               05  WS-DAMD-ANO         PIC X(04).
               05  WS-DAMD-MES         PIC X(02).
               05  WS-DAMD-DIA         PIC X(02).
           03  WS-INT-FIM-ANO          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-JANELA-INI       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-JANELA-FIM       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-MES-INI          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-MES-FIM          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-AFA-INI          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-AFA-FIM          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-SOBREP-INI       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-SOBREP-FIM       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-DIAS-MES             PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-MES              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-AVOS                 PIC 9(02)        VALUE ZEROS.
           03  WS-HORAS-MES            PIC 9(03)V99     VALUE 220.
           03  WS-SALARIO-BASE         PIC 9(07)V99     VALUE ZEROS.
           03  WS-TOTAL-DECIMO         PIC 9(07)V99     VALUE ZEROS.
           03  WS-PARCELA              PIC S9(07)V99    VALUE ZEROS.
           03  WS-PRIMEIRA-PAGA        PIC 9(07)V99     VALUE ZEROS.
           03  WS-BASE-IRRF            PIC S9(07)V99    VALUE ZEROS.
           03  WS-DESC-INSS            PIC 9(07)V99     VALUE ZEROS.
           03  WS-DESC-IRRF            PIC 9(07)V99     VALUE ZEROS.
           03  WS-LIQUIDO              PIC S9(07)V99    VALUE ZEROS.
           03  WS-QTDE-DEPENDENTES     PIC 9(02)        VALUE ZEROS.
           03  WS-MOTIVO-FORA          PIC X(25)        VALUE SPACES.
           03  WS-BANCO-GERACAO        PIC X(03)        VALUE SPACES.
           03  WS-NSA-GERACAO          PIC 9(06)        VALUE ZEROS.
           03  WS-DETALHES-BANCO       PIC 9(06)        VALUE ZEROS.
           03  SOMA-BANCO              PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-TOTAL-DECIMO       PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-PARCELA            PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-INSS               PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-IRRF               PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-PRIMEIRA           PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-LIQUIDO            PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-SEQ-CNAB          PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-BANCOS            PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-BANCO            PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-PAGOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-JA-PAGOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FORA              PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CREDITOS          PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(04) COMP-5 VALUE ZEROS.

      *    Dias do ano que nao contam para os avos do funcionario
      *    corrente (datas inteiras), montados a partir de
      *    AFASTAMENTOS.
       01  TAB-EXCLUSOES-DECIMO.
           03  TEX-FAIXA               OCCURS 50 TIMES
                                       INDEXED BY TEX-IDX.
               05  TEX-INT-INICIO      PIC S9(09) COMP-5.
               05  TEX-INT-FIM         PIC S9(09) COMP-5.

      *    Creditos da execucao por matricula, base da remessa.
       01  TAB-CREDITOS-DECIMO.
           03  TCD-CREDITO             OCCURS 500 TIMES
                                       INDEXED BY TCD-IDX.
               05  TCD-MATRICULA       PIC X(04).
               05  TCD-NOME            PIC X(20).
               05  TCD-BANCO           PIC X(03).
               05  TCD-AGENCIA         PIC X(05).
               05  TCD-CONTA           PIC X(10).
               05  TCD-LIQUIDO         PIC 9(09)V99.

      *    Linha propria do recibo do 13o, entre os valores e os
      *    descontos do layout comum.
       01  REC-LINHA-AVOS.
           03  FILLER                  PIC X(13)      VALUE
               'AVOS NO ANO: '.
           03  REC-AVOS                PIC Z9.
           03  FILLER                  PIC X(03)      VALUE '/12'.
           03  FILLER                  PIC X(11)      VALUE
               '  PARCELA: '.
           03  REC-PARCELA             PIC Z.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(14)      VALUE
               '  1A PARCELA: '.
           03  REC-PRIMEIRA            PIC Z.ZZZ.ZZ9,99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(22)        VALUE
           '13O SALARIO - PARCELA '.
           03  LC-PARCELA              PIC X(01).
           03  FILLER                  PIC X(24)        VALUE
           ' - DATA DE MOVIMENTO: '.
           03  LC-DATA-MOV             PIC X(10).
           03  FILLER                  PIC X(16)        VALUE
           '   COMPETENCIA: '.
           03  LC-COMPETENCIA          PIC X(07).

       01  LINHA-COLUNAS.
           03  FILLER                  PIC X(26)        VALUE
           'MATR FUNCIONARIO'.
           03  FILLER                  PIC X(02)        VALUE
           'AV'.
           03  FILLER                  PIC X(13)        VALUE
           '  13O INTEGR.'.
           03  FILLER                  PIC X(13)        VALUE
           '      PARCELA'.
           03  FILLER                  PIC X(13)        VALUE
           '         INSS'.
           03  FILLER                  PIC X(13)        VALUE
           '         IRRF'.
           03  FILLER                  PIC X(13)        VALUE
           '   1A PARCELA'.
           03  FILLER                  PIC X(13)        VALUE
           '      LIQUIDO'.
           03  FILLER                  PIC X(26)        VALUE
           ' SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-MATRICULA            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-AVOS                 PIC Z9.
           03  LD-AVOS-X REDEFINES LD-AVOS
                                       PIC X(02).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-TOTAL                PIC Z.ZZZ.ZZ9,99.
           03  LD-TOTAL-X REDEFINES LD-TOTAL
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PARCELA              PIC Z.ZZZ.ZZ9,99.
           03  LD-PARCELA-X REDEFINES LD-PARCELA
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-INSS                 PIC Z.ZZZ.ZZ9,99.
           03  LD-INSS-X REDEFINES LD-INSS
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-IRRF                 PIC Z.ZZZ.ZZ9,99.
           03  LD-IRRF-X REDEFINES LD-IRRF
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PRIMEIRA             PIC Z.ZZZ.ZZ9,99.
           03  LD-PRIMEIRA-X REDEFINES LD-PRIMEIRA
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-LIQUIDO              PIC Z.ZZZ.ZZ9,99.
           03  LD-LIQUIDO-X REDEFINES LD-LIQUIDO
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(25).

       01  LINHA-TOTAL.
           03  FILLER                  PIC X(28)        VALUE
           'TOTAL PAGO NESTA EXECUCAO'.
           03  LT-TOTAL                PIC ZZ.ZZZ.ZZ9,99.
           03  LT-PARCELA              PIC ZZ.ZZZ.ZZ9,99.
           03  LT-INSS                 PIC ZZ.ZZZ.ZZ9,99.
           03  LT-IRRF                 PIC ZZ.ZZZ.ZZ9,99.
           03  LT-PRIMEIRA             PIC ZZ.ZZZ.ZZ9,99.
           03  LT-LIQUIDO              PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(20)        VALUE
           'FUNCIONARIOS PAGOS: '.
           03  LR-PAGOS                PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(18)        VALUE
           'PARCELA JA PAGA: '.
           03  LR-JA-PAGOS             PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(19)        VALUE
           'FORA DO PAGAMENTO: '.
           03  LR-FORA                 PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-CADASTRO

           PERFORM GERA-REMESSAS-CNAB

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM LE-PARAMETRO

           MOVE DMV-ANO-MOV            TO WS-REF-ANO
           MOVE DMV-MES-MOV            TO WS-REF-MES
           MOVE DMV-DIA-MOV            TO WS-REF-DIA

      *    Sem parcela informada, dezembro paga a 2a e os demais
      *    meses a 1a.
           IF  IND-PARCELA             = SPACES
               IF  DMV-MES-MOV         = '12'
                   MOVE '2'            TO IND-PARCELA
               ELSE
                   MOVE '1'            TO IND-PARCELA
               END-IF
           END-IF

           IF  NOT PRIMEIRA-PARCELA
               AND NOT SEGUNDA-PARCELA
               DISPLAY NOME-PROGRAMA ' PARCELA INVALIDA NO CARTAO: '
                   IND-PARCELA ' (USE 1 OU 2)' UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-ANO-MOV            TO WS-ANO-DECIMO
           COMPUTE WS-INICIO-ANO-AMD
               = WS-ANO-DECIMO * 10000 + 0101
           COMPUTE WS-FIM-ANO-AMD
               = WS-ANO-DECIMO * 10000 + 1231
           COMPUTE WS-INT-FIM-ANO
               = FUNCTION INTEGER-OF-DATE(WS-FIM-ANO-AMD)

           STRING '13/' DMV-ANO-MOV
               DELIMITED BY SIZE INTO WS-COMPETENCIA

      *    O 13o tem competencia propria no historico; fechada, nao
      *    recebe mais pagamento.
           PERFORM CMP-ABRE-COMPETENCIAS
           MOVE WS-COMPETENCIA         TO CMP-COMP-PEDIDA
           PERFORM CMP-VERIFICA-FECHADA
           PERFORM CMP-FECHA-COMPETENCIAS

           IF  CMP-COMPETENCIA-FECHADA
               DISPLAY NOME-PROGRAMA ' COMPETENCIA ' WS-COMPETENCIA
                   ' FECHADA - EXECUCAO RECUSADA' UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CARREGA-LIMITES

           DISPLAY NOME-PROGRAMA ' 13O SALARIO ' WS-ANO-DECIMO
               ' PARCELA ' IND-PARCELA ' COMPETENCIA '
               WS-COMPETENCIA          UPON CONSOLE

           OPEN INPUT CADASTRO-MESTRE

           IF  NOT FS-CDM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                   FS-CADASTRO-MESTRE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem dependentes cadastrados o IRRF segue sem deducao, como
      *    no adiantamento.
           OPEN INPUT DEPENDENTES

           IF  FS-DPD-OK
               SET HA-DEPENDENTES      TO TRUE
           ELSE
               IF  NOT FS-DPD-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR DEPENDENTES, FILE STATUS: '
                       FS-DEPENDENTES  UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

      *    Sem afastamentos lancados, todo mes do contrato conta.
           OPEN INPUT AFASTAMENTOS

           IF  FS-AFA-OK
               SET HA-AFASTAMENTOS     TO TRUE
           ELSE
               IF  NOT FS-AFA-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR AFASTAMENTOS, FILE STATUS: '
                       FS-AFASTAMENTOS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN I-O HISTORICO-MENSAL

           IF  FS-HIM-NAO-EXISTE
               OPEN OUTPUT HISTORICO-MENSAL
               CLOSE HISTORICO-MENSAL
               OPEN I-O HISTORICO-MENSAL
           END-IF

           IF  NOT FS-HIM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR HISTORICO-MENSAL, FILE STATUS: '
                   FS-HISTORICO-MENSAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-DECIMO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-DECIMO, FILE STATUS: '
                   FS-RELATORIO-DECIMO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RECIBOS-DECIMO

           IF  NOT FS-REC-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RECIBOS-DECIMO, FILE STATUS: '
                   FS-RECIBOS-DECIMO   UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE IND-PARCELA            TO LC-PARCELA
           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOV
           MOVE WS-COMPETENCIA         TO LC-COMPETENCIA
           WRITE REG-RELATORIO         FROM LINHA-CABECALHO
           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO         FROM LINHA-COLUNAS

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: parcela (1 ou 2) e os caminhos do cadastro
      *    mestre, DEPENDENTES, HISTORICO-MENSAL, AFASTAMENTOS, base
      *    da remessa, CNABSEQ, relatório e recibos, nessa ordem;
      *    linha ausente ou em branco mantém o padrão. Via PARM, só
      *    a parcela.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:1)
                                       TO IND-PARCELA
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:1)
                                       TO IND-PARCELA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE06
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE07
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE08
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-LIMITES             SECTION.
      *----------------------------------------------------------------*
      *    Parametros vigentes na data de movimento (PARAMS.TXT);
      *    ausente mantem o padrao de WORKING-STORAGE.
      *----------------------------------------------------------------*

           PERFORM PRS-CARREGA-PARAMETROS

           MOVE DMV-DATA-MOVIMENTO     TO PRS-DATA-REFERENCIA

           MOVE 'DECIMO-HORAS-MES'     TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-HORAS-MES
           END-IF

           MOVE 'DEDUCAO-DEPENDENTE-IRRF'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-DEDUCAO-DEPENDENTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-CADASTRO           SECTION.
      *----------------------------------------------------------------*
      *    Percorre o cadastro mestre na ordem da matricula.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-CADASTRO'

           MOVE 'N'                    TO IND-FIM-ARQUIVO

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   PERFORM PROCESSA-FUNCIONARIO
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-FUNCIONARIO        SECTION.
      *----------------------------------------------------------------*

           PERFORM VERIFICA-FUNCIONARIO

           EVALUATE TRUE
               WHEN NOT FUNCIONARIO-NO-ANO
                   CONTINUE
               WHEN WS-MOTIVO-FORA     NOT = SPACES
                   PERFORM LISTA-FORA
               WHEN OTHER
                   PERFORM APURA-AVOS

                   COMPUTE WS-SALARIO-BASE ROUNDED
                       = CDM-VALOR-HORA * WS-HORAS-MES
                   COMPUTE WS-TOTAL-DECIMO ROUNDED
                       = WS-SALARIO-BASE * WS-AVOS / 12

                   PERFORM LE-HIST-DECIMO

                   IF  PRIMEIRA-PARCELA
                       PERFORM PAGA-PRIMEIRA
                   ELSE
                       PERFORM PAGA-SEGUNDA
                   END-IF
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-FUNCIONARIO        SECTION.
      *----------------------------------------------------------------*
      *    Entra no 13o do ano quem foi admitido ate 31/12 e nao saiu
      *    antes de 01/01. Desligado ate a data de movimento recebe
      *    o 13o proporcional na rescisao; demissao agendada para
      *    depois dela so encurta os avos.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-NO-ANO
           MOVE SPACES                 TO WS-MOTIVO-FORA

           MOVE CDM-DT-ADMISSAO        TO WS-DATA-DDMMAAAA
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AMD            TO WS-ADMISSAO-AMD

           MOVE ZEROS                  TO WS-DEMISSAO-AMD
           IF  CDM-DT-DEMISSAO         NOT = SPACES
               MOVE CDM-DT-DEMISSAO    TO WS-DATA-DDMMAAAA
               PERFORM CONVERTE-DATA
               MOVE WS-DATA-AMD        TO WS-DEMISSAO-AMD
           END-IF

           EVALUATE TRUE
               WHEN WS-ADMISSAO-AMD    = 0
                   MOVE 'ADMISSAO INVALIDA'
                                       TO WS-MOTIVO-FORA
               WHEN WS-ADMISSAO-AMD    > WS-FIM-ANO-AMD
                   MOVE 'N'            TO IND-NO-ANO
               WHEN CDM-DT-DEMISSAO    NOT = SPACES
                   AND WS-DEMISSAO-AMD < WS-INICIO-ANO-AMD
                   MOVE 'N'            TO IND-NO-ANO
               WHEN CDM-DT-DEMISSAO    NOT = SPACES
                   AND WS-DEMISSAO-AMD NOT > WS-REF-AMD
                   MOVE 'DESLIGADO - NA RESCISAO'
                                       TO WS-MOTIVO-FORA
               WHEN CDM-BANCO          = SPACES
                   MOVE 'SEM BANCO NO MESTRE'
                                       TO WS-MOTIVO-FORA
               WHEN CDM-VALOR-HORA     NOT NUMERIC
                   OR CDM-VALOR-HORA   = 0
                   MOVE 'SEM VALOR-HORA NO MESTRE'
                                       TO WS-MOTIVO-FORA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-AVOS                  SECTION.
      *----------------------------------------------------------------*
      *    Janela do contrato dentro do ano (admissao ou 01/01 ate
      *    demissao agendada ou 31/12) e, mes a mes, os dias
      *    trabalhados nela menos os dias excluidos pelos
      *    afastamentos; 15 dias ou mais valem um avo.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-AVOS

           IF  WS-ADMISSAO-AMD         > WS-INICIO-ANO-AMD
               COMPUTE WS-INT-JANELA-INI
                   = FUNCTION INTEGER-OF-DATE(WS-ADMISSAO-AMD)
           ELSE
               COMPUTE WS-INT-JANELA-INI
                   = FUNCTION INTEGER-OF-DATE(WS-INICIO-ANO-AMD)
           END-IF

           IF  WS-DEMISSAO-AMD         > 0
               AND WS-DEMISSAO-AMD     < WS-FIM-ANO-AMD
               COMPUTE WS-INT-JANELA-FIM
                   = FUNCTION INTEGER-OF-DATE(WS-DEMISSAO-AMD)
           ELSE
               MOVE WS-INT-FIM-ANO     TO WS-INT-JANELA-FIM
           END-IF

           PERFORM CARREGA-EXCLUSOES

           PERFORM VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12
               PERFORM APURA-MES
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-MES                   SECTION.
      *----------------------------------------------------------------*

           MOVE WS-ANO-DECIMO          TO WS-MES-ANO
           MOVE WS-SUB-MES             TO WS-MES-MES
           MOVE 1                      TO WS-MES-DIA
           COMPUTE WS-INT-MES-INI
               = FUNCTION INTEGER-OF-DATE(WS-MES-AMD)

           IF  WS-SUB-MES              = 12
               MOVE WS-INT-FIM-ANO     TO WS-INT-MES-FIM
           ELSE
               ADD 1                   TO WS-MES-MES
               COMPUTE WS-INT-MES-FIM
                   = FUNCTION INTEGER-OF-DATE(WS-MES-AMD) - 1
           END-IF

           IF  WS-INT-JANELA-INI       > WS-INT-MES-INI
               MOVE WS-INT-JANELA-INI  TO WS-INT-MES-INI
           END-IF

           IF  WS-INT-JANELA-FIM       < WS-INT-MES-FIM
               MOVE WS-INT-JANELA-FIM  TO WS-INT-MES-FIM
           END-IF

           IF  WS-INT-MES-FIM          >= WS-INT-MES-INI
               COMPUTE WS-DIAS-MES
                   = WS-INT-MES-FIM - WS-INT-MES-INI + 1

               PERFORM VARYING TEX-IDX FROM 1 BY 1
                   UNTIL TEX-IDX > CONTA-EXCLUSOES
                   PERFORM DESCONTA-EXCLUSAO
               END-PERFORM

               IF  WS-DIAS-MES         >= 15
                   ADD 1               TO WS-AVOS
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DESCONTA-EXCLUSAO           SECTION.
      *----------------------------------------------------------------*
      *    Tira dos dias do mes os dias da faixa excluida TEX-IDX que
      *    caem dentro dele.
      *----------------------------------------------------------------*

           IF  TEX-INT-INICIO(TEX-IDX) > WS-INT-MES-INI
               MOVE TEX-INT-INICIO(TEX-IDX)
                                       TO WS-INT-SOBREP-INI
           ELSE
               MOVE WS-INT-MES-INI     TO WS-INT-SOBREP-INI
           END-IF

           IF  TEX-INT-FIM(TEX-IDX)    < WS-INT-MES-FIM
               MOVE TEX-INT-FIM(TEX-IDX)
                                       TO WS-INT-SOBREP-FIM
           ELSE
               MOVE WS-INT-MES-FIM     TO WS-INT-SOBREP-FIM
           END-IF

           IF  WS-INT-SOBREP-FIM       >= WS-INT-SOBREP-INI
               COMPUTE WS-DIAS-MES
                   = WS-DIAS-MES
                   - (WS-INT-SOBREP-FIM - WS-INT-SOBREP-INI + 1)
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-EXCLUSOES           SECTION.
      *----------------------------------------------------------------*
      *    Afastamentos da matricula corrente pela chave composta
      *    matricula + data de inicio.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-EXCLUSOES

           IF  HA-AFASTAMENTOS
               MOVE CDM-MATRICULA      TO AFA-MATRICULA
               MOVE LOW-VALUES         TO AFA-DATA-INICIO

               START AFASTAMENTOS
                   KEY IS >= AFA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AFASTAMENTOS NEXT RECORD
                       PERFORM UNTIL NOT FS-AFA-OK
                           OR AFA-MATRICULA NOT = CDM-MATRICULA
                           PERFORM REGISTRA-EXCLUSAO
                           READ AFASTAMENTOS NEXT RECORD
                       END-PERFORM
               END-START
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-EXCLUSAO           SECTION.
      *----------------------------------------------------------------*
      *    Ferias ('FE') contam como tempo trabalhado. Licenca sem
      *    vencimento ('LS') e falta injustificada ('FI') saem
      *    inteiras; falta sem data de fim vale um dia. Os demais
      *    afastamentos (licenca medica, outros) sao pagos pela
      *    empresa nos 15 primeiros dias e saem a partir do 16o;
      *    afastamento sem data de fim segue ate o fim do ano.
      *----------------------------------------------------------------*

           MOVE AFA-DATA-INICIO        TO WS-DATA-DDMMAAAA
           PERFORM CONVERTE-DATA

           IF  WS-DATA-AMD             > 0
               AND AFA-TIPO            NOT = 'FE'
               COMPUTE WS-INT-AFA-INI
                   = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)

               MOVE ZEROS              TO WS-DATA-AMD
               IF  AFA-DATA-FIM        NOT = SPACES
                   MOVE AFA-DATA-FIM   TO WS-DATA-DDMMAAAA
                   PERFORM CONVERTE-DATA
               END-IF

               EVALUATE TRUE
                   WHEN WS-DATA-AMD    > 0
                       COMPUTE WS-INT-AFA-FIM
                           = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
                   WHEN AFA-TIPO       = 'FI'
                       MOVE WS-INT-AFA-INI
                                       TO WS-INT-AFA-FIM
                   WHEN OTHER
                       MOVE WS-INT-FIM-ANO
                                       TO WS-INT-AFA-FIM
               END-EVALUATE

               IF  AFA-TIPO            NOT = 'FI'
                   AND AFA-TIPO        NOT = 'LS'
                   ADD 15              TO WS-INT-AFA-INI
               END-IF

               IF  WS-INT-AFA-FIM      >= WS-INT-AFA-INI
                   IF  CONTA-EXCLUSOES < 50
                       ADD 1           TO CONTA-EXCLUSOES
                       SET TEX-IDX     TO CONTA-EXCLUSOES
                       MOVE WS-INT-AFA-INI
                                       TO TEX-INT-INICIO(TEX-IDX)
                       MOVE WS-INT-AFA-FIM
                                       TO TEX-INT-FIM(TEX-IDX)
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' MAIS DE 50 AFASTAMENTOS, MATRICULA '
                           CDM-MATRICULA ' - CONFERIR OS AVOS'
                                       UPON CONSOLE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-HIST-DECIMO              SECTION.
      *----------------------------------------------------------------*
      *    Registro 13/AAAA da matricula: diz se a parcela ja foi
      *    paga e quanto a 1a pagou.
      *----------------------------------------------------------------*

           MOVE CDM-MATRICULA          TO HIM-MATRICULA
           MOVE WS-COMPETENCIA         TO HIM-COMPETENCIA
           MOVE ZEROS                  TO WS-PRIMEIRA-PAGA

           READ HISTORICO-MENSAL
               INVALID KEY
                   MOVE 'N'            TO IND-HIM-EXISTE
                   MOVE ZEROS          TO HIM-ADIANTAMENTO
                   MOVE ZEROS          TO HIM-LIQUIDO
                   MOVE ZEROS          TO HIM-DESC-INSS
                   MOVE ZEROS          TO HIM-DESC-IRRF
                   MOVE ZEROS          TO HIM-DECIMO-SEGUNDA
                   MOVE ZEROS          TO HIM-DESC-PENSAO
               NOT INVALID KEY
                   MOVE 'S'            TO IND-HIM-EXISTE
                   MOVE HIM-ADIANTAMENTO
                                       TO WS-PRIMEIRA-PAGA
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           PAGA-PRIMEIRA               SECTION.
      *----------------------------------------------------------------*
      *    1a parcela: metade do 13o integral dos avos do ano, sem
      *    descontos.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-AVOS            = 0
                   MOVE 'SEM AVOS NO ANO'
                                       TO WS-MOTIVO-FORA
                   PERFORM LISTA-FORA
               WHEN HIM-EXISTE
                   AND HIM-DEC2-BRUTO  > 0
                   MOVE '2A PARCELA JA PAGA'
                                       TO WS-MOTIVO-FORA
                   PERFORM LISTA-JA-PAGO
               WHEN HIM-EXISTE
                   AND HIM-ADIANTAMENTO > 0
                   MOVE '1A PARCELA JA PAGA'
                                       TO WS-MOTIVO-FORA
                   PERFORM LISTA-JA-PAGO
               WHEN OTHER
                   COMPUTE WS-PARCELA ROUNDED
                       = WS-TOTAL-DECIMO / 2
                   MOVE ZEROS          TO WS-DESC-INSS
                   MOVE ZEROS          TO WS-DESC-IRRF
                   MOVE ZEROS          TO WS-QTDE-DEPENDENTES
                   MOVE ZEROS          TO WS-PRIMEIRA-PAGA
                   MOVE WS-PARCELA     TO WS-LIQUIDO

                   MOVE WS-PARCELA     TO HIM-ADIANTAMENTO
                   MOVE WS-PARCELA     TO HIM-LIQUIDO
                   PERFORM GRAVA-HIST-MENSAL

                   PERFORM REGISTRA-PAGAMENTO
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           PAGA-SEGUNDA                SECTION.
      *----------------------------------------------------------------*
      *    2a parcela: 13o integral com INSS e IRRF sobre ele, menos
      *    a 1a parcela ja paga. Desconto maior que o saldo fica para
      *    a folha acertar.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-AVOS            = 0
                   MOVE 'SEM AVOS NO ANO'
                                       TO WS-MOTIVO-FORA
                   PERFORM LISTA-FORA
               WHEN HIM-EXISTE
                   AND HIM-DEC2-BRUTO  > 0
                   MOVE '2A PARCELA JA PAGA'
                                       TO WS-MOTIVO-FORA
                   PERFORM LISTA-JA-PAGO
               WHEN OTHER
                   PERFORM CALCULA-DESCONTOS

                   COMPUTE WS-PARCELA
                       = WS-TOTAL-DECIMO - WS-PRIMEIRA-PAGA
                   COMPUTE WS-LIQUIDO
                       = WS-PARCELA - WS-DESC-INSS - WS-DESC-IRRF

                   IF  WS-LIQUIDO      < 0
                       MOVE 'DESCONTOS EXCEDEM PARCELA'
                                       TO WS-MOTIVO-FORA
                       PERFORM LISTA-FORA
                   ELSE
                       MOVE WS-PARCELA TO HIM-DEC2-BRUTO
                       MOVE WS-DESC-INSS
                                       TO HIM-DEC2-INSS
                       MOVE WS-DESC-IRRF
                                       TO HIM-DEC2-IRRF
                       MOVE WS-LIQUIDO TO HIM-DEC2-LIQUIDO
                       PERFORM GRAVA-HIST-MENSAL

                       PERFORM REGISTRA-PAGAMENTO
                   END-IF
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-DESCONTOS           SECTION.
      *----------------------------------------------------------------*
      *    INSS e IRRF pelas faixas do adiantamento sobre o 13o
      *    integral, IRRF com a deducao por dependente.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PERC-INSS

           SET FI-IDX                  TO 1
           SEARCH TAB-FX-INSS
               AT END
                   CONTINUE
               WHEN WS-TOTAL-DECIMO <= FX-INSS-LIMITE(FI-IDX)
                   MOVE FX-INSS-PERCENTUAL(FI-IDX)
                                       TO WS-PERC-INSS
           END-SEARCH

           PERFORM CONTA-DEPENDENTES

           COMPUTE WS-BASE-IRRF
               = WS-TOTAL-DECIMO
               - (WS-QTDE-DEPENDENTES * WS-DEDUCAO-DEPENDENTE)
           IF  WS-BASE-IRRF            < 0
               MOVE ZEROS              TO WS-BASE-IRRF
           END-IF

           MOVE ZEROS                  TO WS-PERC-IRRF

           SET FR-IDX                  TO 1
           SEARCH TAB-FX-IRRF
               AT END
                   CONTINUE
               WHEN WS-BASE-IRRF <= FX-IRRF-LIMITE(FR-IDX)
                   MOVE FX-IRRF-PERCENTUAL(FR-IDX)
                                       TO WS-PERC-IRRF
           END-SEARCH

           COMPUTE WS-DESC-INSS ROUNDED
               = WS-TOTAL-DECIMO * WS-PERC-INSS

           COMPUTE WS-DESC-IRRF ROUNDED
               = WS-BASE-IRRF * WS-PERC-IRRF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONTA-DEPENDENTES           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-QTDE-DEPENDENTES

           IF  HA-DEPENDENTES
               MOVE CDM-MATRICULA      TO DPD-MATRICULA
               MOVE ZEROS              TO DPD-SEQUENCIA

               START DEPENDENTES
                   KEY IS >= DPD-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEPENDENTES NEXT RECORD
                       PERFORM UNTIL NOT FS-DPD-OK
                           OR DPD-MATRICULA NOT = CDM-MATRICULA
                           ADD 1       TO WS-QTDE-DEPENDENTES
                           READ DEPENDENTES NEXT RECORD
                       END-PERFORM
               END-START
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-HIST-MENSAL           SECTION.
      *----------------------------------------------------------------*
      *    Grava ou regrava o registro 13/AAAA ja montado por
      *    LE-HIST-DECIMO e pela parcela paga.
      *----------------------------------------------------------------*

           IF  HIM-EXISTE
               REWRITE REG-HISTORICO-MENSAL
           ELSE
               WRITE REG-HISTORICO-MENSAL
           END-IF

           IF  NOT FS-HIM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO EM HISTORICO-MENSAL, FILE STATUS: '
                   FS-HISTORICO-MENSAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-PAGAMENTO          SECTION.
      *----------------------------------------------------------------*
      *    Totais, credito da remessa, linha do relatorio e recibo
      *    da parcela paga.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-PAGOS
           ADD WS-TOTAL-DECIMO         TO SOMA-TOTAL-DECIMO
           ADD WS-PARCELA              TO SOMA-PARCELA
           ADD WS-DESC-INSS            TO SOMA-INSS
           ADD WS-DESC-IRRF            TO SOMA-IRRF
           ADD WS-PRIMEIRA-PAGA        TO SOMA-PRIMEIRA
           ADD WS-LIQUIDO              TO SOMA-LIQUIDO

           IF  WS-LIQUIDO              > 0
               PERFORM ACUMULA-CREDITO
           END-IF

           MOVE SPACES                 TO LINHA-DETALHE
           MOVE CDM-MATRICULA          TO LD-MATRICULA
           MOVE CDM-NOME               TO LD-NOME
           MOVE WS-AVOS                TO LD-AVOS
           MOVE WS-TOTAL-DECIMO        TO LD-TOTAL
           MOVE WS-PARCELA             TO LD-PARCELA
           MOVE WS-DESC-INSS           TO LD-INSS
           MOVE WS-DESC-IRRF           TO LD-IRRF
           MOVE WS-PRIMEIRA-PAGA       TO LD-PRIMEIRA
           MOVE WS-LIQUIDO             TO LD-LIQUIDO
           MOVE 'PAGO'                 TO LD-SITUACAO
           WRITE REG-RELATORIO         FROM LINHA-DETALHE

           PERFORM GRAVA-RECIBO

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-CREDITO             SECTION.
      *----------------------------------------------------------------*
      *    Inclui o liquido da matricula na tabela de creditos e o
      *    banco na tabela de bancos da remessa.
      *----------------------------------------------------------------*

           IF  CONTA-CREDITOS          < 500
               ADD 1                   TO CONTA-CREDITOS
               SET TCD-IDX             TO CONTA-CREDITOS
               MOVE CDM-MATRICULA      TO TCD-MATRICULA(TCD-IDX)
               MOVE CDM-NOME           TO TCD-NOME(TCD-IDX)
               MOVE CDM-BANCO          TO TCD-BANCO(TCD-IDX)
               MOVE CDM-AGENCIA        TO TCD-AGENCIA(TCD-IDX)
               MOVE CDM-CONTA          TO TCD-CONTA(TCD-IDX)
               MOVE WS-LIQUIDO         TO TCD-LIQUIDO(TCD-IDX)
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' TABELA DE CREDITOS CHEIA, MATRICULA '
                   CDM-MATRICULA ' FORA DA REMESSA'
                                       UPON CONSOLE
           END-IF

           SET TBR-IDX                 TO 1
           SEARCH TBR-BANCO
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE BANCOS CHEIA, BANCO '
                       CDM-BANCO ' FORA DA REMESSA'
                                       UPON CONSOLE
               WHEN TBR-IDX > CONTA-BANCOS
                   ADD 1               TO CONTA-BANCOS
                   MOVE CDM-BANCO      TO TBR-BANCO(TBR-IDX)
               WHEN TBR-BANCO(TBR-IDX) = CDM-BANCO
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-FORA                  SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-FORA

           PERFORM LISTA-SEM-VALORES

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-JA-PAGO               SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-JA-PAGOS

           PERFORM LISTA-SEM-VALORES

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-SEM-VALORES           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LINHA-DETALHE
           MOVE CDM-MATRICULA          TO LD-MATRICULA
           MOVE CDM-NOME               TO LD-NOME
           MOVE SPACES                 TO LD-AVOS-X
           IF  WS-MOTIVO-FORA          = 'SEM AVOS NO ANO'
               OR WS-MOTIVO-FORA       = 'DESCONTOS EXCEDEM PARCELA'
               MOVE WS-AVOS            TO LD-AVOS
           END-IF
           MOVE SPACES                 TO LD-TOTAL-X
           MOVE SPACES                 TO LD-PARCELA-X
           MOVE SPACES                 TO LD-INSS-X
           MOVE SPACES                 TO LD-IRRF-X
           MOVE SPACES                 TO LD-PRIMEIRA-X
           MOVE SPACES                 TO LD-LIQUIDO-X
           MOVE WS-MOTIVO-FORA         TO LD-SITUACAO
           WRITE REG-RELATORIO         FROM LINHA-DETALHE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RECIBO                SECTION.
      *----------------------------------------------------------------*
      *    Uma pagina por funcionario pago, no layout do recibo de
      *    adiantamento: salario base e 13o integral, avos e
      *    parcelas, dependentes (so na 2a, que tem IRRF), descontos
      *    - INSS, IRRF e a 1a parcela abatida -, liquido e
      *    assinatura.
      *----------------------------------------------------------------*

           MOVE REC-LINHA-SEPARADORA   TO REG-RECIBO
           WRITE REG-RECIBO

           IF  PRIMEIRA-PARCELA
               MOVE 'RECIBO 13O SALARIO - 1A PARCELA'
                                       TO REC-TITULO
           ELSE
               MOVE 'RECIBO 13O SALARIO - 2A PARCELA'
                                       TO REC-TITULO
           END-IF
           MOVE WS-COMPETENCIA         TO REC-COMPETENCIA
           MOVE REC-LINHA-TITULO       TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE CDM-MATRICULA          TO REC-MATRICULA
           MOVE CDM-NOME               TO REC-NOME
           MOVE CDM-CATEGORIA          TO REC-CATEGORIA
           MOVE REC-LINHA-FUNCIONARIO  TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE WS-SALARIO-BASE        TO REC-SALARIO-BRUTO
           MOVE '  13O INTEGRAL: '     TO REC-ROTULO-VALOR
           MOVE WS-TOTAL-DECIMO        TO REC-ADIANTAMENTO
           MOVE REC-LINHA-VALORES      TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE WS-AVOS                TO REC-AVOS
           MOVE WS-PARCELA             TO REC-PARCELA
           MOVE WS-PRIMEIRA-PAGA       TO REC-PRIMEIRA
           MOVE REC-LINHA-AVOS         TO REG-RECIBO
           WRITE REG-RECIBO

           IF  SEGUNDA-PARCELA
               MOVE WS-QTDE-DEPENDENTES
                                       TO REC-DEPENDENTES
               COMPUTE REC-DEDUCAO
                   = WS-QTDE-DEPENDENTES * WS-DEDUCAO-DEPENDENTE
               MOVE REC-LINHA-DEPENDENTES
                                       TO REG-RECIBO
               WRITE REG-RECIBO
           END-IF

           COMPUTE REC-DESCONTOS
               = WS-DESC-INSS + WS-DESC-IRRF + WS-PRIMEIRA-PAGA
           MOVE WS-LIQUIDO             TO REC-LIQUIDO
           MOVE REC-LINHA-LIQUIDO      TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE REC-LINHA-ASSINATURA   TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE REC-LINHA-SEPARADORA   TO REG-RECIBO
           WRITE REG-RECIBO

           .

           EXIT.

      *----------------------------------------------------------------*
           GERA-REMESSAS-CNAB          SECTION.
      *----------------------------------------------------------------*
      *    Um arquivo CNAB240 por banco com os creditos da execucao
      *    (caminho base OPE05 + '-' + banco + '.txt'), com o NSA do
      *    banco no cartao CNABSEQ compartilhado com C3A07P01.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GERA-REMESSAS-CNAB'

           IF  CONTA-CREDITOS          = 0
               DISPLAY NOME-PROGRAMA
                   ' NENHUM CREDITO DE 13O, REMESSA NAO GERADA'
                                       UPON CONSOLE
           ELSE
               PERFORM CARREGA-SEQUENCIAS

               PERFORM INT-ABRE-LOG

               PERFORM VARYING WS-SUB-BANCO FROM 1 BY 1
                   UNTIL WS-SUB-BANCO > CONTA-BANCOS
                   MOVE TBR-BANCO(WS-SUB-BANCO)
                                       TO WS-BANCO-GERACAO
                   PERFORM GERA-REMESSA-BANCO
               END-PERFORM

               PERFORM INT-FECHA-LOG

               PERFORM REGRAVA-SEQUENCIAS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-SEQUENCIAS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-SEQ-CNAB
           MOVE 'N'                    TO IND-FIM-SEQ-CNAB

           OPEN INPUT REMESSA-CONTROLE

           IF  FS-RCT-OK
               PERFORM UNTIL FIM-DO-SEQ-CNAB
                   READ REMESSA-CONTROLE
                   AT END
                       MOVE 'S'        TO IND-FIM-SEQ-CNAB
                   NOT AT END
                       IF  CONTA-SEQ-CNAB < 20
                           ADD 1       TO CONTA-SEQ-CNAB
                           SET TSQ-IDX TO CONTA-SEQ-CNAB
                           MOVE RCT-BANCO
                                       TO TSQ-BANCO(TSQ-IDX)
                           MOVE RCT-SEQUENCIA
                                       TO TSQ-SEQUENCIA(TSQ-IDX)
                       END-IF
               END-PERFORM

               CLOSE REMESSA-CONTROLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GERA-REMESSA-BANCO          SECTION.
      *----------------------------------------------------------------*

           PERFORM PROXIMO-NSA

           MOVE SPACES                 TO OPE05-ARQUIVO
           STRING FUNCTION TRIM(OPE05) '-' WS-BANCO-GERACAO '.txt'
               DELIMITED BY SIZE INTO OPE05-ARQUIVO

           OPEN OUTPUT REMESSA-BANCARIA

           IF  NOT FS-REM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR REMESSA-BANCARIA, FILE STATUS: '
                   FS-REMESSA-BANCARIA UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-BANCO-GERACAO       TO CNH-BANCO
           MOVE SPACES                 TO CNH-DATA-GERACAO
           STRING DMV-DIA-MOV DMV-MES-MOV DMV-ANO-MOV
               DELIMITED BY SIZE INTO CNH-DATA-GERACAO
           MOVE WS-NSA-GERACAO         TO CNH-NSA
           MOVE CNAB-HEADER-ARQUIVO    TO REG-REMESSA
           WRITE REG-REMESSA

           MOVE WS-BANCO-GERACAO       TO CNL-BANCO
           MOVE CNAB-HEADER-LOTE       TO REG-REMESSA
           WRITE REG-REMESSA

           MOVE ZEROS                  TO WS-DETALHES-BANCO
           MOVE ZEROS                  TO SOMA-BANCO

           PERFORM VARYING TCD-IDX FROM 1 BY 1
               UNTIL TCD-IDX > CONTA-CREDITOS
               IF  TCD-BANCO(TCD-IDX)  = WS-BANCO-GERACAO
                   ADD 1               TO WS-DETALHES-BANCO
                   MOVE WS-BANCO-GERACAO
                                       TO CNA-BANCO
                   MOVE WS-DETALHES-BANCO
                                       TO CNA-NR-REGISTRO
                   MOVE TCD-BANCO(TCD-IDX)
                                       TO CNA-BANCO-FAVORECIDO
                   MOVE TCD-AGENCIA(TCD-IDX)
                                       TO CNA-AGENCIA
                   MOVE TCD-CONTA(TCD-IDX)
                                       TO CNA-CONTA
                   MOVE TCD-NOME(TCD-IDX)
                                       TO CNA-NOME-FAVORECIDO
                   MOVE SPACES         TO CNA-MATRICULA
                   MOVE TCD-MATRICULA(TCD-IDX)
                                       TO CNA-MATRICULA(1:4)
                   MOVE TCD-LIQUIDO(TCD-IDX)
                                       TO CNA-VALOR-CREDITO
                   ADD TCD-LIQUIDO(TCD-IDX)
                                       TO SOMA-BANCO
                   MOVE CNAB-SEGMENTO-A
                                       TO REG-REMESSA
                   WRITE REG-REMESSA
               END-IF
           END-PERFORM

           MOVE WS-BANCO-GERACAO       TO CNT-BANCO
           COMPUTE CNT-QTDE-REGISTROS
               = WS-DETALHES-BANCO + 4
           MOVE SOMA-BANCO             TO CNT-SOMA-VALORES
           MOVE CNAB-TRAILER-LOTE      TO REG-REMESSA
           WRITE REG-REMESSA

           MOVE WS-BANCO-GERACAO       TO CNF-BANCO
           COMPUTE CNF-QTDE-REGISTROS
               = WS-DETALHES-BANCO + 4
           MOVE CNAB-TRAILER-ARQUIVO   TO REG-REMESSA
           WRITE REG-REMESSA

           CLOSE REMESSA-BANCARIA

           DISPLAY NOME-PROGRAMA ' REMESSA DO 13O GERADA, BANCO '
               WS-BANCO-GERACAO ' NSA ' WS-NSA-GERACAO
               ' DETALHES ' WS-DETALHES-BANCO UPON CONSOLE

           MOVE SPACES                 TO INT-INTERFACE-ATUAL
           STRING 'CNAB13-' WS-BANCO-GERACAO
               DELIMITED BY SIZE INTO INT-INTERFACE-ATUAL
           MOVE WS-NSA-GERACAO         TO INT-NUMERO-GERADO
           MOVE WS-DETALHES-BANCO      TO INT-QTDE-ATUAL
           MOVE SOMA-BANCO             TO INT-SOMA-ATUAL
           PERFORM INT-REGISTRA-GERACAO

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRAVA-SEQUENCIAS          SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT REMESSA-CONTROLE

           IF  NOT FS-RCT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR CNABSEQ, FILE STATUS: '
                   FS-REMESSA-CONTROLE UPON CONSOLE
           ELSE
               PERFORM VARYING TSQ-IDX FROM 1 BY 1
                   UNTIL TSQ-IDX > CONTA-SEQ-CNAB
                   MOVE TSQ-BANCO(TSQ-IDX)
                                       TO RCT-BANCO
                   MOVE TSQ-SEQUENCIA(TSQ-IDX)
                                       TO RCT-SEQUENCIA
                   WRITE REG-CONTROLE-REMESSA
               END-PERFORM

               CLOSE REMESSA-CONTROLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROXIMO-NSA                 SECTION.
      *----------------------------------------------------------------*

           SET TSQ-IDX                 TO 1
           SEARCH TSQ-ENTRADA
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE NSA CHEIA, BANCO '
                       WS-BANCO-GERACAO UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               WHEN TSQ-IDX > CONTA-SEQ-CNAB
                   ADD 1               TO CONTA-SEQ-CNAB
                   MOVE WS-BANCO-GERACAO
                                       TO TSQ-BANCO(TSQ-IDX)
                   MOVE ZEROS          TO TSQ-SEQUENCIA(TSQ-IDX)
               WHEN TSQ-BANCO(TSQ-IDX) = WS-BANCO-GERACAO
                   CONTINUE
           END-SEARCH

           ADD 1                       TO TSQ-SEQUENCIA(TSQ-IDX)
           MOVE TSQ-SEQUENCIA(TSQ-IDX) TO WS-NSA-GERACAO

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA               SECTION.
      *----------------------------------------------------------------*
      *    DD/MM/AAAA de WS-DATA-DDMMAAAA para AAAAMMDD em
      *    WS-DATA-AMD; data invalida devolve zeros.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DATA-AMD

           IF  WS-DATA-DDMMAAAA(1:2)   IS NUMERIC
               AND WS-DATA-DDMMAAAA(4:2) IS NUMERIC
               AND WS-DATA-DDMMAAAA(7:4) IS NUMERIC
               MOVE WS-DATA-DDMMAAAA(7:4) TO WS-DAMD-ANO
               MOVE WS-DATA-DDMMAAAA(4:2) TO WS-DAMD-MES
               MOVE WS-DATA-DDMMAAAA(1:2) TO WS-DAMD-DIA
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AMD) NOT = 0
                   MOVE ZEROS          TO WS-DATA-AMD
               END-IF
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PRSPROC.

       COPY INTPROC.

       COPY CMPPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CADASTRO-MESTRE
           CLOSE DEPENDENTES
           CLOSE AFASTAMENTOS
           CLOSE HISTORICO-MENSAL
           CLOSE RELATORIO-DECIMO
           CLOSE RECIBOS-DECIMO
           CLOSE REMESSA-BANCARIA

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SOMA-TOTAL-DECIMO      TO LT-TOTAL
           MOVE SOMA-PARCELA           TO LT-PARCELA
           MOVE SOMA-INSS              TO LT-INSS
           MOVE SOMA-IRRF              TO LT-IRRF
           MOVE SOMA-PRIMEIRA          TO LT-PRIMEIRA
           MOVE SOMA-LIQUIDO           TO LT-LIQUIDO
           WRITE REG-RELATORIO         FROM LINHA-TOTAL
           MOVE CONTA-PAGOS            TO LR-PAGOS
           MOVE CONTA-JA-PAGOS         TO LR-JA-PAGOS
           MOVE CONTA-FORA             TO LR-FORA
           WRITE REG-RELATORIO         FROM LINHA-RODAPE

           DISPLAY NOME-PROGRAMA ' FUNCIONARIOS LIDOS: ' CONTA-LIDOS
               ' PAGOS: ' CONTA-PAGOS
               ' JA PAGOS: ' CONTA-JA-PAGOS
               ' FORA: ' CONTA-FORA UPON CONSOLE

           CLOSE CADASTRO-MESTRE

           IF  HA-DEPENDENTES
               CLOSE DEPENDENTES
           END-IF

           IF  HA-AFASTAMENTOS
               CLOSE AFASTAMENTOS
           END-IF

           CLOSE HISTORICO-MENSAL

           CLOSE RELATORIO-DECIMO

           MOVE 'RELATORIO-DECIMO'     TO RRL-NOME-ATUAL
           MOVE OPE07                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE RECIBOS-DECIMO

           MOVE 'RECIBOS-DECIMO'       TO RRL-NOME-ATUAL
           MOVE OPE08                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-PAGOS            TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
