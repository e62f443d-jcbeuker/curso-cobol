      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Pagamento das férias programadas em FERIAS01: toda
      *    parcela ainda não paga cujo gozo começa até a data de
      *    movimento mais a antecedência de pagamento
      *    (FERIAS-ANTECEDENCIA, padrão 10 dias) é calculada pelo
      *    CDM-VALOR-HORA do cadastro mestre - dia = VALOR-HORA x
      *    FERIAS-HORAS-MES (padrão 220) / 30, mais o terço
      *    constitucional, em dobro quando o gozo começa depois do
      *    fim do período concessivo - com INSS e IRRF pelas mesmas
      *    faixas do adiantamento (copybook TRBDADOS), IRRF deduzido
      *    por dependente de DEPENDENTES. A parcela fica paga ('G')
      *    com os valores, os valores somam em HIM-FERIAS do
      *    HISTORICO-MENSAL na competência da data de movimento e o
      *    líquido vai numa remessa CNAB240 por banco (copybook
      *    CNBDADOS, mesmo NSA por banco de C3A07P01), registrada no
      *    controle de interfaces e conciliada por RETBAN01 como as
      *    demais. Funcionário desligado, sem banco ou sem
      *    VALOR-HORA fica de fora e sai no relatório.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-FERIAS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - REG-HISTORICO-MENSAL acompanhou a pensao
      *    alimenticia descontada por C3A07P01 (HIM-DESC-PENSAO);
      *    o registro criado so com as ferias nasce com ela zerada.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho de FERIAS-PERIODOS, 2a com o do cadastro mestre,
      *    3a com o de DEPENDENTES, 4a com o de HISTORICO-MENSAL, 5a
      *    com o caminho base da remessa (mais '-' + banco +
      *    '.txt'), 6a com o do cartão CNABSEQ e 7a com o de
      *    RELATORIO-FERIAS. Via PARM, aceita apenas o caminho dos
      *    períodos de férias. Competência fechada por FECHME01
      *    recusa a execução. Reexecução no mesmo dia regera a
      *    remessa do dia com as parcelas já pagas nele, sem somar
      *    de novo no histórico.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     FERPAG01.
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

           SELECT REMESSA-BANCARIA ASSIGN TO OPE04-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA-BANCARIA.

           SELECT REMESSA-CONTROLE ASSIGN TO OPE05
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA-CONTROLE.

           SELECT RELATORIO-FERIAS ASSIGN TO OPE06
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-FERIAS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY FERCTL.

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
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  REMESSA-BANCARIA.
       01  REG-REMESSA                 PIC X(240).

       FD  REMESSA-CONTROLE.
       01  REG-CONTROLE-REMESSA.
           03  RCT-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  RCT-SEQUENCIA           PIC 9(06).

       FD  RELATORIO-FERIAS.
       01  REG-RELATORIO               PIC X(132).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY FERFD.

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
       77  NOME-PROGRAMA               PIC X(18) VALUE       'FERPAG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY PRSDADOS.
       COPY INTDADOS.
       COPY CMPDADOS.
       COPY FERDADOS.

      *    Faixas de INSS e IRRF e deducao por dependente, as mesmas
      *    do adiantamento.
       COPY TRBDADOS.

      *    Layout CNAB240 e tabelas de bancos e de NSA da remessa.
       COPY CNBDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPENDEN.dat'.
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\HIM-C3A07P01.dat'.
           03  OPE04                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\REMFERIAS'.
           03  OPE04-ARQUIVO           PIC X(70)        VALUE SPACES.
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CNABSEQ.TXT'.
           03  OPE06                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\RELFERPG.TXT'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-DEPENDENTES          PIC X(02)        VALUE '00'.
               88  FS-DPD-OK                            VALUE '00'.
               88  FS-DPD-NAO-EXISTE                    VALUE '35'.
           03  FS-HISTORICO-MENSAL     PIC X(02)        VALUE '00'.
               88  FS-HIM-OK                            VALUE '00'.
               88  FS-HIM-NAO-EXISTE                    VALUE '35'.
           03  FS-REMESSA-BANCARIA     PIC X(02)        VALUE '00'.
               88  FS-REM-OK                            VALUE '00'.
           03  FS-REMESSA-CONTROLE     PIC X(02)        VALUE '00'.
               88  FS-RCT-OK                            VALUE '00'.
           03  FS-RELATORIO-FERIAS     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-SEQ-CNAB        PIC X(01)        VALUE 'N'.
               88  FIM-DO-SEQ-CNAB                      VALUE 'S'.
           03  IND-HA-DEPENDENTES      PIC X(01)        VALUE 'N'.
               88  HA-DEPENDENTES                       VALUE 'S'.
           03  IND-PERIODO-ALTERADO    PIC X(01)        VALUE 'N'.
               88  PERIODO-ALTERADO                     VALUE 'S'.
           03  IND-FUNCIONARIO-APTO    PIC X(01)        VALUE 'N'.
               88  FUNCIONARIO-APTO                     VALUE 'S'.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-REF-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-REF-AMD-R REDEFINES WS-REF-AMD.
               05  WS-REF-ANO          PIC X(04).
               05  WS-REF-MES          PIC X(02).
               05  WS-REF-DIA          PIC X(02).
           03  WS-LIMITE-AMD           PIC 9(08)        VALUE ZEROS.
           03  WS-INT-LIMITE           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-ANTECEDENCIA         PIC 9(03)        VALUE 10.
           03  WS-HORAS-MES            PIC 9(03)V99     VALUE 220.
           03  WS-VALOR-DIA            PIC 9(05)V9999   VALUE ZEROS.
           03  WS-FATOR-DOBRA          PIC 9(01)        VALUE 1.
           03  WS-BRUTO                PIC 9(07)V99     VALUE ZEROS.
           03  WS-TERCO                PIC 9(07)V99     VALUE ZEROS.
           03  WS-BASE-INSS            PIC 9(07)V99     VALUE ZEROS.
           03  WS-BASE-IRRF            PIC S9(07)V99    VALUE ZEROS.
           03  WS-DESC-INSS            PIC 9(07)V99     VALUE ZEROS.
           03  WS-DESC-IRRF            PIC 9(07)V99     VALUE ZEROS.
           03  WS-LIQUIDO              PIC 9(07)V99     VALUE ZEROS.
           03  WS-QTDE-DEPENDENTES     PIC 9(02)        VALUE ZEROS.
           03  WS-MOTIVO-FORA          PIC X(30)        VALUE SPACES.
           03  WS-BANCO-GERACAO        PIC X(03)        VALUE SPACES.
           03  WS-NSA-GERACAO          PIC 9(06)        VALUE ZEROS.
           03  WS-DETALHES-BANCO       PIC 9(06)        VALUE ZEROS.
           03  SOMA-BANCO              PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-BRUTO              PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-TERCO              PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-INSS               PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-IRRF               PIC S9(11)V99    VALUE ZEROS.
           03  SOMA-LIQUIDO            PIC S9(11)V99    VALUE ZEROS.
           03  CONTA-SEQ-CNAB          PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-BANCOS            PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-BANCO            PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-PERIODOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-PAGAS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-JA-PAGAS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FORA              PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CREDITOS          PIC S9(04) COMP-5 VALUE ZEROS.

      *    Creditos do dia por matricula, base da remessa: uma linha
      *    por funcionario, mesmo com duas parcelas pagas juntas, pois
      *    o retorno do banco e conciliado por matricula.
       01  TAB-CREDITOS-FERIAS.
           03  TCF-CREDITO             OCCURS 500 TIMES
                                       INDEXED BY TCF-IDX.
               05  TCF-MATRICULA       PIC X(04).
               05  TCF-NOME            PIC X(20).
               05  TCF-BANCO           PIC X(03).
               05  TCF-AGENCIA         PIC X(05).
               05  TCF-CONTA           PIC X(10).
               05  TCF-LIQUIDO         PIC 9(09)V99.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(31)        VALUE
           'PAGAMENTO DE FERIAS - DATA DE '.
           03  FILLER                  PIC X(11)        VALUE
           'MOVIMENTO: '.
           03  LC-DATA-MOV             PIC X(10).
           03  FILLER                  PIC X(16)        VALUE
           '   COMPETENCIA: '.
           03  LC-COMPETENCIA          PIC X(07).
           03  FILLER                  PIC X(20)        VALUE
           '   PAGA GOZO ATE: '.
           03  LC-LIMITE               PIC X(10).

       01  LINHA-COLUNAS.
           03  FILLER                  PIC X(26)        VALUE
           'MATR FUNCIONARIO'.
           03  FILLER                  PIC X(16)        VALUE
           'INICIO     DIAS'.
           03  FILLER                  PIC X(13)        VALUE
           '        BRUTO'.
           03  FILLER                  PIC X(13)        VALUE
           '        TERCO'.
           03  FILLER                  PIC X(13)        VALUE
           '         INSS'.
           03  FILLER                  PIC X(13)        VALUE
           '         IRRF'.
           03  FILLER                  PIC X(13)        VALUE
           '      LIQUIDO'.
           03  FILLER                  PIC X(12)        VALUE
           '  SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-MATRICULA            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-INICIO               PIC X(10).
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-DIAS                 PIC Z9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-BRUTO                PIC Z.ZZZ.ZZ9,99.
           03  LD-BRUTO-X REDEFINES LD-BRUTO
                                       PIC X(12).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-TERCO                PIC Z.ZZZ.ZZ9,99.
           03  LD-TERCO-X REDEFINES LD-TERCO
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
           03  LD-LIQUIDO              PIC Z.ZZZ.ZZ9,99.
           03  LD-LIQUIDO-X REDEFINES LD-LIQUIDO
                                       PIC X(12).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(30).

       01  LINHA-TOTAL.
           03  FILLER                  PIC X(42)        VALUE
           'TOTAL PAGO NESTA EXECUCAO'.
           03  LT-BRUTO                PIC ZZ.ZZZ.ZZ9,99.
           03  LT-TERCO                PIC ZZ.ZZZ.ZZ9,99.
           03  LT-INSS                 PIC ZZ.ZZZ.ZZ9,99.
           03  LT-IRRF                 PIC ZZ.ZZZ.ZZ9,99.
           03  LT-LIQUIDO              PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(18)        VALUE
           'PARCELAS PAGAS: '.
           03  LR-PAGAS                PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(22)        VALUE
           'JA PAGAS NO DIA: '.
           03  LR-JA-PAGAS             PIC ZZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(19)        VALUE
           'FORA DO PAGAMENTO: '.
           03  LR-FORA                 PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PAGA-PARCELAS

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

           STRING DMV-MES-MOV '/' DMV-ANO-MOV
               DELIMITED BY SIZE INTO WS-COMPETENCIA

      *    Os valores entram no historico da competencia da data de
      *    movimento: competencia ja fechada nao recebe pagamento.
           PERFORM CMP-ABRE-COMPETENCIAS
           MOVE WS-COMPETENCIA         TO CMP-COMP-PEDIDA
           PERFORM CMP-VERIFICA-FECHADA
           PERFORM CMP-FECHA-COMPETENCIAS

           IF  CMP-COMPETENCIA-FECHADA
               DISPLAY NOME-PROGRAMA ' COMPETENCIA ' WS-COMPETENCIA
                   ' FECHADA PELO FECHAMENTO DE MES - '
                   'EXECUCAO RECUSADA' UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CARREGA-LIMITES

           COMPUTE WS-INT-LIMITE
               = FUNCTION INTEGER-OF-DATE(WS-REF-AMD)
               + WS-ANTECEDENCIA
           COMPUTE WS-LIMITE-AMD
               = FUNCTION DATE-OF-INTEGER(WS-INT-LIMITE)

           DISPLAY NOME-PROGRAMA ' PAGA PARCELAS COM GOZO ATE '
               WS-LIMITE-AMD ' COMPETENCIA ' WS-COMPETENCIA
                                       UPON CONSOLE

           OPEN I-O FERIAS-PERIODOS

           IF  NOT FS-FER-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FERIAS-PERIODOS, FILE STATUS: '
                   FS-FERIAS           UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

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

           OPEN OUTPUT RELATORIO-FERIAS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-FERIAS, FILE STATUS: '
                   FS-RELATORIO-FERIAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOV
           MOVE WS-COMPETENCIA         TO LC-COMPETENCIA
           MOVE WS-LIMITE-AMD          TO FER-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO LC-LIMITE
           WRITE REG-RELATORIO         FROM LINHA-CABECALHO
           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO         FROM LINHA-COLUNAS

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: caminhos de FERIAS-PERIODOS, cadastro
      *    mestre, DEPENDENTES, HISTORICO-MENSAL, base da remessa,
      *    CNABSEQ e relatório, nessa ordem; linha ausente ou em
      *    branco mantém o padrão. Via PARM, só o primeiro.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-FERIAS
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-FERIAS
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

           MOVE 'FERIAS-ANTECEDENCIA'  TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-ANTECEDENCIA
           END-IF

           MOVE 'FERIAS-HORAS-MES'     TO PRS-NOME-PEDIDO
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
           PAGA-PARCELAS               SECTION.
      *----------------------------------------------------------------*
      *    Percorre FERIAS-PERIODOS na ordem da chave: paga as
      *    parcelas programadas que vencem o pagamento e recolhe na
      *    tabela de creditos tambem as ja pagas hoje por execucao
      *    anterior, para a remessa do dia sair completa.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PAGA-PARCELAS'

           MOVE 'N'                    TO IND-FIM-ARQUIVO

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FERIAS-PERIODOS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-PERIODOS
                   PERFORM PROCESSA-PERIODO
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-PERIODO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PERIODO-ALTERADO
           MOVE 'N'                    TO IND-FUNCIONARIO-APTO
           MOVE SPACES                 TO WS-MOTIVO-FORA

           PERFORM VARYING FER-SUB FROM 1 BY 1
               UNTIL FER-SUB > FER-QTDE-PARCELAS
               EVALUATE TRUE
                   WHEN FER-PAR-PROGRAMADA(FER-SUB)
                       AND FER-PAR-INICIO(FER-SUB) <= WS-LIMITE-AMD
                       IF  NOT FUNCIONARIO-APTO
                           AND WS-MOTIVO-FORA = SPACES
                           PERFORM VERIFICA-FUNCIONARIO
                       END-IF
                       IF  FUNCIONARIO-APTO
                           PERFORM CALCULA-PARCELA
                       ELSE
                           PERFORM LISTA-FORA
                       END-IF
                   WHEN FER-PAR-PAGA(FER-SUB)
                       AND FER-PAR-DATA-PAGTO(FER-SUB) = WS-REF-AMD
                       IF  NOT FUNCIONARIO-APTO
                           AND WS-MOTIVO-FORA = SPACES
                           PERFORM VERIFICA-FUNCIONARIO
                       END-IF
                       IF  FUNCIONARIO-APTO
                           ADD 1       TO CONTA-JA-PAGAS
                           MOVE FER-PAR-LIQUIDO(FER-SUB)
                                       TO WS-LIQUIDO
                           PERFORM ACUMULA-CREDITO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF  PERIODO-ALTERADO
               REWRITE REG-FERIAS-PERIODO
               IF  NOT FS-FER-OK
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR FERIAS-PERIODOS, FS: '
                       FS-FERIAS       UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-FUNCIONARIO        SECTION.
      *----------------------------------------------------------------*
      *    Funcionario so recebe ferias por aqui se esta ativo, com
      *    domicilio bancario e VALOR-HORA no mestre; desligado
      *    recebe as ferias na rescisao.
      *----------------------------------------------------------------*

           MOVE FER-MATRICULA          TO CDM-MATRICULA

           READ CADASTRO-MESTRE
               INVALID KEY
                   MOVE 'MATRICULA FORA DO MESTRE'
                                       TO WS-MOTIVO-FORA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CDM-DT-DEMISSAO NOT = SPACES
                           MOVE 'DESLIGADO - PAGAR NA RESCISAO'
                                       TO WS-MOTIVO-FORA
                       WHEN CDM-BANCO   = SPACES
                           MOVE 'SEM BANCO NO MESTRE'
                                       TO WS-MOTIVO-FORA
                       WHEN CDM-VALOR-HORA NOT NUMERIC
                           OR CDM-VALOR-HORA = 0
                           MOVE 'SEM VALOR-HORA NO MESTRE'
                                       TO WS-MOTIVO-FORA
                       WHEN OTHER
                           MOVE 'S'    TO IND-FUNCIONARIO-APTO
                   END-EVALUATE
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *    Ferias da parcela: dias x valor do dia, mais o terco; em
      *    dobro quando o gozo comeca depois do fim do concessivo.
      *    INSS e IRRF pelas faixas do adiantamento sobre bruto mais
      *    terco, IRRF com a deducao por dependente.
      *----------------------------------------------------------------*

           MOVE 1                      TO WS-FATOR-DOBRA
           IF  FER-PAR-INICIO(FER-SUB) > FER-CONCESSIVO-FIM
               MOVE 2                  TO WS-FATOR-DOBRA
           END-IF

           COMPUTE WS-VALOR-DIA ROUNDED
               = CDM-VALOR-HORA * WS-HORAS-MES / 30

           COMPUTE WS-BRUTO ROUNDED
               = WS-VALOR-DIA * FER-PAR-DIAS(FER-SUB) * WS-FATOR-DOBRA

           COMPUTE WS-TERCO ROUNDED
               = WS-BRUTO / 3

           COMPUTE WS-BASE-INSS
               = WS-BRUTO + WS-TERCO

           MOVE ZEROS                  TO WS-PERC-INSS

           SET FI-IDX                  TO 1
           SEARCH TAB-FX-INSS
               AT END
                   CONTINUE
               WHEN WS-BASE-INSS <= FX-INSS-LIMITE(FI-IDX)
                   MOVE FX-INSS-PERCENTUAL(FI-IDX)
                                       TO WS-PERC-INSS
           END-SEARCH

           PERFORM CONTA-DEPENDENTES

           COMPUTE WS-BASE-IRRF
               = WS-BASE-INSS
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
               = WS-BASE-INSS * WS-PERC-INSS

           COMPUTE WS-DESC-IRRF ROUNDED
               = WS-BASE-IRRF * WS-PERC-IRRF

           COMPUTE WS-LIQUIDO
               = WS-BASE-INSS - WS-DESC-INSS - WS-DESC-IRRF

           MOVE 'G'                    TO FER-PAR-SITUACAO(FER-SUB)
           MOVE WS-REF-AMD             TO FER-PAR-DATA-PAGTO(FER-SUB)
           MOVE WS-BRUTO               TO FER-PAR-BRUTO(FER-SUB)
           MOVE WS-TERCO               TO FER-PAR-TERCO(FER-SUB)
           MOVE WS-DESC-INSS           TO FER-PAR-INSS(FER-SUB)
           MOVE WS-DESC-IRRF           TO FER-PAR-IRRF(FER-SUB)
           MOVE WS-LIQUIDO             TO FER-PAR-LIQUIDO(FER-SUB)
           ADD FER-PAR-DIAS(FER-SUB)   TO FER-DIAS-PAGOS
           MOVE 'S'                    TO IND-PERIODO-ALTERADO

           PERFORM GRAVA-HIST-MENSAL

           ADD 1                       TO CONTA-PAGAS
           ADD WS-BRUTO                TO SOMA-BRUTO
           ADD WS-TERCO                TO SOMA-TERCO
           ADD WS-DESC-INSS            TO SOMA-INSS
           ADD WS-DESC-IRRF            TO SOMA-IRRF
           ADD WS-LIQUIDO              TO SOMA-LIQUIDO

           PERFORM ACUMULA-CREDITO

           MOVE SPACES                 TO LINHA-DETALHE
           MOVE FER-MATRICULA          TO LD-MATRICULA
           MOVE CDM-NOME               TO LD-NOME
           MOVE FER-PAR-INICIO(FER-SUB)
                                       TO FER-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO LD-INICIO
           MOVE FER-PAR-DIAS(FER-SUB)  TO LD-DIAS
           MOVE WS-BRUTO               TO LD-BRUTO
           MOVE WS-TERCO               TO LD-TERCO
           MOVE WS-DESC-INSS           TO LD-INSS
           MOVE WS-DESC-IRRF           TO LD-IRRF
           MOVE WS-LIQUIDO             TO LD-LIQUIDO
           IF  WS-FATOR-DOBRA          = 2
               MOVE 'PAGA EM DOBRO - FORA DO PRAZO'
                                       TO LD-SITUACAO
           ELSE
               MOVE 'PAGA'             TO LD-SITUACAO
           END-IF
           WRITE REG-RELATORIO         FROM LINHA-DETALHE

           .

           EXIT.

      *----------------------------------------------------------------*
           CONTA-DEPENDENTES           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-QTDE-DEPENDENTES

           IF  HA-DEPENDENTES
               MOVE FER-MATRICULA      TO DPD-MATRICULA
               MOVE ZEROS              TO DPD-SEQUENCIA

               START DEPENDENTES
                   KEY IS >= DPD-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEPENDENTES NEXT RECORD
                       PERFORM UNTIL NOT FS-DPD-OK
                           OR DPD-MATRICULA NOT = FER-MATRICULA
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
      *    Soma a parcela paga em HIM-FERIAS da competencia; o
      *    adiantamento do mesmo registro, gravado por C3A07P01, fica
      *    como esta.
      *----------------------------------------------------------------*

           MOVE FER-MATRICULA          TO HIM-MATRICULA
           MOVE WS-COMPETENCIA         TO HIM-COMPETENCIA

           READ HISTORICO-MENSAL
               INVALID KEY
                   MOVE ZEROS          TO HIM-ADIANTAMENTO
                   MOVE ZEROS          TO HIM-LIQUIDO
                   MOVE ZEROS          TO HIM-DESC-INSS
                   MOVE ZEROS          TO HIM-DESC-IRRF
                   MOVE ZEROS          TO HIM-FERIAS
                   MOVE ZEROS          TO HIM-DESC-PENSAO
                   COMPUTE HIM-FERIAS-BRUTO
                       = WS-BRUTO + WS-TERCO
                   MOVE WS-DESC-INSS   TO HIM-FERIAS-INSS
                   MOVE WS-DESC-IRRF   TO HIM-FERIAS-IRRF
                   MOVE WS-LIQUIDO     TO HIM-FERIAS-LIQUIDO
                   WRITE REG-HISTORICO-MENSAL
               NOT INVALID KEY
                   ADD WS-BRUTO        TO HIM-FERIAS-BRUTO
                   ADD WS-TERCO        TO HIM-FERIAS-BRUTO
                   ADD WS-DESC-INSS    TO HIM-FERIAS-INSS
                   ADD WS-DESC-IRRF    TO HIM-FERIAS-IRRF
                   ADD WS-LIQUIDO      TO HIM-FERIAS-LIQUIDO
                   REWRITE REG-HISTORICO-MENSAL
           END-READ

           IF  NOT FS-HIM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO EM HISTORICO-MENSAL, FILE STATUS: '
                   FS-HISTORICO-MENSAL UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACUMULA-CREDITO             SECTION.
      *----------------------------------------------------------------*
      *    Soma o liquido da parcela no credito do dia da matricula
      *    e inclui o banco na tabela de bancos da remessa.
      *----------------------------------------------------------------*

           SET TCF-IDX                 TO 1
           SEARCH TCF-CREDITO
               AT END
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DE CREDITOS CHEIA, MATRICULA '
                       FER-MATRICULA ' FORA DA REMESSA'
                                       UPON CONSOLE
               WHEN TCF-IDX > CONTA-CREDITOS
                   ADD 1               TO CONTA-CREDITOS
                   MOVE FER-MATRICULA  TO TCF-MATRICULA(TCF-IDX)
                   MOVE CDM-NOME       TO TCF-NOME(TCF-IDX)
                   MOVE CDM-BANCO      TO TCF-BANCO(TCF-IDX)
                   MOVE CDM-AGENCIA    TO TCF-AGENCIA(TCF-IDX)
                   MOVE CDM-CONTA      TO TCF-CONTA(TCF-IDX)
                   MOVE WS-LIQUIDO     TO TCF-LIQUIDO(TCF-IDX)
               WHEN TCF-MATRICULA(TCF-IDX) = FER-MATRICULA
                   ADD WS-LIQUIDO      TO TCF-LIQUIDO(TCF-IDX)
           END-SEARCH

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

           MOVE SPACES                 TO LINHA-DETALHE
           MOVE FER-MATRICULA          TO LD-MATRICULA
           IF  WS-MOTIVO-FORA          NOT = 'MATRICULA FORA DO MESTRE'
               MOVE CDM-NOME           TO LD-NOME
           END-IF
           MOVE FER-PAR-INICIO(FER-SUB)
                                       TO FER-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO LD-INICIO
           MOVE FER-PAR-DIAS(FER-SUB)  TO LD-DIAS
           MOVE SPACES                 TO LD-BRUTO-X
           MOVE SPACES                 TO LD-TERCO-X
           MOVE SPACES                 TO LD-INSS-X
           MOVE SPACES                 TO LD-IRRF-X
           MOVE SPACES                 TO LD-LIQUIDO-X
           MOVE WS-MOTIVO-FORA         TO LD-SITUACAO
           WRITE REG-RELATORIO         FROM LINHA-DETALHE

           .

           EXIT.

      *----------------------------------------------------------------*
           GERA-REMESSAS-CNAB          SECTION.
      *----------------------------------------------------------------*
      *    Um arquivo CNAB240 por banco com os creditos do dia
      *    (caminho base OPE04 + '-' + banco + '.txt'), com o NSA do
      *    banco no cartao CNABSEQ compartilhado com C3A07P01.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GERA-REMESSAS-CNAB'

           IF  CONTA-CREDITOS          = 0
               DISPLAY NOME-PROGRAMA
                   ' NENHUM CREDITO DE FERIAS, REMESSA NAO GERADA'
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

           MOVE SPACES                 TO OPE04-ARQUIVO
           STRING FUNCTION TRIM(OPE04) '-' WS-BANCO-GERACAO '.txt'
               DELIMITED BY SIZE INTO OPE04-ARQUIVO

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

           PERFORM VARYING TCF-IDX FROM 1 BY 1
               UNTIL TCF-IDX > CONTA-CREDITOS
               IF  TCF-BANCO(TCF-IDX)  = WS-BANCO-GERACAO
                   ADD 1               TO WS-DETALHES-BANCO
                   MOVE WS-BANCO-GERACAO
                                       TO CNA-BANCO
                   MOVE WS-DETALHES-BANCO
                                       TO CNA-NR-REGISTRO
                   MOVE TCF-BANCO(TCF-IDX)
                                       TO CNA-BANCO-FAVORECIDO
                   MOVE TCF-AGENCIA(TCF-IDX)
                                       TO CNA-AGENCIA
                   MOVE TCF-CONTA(TCF-IDX)
                                       TO CNA-CONTA
                   MOVE TCF-NOME(TCF-IDX)
                                       TO CNA-NOME-FAVORECIDO
                   MOVE SPACES         TO CNA-MATRICULA
                   MOVE TCF-MATRICULA(TCF-IDX)
                                       TO CNA-MATRICULA(1:4)
                   MOVE TCF-LIQUIDO(TCF-IDX)
                                       TO CNA-VALOR-CREDITO
                   ADD TCF-LIQUIDO(TCF-IDX)
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

           DISPLAY NOME-PROGRAMA ' REMESSA DE FERIAS GERADA, BANCO '
               WS-BANCO-GERACAO ' NSA ' WS-NSA-GERACAO
               ' DETALHES ' WS-DETALHES-BANCO UPON CONSOLE

           MOVE SPACES                 TO INT-INTERFACE-ATUAL
           STRING 'CNABFER-' WS-BANCO-GERACAO
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
           FORMATA-DATA                SECTION.
      *----------------------------------------------------------------*
      *    FER-DATA-AMD (AAAAMMDD) para FER-DATA-DDMMAAAA.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FER-DATA-DDMMAAAA
           STRING FER-DAMD-DIA '/' FER-DAMD-MES '/' FER-DAMD-ANO
               DELIMITED BY SIZE INTO FER-DATA-DDMMAAAA

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

           CLOSE FERIAS-PERIODOS
           CLOSE CADASTRO-MESTRE
           CLOSE DEPENDENTES
           CLOSE HISTORICO-MENSAL
           CLOSE RELATORIO-FERIAS
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
           MOVE SOMA-BRUTO             TO LT-BRUTO
           MOVE SOMA-TERCO             TO LT-TERCO
           MOVE SOMA-INSS              TO LT-INSS
           MOVE SOMA-IRRF              TO LT-IRRF
           MOVE SOMA-LIQUIDO           TO LT-LIQUIDO
           WRITE REG-RELATORIO         FROM LINHA-TOTAL
           MOVE CONTA-PAGAS            TO LR-PAGAS
           MOVE CONTA-JA-PAGAS         TO LR-JA-PAGAS
           MOVE CONTA-FORA             TO LR-FORA
           WRITE REG-RELATORIO         FROM LINHA-RODAPE

           DISPLAY NOME-PROGRAMA ' PERIODOS LIDOS: ' CONTA-PERIODOS
               ' PARCELAS PAGAS: ' CONTA-PAGAS
               ' JA PAGAS NO DIA: ' CONTA-JA-PAGAS
               ' FORA: ' CONTA-FORA UPON CONSOLE

           CLOSE FERIAS-PERIODOS

           CLOSE CADASTRO-MESTRE

           IF  HA-DEPENDENTES
               CLOSE DEPENDENTES
           END-IF

           CLOSE HISTORICO-MENSAL

           CLOSE RELATORIO-FERIAS

           MOVE 'RELATORIO-FERIAS'     TO RRL-NOME-ATUAL
           MOVE OPE06                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-PERIODOS         TO AUD-QTDE-LIDOS
           MOVE CONTA-PAGAS            TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
