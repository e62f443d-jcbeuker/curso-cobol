      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Controle de férias por MATRICULA: apura os períodos
      *    aquisitivos a partir de CDM-DT-ADMISSAO até a data de
      *    movimento, com os dias de direito reduzidos pelas faltas
      *    injustificadas lançadas em AFASTAMENTOS (tipo 'FI', por
      *    AFASTA01) na escala da CLT, e programa o gozo em até três
      *    parcelas por período. Cada parcela programada gera sozinha
      *    o afastamento tipo 'FE' que C3A07P01 já consulta para
      *    cortar o adiantamento; cancelar a parcela ainda não paga
      *    desfaz o afastamento. O pagamento das parcelas é de
      *    FERPAG01 e o acompanhamento dos prazos, de FERREL01. Mesmo
      *    diálogo de console e sign-on de AFASTA01.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida
      *    (apura e programa como I, cancela como E, quita como P
      *    aprovar) em OPR-VERIFICA-FUNCAO antes de executar; a recusa
      *    vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial. Opções A apurar, P programar
      *    parcela, C cancelar parcela, Q quitar período gozado
      *    antes deste controle, L listar. Cartão SYSIN: 1a linha
      *    com o caminho de FERIAS-PERIODOS, 2a com o de
      *    AFASTAMENTOS e 3a com o do cadastro mestre; via PARM,
      *    aceita apenas o caminho dos períodos de férias.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     FERIAS01.
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
           SELECT AFASTAMENTOS ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS FS-AFASTAMENTOS.

           SELECT CADASTRO-MESTRE ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDM-MATRICULA
           FILE STATUS IS FS-CADASTRO-MESTRE.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY FERCTL.

           COPY DMVCTL.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  AFASTAMENTOS.
       01  REG-AFASTAMENTO.
           03  AFA-CHAVE.
               05  AFA-MATRICULA       PIC X(04).
               05  AFA-DATA-INICIO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  AFA-TIPO                PIC X(02).
           03  FILLER                  PIC X(01).
           03  AFA-DATA-FIM            PIC X(10).

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

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY FERFD.

       COPY DMVFD.

       COPY PRMFD.

       COPY OPRFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'FERIAS01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY DMVDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY FERDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\AFASTAME.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  FS-AFASTAMENTOS         PIC X(02)        VALUE '00'.
               88  FS-AFA-OK                            VALUE '00'.
               88  FS-AFA-NAO-EXISTE                    VALUE '35'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-MATRICULA-VALIDA    PIC X(01)        VALUE 'N'.
               88  MATRICULA-VALIDA                     VALUE 'S'.
           03  IND-DESLIGADO           PIC X(01)        VALUE 'N'.
               88  FUNCIONARIO-DESLIGADO                VALUE 'S'.
           03  IND-ACHOU-SALDO         PIC X(01)        VALUE 'N'.
               88  ACHOU-SALDO                          VALUE 'S'.
           03  IND-ACHOU-PARCELA       PIC X(01)        VALUE 'N'.
               88  ACHOU-PARCELA                        VALUE 'S'.
           03  IND-PARCELA-VALIDA      PIC X(01)        VALUE 'N'.
               88  PARCELA-VALIDA                       VALUE 'S'.
           03  IND-TEM-PARCELA-14      PIC X(01)        VALUE 'N'.
               88  TEM-PARCELA-14                       VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-MATRICULA            PIC X(04)        VALUE SPACES.
           03  WS-REF-AMD              PIC 9(08)        VALUE ZEROS.
           03  WS-INT-REFERENCIA       PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-INT-LIMITE           PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-SALDO-DIAS           PIC 9(02)        VALUE ZEROS.
           03  WS-DIAS-PARCELA         PIC 9(02)        VALUE ZEROS.
           03  WS-PAR-INICIO-AMD       PIC 9(08)        VALUE ZEROS.
           03  WS-PAR-FIM-AMD          PIC 9(08)        VALUE ZEROS.
           03  WS-INT-PAR-FIM          PIC S9(09) COMP-5 VALUE ZEROS.
           03  WS-SUB-ACHADO           PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-DATA-INICIO-ED       PIC X(10)        VALUE SPACES.
           03  WS-DATA-FIM-ED          PIC X(10)        VALUE SPACES.
           03  WS-DATA-LIMITE-ED       PIC X(10)        VALUE SPACES.
           03  WS-LIQUIDO-ED           PIC Z.ZZZ.ZZ9,99.
           03  CONTA-APURADOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-PROGRAMADAS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-CANCELADAS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-QUITADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-FERIAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Fluxo sensivel na convencao da casa: exige operador
      *    assinado e autorizado antes de abrir os arquivos.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' MANUTENCAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM DMV-LE-DATA-MOVIMENTO

      *    Periodo aquisitivo so conta como completo quando o seu
      *    ultimo dia ja passou na data de movimento.
           MOVE DMV-DATA-MOVIMENTO     TO FER-DATA-DDMMAAAA
           PERFORM FER-CONVERTE-DATA
           MOVE FER-DATA-AMD           TO WS-REF-AMD
           COMPUTE WS-INT-REFERENCIA
               = FUNCTION INTEGER-OF-DATE(WS-REF-AMD)

           PERFORM LE-PARAMETRO

           OPEN I-O FERIAS-PERIODOS

           IF  FS-FER-NAO-EXISTE
               OPEN OUTPUT FERIAS-PERIODOS
               CLOSE FERIAS-PERIODOS
               OPEN I-O FERIAS-PERIODOS
           END-IF

           IF  NOT FS-FER-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FERIAS-PERIODOS, FILE STATUS: '
                   FS-FERIAS           UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O AFASTAMENTOS

           IF  FS-AFA-NAO-EXISTE
               OPEN OUTPUT AFASTAMENTOS
               CLOSE AFASTAMENTOS
               OPEN I-O AFASTAMENTOS
           END-IF

           IF  NOT FS-AFA-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR AFASTAMENTOS, FILE STATUS: '
                   FS-AFASTAMENTOS     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT CADASTRO-MESTRE

           IF  NOT FS-CDM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                   FS-CADASTRO-MESTRE  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho dos períodos de
      *    férias, 2a com o dos afastamentos e 3a com o do cadastro
      *    mestre; linha ausente ou em branco mantém o padrão. Via
      *    PARM, aceita apenas o caminho dos períodos de férias.
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

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-FERIAS           SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-FERIAS'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: A=APURA P=PROG C=CANCELA Q=QUITA L=LISTA (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'A'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM APURA-FUNCIONARIO
                       END-IF
                   WHEN 'P'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM PROGRAMA-PARCELA
                       END-IF
                   WHEN 'C'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM CANCELA-PARCELA
                       END-IF
                   WHEN 'Q'
                       MOVE 'P'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM QUITA-PERIODO
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-FERIAS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-MATRICULA          SECTION.
      *----------------------------------------------------------------*
      *    Pede a matrícula e a valida no mestre, que precisa trazer
      *    uma data de admissão válida: é dela que saem os períodos.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-MATRICULA-VALIDA
           MOVE 'N'                    TO IND-DESLIGADO

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           MOVE WS-MATRICULA           TO CDM-MATRICULA
           READ CADASTRO-MESTRE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WS-MATRICULA
                                       UPON CONSOLE
               NOT INVALID KEY
                   MOVE CDM-DT-ADMISSAO
                                       TO FER-DATA-DDMMAAAA
                   PERFORM FER-CONVERTE-DATA
                   IF  FER-DATA-AMD    = 0
                       DISPLAY 'DATA DE ADMISSAO INVALIDA NO MESTRE: '
                           CDM-DT-ADMISSAO UPON CONSOLE
                   ELSE
                       MOVE FER-DATA-AMD
                                       TO FER-ADMISSAO-AMD
                       MOVE 'S'        TO IND-MATRICULA-VALIDA
                       IF  CDM-DT-DEMISSAO NOT = SPACES
                           MOVE 'S'    TO IND-DESLIGADO
                       END-IF
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-FUNCIONARIO           SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-MATRICULA

           IF  MATRICULA-VALIDA
               PERFORM APURA-MATRICULA
               PERFORM LISTA-PERIODOS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-MATRICULA             SECTION.
      *----------------------------------------------------------------*
      *    Grava ou atualiza um registro por período aquisitivo já
      *    completo na data de movimento (ou no desligamento, se
      *    anterior). Período ainda sem nada programado nem pago tem
      *    faltas e direito recalculados, para pegar falta lançada
      *    depois; com programação, fica como está.
      *----------------------------------------------------------------*

           MOVE WS-INT-REFERENCIA      TO WS-INT-LIMITE

           IF  FUNCIONARIO-DESLIGADO
               MOVE CDM-DT-DEMISSAO    TO FER-DATA-DDMMAAAA
               PERFORM FER-CONVERTE-DATA
               IF  FER-DATA-AMD        > 0
                   AND FUNCTION INTEGER-OF-DATE(FER-DATA-AMD)
                       < WS-INT-LIMITE
                   COMPUTE WS-INT-LIMITE
                       = FUNCTION INTEGER-OF-DATE(FER-DATA-AMD)
               END-IF
           END-IF

           MOVE WS-MATRICULA           TO FER-MATRICULA-APURADA
           MOVE ZEROS                  TO FER-ORDEM-PERIODO
           PERFORM FER-CALCULA-PERIODO

           PERFORM UNTIL FER-INT-FIM   >= WS-INT-LIMITE
               OR FER-ORDEM-PERIODO    > 60
               PERFORM GRAVA-PERIODO
               ADD 1                   TO FER-ORDEM-PERIODO
               PERFORM FER-CALCULA-PERIODO
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PERIODO               SECTION.
      *----------------------------------------------------------------*

           PERFORM FER-CONTA-FALTAS
           PERFORM FER-DIAS-DE-DIREITO

           MOVE WS-MATRICULA           TO FER-MATRICULA
           MOVE FER-INICIO-CALC        TO FER-AQUIS-INICIO

           READ FERIAS-PERIODOS
               INVALID KEY
                   MOVE SPACES         TO REG-FERIAS-PERIODO
                   MOVE WS-MATRICULA   TO FER-MATRICULA
                   MOVE FER-INICIO-CALC
                                       TO FER-AQUIS-INICIO
                   MOVE FER-FIM-CALC   TO FER-AQUIS-FIM
                   MOVE FER-CONCESSIVO-CALC
                                       TO FER-CONCESSIVO-FIM
                   MOVE FER-FALTAS-APURADAS
                                       TO FER-FALTAS
                   MOVE FER-DIAS-APURADOS
                                       TO FER-DIAS-DIREITO
                   MOVE ZEROS          TO FER-DIAS-PROGRAMADOS
                   MOVE ZEROS          TO FER-DIAS-PAGOS
                   MOVE ZEROS          TO FER-QTDE-PARCELAS
                   PERFORM VARYING FER-SUB FROM 1 BY 1
                       UNTIL FER-SUB > 3
                       PERFORM LIMPA-PARCELA
                   END-PERFORM
                   WRITE REG-FERIAS-PERIODO
                   IF  FS-FER-OK
                       ADD 1           TO CONTA-APURADOS
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO GRAVAR FERIAS-PERIODOS, FS: '
                           FS-FERIAS   UPON CONSOLE
                   END-IF
               NOT INVALID KEY
                   IF  FER-DIAS-PROGRAMADOS = 0
                       AND FER-DIAS-PAGOS = 0
                       MOVE FER-FALTAS-APURADAS
                                       TO FER-FALTAS
                       MOVE FER-DIAS-APURADOS
                                       TO FER-DIAS-DIREITO
                       REWRITE REG-FERIAS-PERIODO
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           LIMPA-PARCELA               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FER-PARCELA(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-INICIO(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-DIAS(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-DATA-PAGTO(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-BRUTO(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-TERCO(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-INSS(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-IRRF(FER-SUB)
           MOVE ZEROS                  TO FER-PAR-LIQUIDO(FER-SUB)

           .

           EXIT.

      *----------------------------------------------------------------*
           PROGRAMA-PARCELA            SECTION.
      *----------------------------------------------------------------*
      *    Programa uma parcela de gozo no período aquisitivo mais
      *    antigo que ainda tem saldo e grava o afastamento 'FE'
      *    correspondente em AFASTAMENTOS.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-MATRICULA

           IF  MATRICULA-VALIDA
               AND FUNCIONARIO-DESLIGADO
               DISPLAY 'FUNCIONARIO DESLIGADO EM ' CDM-DT-DEMISSAO
                   ', FERIAS VAO NA RESCISAO' UPON CONSOLE
               MOVE 'N'                TO IND-MATRICULA-VALIDA
           END-IF

           IF  MATRICULA-VALIDA
               PERFORM APURA-MATRICULA
               PERFORM LOCALIZA-SALDO

               IF  ACHOU-SALDO
                   PERFORM SOLICITA-PARCELA
                   IF  PARCELA-VALIDA
                       PERFORM GRAVA-PARCELA
                   END-IF
               ELSE
                   DISPLAY 'SEM SALDO DE FERIAS A PROGRAMAR: '
                       WS-MATRICULA    UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-SALDO              SECTION.
      *----------------------------------------------------------------*
      *    Deixa em REG-FERIAS-PERIODO o período mais antigo da
      *    matrícula com dias a programar e parcela livre.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ACHOU-SALDO

           MOVE WS-MATRICULA           TO FER-MATRICULA
           MOVE ZEROS                  TO FER-AQUIS-INICIO

           START FERIAS-PERIODOS
               KEY IS >= FER-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FERIAS-PERIODOS NEXT RECORD
                   PERFORM UNTIL NOT FS-FER-OK
                       OR FER-MATRICULA NOT = WS-MATRICULA
                       OR ACHOU-SALDO
                       IF  FER-DIAS-DIREITO > FER-DIAS-PROGRAMADOS
                           AND FER-QTDE-PARCELAS < 3
                           MOVE 'S'    TO IND-ACHOU-SALDO
                       ELSE
                           READ FERIAS-PERIODOS NEXT RECORD
                       END-IF
                   END-PERFORM
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-PARCELA            SECTION.
      *----------------------------------------------------------------*
      *    Pede início e dias da parcela e confere as regras de
      *    fracionamento: até três parcelas de no mínimo 5 dias, uma
      *    delas de ao menos 14 (quando o direito comporta), a
      *    terceira fechando o saldo, sem sobra menor que 5 dias, e
      *    gozo só depois de completado o período aquisitivo.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PARCELA-VALIDA

           COMPUTE WS-SALDO-DIAS
               = FER-DIAS-DIREITO - FER-DIAS-PROGRAMADOS

           MOVE FER-AQUIS-INICIO       TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-INICIO-ED
           MOVE FER-AQUIS-FIM          TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-FIM-ED

           DISPLAY 'PERIODO AQUISITIVO ' WS-DATA-INICIO-ED
               ' A ' WS-DATA-FIM-ED ' - SALDO: ' WS-SALDO-DIAS
               ' DIAS'                 UPON CONSOLE

           MOVE 'N'                    TO IND-TEM-PARCELA-14
           PERFORM VARYING FER-SUB FROM 1 BY 1
               UNTIL FER-SUB > FER-QTDE-PARCELAS
               IF  FER-PAR-DIAS(FER-SUB) >= 14
                   MOVE 'S'            TO IND-TEM-PARCELA-14
               END-IF
           END-PERFORM

           MOVE 'INICIO DO GOZO DD/MM/AAAA: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:10)     TO FER-DATA-DDMMAAAA
           PERFORM FER-CONVERTE-DATA
           MOVE FER-DATA-AMD           TO WS-PAR-INICIO-AMD

           MOVE 'DIAS DE GOZO DA PARCELA: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE ZEROS                  TO WS-DIAS-PARCELA
           IF  PRM-VALOR               > 0
               AND PRM-VALOR           < 100
               MOVE PRM-VALOR          TO WS-DIAS-PARCELA
           END-IF

           EVALUATE TRUE
               WHEN WS-PAR-INICIO-AMD  = 0
                   DISPLAY 'DATA DE INICIO INVALIDA' UPON CONSOLE
               WHEN WS-PAR-INICIO-AMD  NOT > FER-AQUIS-FIM
                   DISPLAY 'INICIO ANTES DE COMPLETAR O PERIODO'
                       ' AQUISITIVO'   UPON CONSOLE
               WHEN WS-DIAS-PARCELA    < 5
                   DISPLAY 'PARCELA MINIMA DE 5 DIAS' UPON CONSOLE
               WHEN WS-DIAS-PARCELA    > WS-SALDO-DIAS
                   DISPLAY 'DIAS ACIMA DO SALDO DO PERIODO'
                                       UPON CONSOLE
               WHEN FER-QTDE-PARCELAS  = 2
                   AND WS-DIAS-PARCELA < WS-SALDO-DIAS
                   DISPLAY 'A TERCEIRA PARCELA DEVE FECHAR O SALDO'
                                       UPON CONSOLE
               WHEN WS-SALDO-DIAS - WS-DIAS-PARCELA > 0
                   AND WS-SALDO-DIAS - WS-DIAS-PARCELA < 5
                   DISPLAY 'SOBRA DE SALDO MENOR QUE 5 DIAS'
                                       UPON CONSOLE
               WHEN NOT TEM-PARCELA-14
                   AND FER-DIAS-DIREITO >= 14
                   AND WS-DIAS-PARCELA < 14
                   AND WS-SALDO-DIAS - WS-DIAS-PARCELA < 14
                   DISPLAY 'UMA DAS PARCELAS DEVE TER AO MENOS 14 DIAS'
                                       UPON CONSOLE
               WHEN OTHER
                   MOVE 'S'            TO IND-PARCELA-VALIDA
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PARCELA               SECTION.
      *----------------------------------------------------------------*
      *    Grava o afastamento 'FE' da parcela e, aceito, acrescenta
      *    a parcela programada ao período.
      *----------------------------------------------------------------*

           COMPUTE WS-INT-PAR-FIM
               = FUNCTION INTEGER-OF-DATE(WS-PAR-INICIO-AMD)
               + WS-DIAS-PARCELA - 1
           COMPUTE WS-PAR-FIM-AMD
               = FUNCTION DATE-OF-INTEGER(WS-INT-PAR-FIM)

           MOVE WS-MATRICULA           TO AFA-MATRICULA
           MOVE WS-PAR-INICIO-AMD      TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO AFA-DATA-INICIO
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-INICIO-ED
           MOVE 'FE'                   TO AFA-TIPO
           MOVE WS-PAR-FIM-AMD         TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO AFA-DATA-FIM
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-FIM-ED

           WRITE REG-AFASTAMENTO
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' JA HA AFASTAMENTO NESTA DATA: '
                       WS-MATRICULA ' ' WS-DATA-INICIO-ED
                                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO FER-QTDE-PARCELAS
                   MOVE FER-QTDE-PARCELAS
                                       TO FER-SUB
                   PERFORM LIMPA-PARCELA
                   MOVE WS-PAR-INICIO-AMD
                                       TO FER-PAR-INICIO(FER-SUB)
                   MOVE WS-DIAS-PARCELA
                                       TO FER-PAR-DIAS(FER-SUB)
                   MOVE 'P'            TO FER-PAR-SITUACAO(FER-SUB)
                   ADD WS-DIAS-PARCELA TO FER-DIAS-PROGRAMADOS

                   REWRITE REG-FERIAS-PERIODO
                   IF  NOT FS-FER-OK
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR FERIAS-PERIODOS, FS: '
                           FS-FERIAS   UPON CONSOLE
                       PERFORM FIM-ENCERRA-ANORMAL
                   END-IF

                   ADD 1               TO CONTA-PROGRAMADAS
                   DISPLAY NOME-PROGRAMA ' FERIAS PROGRAMADAS: '
                       WS-MATRICULA ' DE ' WS-DATA-INICIO-ED
                       ' A ' WS-DATA-FIM-ED UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           CANCELA-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *    Cancela uma parcela ainda não paga: exclui o afastamento
      *    'FE' que ela gerou e devolve os dias ao saldo do período.
      *----------------------------------------------------------------*

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           MOVE 'INICIO DA PARCELA DD/MM/AAAA: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:10)     TO FER-DATA-DDMMAAAA
           PERFORM FER-CONVERTE-DATA
           MOVE FER-DATA-AMD           TO WS-PAR-INICIO-AMD

           PERFORM LOCALIZA-PARCELA

           EVALUATE TRUE
               WHEN NOT ACHOU-PARCELA
                   DISPLAY 'PARCELA NAO ENCONTRADA' UPON CONSOLE
               WHEN FER-PAR-PAGA(WS-SUB-ACHADO)
                   DISPLAY 'PARCELA JA PAGA, NAO PODE SER CANCELADA'
                                       UPON CONSOLE
               WHEN OTHER
                   PERFORM EXCLUI-PARCELA
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-PARCELA            SECTION.
      *----------------------------------------------------------------*
      *    Deixa em REG-FERIAS-PERIODO o período da matrícula que
      *    tem a parcela iniciada em WS-PAR-INICIO-AMD, e em
      *    WS-SUB-ACHADO a posição dela.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ACHOU-PARCELA
           MOVE ZEROS                  TO WS-SUB-ACHADO

           MOVE WS-MATRICULA           TO FER-MATRICULA
           MOVE ZEROS                  TO FER-AQUIS-INICIO

           IF  WS-PAR-INICIO-AMD       > 0
               START FERIAS-PERIODOS
                   KEY IS >= FER-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FERIAS-PERIODOS NEXT RECORD
                       PERFORM UNTIL NOT FS-FER-OK
                           OR FER-MATRICULA NOT = WS-MATRICULA
                           OR ACHOU-PARCELA
                           PERFORM VARYING FER-SUB FROM 1 BY 1
                               UNTIL FER-SUB > FER-QTDE-PARCELAS
                               IF  FER-PAR-INICIO(FER-SUB)
                                   = WS-PAR-INICIO-AMD
                                   MOVE 'S'
                                       TO IND-ACHOU-PARCELA
                                   MOVE FER-SUB
                                       TO WS-SUB-ACHADO
                               END-IF
                           END-PERFORM
                           IF  NOT ACHOU-PARCELA
                               READ FERIAS-PERIODOS NEXT RECORD
                           END-IF
                       END-PERFORM
               END-START
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-PARCELA              SECTION.
      *----------------------------------------------------------------*

           MOVE WS-MATRICULA           TO AFA-MATRICULA
           MOVE WS-PAR-INICIO-AMD      TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO AFA-DATA-INICIO

           DELETE AFASTAMENTOS
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' AFASTAMENTO FE JA NAO EXISTIA: '
                       WS-MATRICULA ' ' AFA-DATA-INICIO
                                       UPON CONSOLE
           END-DELETE

           SUBTRACT FER-PAR-DIAS(WS-SUB-ACHADO)
                                       FROM FER-DIAS-PROGRAMADOS

           PERFORM VARYING FER-SUB FROM WS-SUB-ACHADO BY 1
               UNTIL FER-SUB >= FER-QTDE-PARCELAS
               MOVE FER-PARCELA(FER-SUB + 1)
                                       TO FER-PARCELA(FER-SUB)
           END-PERFORM

           MOVE FER-QTDE-PARCELAS      TO FER-SUB
           PERFORM LIMPA-PARCELA
           SUBTRACT 1                  FROM FER-QTDE-PARCELAS

           REWRITE REG-FERIAS-PERIODO
           IF  NOT FS-FER-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR FERIAS-PERIODOS, FS: '
                   FS-FERIAS           UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           ADD 1                       TO CONTA-CANCELADAS
           DISPLAY NOME-PROGRAMA ' PARCELA CANCELADA: '
               WS-MATRICULA ' ' AFA-DATA-INICIO UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           QUITA-PERIODO               SECTION.
      *----------------------------------------------------------------*
      *    Dá baixa num período já gozado e pago antes deste
      *    controle, para ele não aparecer como pendente em FERREL01.
      *    Só vale para período apurado e sem parcela programada.
      *----------------------------------------------------------------*

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           MOVE 'INICIO DO PERIODO AQUISITIVO DD/MM/AAAA: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:10)     TO FER-DATA-DDMMAAAA
           PERFORM FER-CONVERTE-DATA

           MOVE WS-MATRICULA           TO FER-MATRICULA
           MOVE FER-DATA-AMD           TO FER-AQUIS-INICIO

           READ FERIAS-PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO NAO APURADO: ' WS-MATRICULA
                       ' ' FER-DATA-DDMMAAAA UPON CONSOLE
               NOT INVALID KEY
                   IF  FER-QTDE-PARCELAS > 0
                       DISPLAY 'PERIODO COM PARCELAS, USE O'
                           ' CANCELAMENTO'
                                       UPON CONSOLE
                   ELSE
                       MOVE 'CONFIRMA A QUITACAO DO PERIODO (S/N): '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                           = 'S'
                           MOVE FER-DIAS-DIREITO
                                       TO FER-DIAS-PROGRAMADOS
                           MOVE FER-DIAS-DIREITO
                                       TO FER-DIAS-PAGOS
                           REWRITE REG-FERIAS-PERIODO
                           IF  FS-FER-OK
                               ADD 1   TO CONTA-QUITADOS
                               DISPLAY NOME-PROGRAMA
                                   ' PERIODO QUITADO' UPON CONSOLE
                           ELSE
                               DISPLAY NOME-PROGRAMA
                                   ' ERRO AO REGRAVAR FERIAS-PERIODOS,'
                                   ' FS: ' FS-FERIAS UPON CONSOLE
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-FERIAS                SECTION.
      *----------------------------------------------------------------*

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           PERFORM LISTA-PERIODOS

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-PERIODOS              SECTION.
      *----------------------------------------------------------------*
      *    Lista no console os períodos da matrícula com o saldo e as
      *    parcelas, pelo posicionamento no início da chave.
      *----------------------------------------------------------------*

           MOVE WS-MATRICULA           TO FER-MATRICULA
           MOVE ZEROS                  TO FER-AQUIS-INICIO

           START FERIAS-PERIODOS
               KEY IS >= FER-CHAVE
               INVALID KEY
                   DISPLAY 'NENHUM PERIODO APURADO PARA A MATRICULA: '
                       WS-MATRICULA    UPON CONSOLE
               NOT INVALID KEY
                   READ FERIAS-PERIODOS NEXT RECORD
                   PERFORM UNTIL NOT FS-FER-OK
                       OR FER-MATRICULA NOT = WS-MATRICULA
                       PERFORM EXIBE-PERIODO
                       READ FERIAS-PERIODOS NEXT RECORD
                   END-PERFORM
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           EXIBE-PERIODO               SECTION.
      *----------------------------------------------------------------*

           MOVE FER-AQUIS-INICIO       TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-INICIO-ED
           MOVE FER-AQUIS-FIM          TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-FIM-ED
           MOVE FER-CONCESSIVO-FIM     TO FER-DATA-AMD
           PERFORM FER-FORMATA-DATA
           MOVE FER-DATA-DDMMAAAA      TO WS-DATA-LIMITE-ED

           DISPLAY FER-MATRICULA ' AQUISITIVO ' WS-DATA-INICIO-ED
               ' A ' WS-DATA-FIM-ED ' LIMITE ' WS-DATA-LIMITE-ED
                                       UPON CONSOLE
           DISPLAY '     FALTAS ' FER-FALTAS
               ' DIREITO ' FER-DIAS-DIREITO
               ' PROGRAMADOS ' FER-DIAS-PROGRAMADOS
               ' PAGOS ' FER-DIAS-PAGOS UPON CONSOLE

           PERFORM VARYING FER-SUB FROM 1 BY 1
               UNTIL FER-SUB > FER-QTDE-PARCELAS
               MOVE FER-PAR-INICIO(FER-SUB)
                                       TO FER-DATA-AMD
               PERFORM FER-FORMATA-DATA
               MOVE FER-PAR-LIQUIDO(FER-SUB)
                                       TO WS-LIQUIDO-ED
               DISPLAY '     PARCELA ' FER-SUB ' ' FER-DATA-DDMMAAAA
                   ' ' FER-PAR-DIAS(FER-SUB) ' DIAS SITUACAO '
                   FER-PAR-SITUACAO(FER-SUB)
                   ' LIQUIDO ' WS-LIQUIDO-ED UPON CONSOLE
           END-PERFORM

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY FERPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE FERIAS-PERIODOS
           CLOSE AFASTAMENTOS
           CLOSE CADASTRO-MESTRE

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' PERIODOS APURADOS: ' CONTA-APURADOS
               ' PARCELAS PROGRAMADAS: ' CONTA-PROGRAMADAS
               ' CANCELADAS: ' CONTA-CANCELADAS
               ' QUITADOS: ' CONTA-QUITADOS UPON CONSOLE

           CLOSE FERIAS-PERIODOS

           CLOSE AFASTAMENTOS

           CLOSE CADASTRO-MESTRE

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-APURADOS + CONTA-PROGRAMADAS
               + CONTA-CANCELADAS + CONTA-QUITADOS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-APURADOS + CONTA-PROGRAMADAS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
