      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção das pensões alimentícias determinadas em
      *    juízo (PENSOES-JUDICIAIS, indexado por matrícula +
      *    sequência da ordem): o beneficiário com CPF e domicílio
      *    bancário, o número do processo, a regra de cálculo -
      *    percentual do líquido depois de INSS e IRRF ou valor fixo
      *    mensal - e a vigência. Diálogo de console nos moldes de
      *    CONSIG01, com a matrícula conferida no cadastro mestre e
      *    toda mudança no log de alterações dos cadastros mestres.
      *    C3A07P01 calcula e desconta a pensão, mostra no recibo e
      *    gera o crédito do beneficiário na remessa CNAB240.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho das pensões, 2a com o do cadastro mestre; via PARM,
      *    aceita apenas o caminho das pensões. Ordem encerrada pelo
      *    juízo recebe a data de fim e fica no arquivo como
      *    histórico; a exclusão é para lançamento feito por engano.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PENSAO01.
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
           COPY PJDCTL.

           SELECT CADASTRO-MESTRE ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDM-MATRICULA
           FILE STATUS IS FS-CADASTRO-MESTRE.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY ALTCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY PJDFD.

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

       COPY PRMFD.

       COPY OPRFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'PENSAO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY PJDDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-CHAVE-VALIDA        PIC X(01)        VALUE 'N'.
               88  CHAVE-VALIDA                         VALUE 'S'.
           03  IND-DADOS-VALIDOS       PIC X(01)        VALUE 'N'.
               88  DADOS-VALIDOS                        VALUE 'S'.
           03  IND-FIM-PENSOES         PIC X(01)        VALUE 'N'.
               88  FIM-DAS-PENSOES                      VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-MATRICULA            PIC X(04)        VALUE SPACES.
           03  WS-DATA-DIGITADA        PIC X(10)        VALUE SPACES.
           03  IND-DATA-VALIDA         PIC X(01)        VALUE 'N'.
               88  DATA-VALIDA                          VALUE 'S'.
           03  WS-AMD-INICIO           PIC X(08)        VALUE SPACES.
           03  WS-AMD-FIM              PIC X(08)        VALUE SPACES.
           03  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-PERC-ED              PIC ZZ9,99.
           03  CONTA-ORDENS            PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.

      *    Copia dos campos antes da alteracao, para o log.
       01  WS-PENSAO-ANTERIOR.
           03  WS-ANT-BENEFICIARIO     PIC X(20)        VALUE SPACES.
           03  WS-ANT-CPF              PIC X(11)        VALUE SPACES.
           03  WS-ANT-BANCO            PIC X(03)        VALUE SPACES.
           03  WS-ANT-AGENCIA          PIC X(05)        VALUE SPACES.
           03  WS-ANT-CONTA            PIC X(10)        VALUE SPACES.
           03  WS-ANT-NR-PROCESSO      PIC X(20)        VALUE SPACES.
           03  WS-ANT-TIPO-CALCULO     PIC X(01)        VALUE SPACES.
           03  WS-ANT-PERCENTUAL       PIC 9(03)V99     VALUE ZEROS.
           03  WS-ANT-VALOR-FIXO       PIC 9(07)V99     VALUE ZEROS.
           03  WS-ANT-DATA-INICIO      PIC X(10)        VALUE SPACES.
           03  WS-ANT-DATA-FIM         PIC X(10)        VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-PENSOES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Ordem judicial vira desconto em folha e credito a
      *    terceiro: exige operador assinado e autorizado, e toda
      *    mudanca vai para o log de alteracoes.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' MANUTENCAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'PENSOES'              TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           OPEN I-O PENSOES-JUDICIAIS

           IF  FS-PJD-NAO-EXISTE
               OPEN OUTPUT PENSOES-JUDICIAIS
               CLOSE PENSOES-JUDICIAIS
               OPEN I-O PENSOES-JUDICIAIS
           END-IF

           IF  NOT FS-PJD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR PENSOES-JUDICIAIS, FILE STATUS: '
                   FS-PENSOES          UPON CONSOLE
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
      *    Cartão SYSIN: 1a linha com o caminho das pensões e 2a com
      *    o do cadastro mestre; linha ausente ou em branco mantém o
      *    padrão. Via PARM, aceita apenas o caminho das pensões.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-PENSOES
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-PENSOES
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-PENSOES          SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-PENSOES'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: I=INCLUIR A=ALTERAR E=EXCLUIR C=CONSULTAR (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-PENSAO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-PENSAO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-PENSAO
                       END-IF
                   WHEN 'C'
                       PERFORM CONSULTA-MATRICULA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *    Pede a matrícula (validada no mestre) e a sequência da
      *    ordem judicial, de 1 a 9, a chave composta do arquivo.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA

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
                   MOVE 'S'            TO IND-CHAVE-VALIDA
           END-READ

           MOVE 'SEQUENCIA DA ORDEM (1 A 9): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR

           IF  PRM-VALOR               < 1
               OR PRM-VALOR            > 9
               DISPLAY 'SEQUENCIA INVALIDA' UPON CONSOLE
               MOVE 'N'                TO IND-CHAVE-VALIDA
           ELSE
               MOVE PRM-VALOR          TO PJD-SEQUENCIA
           END-IF

           MOVE WS-MATRICULA           TO PJD-MATRICULA

           MOVE SPACES                 TO ALT-CHAVE-ATUAL
           STRING WS-MATRICULA '-' PJD-SEQUENCIA
               DELIMITED BY SIZE INTO ALT-CHAVE-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-DATA               SECTION.
      *----------------------------------------------------------------*
      *    Lê uma data DD/MM/AAAA com PRM-MENSAGEM já montada; branco
      *    devolve WS-DATA-DIGITADA em branco e DATA-VALIDA desligado.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-DATA-VALIDA

           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:10)     TO WS-DATA-DIGITADA

           IF  WS-DATA-DIGITADA        NOT = SPACES
               IF  WS-DATA-DIGITADA(1:2) IS NUMERIC
                   AND WS-DATA-DIGITADA(3:1) = '/'
                   AND WS-DATA-DIGITADA(4:2) IS NUMERIC
                   AND WS-DATA-DIGITADA(6:1) = '/'
                   AND WS-DATA-DIGITADA(7:4) IS NUMERIC
                   AND WS-DATA-DIGITADA(1:2) > '00'
                   AND WS-DATA-DIGITADA(1:2) < '32'
                   AND WS-DATA-DIGITADA(4:2) > '00'
                   AND WS-DATA-DIGITADA(4:2) < '13'
                   MOVE 'S'            TO IND-DATA-VALIDA
               ELSE
                   DISPLAY 'DATA INVALIDA, USE DD/MM/AAAA: '
                       WS-DATA-DIGITADA UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-DADOS-PENSAO       SECTION.
      *----------------------------------------------------------------*
      *    Beneficiário, domicílio bancário, processo, regra de
      *    cálculo e vigência; branco ou zero mantém o valor corrente.
      *    A regra 'P' guarda só o percentual e a 'F' só o valor.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-DADOS-VALIDOS

           MOVE 'BENEFICIARIO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:20))
                                       TO PJD-BENEFICIARIO
           END-IF

           MOVE 'CPF DO BENEFICIARIO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               IF  PRM-RESPOSTA(1:11)  IS NUMERIC
                   MOVE PRM-RESPOSTA(1:11)
                                       TO PJD-CPF
               ELSE
                   DISPLAY 'CPF INVALIDO, INFORME OS 11 DIGITOS'
                                       UPON CONSOLE
                   MOVE 'N'            TO IND-DADOS-VALIDOS
               END-IF
           END-IF

           MOVE 'BANCO DO BENEFICIARIO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE PRM-RESPOSTA(1:3)  TO PJD-BANCO
           END-IF

           MOVE 'AGENCIA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE PRM-RESPOSTA(1:5)  TO PJD-AGENCIA
           END-IF

           MOVE 'CONTA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE PRM-RESPOSTA(1:10) TO PJD-CONTA
           END-IF

           MOVE 'NUMERO DO PROCESSO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE PRM-RESPOSTA(1:20) TO PJD-NR-PROCESSO
           END-IF

           MOVE 'CALCULO P=PERCENTUAL F=VALOR FIXO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO PJD-TIPO-CALCULO
           END-IF

           EVALUATE TRUE
               WHEN PJD-PERCENTUAL-LIQUIDO
                   MOVE 'PERCENTUAL DO LIQUIDO (ZERO MANTEM): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   IF  PRM-VALOR-PRECO > 0
                       AND PRM-VALOR-PRECO <= 100
                       MOVE PRM-VALOR-PRECO
                                       TO PJD-PERCENTUAL
                   END-IF
                   MOVE ZEROS          TO PJD-VALOR-FIXO
                   IF  PJD-PERCENTUAL  = 0
                       DISPLAY 'PERCENTUAL OBRIGATORIO, ATE 100'
                                       UPON CONSOLE
                       MOVE 'N'        TO IND-DADOS-VALIDOS
                   END-IF
               WHEN PJD-VALOR-FIXADO
                   MOVE 'VALOR FIXO MENSAL (ZERO MANTEM): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-PRECO
                   IF  PRM-VALOR-PRECO > 0
                       MOVE PRM-VALOR-PRECO
                                       TO PJD-VALOR-FIXO
                   END-IF
                   MOVE ZEROS          TO PJD-PERCENTUAL
                   IF  PJD-VALOR-FIXO  = 0
                       DISPLAY 'VALOR FIXO OBRIGATORIO' UPON CONSOLE
                       MOVE 'N'        TO IND-DADOS-VALIDOS
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGRA DE CALCULO DEVE SER P OU F'
                                       UPON CONSOLE
                   MOVE 'N'            TO IND-DADOS-VALIDOS
           END-EVALUATE

           MOVE 'INICIO DA VIGENCIA DD/MM/AAAA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM SOLICITA-DATA
           IF  DATA-VALIDA
               MOVE WS-DATA-DIGITADA   TO PJD-DATA-INICIO
           ELSE
               IF  WS-DATA-DIGITADA    NOT = SPACES
                   MOVE 'N'            TO IND-DADOS-VALIDOS
               END-IF
           END-IF

           MOVE 'FIM DA VIGENCIA DD/MM/AAAA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM SOLICITA-DATA
           IF  DATA-VALIDA
               MOVE WS-DATA-DIGITADA   TO PJD-DATA-FIM
           ELSE
               IF  WS-DATA-DIGITADA    NOT = SPACES
                   MOVE 'N'            TO IND-DADOS-VALIDOS
               END-IF
           END-IF

           IF  PJD-BENEFICIARIO        = SPACES
               OR PJD-BANCO            = SPACES
               OR PJD-AGENCIA          = SPACES
               OR PJD-CONTA            = SPACES
               OR PJD-DATA-INICIO      = SPACES
               DISPLAY 'BENEFICIARIO, DOMICILIO BANCARIO E INICIO'
                   ' SAO OBRIGATORIOS' UPON CONSOLE
               MOVE 'N'                TO IND-DADOS-VALIDOS
           END-IF

           IF  PJD-DATA-FIM            NOT = SPACES
               AND PJD-DATA-INICIO     NOT = SPACES
               STRING PJD-DATA-INICIO(7:4) PJD-DATA-INICIO(4:2)
                      PJD-DATA-INICIO(1:2)
                   DELIMITED BY SIZE INTO WS-AMD-INICIO
               STRING PJD-DATA-FIM(7:4) PJD-DATA-FIM(4:2)
                      PJD-DATA-FIM(1:2)
                   DELIMITED BY SIZE INTO WS-AMD-FIM
               IF  WS-AMD-FIM          < WS-AMD-INICIO
                   DISPLAY 'FIM DA VIGENCIA ANTERIOR AO INICIO'
                                       UPON CONSOLE
                   MOVE 'N'            TO IND-DADOS-VALIDOS
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-PENSAO               SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               DISPLAY NOME-PROGRAMA ' FUNCIONARIO: ' CDM-NOME
                                       UPON CONSOLE

               MOVE SPACES             TO PJD-BENEFICIARIO
               MOVE SPACES             TO PJD-CPF
               MOVE SPACES             TO PJD-BANCO
               MOVE SPACES             TO PJD-AGENCIA
               MOVE SPACES             TO PJD-CONTA
               MOVE SPACES             TO PJD-NR-PROCESSO
               MOVE SPACES             TO PJD-TIPO-CALCULO
               MOVE ZEROS              TO PJD-PERCENTUAL
               MOVE ZEROS              TO PJD-VALOR-FIXO
               MOVE SPACES             TO PJD-DATA-INICIO
               MOVE SPACES             TO PJD-DATA-FIM

               PERFORM SOLICITA-DADOS-PENSAO

               IF  DADOS-VALIDOS
                   WRITE REG-PENSAO-JUDICIAL
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' ORDEM JA CADASTRADA: '
                               ALT-CHAVE-ATUAL UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-INCLUSOES
                           MOVE 'INCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE SPACES TO ALT-VALOR-ANTES
                           MOVE PJD-NR-PROCESSO
                                       TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA
                               ' ORDEM INCLUIDA: ' ALT-CHAVE-ATUAL
                                       UPON CONSOLE
                   END-WRITE
               ELSE
                   DISPLAY NOME-PROGRAMA ' ORDEM NAO INCLUIDA'
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-PENSAO               SECTION.
      *----------------------------------------------------------------*
      *    Mostra a ordem, pede os novos dados e, regravada, leva ao
      *    log cada campo que mudou com o antes e o depois.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ PENSOES-JUDICIAIS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ORDEM NAO CADASTRADA: '
                           ALT-CHAVE-ATUAL UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM MOSTRA-PENSAO

                       MOVE PJD-BENEFICIARIO
                                       TO WS-ANT-BENEFICIARIO
                       MOVE PJD-CPF    TO WS-ANT-CPF
                       MOVE PJD-BANCO  TO WS-ANT-BANCO
                       MOVE PJD-AGENCIA
                                       TO WS-ANT-AGENCIA
                       MOVE PJD-CONTA  TO WS-ANT-CONTA
                       MOVE PJD-NR-PROCESSO
                                       TO WS-ANT-NR-PROCESSO
                       MOVE PJD-TIPO-CALCULO
                                       TO WS-ANT-TIPO-CALCULO
                       MOVE PJD-PERCENTUAL
                                       TO WS-ANT-PERCENTUAL
                       MOVE PJD-VALOR-FIXO
                                       TO WS-ANT-VALOR-FIXO
                       MOVE PJD-DATA-INICIO
                                       TO WS-ANT-DATA-INICIO
                       MOVE PJD-DATA-FIM
                                       TO WS-ANT-DATA-FIM

                       PERFORM SOLICITA-DADOS-PENSAO

                       IF  DADOS-VALIDOS
                           REWRITE REG-PENSAO-JUDICIAL
                           IF  FS-PJD-OK
                               ADD 1   TO CONTA-ALTERACOES
                               PERFORM REGISTRA-ALTERACOES
                               DISPLAY NOME-PROGRAMA
                                   ' ORDEM ALTERADA'
                                       UPON CONSOLE
                           ELSE
                               DISPLAY NOME-PROGRAMA
                                   ' ERRO AO REGRAVAR ORDEM, FS: '
                                   FS-PENSOES UPON CONSOLE
                           END-IF
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ORDEM NAO ALTERADA' UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-ALTERACOES         SECTION.
      *----------------------------------------------------------------*
      *    ALT-GRAVA-CAMPO só grava o campo cujo valor mudou.
      *----------------------------------------------------------------*

           MOVE 'BENEFICIARIO'         TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-BENEFICIARIO    TO ALT-VALOR-ANTES
           MOVE PJD-BENEFICIARIO       TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'CPF'                  TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-CPF             TO ALT-VALOR-ANTES
           MOVE PJD-CPF                TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'BANCO'                TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-BANCO           TO ALT-VALOR-ANTES
           MOVE PJD-BANCO              TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'AGENCIA'              TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-AGENCIA         TO ALT-VALOR-ANTES
           MOVE PJD-AGENCIA            TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'CONTA'                TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-CONTA           TO ALT-VALOR-ANTES
           MOVE PJD-CONTA              TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'PROCESSO'             TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-NR-PROCESSO     TO ALT-VALOR-ANTES
           MOVE PJD-NR-PROCESSO        TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'TIPO-CALCULO'         TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-TIPO-CALCULO    TO ALT-VALOR-ANTES
           MOVE PJD-TIPO-CALCULO       TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'PERCENTUAL'           TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-PERCENTUAL      TO WS-PERC-ED
           MOVE WS-PERC-ED             TO ALT-VALOR-ANTES
           MOVE PJD-PERCENTUAL         TO WS-PERC-ED
           MOVE WS-PERC-ED             TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'VALOR-FIXO'           TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-VALOR-FIXO      TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO ALT-VALOR-ANTES
           MOVE PJD-VALOR-FIXO         TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'DATA-INICIO'          TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-DATA-INICIO     TO ALT-VALOR-ANTES
           MOVE PJD-DATA-INICIO        TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           MOVE 'DATA-FIM'             TO ALT-CAMPO-ATUAL
           MOVE WS-ANT-DATA-FIM        TO ALT-VALOR-ANTES
           MOVE PJD-DATA-FIM           TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-PENSAO               SECTION.
      *----------------------------------------------------------------*
      *    Para ordem lançada por engano; a ordem encerrada pelo
      *    juízo recebe a data de fim em ALTERA-PENSAO.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ PENSOES-JUDICIAIS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ORDEM NAO CADASTRADA: '
                           ALT-CHAVE-ATUAL UPON CONSOLE
                   NOT INVALID KEY
                       DELETE PENSOES-JUDICIAIS
                       IF  FS-PJD-OK
                           ADD 1       TO CONTA-EXCLUSOES
                           MOVE 'EXCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE PJD-NR-PROCESSO
                                       TO ALT-VALOR-ANTES
                           MOVE SPACES TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA
                               ' ORDEM EXCLUIDA: ' ALT-CHAVE-ATUAL
                                       UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO EXCLUIR ORDEM, FS: '
                               FS-PENSOES UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONSULTA-MATRICULA          SECTION.
      *----------------------------------------------------------------*
      *    Lista no console as ordens de uma matrícula, pelo
      *    posicionamento no início da chave composta.
      *----------------------------------------------------------------*

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           MOVE ZEROS                  TO CONTA-ORDENS
           MOVE 'N'                    TO IND-FIM-PENSOES
           MOVE WS-MATRICULA           TO PJD-MATRICULA
           MOVE ZEROS                  TO PJD-SEQUENCIA

           START PENSOES-JUDICIAIS
               KEY IS >= PJD-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-PENSOES
           END-START

           PERFORM UNTIL FIM-DAS-PENSOES
               READ PENSOES-JUDICIAIS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PENSOES
               NOT AT END
                   IF  PJD-MATRICULA   = WS-MATRICULA
                       ADD 1           TO CONTA-ORDENS
                       PERFORM MOSTRA-PENSAO
                   ELSE
                       MOVE 'S'        TO IND-FIM-PENSOES
                   END-IF
           END-PERFORM

           IF  CONTA-ORDENS            = 0
               DISPLAY 'NENHUMA ORDEM PARA A MATRICULA: '
                   WS-MATRICULA        UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MOSTRA-PENSAO               SECTION.
      *----------------------------------------------------------------*

           DISPLAY PJD-MATRICULA '-' PJD-SEQUENCIA
               ' ' PJD-BENEFICIARIO ' CPF ' PJD-CPF
               ' PROCESSO ' PJD-NR-PROCESSO
                                       UPON CONSOLE
           DISPLAY '    CREDITO BANCO ' PJD-BANCO
               ' AGENCIA ' PJD-AGENCIA ' CONTA ' PJD-CONTA
                                       UPON CONSOLE

           IF  PJD-PERCENTUAL-LIQUIDO
               MOVE PJD-PERCENTUAL     TO WS-PERC-ED
               DISPLAY '    ' WS-PERC-ED '% DO LIQUIDO'
                   ' VIGENCIA ' PJD-DATA-INICIO ' A ' PJD-DATA-FIM
                                       UPON CONSOLE
           ELSE
               MOVE PJD-VALOR-FIXO     TO WS-VALOR-ED
               DISPLAY '    VALOR FIXO ' WS-VALOR-ED
                   ' VIGENCIA ' PJD-DATA-INICIO ' A ' PJD-DATA-FIM
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE PENSOES-JUDICIAIS
           CLOSE CADASTRO-MESTRE
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' INCLUSOES: ' CONTA-INCLUSOES
               ' ALTERACOES: ' CONTA-ALTERACOES
               ' EXCLUSOES: ' CONTA-EXCLUSOES UPON CONSOLE

           CLOSE PENSOES-JUDICIAIS

           CLOSE CADASTRO-MESTRE

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES
           PERFORM ALT-FECHA-LOG

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
