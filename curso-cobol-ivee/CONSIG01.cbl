      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção dos empréstimos consignados em folha por
      *    MATRICULA (EMPRESTIMOS, indexado por matrícula + número do
      *    contrato no banco credor), com o banco, o valor fixo da
      *    parcela, o prazo e as parcelas já descontadas, no mesmo
      *    estilo de diálogo de AFASTA01. C3A07P01 desconta a parcela
      *    do líquido dentro da margem consignável, conta as parcelas,
      *    quita o contrato na última e gera o repasse a cada banco;
      *    a folha deixa de subtrair a parcela à mão depois da
      *    remessa CNAB. CONSFU01 mostra o saldo devedor.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial. Contrato migrado de outro controle
      *    entra com as parcelas já pagas informadas; exclusão só de
      *    contrato sem parcela descontada, os demais ficam no
      *    arquivo como histórico do repasse.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     CONSIG01.
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
           COPY EMPCTL.

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

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY EMPFD.

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

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CONSIG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY EMPDADOS.

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
           03  IND-MATRICULA-VALIDA    PIC X(01)        VALUE 'N'.
               88  MATRICULA-VALIDA                     VALUE 'S'.
           03  IND-DADOS-VALIDOS       PIC X(01)        VALUE 'N'.
               88  DADOS-VALIDOS                        VALUE 'S'.
           03  IND-FIM-EMPRESTIMOS     PIC X(01)        VALUE 'N'.
               88  FIM-DOS-EMPRESTIMOS                  VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-MATRICULA            PIC X(04)        VALUE SPACES.
           03  WS-CONTRATO             PIC X(12)        VALUE SPACES.
           03  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-VALOR-ED2            PIC ZZZ.ZZZ.ZZ9,99.
           03  CONTA-CONTRATOS         PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-EMPRESTIMOS

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

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           OPEN I-O EMPRESTIMOS

           IF  FS-EMP-NAO-EXISTE
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF

           IF  NOT FS-EMP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR EMPRESTIMOS, FILE STATUS: '
                   FS-EMPRESTIMOS      UPON CONSOLE
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
      *    Cartão SYSIN: 1a linha com o caminho dos empréstimos e 2a
      *    com o do cadastro mestre; linha ausente ou em branco mantém
      *    o padrão. Via PARM, aceita apenas o caminho dos
      *    empréstimos.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-EMPRESTIMOS
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-EMPRESTIMOS
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
           MANUTENCAO-EMPRESTIMOS      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-EMPRESTIMOS'

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
                           PERFORM INCLUI-EMPRESTIMO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-EMPRESTIMO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-EMPRESTIMO
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
      *    Pede a matrícula (validada no mestre) e o número do
      *    contrato no banco credor, a chave composta do arquivo.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-MATRICULA-VALIDA

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
                   MOVE 'S'            TO IND-MATRICULA-VALIDA
           END-READ

           MOVE 'NUMERO DO CONTRATO: ' TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:12))
                                       TO WS-CONTRATO

           IF  WS-CONTRATO             = SPACES
               DISPLAY 'CONTRATO EM BRANCO' UPON CONSOLE
               MOVE 'N'                TO IND-MATRICULA-VALIDA
           END-IF

           MOVE WS-MATRICULA           TO EMP-MATRICULA
           MOVE WS-CONTRATO            TO EMP-CONTRATO

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-DADOS-EMPRESTIMO   SECTION.
      *----------------------------------------------------------------*
      *    Banco, valor da parcela, prazo e parcelas já pagas; branco
      *    ou zero mantém o valor corrente. Ao fim, o contrato fica
      *    quitado se as parcelas pagas alcançaram o prazo, e ativo
      *    de novo se o prazo foi estendido.
      *----------------------------------------------------------------*

           MOVE 'BANCO CREDOR (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE PRM-RESPOSTA(1:3)  TO EMP-BANCO
           END-IF

           MOVE 'VALOR DA PARCELA (ZERO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO
           IF  PRM-VALOR-PRECO         > 0
               MOVE PRM-VALOR-PRECO    TO EMP-VALOR-PARCELA
           END-IF

           MOVE 'QUANTIDADE DE PARCELAS (ZERO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           IF  PRM-VALOR               > 0
               AND PRM-VALOR           < 1000
               MOVE PRM-VALOR          TO EMP-QTDE-PARCELAS
           END-IF

           MOVE 'PARCELAS JA PAGAS (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               AND FUNCTION TRIM(PRM-RESPOSTA) IS NUMERIC
               COMPUTE EMP-PARCELAS-PAGAS
                   = FUNCTION NUMVAL(PRM-RESPOSTA)
           END-IF

           MOVE 'S'                    TO IND-DADOS-VALIDOS

           IF  EMP-BANCO               = SPACES
               OR EMP-VALOR-PARCELA    = 0
               OR EMP-QTDE-PARCELAS    = 0
               DISPLAY 'BANCO, PARCELA E PRAZO SAO OBRIGATORIOS'
                                       UPON CONSOLE
               MOVE 'N'                TO IND-DADOS-VALIDOS
           END-IF

           IF  EMP-PARCELAS-PAGAS      >= EMP-QTDE-PARCELAS
               IF  NOT EMP-QUITADO
                   MOVE 'Q'            TO EMP-SITUACAO
                   MOVE DTH-DATA-ATUAL-RED
                                       TO EMP-DATA-QUITACAO
               END-IF
           ELSE
               MOVE 'A'                TO EMP-SITUACAO
               MOVE SPACES             TO EMP-DATA-QUITACAO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-EMPRESTIMO           SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  MATRICULA-VALIDA
               MOVE SPACES             TO EMP-BANCO
               MOVE ZEROS              TO EMP-VALOR-PARCELA
               MOVE ZEROS              TO EMP-QTDE-PARCELAS
               MOVE ZEROS              TO EMP-PARCELAS-PAGAS
               MOVE 'A'                TO EMP-SITUACAO
               MOVE ZEROS              TO EMP-NAO-DESCONTADO
               MOVE SPACES             TO EMP-ULTIMA-COMPETENCIA
               MOVE ZEROS              TO EMP-ULTIMO-DESCONTO
               MOVE ZEROS              TO EMP-ULTIMA-FALTA
               MOVE 'S'                TO EMP-IND-REPASSE
               MOVE SPACES             TO EMP-DATA-QUITACAO

               PERFORM SOLICITA-DADOS-EMPRESTIMO

               IF  DADOS-VALIDOS
                   WRITE REG-EMPRESTIMO
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' CONTRATO JA CADASTRADO: '
                               WS-MATRICULA ' ' WS-CONTRATO
                                       UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-INCLUSOES
                           DISPLAY NOME-PROGRAMA
                               ' CONTRATO INCLUIDO: '
                               WS-MATRICULA ' ' WS-CONTRATO
                                       UPON CONSOLE
                   END-WRITE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-EMPRESTIMO           SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  MATRICULA-VALIDA
               READ EMPRESTIMOS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' CONTRATO NAO CADASTRADO: '
                           WS-MATRICULA ' ' WS-CONTRATO
                                       UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM MOSTRA-EMPRESTIMO

                       PERFORM SOLICITA-DADOS-EMPRESTIMO

                       IF  DADOS-VALIDOS
                           REWRITE REG-EMPRESTIMO
                           IF  FS-EMP-OK
                               ADD 1   TO CONTA-ALTERACOES
                               DISPLAY NOME-PROGRAMA
                                   ' CONTRATO ALTERADO'
                                       UPON CONSOLE
                           ELSE
                               DISPLAY NOME-PROGRAMA
                                   ' ERRO AO REGRAVAR CONTRATO, FS: '
                                   FS-EMPRESTIMOS UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-EMPRESTIMO           SECTION.
      *----------------------------------------------------------------*
      *    Só sai do arquivo o contrato que a folha ainda não
      *    descontou: os demais são a base do repasse ao banco e do
      *    saldo mostrado em CONSFU01.
      *----------------------------------------------------------------*

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO EMP-MATRICULA

           MOVE 'NUMERO DO CONTRATO: ' TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:12))
                                       TO EMP-CONTRATO

           READ EMPRESTIMOS
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' CONTRATO NAO CADASTRADO'
                                       UPON CONSOLE
               NOT INVALID KEY
                   IF  EMP-ULTIMA-COMPETENCIA NOT = SPACES
                       DISPLAY NOME-PROGRAMA
                           ' CONTRATO JA DESCONTADO EM FOLHA, NAO'
                           ' PODE SER EXCLUIDO' UPON CONSOLE
                   ELSE
                       DELETE EMPRESTIMOS
                           INVALID KEY
                               DISPLAY NOME-PROGRAMA
                                   ' ERRO AO EXCLUIR CONTRATO, FS: '
                                   FS-EMPRESTIMOS UPON CONSOLE
                           NOT INVALID KEY
                               ADD 1   TO CONTA-EXCLUSOES
                               DISPLAY NOME-PROGRAMA
                                   ' CONTRATO EXCLUIDO'
                                       UPON CONSOLE
                       END-DELETE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           CONSULTA-MATRICULA          SECTION.
      *----------------------------------------------------------------*
      *    Lista no console os contratos de uma matrícula, pelo
      *    posicionamento no início da chave composta.
      *----------------------------------------------------------------*

           MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           MOVE ZEROS                  TO CONTA-CONTRATOS
           MOVE 'N'                    TO IND-FIM-EMPRESTIMOS
           MOVE WS-MATRICULA           TO EMP-MATRICULA
           MOVE LOW-VALUES             TO EMP-CONTRATO

           START EMPRESTIMOS
               KEY IS >= EMP-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-EMPRESTIMOS
           END-START

           PERFORM UNTIL FIM-DOS-EMPRESTIMOS
               READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-EMPRESTIMOS
               NOT AT END
                   IF  EMP-MATRICULA   = WS-MATRICULA
                       ADD 1           TO CONTA-CONTRATOS
                       PERFORM MOSTRA-EMPRESTIMO
                   ELSE
                       MOVE 'S'        TO IND-FIM-EMPRESTIMOS
                   END-IF
           END-PERFORM

           IF  CONTA-CONTRATOS         = 0
               DISPLAY 'NENHUM CONTRATO PARA A MATRICULA: '
                   WS-MATRICULA        UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MOSTRA-EMPRESTIMO           SECTION.
      *----------------------------------------------------------------*

           PERFORM EMP-CALCULA-SALDO

           MOVE EMP-VALOR-PARCELA      TO WS-VALOR-ED
           MOVE EMP-SALDO-DEVEDOR      TO WS-VALOR-ED2

           DISPLAY EMP-MATRICULA ' ' EMP-CONTRATO
               ' BANCO ' EMP-BANCO ' SITUACAO ' EMP-SITUACAO
               ' PARCELAS ' EMP-PARCELAS-PAGAS '/' EMP-QTDE-PARCELAS
                                       UPON CONSOLE
           DISPLAY '    PARCELA ' WS-VALOR-ED
               ' SALDO DEVEDOR ' WS-VALOR-ED2
                                       UPON CONSOLE

           IF  EMP-NAO-DESCONTADO      > 0
               MOVE EMP-NAO-DESCONTADO TO WS-VALOR-ED
               DISPLAY '    NAO DESCONTADO POR FALTA DE MARGEM '
                   WS-VALOR-ED         UPON CONSOLE
           END-IF

           IF  EMP-ULTIMA-COMPETENCIA  NOT = SPACES
               DISPLAY '    ULTIMO DESCONTO NA COMPETENCIA '
                   EMP-ULTIMA-COMPETENCIA
                                       UPON CONSOLE
           END-IF

           IF  EMP-QUITADO
               DISPLAY '    QUITADO EM ' EMP-DATA-QUITACAO
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY EMPPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE EMPRESTIMOS
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

           DISPLAY NOME-PROGRAMA ' INCLUSOES: ' CONTA-INCLUSOES
               ' ALTERACOES: ' CONTA-ALTERACOES
               ' EXCLUSOES: ' CONTA-EXCLUSOES UPON CONSOLE

           CLOSE EMPRESTIMOS

           CLOSE CADASTRO-MESTRE

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
