      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Fila de aprovação das alterações sob dupla custódia
      *    (ALTERACOES-PENDENTES, copybooks PND*): domicílio bancário
      *    e valor-hora do CADASTRO-MESTRE pedidos em CADFUN01 e
      *    percentual de comissão de VENDEDORES-MESTRE pedido em
      *    VENDCA01. Um segundo operador, autorizado à função P
      *    (aprovar) e diferente de quem pediu, lista os pedidos
      *    pendentes e aprova - o valor só entra no mestre aqui, e só
      *    se o mestre ainda tiver o valor de quando o pedido foi
      *    feito - ou rejeita com o motivo. Cada decisão vai para o
      *    log de alterações dos mestres com os dois operadores.
      *----------------------------------------------------------------*
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     APROVA01.
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

           SELECT VENDEDORES-MESTRE ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-MATRICULA
           ALTERNATE RECORD KEY IS VEN-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES-MESTRE.

           COPY PNDCTL.

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

       FD  VENDEDORES-MESTRE.
       01  REG-VENDEDOR-MESTRE.
           03  VEN-NOME                PIC X(40).
           03  FILLER                  PIC X(01).
           03  VEN-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  VEN-PERC-COMISSAO       PIC 9(02)V99.

       COPY PNDFD.

       COPY PRMFD.

       COPY OPRFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'APROVA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS001'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY PNDDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\VENDMEST.dat'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
               88  FS-CDM-NAO-EXISTE                    VALUE '35'.
           03  FS-VENDEDORES-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-VEN-OK                            VALUE '00'.
               88  FS-VEN-NAO-EXISTE                    VALUE '35'.
           03  IND-CDM-ABERTO          PIC X(01)        VALUE 'N'.
               88  CADASTRO-MESTRE-ABERTO               VALUE 'S'.
           03  IND-VEN-ABERTO          PIC X(01)        VALUE 'N'.
               88  VENDEDORES-MESTRE-ABERTO             VALUE 'S'.
           03  IND-FIM-APROVACAO       PIC X(01)        VALUE 'N'.
               88  FIM-DA-APROVACAO                     VALUE 'S'.
           03  IND-PEDIDO-ACHADO       PIC X(01)        VALUE 'N'.
               88  PEDIDO-ACHADO                        VALUE 'S'.
           03  IND-MESTRE-CONFERE      PIC X(01)        VALUE 'N'.
               88  MESTRE-CONFERE                       VALUE 'S'.
           03  IND-MESTRE-APLICADO     PIC X(01)        VALUE 'N'.
               88  MESTRE-APLICADO                      VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-NUMERO-PEDIDO        PIC 9(06)        VALUE ZEROS.
           03  WS-VALOR-VIGENTE        PIC X(40)        VALUE SPACES.
           03  WS-MOTIVO-CANCELA       PIC X(30)        VALUE SPACES.
           03  WS-VALOR-HORA-X         PIC X(05)        VALUE ZEROS.
           03  WS-VALOR-HORA-N         REDEFINES WS-VALOR-HORA-X
                                       PIC 9(03)V99.
           03  WS-PERC-COMISSAO-X      PIC X(04)        VALUE ZEROS.
           03  WS-PERC-COMISSAO-N      REDEFINES WS-PERC-COMISSAO-X
                                       PIC 9(02)V99.
           03  WS-VALOR-ED             PIC ZZ9,99.
           03  WS-ANTES-ED             PIC X(20)        VALUE SPACES.
           03  WS-DEPOIS-ED            PIC X(20)        VALUE SPACES.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R           REDEFINES WS-DATA-AMD.
               05  WS-DATA-ANO         PIC X(04).
               05  WS-DATA-MES         PIC X(02).
               05  WS-DATA-DIA         PIC X(02).
           03  WS-DATA-ED              PIC X(10)        VALUE SPACES.
           03  CONTA-LISTADOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-APROVADOS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REJEITADOS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-CANCELADOS        PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM FILA-APROVACAO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' APROVACAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM PND-ABRE-PENDENCIAS

           IF  NOT PENDENCIAS-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Os mestres sao abertos so se existirem: sem o mestre, o
      *    pedido dele nao pode ser aprovado, mas pode ser rejeitado.
           OPEN I-O CADASTRO-MESTRE

           IF  FS-CDM-OK
               MOVE 'S'                TO IND-CDM-ABERTO
           ELSE
               IF  NOT FS-CDM-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                       FS-CADASTRO-MESTRE UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN I-O VENDEDORES-MESTRE

           IF  FS-VEN-OK
               MOVE 'S'                TO IND-VEN-ABERTO
           ELSE
               IF  NOT FS-VEN-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR VENDEDORES-MESTRE, FILE STATUS: '
                       FS-VENDEDORES-MESTRE UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           PERFORM ALT-ABRE-LOG

           .

           EXIT.

      *----------------------------------------------------------------*
           FILA-APROVACAO              SECTION.
      *----------------------------------------------------------------*
      *    Laço da fila pelo console: L lista os pedidos pendentes,
      *    A aprova e R rejeita um pedido pelo número; branco
      *    encerra. Aprovar e rejeitar conferem a função P.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FILA-APROVACAO'

           PERFORM LISTA-PENDENTES

           PERFORM UNTIL FIM-DA-APROVACAO
               MOVE 'OPCAO: L=LISTA A=APROVA R=REJEITA (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-APROVACAO
                   WHEN 'L'
                       PERFORM LISTA-PENDENTES
                   WHEN 'A'
                       MOVE 'P'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM APROVA-PEDIDO
                       END-IF
                   WHEN 'R'
                       MOVE 'P'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM REJEITA-PEDIDO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-PENDENTES             SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-LISTADOS
           MOVE 'N'                    TO IND-FIM-PENDENCIAS
           MOVE ZEROS                  TO PND-NUMERO

           START ALTERACOES-PENDENTES KEY IS NOT LESS THAN PND-NUMERO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-PENDENCIAS
           END-START

           PERFORM UNTIL FIM-DAS-PENDENCIAS
               READ ALTERACOES-PENDENTES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PENDENCIAS
               NOT AT END
                   IF  PND-PENDENTE
                       ADD 1           TO CONTA-LISTADOS
                       PERFORM EXIBE-PEDIDO
                   END-IF
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' PEDIDOS PENDENTES: ' CONTA-LISTADOS
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           EXIBE-PEDIDO                SECTION.
      *----------------------------------------------------------------*

           PERFORM FORMATA-VALORES

           MOVE PND-DATA-PEDIDO        TO WS-DATA-AMD
           PERFORM FORMATA-DATA

           DISPLAY 'PEDIDO ' PND-NUMERO ' ' PND-MESTRE ' ' PND-CHAVE
               ' ' PND-CAMPO            UPON CONSOLE
           DISPLAY '  DE: ' WS-ANTES-ED ' PARA: ' WS-DEPOIS-ED
                                       UPON CONSOLE
           DISPLAY '  PEDIDO POR: ' PND-SOLICITANTE ' EM ' WS-DATA-ED
               ' ' PND-HORA-PEDIDO ' (' PND-PROGRAMA ')'
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-VALORES             SECTION.
      *----------------------------------------------------------------*
      *    Valores numericos do pedido (valor-hora, comissao) vao
      *    gravados em digitos, como no log de alteracoes; na tela
      *    saem com a virgula.
      *----------------------------------------------------------------*

           MOVE PND-VALOR-ANTES        TO WS-ANTES-ED
           MOVE PND-VALOR-DEPOIS       TO WS-DEPOIS-ED

           EVALUATE PND-CAMPO
               WHEN 'CDM-VALOR-HORA'
                   MOVE PND-VALOR-ANTES(1:5)
                                       TO WS-VALOR-HORA-X
                   IF  WS-VALOR-HORA-X IS NUMERIC
                       MOVE WS-VALOR-HORA-N
                                       TO WS-VALOR-ED
                       MOVE WS-VALOR-ED
                                       TO WS-ANTES-ED
                   END-IF
                   MOVE PND-VALOR-DEPOIS(1:5)
                                       TO WS-VALOR-HORA-X
                   IF  WS-VALOR-HORA-X IS NUMERIC
                       MOVE WS-VALOR-HORA-N
                                       TO WS-VALOR-ED
                       MOVE WS-VALOR-ED
                                       TO WS-DEPOIS-ED
                   END-IF
               WHEN 'VEN-PERC-COMISSAO'
                   MOVE PND-VALOR-ANTES(1:4)
                                       TO WS-PERC-COMISSAO-X
                   IF  WS-PERC-COMISSAO-X IS NUMERIC
                       MOVE WS-PERC-COMISSAO-N
                                       TO WS-VALOR-ED
                       MOVE WS-VALOR-ED
                                       TO WS-ANTES-ED
                   END-IF
                   MOVE PND-VALOR-DEPOIS(1:4)
                                       TO WS-PERC-COMISSAO-X
                   IF  WS-PERC-COMISSAO-X IS NUMERIC
                       MOVE WS-PERC-COMISSAO-N
                                       TO WS-VALOR-ED
                       MOVE WS-VALOR-ED
                                       TO WS-DEPOIS-ED
                   END-IF
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           PEDE-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *    Pede o número do pedido e lê; só serve o pedido ainda
      *    pendente, e nunca o do próprio operador assinado - a
      *    tentativa vai para a trilha de auditoria.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PEDIDO-ACHADO

           MOVE 'NUMERO DO PEDIDO: '   TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO

           IF  FUNCTION TEST-NUMVAL(PRM-RESPOSTA) NOT = 0
               DISPLAY 'NUMERO INVALIDO'
                                       UPON CONSOLE
           ELSE
               COMPUTE WS-NUMERO-PEDIDO
                   = FUNCTION NUMVAL(PRM-RESPOSTA)
               MOVE WS-NUMERO-PEDIDO   TO PND-NUMERO

               READ ALTERACOES-PENDENTES
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO: '
                           WS-NUMERO-PEDIDO UPON CONSOLE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT PND-PENDENTE
                               DISPLAY 'PEDIDO JA DECIDIDO, SITUACAO: '
                                   PND-SITUACAO UPON CONSOLE
                           WHEN PND-SOLICITANTE = OPR-CODIGO-ATIVO
                               DISPLAY 'PEDIDO FEITO PELO PROPRIO '
                                   'OPERADOR: DECISAO CABE A OUTRO'
                                       UPON CONSOLE
                               MOVE SPACES
                                       TO AUD-TEXTO-OCORRENCIA
                               STRING 'DECISAO DO PROPRIO PEDIDO '
                                   PND-NUMERO
                                   DELIMITED BY SIZE
                                   INTO AUD-TEXTO-OCORRENCIA
                               MOVE OPR-CODIGO-ATIVO
                                       TO AUD-OPERADOR-ATIVO
                               PERFORM AUD-GRAVA-OCORRENCIA
                           WHEN OTHER
                               MOVE 'S'
                                       TO IND-PEDIDO-ACHADO
                               PERFORM EXIBE-PEDIDO
                       END-EVALUATE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APROVA-PEDIDO               SECTION.
      *----------------------------------------------------------------*

           PERFORM PEDE-PEDIDO

           IF  PEDIDO-ACHADO
               MOVE 'CONFIRMA A APROVACAO (S/N)? '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) = 'S'
                   PERFORM APLICA-NO-MESTRE
                   IF  MESTRE-APLICADO
                       SET PND-APROVADA
                                       TO TRUE
                       MOVE SPACES     TO PND-MOTIVO
                       PERFORM REGISTRA-DECISAO
                       ADD 1           TO CONTA-APROVADOS
                       DISPLAY 'PEDIDO ' PND-NUMERO
                           ' APROVADO E APLICADO AO MESTRE'
                                       UPON CONSOLE
                   ELSE
                       IF  WS-MOTIVO-CANCELA NOT = SPACES
                           SET PND-CANCELADA
                                       TO TRUE
                           MOVE WS-MOTIVO-CANCELA
                                       TO PND-MOTIVO
                           PERFORM REGISTRA-DECISAO
                           ADD 1       TO CONTA-CANCELADOS
                           DISPLAY 'PEDIDO ' PND-NUMERO
                               ' CANCELADO: ' WS-MOTIVO-CANCELA
                                       UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REJEITA-PEDIDO              SECTION.
      *----------------------------------------------------------------*

           PERFORM PEDE-PEDIDO

           IF  PEDIDO-ACHADO
               MOVE 'MOTIVO DA REJEICAO: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               IF  PRM-RESPOSTA        = SPACES
                   DISPLAY 'REJEICAO EXIGE O MOTIVO'
                                       UPON CONSOLE
               ELSE
                   SET PND-REJEITADA   TO TRUE
                   MOVE PRM-RESPOSTA   TO PND-MOTIVO
                   PERFORM REGISTRA-DECISAO
                   ADD 1               TO CONTA-REJEITADOS
                   DISPLAY 'PEDIDO ' PND-NUMERO ' REJEITADO'
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-NO-MESTRE            SECTION.
      *----------------------------------------------------------------*
      *    Lê o registro do mestre, confere que o campo ainda tem o
      *    valor de quando o pedido foi feito e grava o valor pedido.
      *    Mestre ausente deixa o pedido pendente; registro excluído
      *    ou campo mudado depois do pedido cancelam o pedido (motivo
      *    em WS-MOTIVO-CANCELA), que precisa ser refeito.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-MESTRE-CONFERE
           MOVE 'N'                    TO IND-MESTRE-APLICADO
           MOVE SPACES                 TO WS-MOTIVO-CANCELA

           EVALUATE PND-MESTRE
               WHEN 'CADMEST'
                   PERFORM APLICA-CADASTRO-MESTRE
               WHEN 'VENDMEST'
                   PERFORM APLICA-VENDEDORES-MESTRE
               WHEN OTHER
                   MOVE 'MESTRE SEM DUPLA CUSTODIA'
                                       TO WS-MOTIVO-CANCELA
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-CADASTRO-MESTRE      SECTION.
      *----------------------------------------------------------------*

           IF  NOT CADASTRO-MESTRE-ABERTO
               DISPLAY 'CADASTRO-MESTRE INDISPONIVEL, PEDIDO PENDENTE'
                                       UPON CONSOLE
           ELSE
               MOVE PND-CHAVE(1:4)     TO CDM-MATRICULA
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE 'MATRICULA NAO CADASTRADA'
                                       TO WS-MOTIVO-CANCELA
                   NOT INVALID KEY
                       PERFORM CONFERE-CADASTRO-MESTRE
               END-READ

               IF  MESTRE-CONFERE
                   REWRITE REG-CADASTRO-MESTRE
                   IF  FS-CDM-OK
                       MOVE 'S'        TO IND-MESTRE-APLICADO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR CADASTRO-MESTRE, FS: '
                           FS-CADASTRO-MESTRE UPON CONSOLE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-CADASTRO-MESTRE     SECTION.
      *----------------------------------------------------------------*

           EVALUATE PND-CAMPO
               WHEN 'DOMICILIO-BANCARIO'
                   MOVE CDM-BANCO      TO PND-DOM-BANCO
                   MOVE CDM-AGENCIA    TO PND-DOM-AGENCIA
                   MOVE CDM-CONTA      TO PND-DOM-CONTA
                   MOVE PND-DOMICILIO-BANCARIO
                                       TO WS-VALOR-VIGENTE
                   IF  WS-VALOR-VIGENTE = PND-VALOR-ANTES
                       MOVE 'S'        TO IND-MESTRE-CONFERE
                       MOVE PND-VALOR-DEPOIS
                                       TO PND-DOMICILIO-BANCARIO
                       MOVE PND-DOM-BANCO
                                       TO CDM-BANCO
                       MOVE PND-DOM-AGENCIA
                                       TO CDM-AGENCIA
                       MOVE PND-DOM-CONTA
                                       TO CDM-CONTA
                   END-IF
               WHEN 'CDM-VALOR-HORA'
                   MOVE CDM-VALOR-HORA TO WS-VALOR-HORA-N
                   MOVE WS-VALOR-HORA-X
                                       TO WS-VALOR-VIGENTE
                   MOVE PND-VALOR-DEPOIS(1:5)
                                       TO WS-VALOR-HORA-X
                   IF  WS-VALOR-VIGENTE = PND-VALOR-ANTES
                       AND WS-VALOR-HORA-X IS NUMERIC
                       MOVE 'S'        TO IND-MESTRE-CONFERE
                       MOVE WS-VALOR-HORA-N
                                       TO CDM-VALOR-HORA
                   END-IF
               WHEN OTHER
                   MOVE 'CAMPO SEM DUPLA CUSTODIA'
                                       TO WS-MOTIVO-CANCELA
           END-EVALUATE

           IF  NOT MESTRE-CONFERE
               AND WS-MOTIVO-CANCELA   = SPACES
               MOVE 'MESTRE MUDOU DEPOIS DO PEDIDO'
                                       TO WS-MOTIVO-CANCELA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-VENDEDORES-MESTRE    SECTION.
      *----------------------------------------------------------------*

           IF  NOT VENDEDORES-MESTRE-ABERTO
               DISPLAY 'VENDEDORES-MESTRE INDISPONIVEL, PEDIDO PENDENTE'
                                       UPON CONSOLE
           ELSE
               MOVE PND-CHAVE(1:4)     TO VEN-MATRICULA
               READ VENDEDORES-MESTRE
                   INVALID KEY
                       MOVE 'MATRICULA NAO CADASTRADA'
                                       TO WS-MOTIVO-CANCELA
                   NOT INVALID KEY
                       IF  PND-CAMPO   = 'VEN-PERC-COMISSAO'
                           MOVE VEN-PERC-COMISSAO
                                       TO WS-PERC-COMISSAO-N
                           MOVE WS-PERC-COMISSAO-X
                                       TO WS-VALOR-VIGENTE
                           MOVE PND-VALOR-DEPOIS(1:4)
                                       TO WS-PERC-COMISSAO-X
                           IF  WS-VALOR-VIGENTE = PND-VALOR-ANTES
                               AND WS-PERC-COMISSAO-X IS NUMERIC
                               MOVE 'S'
                                       TO IND-MESTRE-CONFERE
                               MOVE WS-PERC-COMISSAO-N
                                       TO VEN-PERC-COMISSAO
                           ELSE
                               MOVE 'MESTRE MUDOU DEPOIS DO PEDIDO'
                                       TO WS-MOTIVO-CANCELA
                           END-IF
                       ELSE
                           MOVE 'CAMPO SEM DUPLA CUSTODIA'
                                       TO WS-MOTIVO-CANCELA
                       END-IF
               END-READ

               IF  MESTRE-CONFERE
                   REWRITE REG-VENDEDOR-MESTRE
                   IF  FS-VEN-OK
                       MOVE 'S'        TO IND-MESTRE-APLICADO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR VENDEDORES-MESTRE, FS: '
                           FS-VENDEDORES-MESTRE UPON CONSOLE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-DECISAO            SECTION.
      *----------------------------------------------------------------*
      *    Regrava o pedido com a situação já movida pelo chamador,
      *    o aprovador e a data, e grava a decisão no log de
      *    alterações com quem pediu como operador e quem decidiu
      *    como aprovador.
      *----------------------------------------------------------------*

           PERFORM OPR-OBTEM-HOJE

           MOVE OPR-CODIGO-ATIVO       TO PND-APROVADOR
           MOVE OPR-HOJE-AMD           TO PND-DATA-DECISAO

           REWRITE REG-PENDENCIA

           IF  NOT FS-PND-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR ALTERACOES-PENDENTES, FS: '
                   FS-PENDENCIAS       UPON CONSOLE
           END-IF

           MOVE PND-MESTRE             TO ALT-MESTRE-ATUAL
           MOVE PND-CHAVE              TO ALT-CHAVE-ATUAL
           MOVE PND-CAMPO              TO ALT-CAMPO-ATUAL
           MOVE PND-VALOR-ANTES        TO ALT-VALOR-ANTES
           MOVE PND-VALOR-DEPOIS       TO ALT-VALOR-DEPOIS
           MOVE PND-SITUACAO           TO ALT-SITUACAO-ATUAL
           MOVE PND-SOLICITANTE        TO ALT-SOLICITANTE-ATUAL
           PERFORM ALT-GRAVA-CAMPO
           MOVE SPACE                  TO ALT-SITUACAO-ATUAL
           MOVE SPACES                 TO ALT-SOLICITANTE-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-DATA                SECTION.
      *----------------------------------------------------------------*

           IF  WS-DATA-AMD             = ZEROS
               MOVE '--/--/----'       TO WS-DATA-ED
           ELSE
               STRING WS-DATA-DIA '/' WS-DATA-MES '/' WS-DATA-ANO
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CADASTRO-MESTRE
           CLOSE VENDEDORES-MESTRE
           PERFORM PND-FECHA-PENDENCIAS
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY ALTPROC.

       COPY PNDPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' APROVADOS: ' CONTA-APROVADOS
               ' REJEITADOS: ' CONTA-REJEITADOS
               ' CANCELADOS: ' CONTA-CANCELADOS UPON CONSOLE

           IF  CADASTRO-MESTRE-ABERTO
               CLOSE CADASTRO-MESTRE
           END-IF

           IF  VENDEDORES-MESTRE-ABERTO
               CLOSE VENDEDORES-MESTRE
           END-IF

           PERFORM PND-FECHA-PENDENCIAS

           PERFORM ALT-FECHA-LOG

           MOVE CONTA-LISTADOS         TO AUD-QTDE-LIDOS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-APROVADOS + CONTA-REJEITADOS + CONTA-CANCELADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
