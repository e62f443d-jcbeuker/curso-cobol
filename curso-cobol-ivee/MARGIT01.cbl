      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção da margem-alvo por item (MARGENS-ITEM,
      *    indexado por GOODS-CODE): o percentual sobre o preço de
      *    venda gravado aqui prevalece, na sugestão de preço de
      *    SUGPRE01, sobre a margem-alvo do departamento do item
      *    (DEP-MARGEM-ALVO, mantida por DEPTO01). Diálogo de console
      *    nos moldes de PESAV01: inclusão, alteração, exclusão e
      *    listagem por acesso direto à chave, com o item validado no
      *    catálogo.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     MARGIT01.
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
           SELECT MARGENS-ITEM ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MGI-GOODS-CODE
           FILE STATUS IS FS-MARGENS-ITEM.

           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

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
       FD  MARGENS-ITEM.
       01  REG-MARGEM-ITEM.
           03  MGI-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  MGI-MARGEM-ALVO         PIC 9(02)V99.

       FD  ARQUIVO-ENTRADA.
       01  DATA-RECORD.
           03  GOODS-RECORD.
               05  GOODS-CODE          PIC X(4).
               05  FILLER              PIC X.
               05  GOODS-NAME          PIC X(30).
               05  FILLER              PIC X.
               05  GOODS-PRICE         PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-STOCK         PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-MINIMO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-LOJA  PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-DEPOSITO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-CUSTO-MEDIO   PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-SITUACAO      PIC X(01).
                   88  ITEM-ATIVO                       VALUE 'A' ' '.
                   88  ITEM-SUSPENSO                    VALUE 'S'.
                   88  ITEM-DESCONTINUADO               VALUE 'D'.
               05  FILLER              PIC X.
               05  GOODS-DEPARTAMENTO  PIC X(02).
               05  FILLER              PIC X.
               05  GOODS-EAN           PIC X(13).
               05  FILLER              PIC X.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'MARGIT01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MARGITEM.dat'.
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  FS-MARGENS-ITEM         PIC X(02)        VALUE '00'.
               88  FS-MGI-OK                            VALUE '00'.
               88  FS-MGI-NAO-EXISTE                    VALUE '35'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-FIM-LISTAGEM        PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  IND-CHAVE-VALIDA        PIC X(01)        VALUE 'N'.
               88  CHAVE-VALIDA                         VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-GOODS-CODE           PIC X(04)        VALUE SPACES.
           03  WS-MARGEM-ALVO          PIC 9(02)V99     VALUE ZEROS.
           03  IND-MARGEM-VALIDA       PIC X(01)        VALUE 'N'.
               88  MARGEM-VALIDA                        VALUE 'S'.
           03  WS-MARGEM-ED            PIC Z9,99.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-MARGENS

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

           OPEN I-O MARGENS-ITEM

           IF  FS-MGI-NAO-EXISTE
               OPEN OUTPUT MARGENS-ITEM
               CLOSE MARGENS-ITEM
               OPEN I-O MARGENS-ITEM
           END-IF

           IF  NOT FS-MGI-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MARGENS-ITEM, FILE STATUS: '
                   FS-MARGENS-ITEM UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 e 2 substituem, na ordem, os
      *    caminhos das margens por item e do catálogo; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita
      *    apenas o caminho das margens por item.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE01
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
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
           MANUTENCAO-MARGENS          SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-MARGENS'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: I=INCLUIR A=ALTERAR E=EXCLUIR L=LISTAR (SAI)'
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
                           PERFORM INCLUI-MARGEM
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-MARGEM
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-MARGEM
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-MARGENS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-CODIGO             SECTION.
      *----------------------------------------------------------------*
      *    Pede o item e valida contra o catálogo antes de tocar o
      *    cadastro, para o arquivo não acumular itens órfãos.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA

           MOVE 'CODIGO DO ITEM: '     TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-GOODS-CODE

           MOVE WS-GOODS-CODE          TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   DISPLAY 'ITEM NAO CADASTRADO: ' WS-GOODS-CODE
                                       UPON CONSOLE
               NOT INVALID KEY
                   DISPLAY 'ITEM: ' GOODS-NAME UPON CONSOLE
                   MOVE 'S'            TO IND-CHAVE-VALIDA
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-MARGEM             SECTION.
      *----------------------------------------------------------------*
      *    Margem sobre o preço de venda, em percentual com duas
      *    casas; precisa ficar acima de zero e abaixo de 100%.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-MARGEM-VALIDA

           MOVE 'MARGEM-ALVO % SOBRE O PRECO (EX.: 32,50): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO

           IF  PRM-VALOR-PRECO         > 0
               AND PRM-VALOR-PRECO     < 100
               MOVE PRM-VALOR-PRECO    TO WS-MARGEM-ALVO
               MOVE 'S'                TO IND-MARGEM-VALIDA
           ELSE
               DISPLAY 'MARGEM INVALIDA: INFORME DE 0,01 A 99,99'
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-MARGEM               SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CODIGO

           IF  CHAVE-VALIDA
               PERFORM SOLICITA-MARGEM
           END-IF

           IF  CHAVE-VALIDA
               AND MARGEM-VALIDA
               MOVE SPACES             TO REG-MARGEM-ITEM
               MOVE WS-GOODS-CODE      TO MGI-GOODS-CODE
               MOVE WS-MARGEM-ALVO     TO MGI-MARGEM-ALVO

               WRITE REG-MARGEM-ITEM
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ITEM JA TEM MARGEM PROPRIA: '
                           WS-GOODS-CODE UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1           TO CONTA-INCLUSOES
                       DISPLAY NOME-PROGRAMA ' MARGEM INCLUIDA: '
                           WS-GOODS-CODE UPON CONSOLE
               END-WRITE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-MARGEM               SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CODIGO

           IF  CHAVE-VALIDA
               MOVE WS-GOODS-CODE      TO MGI-GOODS-CODE

               READ MARGENS-ITEM
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ITEM SEM MARGEM PROPRIA: '
                           WS-GOODS-CODE UPON CONSOLE
                   NOT INVALID KEY
                       MOVE MGI-MARGEM-ALVO
                                       TO WS-MARGEM-ED
                       DISPLAY NOME-PROGRAMA ' MARGEM ATUAL: '
                           WS-MARGEM-ED UPON CONSOLE
                       PERFORM SOLICITA-MARGEM
                       IF  MARGEM-VALIDA
                           MOVE WS-MARGEM-ALVO
                                       TO MGI-MARGEM-ALVO

                           REWRITE REG-MARGEM-ITEM
                           IF  FS-MGI-OK
                               ADD 1   TO CONTA-ALTERACOES
                               DISPLAY NOME-PROGRAMA
                                   ' MARGEM ALTERADA: '
                                   WS-GOODS-CODE UPON CONSOLE
                           ELSE
                               DISPLAY NOME-PROGRAMA
                                   ' ERRO AO REGRAVAR MARGEM, FS: '
                                   FS-MARGENS-ITEM UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-MARGEM               SECTION.
      *----------------------------------------------------------------*
      *    Sem a margem própria, o item volta a seguir a margem-alvo
      *    do departamento.
      *----------------------------------------------------------------*

           MOVE 'CODIGO DO ITEM: '     TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-GOODS-CODE

           MOVE WS-GOODS-CODE          TO MGI-GOODS-CODE

           DELETE MARGENS-ITEM
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ITEM SEM MARGEM PROPRIA: '
                       WS-GOODS-CODE   UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO CONTA-EXCLUSOES
                   DISPLAY NOME-PROGRAMA ' MARGEM EXCLUIDA: '
                       WS-GOODS-CODE   UPON CONSOLE
           END-DELETE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-MARGENS               SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-LISTAGEM

           MOVE LOW-VALUES             TO MGI-GOODS-CODE
           START MARGENS-ITEM
               KEY IS >= MGI-GOODS-CODE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ MARGENS-ITEM NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   MOVE MGI-GOODS-CODE TO GOODS-CODE
                   READ ARQUIVO-ENTRADA
                       INVALID KEY
                           MOVE '** FORA DO CATALOGO **'
                                       TO GOODS-NAME
                   END-READ
                   MOVE MGI-MARGEM-ALVO
                                       TO WS-MARGEM-ED
                   DISPLAY MGI-GOODS-CODE ' ' GOODS-NAME
                       ' MARGEM: ' WS-MARGEM-ED '%'
                                       UPON CONSOLE
           END-PERFORM

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

           CLOSE MARGENS-ITEM
           CLOSE ARQUIVO-ENTRADA

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

           CLOSE MARGENS-ITEM

           CLOSE ARQUIVO-ENTRADA

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
