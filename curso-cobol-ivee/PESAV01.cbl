      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção do cadastro de itens vendidos por peso
      *    (ITENS-PESAVEIS, indexado por GOODS-CODE): item presente
      *    no cadastro tem o estoque e a quantidade de venda em
      *    gramas e GOODS-PRICE por quilo, e a etiqueta da balança
      *    (EAN-13 com prefixo 2) é decodificada por PR16TA01 em item
      *    e peso ou valor, conforme o tipo de etiqueta gravado aqui
      *    (P = peso em gramas, V = valor da pesagem em centavos).
      *    Diálogo de console nos moldes de PEREC01: inclusão,
      *    alteração, exclusão e listagem por acesso direto à chave,
      *    com o item validado no catálogo.
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
       PROGRAM-ID.                     PESAV01.
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
           SELECT ITENS-PESAVEIS ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSV-GOODS-CODE
           FILE STATUS IS FS-ITENS-PESAVEIS.

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
       FD  ITENS-PESAVEIS.
       01  REG-ITEM-PESAVEL.
           03  PSV-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PSV-TIPO-ETIQUETA       PIC X(01).
               88  PSV-ETIQUETA-PESO                    VALUE 'P'.
               88  PSV-ETIQUETA-VALOR                   VALUE 'V'.

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
       77  NOME-PROGRAMA               PIC X(18) VALUE        'PESAV01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PESAVEIS.dat'.
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  FS-ITENS-PESAVEIS       PIC X(02)        VALUE '00'.
               88  FS-PSV-OK                            VALUE '00'.
               88  FS-PSV-NAO-EXISTE                    VALUE '35'.
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
           03  WS-TIPO-ETIQUETA        PIC X(01)        VALUE 'P'.
               88  TIPO-ETIQUETA-VALIDO                 VALUE 'P' 'V'.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-PESAVEIS

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

           OPEN I-O ITENS-PESAVEIS

           IF  FS-PSV-NAO-EXISTE
               OPEN OUTPUT ITENS-PESAVEIS
               CLOSE ITENS-PESAVEIS
               OPEN I-O ITENS-PESAVEIS
           END-IF

           IF  NOT FS-PSV-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ITENS-PESAVEIS, FILE STATUS: '
                   FS-ITENS-PESAVEIS UPON CONSOLE
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
      *    caminhos do cadastro de itens por peso e do catálogo;
      *    linha ausente ou em branco mantém o padrão. Via PARM,
      *    aceita apenas o caminho do cadastro de itens por peso.
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
           MANUTENCAO-PESAVEIS         SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-PESAVEIS'

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
                           PERFORM INCLUI-PESAVEL
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-PESAVEL
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-PESAVEL
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-PESAVEIS
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
           SOLICITA-TIPO-ETIQUETA      SECTION.
      *----------------------------------------------------------------*
      *    O tipo segue a programação da balança do setor; resposta
      *    fora de P/V fica como P (peso), a mais comum.
      *----------------------------------------------------------------*

           MOVE 'ETIQUETA DA BALANCA: P=PESO V=VALOR: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-TIPO-ETIQUETA
           IF  NOT TIPO-ETIQUETA-VALIDO
               MOVE 'P'                TO WS-TIPO-ETIQUETA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-PESAVEL              SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CODIGO

           IF  CHAVE-VALIDA
               PERFORM SOLICITA-TIPO-ETIQUETA

               MOVE SPACES             TO REG-ITEM-PESAVEL
               MOVE WS-GOODS-CODE      TO PSV-GOODS-CODE
               MOVE WS-TIPO-ETIQUETA   TO PSV-TIPO-ETIQUETA

               WRITE REG-ITEM-PESAVEL
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ITEM JA CADASTRADO COMO PESAVEL: '
                           WS-GOODS-CODE UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1           TO CONTA-INCLUSOES
                       DISPLAY NOME-PROGRAMA ' PESAVEL INCLUIDO: '
                           WS-GOODS-CODE UPON CONSOLE
               END-WRITE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-PESAVEL              SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CODIGO

           IF  CHAVE-VALIDA
               MOVE WS-GOODS-CODE      TO PSV-GOODS-CODE

               READ ITENS-PESAVEIS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ITEM NAO CADASTRADO COMO PESAVEL: '
                           WS-GOODS-CODE UPON CONSOLE
                   NOT INVALID KEY
                       DISPLAY NOME-PROGRAMA ' ETIQUETA ATUAL: '
                           PSV-TIPO-ETIQUETA UPON CONSOLE
                       PERFORM SOLICITA-TIPO-ETIQUETA
                       MOVE WS-TIPO-ETIQUETA
                                       TO PSV-TIPO-ETIQUETA

                       REWRITE REG-ITEM-PESAVEL
                       IF  FS-PSV-OK
                           ADD 1       TO CONTA-ALTERACOES
                           DISPLAY NOME-PROGRAMA
                               ' PESAVEL ALTERADO: '
                               WS-GOODS-CODE UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR PESAVEL, FS: '
                               FS-ITENS-PESAVEIS UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-PESAVEL              SECTION.
      *----------------------------------------------------------------*
      *    Exclusão não converte o estoque do item: o saldo em
      *    gramas precisa ser acertado no inventário (INVENT01) para
      *    a unidade de venda nova.
      *----------------------------------------------------------------*

           MOVE 'CODIGO DO ITEM: '     TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-GOODS-CODE

           MOVE WS-GOODS-CODE          TO PSV-GOODS-CODE

           DELETE ITENS-PESAVEIS
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ITEM NAO CADASTRADO COMO PESAVEL: '
                       WS-GOODS-CODE   UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO CONTA-EXCLUSOES
                   DISPLAY NOME-PROGRAMA ' PESAVEL EXCLUIDO: '
                       WS-GOODS-CODE   UPON CONSOLE
           END-DELETE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-PESAVEIS              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-LISTAGEM

           MOVE LOW-VALUES             TO PSV-GOODS-CODE
           START ITENS-PESAVEIS
               KEY IS >= PSV-GOODS-CODE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ ITENS-PESAVEIS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   MOVE PSV-GOODS-CODE TO GOODS-CODE
                   READ ARQUIVO-ENTRADA
                       INVALID KEY
                           MOVE '** FORA DO CATALOGO **'
                                       TO GOODS-NAME
                   END-READ
                   DISPLAY PSV-GOODS-CODE ' ' GOODS-NAME
                       ' ETIQUETA: ' PSV-TIPO-ETIQUETA
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

           CLOSE ITENS-PESAVEIS
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

           CLOSE ITENS-PESAVEIS

           CLOSE ARQUIVO-ENTRADA

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
