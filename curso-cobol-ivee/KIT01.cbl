      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção da composição de kits (COMPOSICAO-KITS,
      *    copybooks KIT*): cada registro liga um item do catálogo
      *    vendido como kit a um componente e à quantidade do
      *    componente em uma unidade do kit. A composição é lida por
      *    PR16TA01 (disponibilidade do kit pelos componentes),
      *    BAIXA01 (baixa dos componentes), MONTA01 (montagem e
      *    desmontagem), VALEST01 e MARGEM01 (custo do kit). Diálogo
      *    de console nos moldes de PEREC01: inclusão, alteração,
      *    exclusão e listagem por acesso direto à chave, com kit e
      *    componente validados no catálogo. Kit dentro de kit não é
      *    aceito: o componente não pode ser kit e o kit não pode ser
      *    componente de outro kit.
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
       PROGRAM-ID.                     KIT01.
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
           COPY KITCTL.

           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE01
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
       COPY KITFD.

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
       77  NOME-PROGRAMA               PIC X(18) VALUE          'KIT01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY KITDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
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
           03  IND-KIT-EM-USO          PIC X(01)        VALUE 'N'.
               88  KIT-E-COMPONENTE                     VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-KIT-CODE             PIC X(04)        VALUE SPACES.
           03  WS-COMPONENTE           PIC X(04)        VALUE SPACES.
           03  WS-QTD-COMPONENTE       PIC 9(03)        VALUE ZEROS.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-KITS

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

           OPEN I-O COMPOSICAO-KITS

           IF  FS-KIT-NAO-EXISTE
               OPEN OUTPUT COMPOSICAO-KITS
               CLOSE COMPOSICAO-KITS
               OPEN I-O COMPOSICAO-KITS
           END-IF

           IF  NOT FS-KIT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR COMPOSICAO-KITS, FILE STATUS: '
                   FS-KITS             UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Aberto aqui em I-O; as rotinas de leitura de KITPROC
      *    usam o mesmo arquivo.
           MOVE 'S'                    TO IND-KIT-ABERTO

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
      *    caminhos da composição de kits e do catálogo; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita
      *    apenas o caminho da composição de kits.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-KITS
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-KITS
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
           MANUTENCAO-KITS             SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-KITS'

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
                           PERFORM INCLUI-COMPONENTE
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-COMPONENTE
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-COMPONENTE
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-KITS
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
      *    Pede o kit e o componente e valida os dois contra o
      *    catálogo antes de tocar a composição, para o arquivo não
      *    acumular itens órfãos.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA

           MOVE 'CODIGO DO KIT: '      TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-KIT-CODE

           MOVE 'CODIGO DO COMPONENTE: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-COMPONENTE

           MOVE WS-KIT-CODE            TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   DISPLAY 'KIT NAO CADASTRADO: ' WS-KIT-CODE
                                       UPON CONSOLE
               NOT INVALID KEY
                   DISPLAY 'KIT: ' GOODS-NAME UPON CONSOLE
                   MOVE 'S'            TO IND-CHAVE-VALIDA
           END-READ

           IF  CHAVE-VALIDA
               MOVE WS-COMPONENTE      TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       DISPLAY 'COMPONENTE NAO CADASTRADO: '
                           WS-COMPONENTE UPON CONSOLE
                       MOVE 'N'        TO IND-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY 'COMPONENTE: ' GOODS-NAME UPON CONSOLE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-QUANTIDADE         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-QTD-COMPONENTE

           PERFORM UNTIL WS-QTD-COMPONENTE > 0
               MOVE 'QUANTIDADE DO COMPONENTE POR KIT (1 A 999): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-VALOR
               IF  PRM-VALOR           < 1
                   OR PRM-VALOR        > 999
                   DISPLAY 'QUANTIDADE INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               ELSE
                   MOVE PRM-VALOR      TO WS-QTD-COMPONENTE
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ANINHAMENTO        SECTION.
      *----------------------------------------------------------------*
      *    Kit dentro de kit não é aceito: a baixa e a
      *    disponibilidade explodem um único nível. Recusa o
      *    componente igual ao kit, o componente que já é kit e o
      *    kit que já é componente de outro kit.
      *----------------------------------------------------------------*

           IF  WS-COMPONENTE           = WS-KIT-CODE
               DISPLAY NOME-PROGRAMA
                   ' RECUSADO: KIT NAO PODE CONTER A SI MESMO'
                                       UPON CONSOLE
               MOVE 'N'                TO IND-CHAVE-VALIDA
           END-IF

           IF  CHAVE-VALIDA
               MOVE WS-COMPONENTE      TO KIT-GOODS-ATUAL
               PERFORM KIT-VERIFICA-KIT
               IF  ITEM-E-KIT
                   DISPLAY NOME-PROGRAMA
                       ' RECUSADO: COMPONENTE JA E UM KIT: '
                       WS-COMPONENTE   UPON CONSOLE
                   MOVE 'N'            TO IND-CHAVE-VALIDA
               END-IF
           END-IF

           IF  CHAVE-VALIDA
               PERFORM PROCURA-KIT-COMO-COMPONENTE
               IF  KIT-E-COMPONENTE
                   DISPLAY NOME-PROGRAMA
                       ' RECUSADO: KIT JA E COMPONENTE DO KIT '
                       KIT-GOODS-CODE  UPON CONSOLE
                   MOVE 'N'            TO IND-CHAVE-VALIDA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCURA-KIT-COMO-COMPONENTE SECTION.
      *----------------------------------------------------------------*
      *    Varre a composição inteira: o arquivo é pequeno e a chave
      *    é kit + componente, sem índice pelo componente.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-KIT-EM-USO
           MOVE 'N'                    TO IND-FIM-LISTAGEM

           MOVE LOW-VALUES             TO KIT-CHAVE
           START COMPOSICAO-KITS
               KEY IS >= KIT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               OR KIT-E-COMPONENTE
               READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   IF  KIT-COMPONENTE  = WS-KIT-CODE
                       MOVE 'S'        TO IND-KIT-EM-USO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-COMPONENTE           SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               PERFORM VERIFICA-ANINHAMENTO
           END-IF

           IF  CHAVE-VALIDA
               PERFORM SOLICITA-QUANTIDADE

               MOVE SPACES             TO REG-COMPOSICAO-KIT
               MOVE WS-KIT-CODE        TO KIT-GOODS-CODE
               MOVE WS-COMPONENTE      TO KIT-COMPONENTE
               MOVE WS-QTD-COMPONENTE  TO KIT-QTD-COMPONENTE

               WRITE REG-COMPOSICAO-KIT
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' COMPONENTE JA CADASTRADO NO KIT: '
                           WS-KIT-CODE ' ' WS-COMPONENTE
                                       UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1           TO CONTA-INCLUSOES
                       DISPLAY NOME-PROGRAMA ' COMPONENTE INCLUIDO: '
                           WS-KIT-CODE ' ' WS-COMPONENTE
                                       UPON CONSOLE
               END-WRITE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-COMPONENTE           SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               MOVE WS-KIT-CODE        TO KIT-GOODS-CODE
               MOVE WS-COMPONENTE      TO KIT-COMPONENTE

               READ COMPOSICAO-KITS
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' COMPONENTE NAO CADASTRADO NO KIT: '
                           WS-KIT-CODE ' ' WS-COMPONENTE
                                       UPON CONSOLE
                   NOT INVALID KEY
                       DISPLAY NOME-PROGRAMA ' QUANTIDADE ATUAL: '
                           KIT-QTD-COMPONENTE UPON CONSOLE
                       PERFORM SOLICITA-QUANTIDADE
                       MOVE WS-QTD-COMPONENTE
                                       TO KIT-QTD-COMPONENTE

                       REWRITE REG-COMPOSICAO-KIT
                       IF  FS-KIT-OK
                           ADD 1       TO CONTA-ALTERACOES
                           DISPLAY NOME-PROGRAMA
                               ' COMPONENTE ALTERADO: '
                               WS-KIT-CODE ' ' WS-COMPONENTE
                                       UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR COMPOSICAO, FS: '
                               FS-KITS UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-COMPONENTE           SECTION.
      *----------------------------------------------------------------*
      *    Exclusão não mexe no estoque de kits já montados: eles
      *    continuam vendáveis pelo saldo próprio; o kit sem
      *    componentes deixa de ser explodido na venda e na baixa.
      *----------------------------------------------------------------*

           MOVE 'CODIGO DO KIT: '      TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-KIT-CODE

           MOVE 'CODIGO DO COMPONENTE: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-COMPONENTE

           MOVE WS-KIT-CODE            TO KIT-GOODS-CODE
           MOVE WS-COMPONENTE          TO KIT-COMPONENTE

           DELETE COMPOSICAO-KITS
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' COMPONENTE NAO CADASTRADO NO KIT: '
                       WS-KIT-CODE ' ' WS-COMPONENTE
                                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO CONTA-EXCLUSOES
                   DISPLAY NOME-PROGRAMA ' COMPONENTE EXCLUIDO: '
                       WS-KIT-CODE ' ' WS-COMPONENTE
                                       UPON CONSOLE
           END-DELETE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-KITS                  SECTION.
      *----------------------------------------------------------------*
      *    Kit em branco lista a composição inteira; informado,
      *    lista só os componentes daquele kit.
      *----------------------------------------------------------------*

           MOVE 'CODIGO DO KIT (BRANCO = TODOS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-KIT-CODE

           MOVE 'N'                    TO IND-FIM-LISTAGEM

           IF  WS-KIT-CODE             = SPACES
               MOVE LOW-VALUES         TO KIT-CHAVE
           ELSE
               MOVE WS-KIT-CODE        TO KIT-GOODS-CODE
               MOVE LOW-VALUES         TO KIT-COMPONENTE
           END-IF

           START COMPOSICAO-KITS
               KEY IS >= KIT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   IF  WS-KIT-CODE     NOT = SPACES
                       AND KIT-GOODS-CODE NOT = WS-KIT-CODE
                       MOVE 'S'        TO IND-FIM-LISTAGEM
                   ELSE
                       MOVE KIT-COMPONENTE
                                       TO GOODS-CODE
                       READ ARQUIVO-ENTRADA
                           INVALID KEY
                               MOVE '** FORA DO CATALOGO **'
                                       TO GOODS-NAME
                       END-READ
                       DISPLAY KIT-GOODS-CODE ' ' KIT-COMPONENTE ' '
                           GOODS-NAME ' QTDE: ' KIT-QTD-COMPONENTE
                                       UPON CONSOLE
                   END-IF
           END-PERFORM

           .

           EXIT.

       COPY KITPROC.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE COMPOSICAO-KITS
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

           PERFORM KIT-FECHA-COMPOSICAO

           CLOSE ARQUIVO-ENTRADA

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
