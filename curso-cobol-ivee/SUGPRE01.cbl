      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Sugestão de preço pela margem-alvo: para cada item
      *    ativo do catálogo, toma a margem-alvo sobre o preço de
      *    venda - a própria do item em MARGENS-ITEM (MARGIT01) ou,
      *    sem ela, a do departamento em DEPARTAMENTOS
      *    (DEP-MARGEM-ALVO, DEPTO01) - e o custo-base, o maior entre
      *    o custo médio (GOODS-CUSTO-MEDIO) e o custo de reposição
      *    (o menor ITF-ULTIMO-CUSTO do cruzamento item x fornecedor,
      *    por unidade de venda, o fornecedor que PEDIDO01 sugere), e
      *    calcula o preço que atinge a margem, arredondado para cima
      *    no final ,90 ou ,99 do cartão. Grava PROPOSTA-PRECO com o
      *    antes/depois de cada item, aprovada linha a linha pelo
      *    gerente comercial e aplicada por REAJ01 (tipo 'S').
      *    Aposenta a calculadora depois de cada aumento de
      *    fornecedor.
      *----------------------------------------------------------------*
      * VERSAO 01 - Versão inicial. Kit leva como custo médio a soma
      *    dos componentes (como MARGEM01); item pesável
      *    (ITENS-PESAVEIS) tem os custos convertidos para o quilo,
      *    a unidade de GOODS-PRICE.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     SUGPRE01.
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
           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT DEPARTAMENTOS ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-DEPARTAMENTOS.

           SELECT MARGENS-ITEM ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MGI-GOODS-CODE
           FILE STATUS IS FS-MARGENS-ITEM.

           SELECT ITEM-FORNECEDOR ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT ITENS-PESAVEIS ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSV-GOODS-CODE
           FILE STATUS IS FS-ITENS-PESAVEIS.

           SELECT PROPOSTA-PRECO ASSIGN TO OPE06
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPOSTA-PRECO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.
           COPY KITCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
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

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           03  DEP-CODIGO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  DEP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  DEP-MARGEM-ALVO         PIC 9(02)V99.

       FD  MARGENS-ITEM.
       01  REG-MARGEM-ITEM.
           03  MGI-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  MGI-MARGEM-ALVO         PIC 9(02)V99.

       FD  ITEM-FORNECEDOR.
       01  REG-ITEM-FORNECEDOR.
           03  ITF-CHAVE.
               05  ITF-GOODS-CODE      PIC X(04).
               05  ITF-FORN-CODIGO     PIC X(04).
           03  FILLER                  PIC X(01).
           03  ITF-CODIGO-NO-FORN      PIC X(15).
           03  FILLER                  PIC X(01).
           03  ITF-ULTIMO-CUSTO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  ITF-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  ITF-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITF-UNIDADE-VENDA       PIC X(03).

       FD  ITENS-PESAVEIS.
       01  REG-ITEM-PESAVEL.
           03  PSV-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PSV-TIPO-ETIQUETA       PIC X(01).

      *    Proposta de preço por item, na ordem do catálogo. A coluna
      *    de origem diz de onde veio a margem: I = margem própria do
      *    item, D = margem do departamento.
       FD  PROPOSTA-PRECO.
       01  REG-PROPOSTA-PRECO.
           03  PPR-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PPR-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  PPR-DEPARTAMENTO        PIC X(02).
           03  FILLER                  PIC X(01).
           03  PPR-CUSTO-MEDIO         PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PPR-CUSTO-REPOSICAO     PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PPR-MARGEM-ALVO         PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-ORIGEM-MARGEM       PIC X(01).
           03  FILLER                  PIC X(01).
           03  PPR-PRECO-ATUAL         PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PPR-PRECO-SUGERIDO      PIC 9(05)V99.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY AUDFD.
       COPY KITFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'SUGPRE01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS001'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY KITDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DEPARTAM.dat".
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\MARGITEM.dat".
           03  OPE04                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat".
           03  OPE05                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PESAVEIS.dat".
           03  OPE06                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PROPPREC.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-DEPARTAMENTOS        PIC X(02)        VALUE '00'.
               88  FS-DEP-OK                            VALUE '00'.
               88  FS-DEP-NAO-EXISTE                    VALUE '35'.
           03  FS-MARGENS-ITEM         PIC X(02)        VALUE '00'.
               88  FS-MGI-OK                            VALUE '00'.
               88  FS-MGI-NAO-EXISTE                    VALUE '35'.
           03  FS-ITEM-FORNECEDOR      PIC X(02)        VALUE '00'.
               88  FS-ITF-OK                            VALUE '00'.
               88  FS-ITF-NAO-EXISTE                    VALUE '35'.
           03  FS-ITENS-PESAVEIS       PIC X(02)        VALUE '00'.
               88  FS-PSV-OK                            VALUE '00'.
               88  FS-PSV-NAO-EXISTE                    VALUE '35'.
           03  FS-PROPOSTA-PRECO       PIC X(02)        VALUE '00'.
               88  FS-PPR-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-HA-DEPARTAMENTOS    PIC X(01)        VALUE 'N'.
               88  HA-DEPARTAMENTOS                     VALUE 'S'.
           03  IND-HA-MARGENS-ITEM     PIC X(01)        VALUE 'N'.
               88  HA-MARGENS-ITEM                      VALUE 'S'.
           03  IND-HA-CRUZAMENTO       PIC X(01)        VALUE 'N'.
               88  HA-CRUZAMENTO                        VALUE 'S'.
           03  IND-HA-PESAVEIS         PIC X(01)        VALUE 'N'.
               88  HA-PESAVEIS                          VALUE 'S'.
           03  IND-FIM-CRUZAMENTO      PIC X(01)        VALUE 'N'.
               88  FIM-DO-CRUZAMENTO                    VALUE 'S'.
           03  WS-FINAL-PRECO          PIC X(02)        VALUE '90'.
               88  FINAL-PRECO-VALIDO                   VALUE '90' '99'.
           03  WS-ABRANGENCIA          PIC X(01)        VALUE 'A'.
               88  SO-AUMENTOS                          VALUE 'A'.
               88  AUMENTOS-E-REDUCOES                  VALUE 'T'.
           03  WS-CENTAVOS-FINAL       PIC V99          VALUE ZEROS.
           03  WS-MARGEM-ALVO          PIC 9(02)V99     VALUE ZEROS.
           03  WS-ORIGEM-MARGEM        PIC X(01)        VALUE SPACES.
           03  WS-FATOR-UNIDADE        PIC 9(04)        VALUE 1.
           03  WS-FATOR-ATUAL          PIC 9(05)        VALUE 1.
           03  WS-CUSTO-MEDIO          PIC 9(07)V9999   VALUE ZEROS.
           03  WS-CUSTO-REPOSICAO      PIC 9(07)V9999   VALUE ZEROS.
           03  WS-CUSTO-UNID-ATUAL     PIC 9(07)V9999   VALUE ZEROS.
           03  WS-CUSTO-BASE           PIC 9(07)V9999   VALUE ZEROS.
           03  WS-CUSTO-KIT            PIC 9(05)V99     VALUE ZEROS.
           03  WS-KIT-CODE             PIC X(04)        VALUE SPACES.
           03  WS-PRECO-BRUTO          PIC 9(07)V9999   VALUE ZEROS.
           03  WS-PRECO-INTEIRO        PIC 9(07)        VALUE ZEROS.
           03  WS-PRECO-SUGERIDO       PIC 9(07)V99     VALUE ZEROS.
           03  CONTA-ITENS-LIDOS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-PROPOSTAS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-MARGEM        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-CUSTO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-NO-ALVO           PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FORA-DA-FAIXA     PIC S9(07) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           IF  WS-FINAL-PRECO          = '99'
               MOVE 0,99               TO WS-CENTAVOS-FINAL
           ELSE
               MOVE 0,90               TO WS-CENTAVOS-FINAL
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem departamentos nem margens por item não há alvo e a
      *    proposta sai vazia; sem o cruzamento, o custo-base é só o
      *    custo médio; sem pesáveis, todo item é vendido por
      *    unidade.
           OPEN INPUT DEPARTAMENTOS

           IF  FS-DEP-OK
               SET HA-DEPARTAMENTOS    TO TRUE
           ELSE
               IF  NOT FS-DEP-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR DEPARTAMENTOS, FILE STATUS: '
                       FS-DEPARTAMENTOS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT MARGENS-ITEM

           IF  FS-MGI-OK
               SET HA-MARGENS-ITEM     TO TRUE
           ELSE
               IF  NOT FS-MGI-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MARGENS-ITEM, FILE STATUS: '
                       FS-MARGENS-ITEM UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT ITEM-FORNECEDOR

           IF  FS-ITF-OK
               SET HA-CRUZAMENTO       TO TRUE
           ELSE
               IF  NOT FS-ITF-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITEM-FORNECEDOR, FILE STATUS: '
                       FS-ITEM-FORNECEDOR UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT ITENS-PESAVEIS

           IF  FS-PSV-OK
               SET HA-PESAVEIS         TO TRUE
           ELSE
               IF  NOT FS-PSV-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITENS-PESAVEIS, FILE STATUS: '
                       FS-ITENS-PESAVEIS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

      *    A composicao de kits e opcional: sem ela, todo item leva o
      *    proprio custo medio.
           PERFORM KIT-ABRE-COMPOSICAO

           OPEN OUTPUT PROPOSTA-PRECO

           IF  NOT FS-PPR-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR PROPOSTA-PRECO, FILE STATUS: '
                   FS-PROPOSTA-PRECO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN:
      *      1a linha - final de preço nas cols. 1-2 ('90', padrão,
      *        ou '99') e abrangência na col. 4 ('A' só propõe
      *        aumentos, padrão; 'T' propõe também reduções para o
      *        item acima da margem-alvo);
      *      2a a 8a linhas - caminhos do catálogo, departamentos,
      *        margens por item, cruzamento item x fornecedor, itens
      *        pesáveis, proposta e composição de kits; em branco
      *        valem os padrões.
      *    Via PARM (COMMAND-LINE), aceita apenas o caminho do
      *    catálogo.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE01
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2)
                                       TO WS-FINAL-PRECO
                       IF  NOT FINAL-PRECO-VALIDO
                           MOVE '90'   TO WS-FINAL-PRECO
                       END-IF
                       MOVE FUNCTION UPPER-CASE(REG-PARM(4:1))
                                       TO WS-ABRANGENCIA
                       IF  NOT AUMENTOS-E-REDUCOES
                           MOVE 'A'    TO WS-ABRANGENCIA
                       END-IF
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
                       MOVE REG-PARM   TO OPE-KITS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQUIVO-ENTRADA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-ITENS-LIDOS
                   IF  ITEM-ATIVO
                       PERFORM SUGERE-PRECO-ITEM
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SUGERE-PRECO-ITEM           SECTION.
      *----------------------------------------------------------------*
      *    Preço que dá a margem-alvo M sobre o preço de venda:
      *    custo-base x 100 / (100 - M), arredondado para cima até o
      *    primeiro preço com o final do cartão, para a margem nunca
      *    ficar abaixo do alvo. Sai proposta só o item cujo preço
      *    sugerido difere do atual (na abrangência 'A', só quando é
      *    maior).
      *----------------------------------------------------------------*

           PERFORM OBTEM-MARGEM-ALVO

           IF  WS-MARGEM-ALVO          = 0
               ADD 1                   TO CONTA-SEM-MARGEM
           ELSE
               PERFORM OBTEM-CUSTO-BASE

               IF  WS-CUSTO-BASE       = 0
                   ADD 1               TO CONTA-SEM-CUSTO
               ELSE
                   COMPUTE WS-PRECO-BRUTO ROUNDED
                       = WS-CUSTO-BASE * 100
                       / (100 - WS-MARGEM-ALVO)
                   MOVE WS-PRECO-BRUTO TO WS-PRECO-INTEIRO
                   COMPUTE WS-PRECO-SUGERIDO
                       = WS-PRECO-INTEIRO + WS-CENTAVOS-FINAL
                   IF  WS-PRECO-SUGERIDO < WS-PRECO-BRUTO
                       ADD 1           TO WS-PRECO-SUGERIDO
                   END-IF

                   EVALUATE TRUE
                       WHEN WS-PRECO-SUGERIDO > 99999,99
                           ADD 1       TO CONTA-FORA-DA-FAIXA
                           DISPLAY NOME-PROGRAMA
                               ' PRECO SUGERIDO FORA DA FAIXA, ITEM '
                               GOODS-CODE UPON CONSOLE
                       WHEN WS-PRECO-SUGERIDO = GOODS-PRICE
                           ADD 1       TO CONTA-NO-ALVO
                       WHEN WS-PRECO-SUGERIDO < GOODS-PRICE
                           AND SO-AUMENTOS
                           ADD 1       TO CONTA-NO-ALVO
                       WHEN OTHER
                           PERFORM GRAVA-PROPOSTA
                   END-EVALUATE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           OBTEM-MARGEM-ALVO           SECTION.
      *----------------------------------------------------------------*
      *    A margem própria do item prevalece sobre a do
      *    departamento; margem zerada ou não numérica vale como
      *    ausente.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-MARGEM-ALVO
           MOVE SPACES                 TO WS-ORIGEM-MARGEM

           IF  HA-MARGENS-ITEM
               MOVE GOODS-CODE         TO MGI-GOODS-CODE
               READ MARGENS-ITEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  MGI-MARGEM-ALVO NUMERIC
                           AND MGI-MARGEM-ALVO > 0
                           MOVE MGI-MARGEM-ALVO
                                       TO WS-MARGEM-ALVO
                           MOVE 'I'    TO WS-ORIGEM-MARGEM
                       END-IF
               END-READ
           END-IF

           IF  WS-MARGEM-ALVO          = 0
               AND HA-DEPARTAMENTOS
               MOVE GOODS-DEPARTAMENTO TO DEP-CODIGO
               READ DEPARTAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  DEP-MARGEM-ALVO NUMERIC
                           AND DEP-MARGEM-ALVO > 0
                           MOVE DEP-MARGEM-ALVO
                                       TO WS-MARGEM-ALVO
                           MOVE 'D'    TO WS-ORIGEM-MARGEM
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           OBTEM-CUSTO-BASE            SECTION.
      *----------------------------------------------------------------*
      *    Custo-base = o maior entre o custo médio e o custo de
      *    reposição: depois de um aumento do fornecedor o médio
      *    ainda carrega o estoque antigo e ficaria para trás. Item
      *    pesável guarda o custo por grama e vende por quilo; os
      *    dois custos são levados ao quilo.
      *----------------------------------------------------------------*

           MOVE 1                      TO WS-FATOR-UNIDADE
           IF  HA-PESAVEIS
               MOVE GOODS-CODE         TO PSV-GOODS-CODE
               READ ITENS-PESAVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1000       TO WS-FATOR-UNIDADE
               END-READ
           END-IF

           MOVE GOODS-CUSTO-MEDIO      TO WS-CUSTO-MEDIO
           MOVE 'N'                    TO IND-E-KIT
           IF  KITS-ABERTOS
               MOVE GOODS-CODE         TO KIT-GOODS-ATUAL
               PERFORM KIT-VERIFICA-KIT
               IF  ITEM-E-KIT
                   PERFORM CALCULA-CUSTO-KIT
                   MOVE WS-CUSTO-KIT   TO WS-CUSTO-MEDIO
               END-IF
           END-IF
           COMPUTE WS-CUSTO-MEDIO      = WS-CUSTO-MEDIO
                                       * WS-FATOR-UNIDADE

           MOVE ZEROS                  TO WS-CUSTO-REPOSICAO
           IF  HA-CRUZAMENTO
               AND NOT ITEM-E-KIT
               PERFORM OBTEM-CUSTO-REPOSICAO
           END-IF

           IF  WS-CUSTO-REPOSICAO      > WS-CUSTO-MEDIO
               MOVE WS-CUSTO-REPOSICAO TO WS-CUSTO-BASE
           ELSE
               MOVE WS-CUSTO-MEDIO     TO WS-CUSTO-BASE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           OBTEM-CUSTO-REPOSICAO       SECTION.
      *----------------------------------------------------------------*
      *    Menor último custo entre os fornecedores do item, por
      *    unidade de venda (ITF-ULTIMO-CUSTO está na unidade de
      *    compra), como ESCOLHE-MENOR-CUSTO de PEDIDO01. Custo
      *    zerado no cruzamento é ignorado.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-CRUZAMENTO
           MOVE GOODS-CODE             TO ITF-GOODS-CODE
           MOVE LOW-VALUES             TO ITF-FORN-CODIGO

           START ITEM-FORNECEDOR
               KEY IS >= ITF-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-CRUZAMENTO
           END-START

           PERFORM UNTIL FIM-DO-CRUZAMENTO
               READ ITEM-FORNECEDOR NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-CRUZAMENTO
               NOT AT END
                   IF  ITF-GOODS-CODE  NOT = GOODS-CODE
                       MOVE 'S'        TO IND-FIM-CRUZAMENTO
                   ELSE
                       MOVE 1          TO WS-FATOR-ATUAL
                       IF  ITF-FATOR-CONVERSAO NUMERIC
                           AND ITF-FATOR-CONVERSAO > 0
                           MOVE ITF-FATOR-CONVERSAO
                                       TO WS-FATOR-ATUAL
                       END-IF
                       COMPUTE WS-CUSTO-UNID-ATUAL ROUNDED
                           = ITF-ULTIMO-CUSTO * WS-FATOR-UNIDADE
                           / WS-FATOR-ATUAL
                       IF  WS-CUSTO-UNID-ATUAL > 0
                           AND (WS-CUSTO-REPOSICAO = 0
                                OR WS-CUSTO-UNID-ATUAL
                                   < WS-CUSTO-REPOSICAO)
                           MOVE WS-CUSTO-UNID-ATUAL
                                       TO WS-CUSTO-REPOSICAO
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-CUSTO-KIT           SECTION.
      *----------------------------------------------------------------*
      *    Custo do kit = soma do custo médio de cada componente vezes
      *    a quantidade na composição, como em MARGEM01. O kit é
      *    relido pela chave no fim, o que devolve o registro e a
      *    posição para o READ NEXT seguinte.
      *----------------------------------------------------------------*

           MOVE GOODS-CODE             TO WS-KIT-CODE
           MOVE ZEROS                  TO WS-CUSTO-KIT

           PERFORM UNTIL KIT-FIM-COMPONENTES
               MOVE KIT-COMPONENTE     TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                           + GOODS-CUSTO-MEDIO * KIT-QTD-COMPONENTE
                           ON SIZE ERROR
                               MOVE 99999,99
                                       TO WS-CUSTO-KIT
                       END-COMPUTE
               END-READ
               PERFORM KIT-PROXIMO-COMPONENTE
           END-PERFORM

           MOVE WS-KIT-CODE            TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO RELER KIT, FILE STATUS: '
                       FS-ARQUIVO-ENTRADA UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PROPOSTA              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-PROPOSTA-PRECO
           MOVE GOODS-CODE             TO PPR-GOODS-CODE
           MOVE GOODS-NAME             TO PPR-NOME
           MOVE GOODS-DEPARTAMENTO     TO PPR-DEPARTAMENTO
           COMPUTE PPR-CUSTO-MEDIO ROUNDED
                                       = WS-CUSTO-MEDIO
               ON SIZE ERROR
                   MOVE 99999,99       TO PPR-CUSTO-MEDIO
           END-COMPUTE
           COMPUTE PPR-CUSTO-REPOSICAO ROUNDED
                                       = WS-CUSTO-REPOSICAO
               ON SIZE ERROR
                   MOVE 99999,99       TO PPR-CUSTO-REPOSICAO
           END-COMPUTE
           MOVE WS-MARGEM-ALVO         TO PPR-MARGEM-ALVO
           MOVE WS-ORIGEM-MARGEM       TO PPR-ORIGEM-MARGEM
           MOVE GOODS-PRICE            TO PPR-PRECO-ATUAL
           MOVE WS-PRECO-SUGERIDO      TO PPR-PRECO-SUGERIDO

           WRITE REG-PROPOSTA-PRECO

           IF  NOT FS-PPR-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR PROPOSTA-PRECO, FILE STATUS: '
                   FS-PROPOSTA-PRECO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           ADD 1                       TO CONTA-PROPOSTAS

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

           CLOSE ARQUIVO-ENTRADA
           CLOSE DEPARTAMENTOS
           CLOSE MARGENS-ITEM
           CLOSE ITEM-FORNECEDOR
           CLOSE ITENS-PESAVEIS
           CLOSE PROPOSTA-PRECO
           PERFORM KIT-FECHA-COMPOSICAO

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           CLOSE ARQUIVO-ENTRADA
           CLOSE PROPOSTA-PRECO

           IF  HA-DEPARTAMENTOS
               CLOSE DEPARTAMENTOS
           END-IF

           IF  HA-MARGENS-ITEM
               CLOSE MARGENS-ITEM
           END-IF

           IF  HA-CRUZAMENTO
               CLOSE ITEM-FORNECEDOR
           END-IF

           IF  HA-PESAVEIS
               CLOSE ITENS-PESAVEIS
           END-IF

           PERFORM KIT-FECHA-COMPOSICAO

           DISPLAY NOME-PROGRAMA ' ITENS LIDOS.........: '
               CONTA-ITENS-LIDOS
           DISPLAY NOME-PROGRAMA ' PRECOS PROPOSTOS....: '
               CONTA-PROPOSTAS
           DISPLAY NOME-PROGRAMA ' JA NO ALVO..........: '
               CONTA-NO-ALVO
           DISPLAY NOME-PROGRAMA ' SEM MARGEM-ALVO.....: '
               CONTA-SEM-MARGEM
           DISPLAY NOME-PROGRAMA ' SEM CUSTO APURADO...: '
               CONTA-SEM-CUSTO
           DISPLAY NOME-PROGRAMA ' FORA DA FAIXA.......: '
               CONTA-FORA-DA-FAIXA

           MOVE CONTA-ITENS-LIDOS      TO AUD-QTDE-LIDOS
           MOVE CONTA-PROPOSTAS        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
