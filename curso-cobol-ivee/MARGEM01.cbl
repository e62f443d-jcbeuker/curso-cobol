      *    itens sem custo apurado. Aposenta a planilha que o
      *    controller reconstruía a partir das notas dos fornecedores.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-MARGEM passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - O custo do item vendido como kit (composicao
      *    mantida por KIT01, copybooks KIT*, 3a linha do cartao
      *    SYSIN, opcional) passou a ser a soma do custo medio dos
      *    componentes vezes a quantidade de cada um na composicao,
      *    sinalizado como CUSTO COMPOSICAO na situacao.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY KITCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  RELATORIO-MARGEM.
       01  REG-RELATORIO               PIC X(90).
       01  REG-PARM                    PIC X(51).

       COPY AUDFD.

       COPY RRLFD.
       COPY KITFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'MARGEM01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY KITDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(51)
           03  CONTA-ITENS             PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ABAIXO-CUSTO      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-CUSTO         PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-CUSTO-ITEM           PIC 9(05)V99     VALUE ZEROS.
           03  WS-CUSTO-KIT            PIC 9(05)V99     VALUE ZEROS.
           03  WS-KIT-CODE             PIC X(04)        VALUE SPACES.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(90)        VALUE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    A composicao de kits e opcional: sem ela, todo item leva o
      *    proprio custo medio.
           PERFORM KIT-ABRE-COMPOSICAO

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho do catálogo, 2a com o
      *    do relatório e 3a com o da composição de kits; linha
      *    ausente ou em branco mantém o padrão. Via PARM
      *    (COMMAND-LINE), aceita apenas o caminho do catálogo.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-KITS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           ADD 1                       TO CONTA-ITENS

           MOVE GOODS-CUSTO-MEDIO      TO WS-CUSTO-ITEM
           MOVE 'N'                    TO IND-E-KIT
           IF  KITS-ABERTOS
               MOVE GOODS-CODE         TO KIT-GOODS-ATUAL
               PERFORM KIT-VERIFICA-KIT
               IF  ITEM-E-KIT
                   PERFORM CALCULA-CUSTO-KIT
                   MOVE WS-CUSTO-KIT   TO WS-CUSTO-ITEM
               END-IF
           END-IF

           COMPUTE WS-MARGEM
               = GOODS-PRICE - WS-CUSTO-ITEM

           MOVE GOODS-CODE             TO LD-CODIGO
           MOVE GOODS-NAME             TO LD-NOME
           MOVE WS-CUSTO-ITEM          TO LD-CUSTO
           MOVE GOODS-PRICE            TO LD-PRECO
           MOVE WS-MARGEM              TO LD-MARGEM

           EVALUATE TRUE
               WHEN WS-CUSTO-ITEM      = 0
                   ADD 1               TO CONTA-SEM-CUSTO
                   MOVE ZEROS          TO LD-PERC
                   MOVE 'SEM CUSTO APURADO'
                       MOVE 'ABAIXO DO CUSTO'
                                       TO LD-SITUACAO
                   ELSE
                       IF  ITEM-E-KIT
                           MOVE 'CUSTO COMPOSICAO'
                                       TO LD-SITUACAO
                       ELSE
                           MOVE SPACES TO LD-SITUACAO
                       END-IF
                   END-IF
           END-EVALUATE


           EXIT.

      *----------------------------------------------------------------*
           CALCULA-CUSTO-KIT           SECTION.
      *----------------------------------------------------------------*
      *    Custo do kit = soma do custo médio de cada componente vezes
      *    a quantidade na composição. A leitura dos componentes tira
      *    o catálogo da posição da leitura sequencial; o kit é relido
      *    pela chave no fim, o que devolve o registro e a posição
      *    para o READ NEXT seguinte.
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

       COPY KITPROC.

       COPY DTHPROC.

      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE RELATORIO-MARGEM
           PERFORM KIT-FECHA-COMPOSICAO

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-MARGEM

           MOVE 'RELATORIO-MARGEM'     TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM KIT-FECHA-COMPOSICAO

           MOVE CONTA-ITENS            TO AUD-QTDE-LIDOS
           MOVE CONTA-ABAIXO-CUSTO     TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
