      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Montagem e desmontagem de kits pelo console, nos
      *    moldes de TRANSF01: a montagem (M) consome do catálogo
      *    (ARQUIVO-ENTRADA) os componentes de N kits pela composição
      *    mantida em KIT01 (copybooks KIT*), primeiro da loja e
      *    depois do depósito, baixando os lotes pelo vencimento mais
      *    próximo, e dá entrada dos N kits prontos na loja com o
      *    custo médio ponderado pelo custo dos componentes. A
      *    desmontagem (D) faz o caminho inverso: tira N kits da loja
      *    e devolve os componentes à loja. Cada lado do movimento
      *    grava no kardex (copybooks KDX*) um movimento MK, e
      *    RELATORIO-MONTAGEM lista uma linha por transação.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-MONTAGEM passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     MONTA01.
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

           SELECT RELATORIO-MONTAGEM ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-MONTAGEM.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY TRVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
           COPY LOTCTL.
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

       FD  RELATORIO-MONTAGEM.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY TRVFD.
       COPY KDXFD.
       COPY LOTFD.
       COPY KITFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'MONTA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY TRVDADOS.
       COPY KDXDADOS.
       COPY LOTDADOS.
       COPY KITDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELMONTA.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-RELATORIO-MONTAGEM   PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MONTAGENS       PIC X(01)        VALUE 'N'.
               88  FIM-DAS-MONTAGENS                    VALUE 'S'.
           03  IND-COMPONENTES-OK      PIC X(01)        VALUE 'S'.
               88  COMPONENTES-DISPONIVEIS              VALUE 'S'.
           03  WS-KIT-CODE             PIC X(04)        VALUE SPACES.
           03  WS-OPERACAO             PIC X(01)        VALUE ' '.
               88  OPERACAO-MONTAGEM                    VALUE 'M'.
               88  OPERACAO-DESMONTAGEM                 VALUE 'D'.
           03  WS-QTD-KITS             PIC 9(05)        VALUE ZEROS.
           03  WS-QTD-COMPONENTE       PIC 9(05)        VALUE ZEROS.
           03  WS-QTD-DA-LOJA          PIC 9(05)        VALUE ZEROS.
           03  WS-CUSTO-KIT            PIC 9(07)V99     VALUE ZEROS.
           03  WS-COMPONENTE-FALTA     PIC X(04)        VALUE SPACES.
           03  CONTA-MONTAGENS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DESMONTAGENS      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RECUSADAS         PIC S9(05) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE
           'RELATORIO DE MONTAGEM E DESMONTAGEM DE KITS'.

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(06)        VALUE 'KIT'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(08)        VALUE
                                                   'OPERACAO'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(08)        VALUE 'QTDE'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(08)        VALUE 'LOJA'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(10)        VALUE
                                                   'CUSTO KIT'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE
                                                   'SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-CODIGO               PIC X(06).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-OPERACAO             PIC X(08).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-QTDE                 PIC ZZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-LOJA                 PIC ZZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-CUSTO                PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(03)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(30).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(11)        VALUE
                                                   'MONTAGENS: '.
           03  LR-MONTAGENS            PIC ZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(14)        VALUE
                                                   'DESMONTAGENS: '.
           03  LR-DESMONTAGENS         PIC ZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(11)        VALUE
                                                   'RECUSADAS: '.
           03  LR-RECUSADAS            PIC ZZZZ9.

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

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE 'ARQUIVO-ENTRADA'      TO TRV-RECURSO-PEDIDO
           PERFORM TRV-OBTEM-TRAVA
           IF  NOT TRV-TRAVA-OBTIDA
               DISPLAY NOME-PROGRAMA
                   ' CATALOGO TRAVADO - MONTAGEM RECUSADA'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem composição não há o que montar: o arquivo é opcional
      *    para os demais programas, mas obrigatório aqui.
           PERFORM KIT-ABRE-COMPOSICAO

           IF  NOT KITS-ABERTOS
               DISPLAY NOME-PROGRAMA
                   ' COMPOSICAO-KITS INDISPONIVEL, FILE STATUS: '
                   FS-KITS             UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           PERFORM LOT-ABRE-LOTES

           OPEN OUTPUT RELATORIO-MONTAGEM

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-MONTAGEM, FILE STATUS: '
                   FS-RELATORIO-MONTAGEM UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 3 substituem, na ordem, os
      *    caminhos do catálogo, do relatório e da composição de
      *    kits; linha ausente ou em branco mantém o padrão. Via PARM
      *    (COMMAND-LINE), aceita apenas o caminho do catálogo.
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

           PERFORM UNTIL FIM-DAS-MONTAGENS
               MOVE 'CODIGO DO KIT (9999 PARA ENCERRAR): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA       TO WS-KIT-CODE

               IF  WS-KIT-CODE         = '9999'
                   MOVE 'S'            TO IND-FIM-MONTAGENS
               ELSE
                   MOVE 'OPERACAO: M=MONTAR  D=DESMONTAR: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPERACAO

                   MOVE 'QUANTIDADE DE KITS: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   IF  PRM-VALOR       < 0
                       MOVE ZEROS      TO WS-QTD-KITS
                   ELSE
                       MOVE PRM-VALOR  TO WS-QTD-KITS
                   END-IF

                   PERFORM APLICA-MONTAGEM
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-MONTAGEM             SECTION.
      *----------------------------------------------------------------*
      *    Critica a transação (operação válida, quantidade, kit no
      *    catálogo e com composição) e desvia para a montagem ou a
      *    desmontagem.
      *----------------------------------------------------------------*

           MOVE WS-KIT-CODE            TO LD-CODIGO
           MOVE WS-QTD-KITS            TO LD-QTDE
           MOVE ZEROS                  TO LD-LOJA
           MOVE ZEROS                  TO LD-CUSTO

           EVALUATE TRUE
               WHEN OPERACAO-MONTAGEM
                   MOVE 'MONTAGEM'     TO LD-OPERACAO
               WHEN OPERACAO-DESMONTAGEM
                   MOVE 'DESMONT.'     TO LD-OPERACAO
               WHEN OTHER
                   MOVE WS-OPERACAO    TO LD-OPERACAO
           END-EVALUATE

           MOVE WS-KIT-CODE            TO KIT-GOODS-ATUAL
           PERFORM KIT-VERIFICA-KIT

           EVALUATE TRUE
               WHEN NOT (OPERACAO-MONTAGEM OR OPERACAO-DESMONTAGEM)
                   MOVE 'RECUSADA: OPERACAO DEVE SER M/D'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               WHEN WS-QTD-KITS        = 0
                   MOVE 'RECUSADA: QUANTIDADE ZERADA'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               WHEN NOT ITEM-E-KIT
                   MOVE 'RECUSADA: ITEM SEM COMPOSICAO'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               WHEN OTHER
                   MOVE WS-KIT-CODE    TO GOODS-CODE
                   READ ARQUIVO-ENTRADA
                       INVALID KEY
                           MOVE 'RECUSADA: KIT NAO CADASTRADO'
                                       TO LD-SITUACAO
                           PERFORM GRAVA-RECUSA
                       NOT INVALID KEY
                           IF  OPERACAO-MONTAGEM
                               PERFORM MONTA-KITS
                           ELSE
                               PERFORM DESMONTA-KITS
                           END-IF
                   END-READ
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-KITS                  SECTION.
      *----------------------------------------------------------------*
      *    Primeira passada pela composição só confere o saldo total
      *    de cada componente e soma o custo do kit; nada é gravado
      *    se faltar qualquer componente. A segunda passada baixa os
      *    componentes e a entrada do kit é gravada por último.
      *----------------------------------------------------------------*

           PERFORM CONFERE-COMPONENTES

           IF  NOT COMPONENTES-DISPONIVEIS
               STRING 'RECUSADA: FALTA COMPONENTE '
                      WS-COMPONENTE-FALTA
                   DELIMITED BY SIZE INTO LD-SITUACAO
               PERFORM GRAVA-RECUSA
           ELSE
               MOVE WS-KIT-CODE        TO KIT-GOODS-ATUAL
               PERFORM KIT-VERIFICA-KIT
               PERFORM UNTIL KIT-FIM-COMPONENTES
                   PERFORM BAIXA-COMPONENTE
                   PERFORM KIT-PROXIMO-COMPONENTE
               END-PERFORM

               PERFORM ENTRADA-KITS-MONTADOS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-COMPONENTES         SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-COMPONENTES-OK
           MOVE SPACES                 TO WS-COMPONENTE-FALTA
           MOVE ZEROS                  TO WS-CUSTO-KIT

           PERFORM UNTIL KIT-FIM-COMPONENTES
               OR NOT COMPONENTES-DISPONIVEIS
               MOVE KIT-COMPONENTE     TO GOODS-CODE
               READ ARQUIVO-ENTRADA
                   INVALID KEY
                       MOVE 'N'        TO IND-COMPONENTES-OK
                   NOT INVALID KEY
                       COMPUTE WS-QTD-COMPONENTE
                           = WS-QTD-KITS * KIT-QTD-COMPONENTE
                           ON SIZE ERROR
                               MOVE 'N' TO IND-COMPONENTES-OK
                       END-COMPUTE
                       IF  COMPONENTES-DISPONIVEIS
                           AND WS-QTD-COMPONENTE > GOODS-STOCK
                           MOVE 'N'    TO IND-COMPONENTES-OK
                       END-IF
                       COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                           + GOODS-CUSTO-MEDIO * KIT-QTD-COMPONENTE
                           ON SIZE ERROR
                               MOVE 'N' TO IND-COMPONENTES-OK
                       END-COMPUTE
               END-READ
               IF  COMPONENTES-DISPONIVEIS
                   PERFORM KIT-PROXIMO-COMPONENTE
               ELSE
                   MOVE KIT-COMPONENTE TO WS-COMPONENTE-FALTA
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-COMPONENTE            SECTION.
      *----------------------------------------------------------------*
      *    Consome primeiro da loja, onde o kit é montado, e o
      *    restante do depósito; os lotes saem pelo vencimento mais
      *    próximo como na baixa de vendas.
      *----------------------------------------------------------------*

           MOVE KIT-COMPONENTE         TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' COMPONENTE SUMIU DO CATALOGO: '
                       KIT-COMPONENTE  UPON CONSOLE
               NOT INVALID KEY
                   COMPUTE WS-QTD-COMPONENTE
                       = WS-QTD-KITS * KIT-QTD-COMPONENTE

                   IF  WS-QTD-COMPONENTE > GOODS-ESTOQUE-LOJA
                       MOVE GOODS-ESTOQUE-LOJA
                                       TO WS-QTD-DA-LOJA
                   ELSE
                       MOVE WS-QTD-COMPONENTE
                                       TO WS-QTD-DA-LOJA
                   END-IF

                   SUBTRACT WS-QTD-DA-LOJA
                                       FROM GOODS-ESTOQUE-LOJA
                   COMPUTE GOODS-ESTOQUE-DEPOSITO
                       = GOODS-ESTOQUE-DEPOSITO
                       - (WS-QTD-COMPONENTE - WS-QTD-DA-LOJA)
                   SUBTRACT WS-QTD-COMPONENTE
                                       FROM GOODS-STOCK

                   REWRITE DATA-RECORD

                   IF  FS-CAT-OK
                       MOVE GOODS-CODE TO KDX-GOODS-ATUAL
                       SET KDX-MONTAGEM-KIT
                                       TO TRUE
                       MOVE 'MONTAGEM'  TO KDX-DOCUMENTO-ATUAL
                       MOVE WS-QTD-COMPONENTE
                                       TO KDX-SAIDA-ATUAL
                       SET KDX-LOCAL-TOTAL
                                       TO TRUE
                       MOVE GOODS-STOCK TO KDX-SALDO-ATUAL
                       PERFORM KDX-GRAVA-MOVIMENTO

                       MOVE GOODS-CODE TO LOT-GOODS-ATUAL
                       MOVE WS-QTD-COMPONENTE
                                       TO LOT-QTD-ATUAL
                       PERFORM LOT-CONSOME-FEFO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR COMPONENTE, FILE STATUS: '
                           FS-ARQUIVO-ENTRADA UPON CONSOLE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           ENTRADA-KITS-MONTADOS       SECTION.
      *----------------------------------------------------------------*
      *    Custo médio do kit ponderado como em RECEB01: o saldo
      *    anterior ao custo médio atual mais os kits montados ao
      *    custo somado dos componentes.
      *----------------------------------------------------------------*

           MOVE WS-KIT-CODE            TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   MOVE 'RECUSADA: KIT SUMIU DO CATALOGO'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               NOT INVALID KEY
                   COMPUTE GOODS-CUSTO-MEDIO ROUNDED
                       = (GOODS-STOCK * GOODS-CUSTO-MEDIO
                          + WS-QTD-KITS * WS-CUSTO-KIT)
                       / (GOODS-STOCK + WS-QTD-KITS)
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE

                   ADD WS-QTD-KITS     TO GOODS-STOCK
                   ADD WS-QTD-KITS     TO GOODS-ESTOQUE-LOJA

                   REWRITE DATA-RECORD

                   IF  FS-CAT-OK
                       ADD 1           TO CONTA-MONTAGENS
                       MOVE GOODS-CODE TO KDX-GOODS-ATUAL
                       SET KDX-MONTAGEM-KIT
                                       TO TRUE
                       MOVE 'MONTAGEM'  TO KDX-DOCUMENTO-ATUAL
                       MOVE WS-QTD-KITS TO KDX-ENTRADA-ATUAL
                       SET KDX-LOCAL-LOJA
                                       TO TRUE
                       MOVE GOODS-STOCK TO KDX-SALDO-ATUAL
                       PERFORM KDX-GRAVA-MOVIMENTO

                       MOVE GOODS-ESTOQUE-LOJA
                                       TO LD-LOJA
                       MOVE WS-CUSTO-KIT
                                       TO LD-CUSTO
                       MOVE 'APLICADA' TO LD-SITUACAO
                       MOVE LINHA-DETALHE
                                       TO REG-RELATORIO
                       WRITE REG-RELATORIO
                       DISPLAY NOME-PROGRAMA ' KITS MONTADOS: '
                           WS-KIT-CODE ' ' WS-QTD-KITS UPON CONSOLE
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR KIT, FILE STATUS: '
                           FS-ARQUIVO-ENTRADA UPON CONSOLE
                       MOVE 'RECUSADA: ERRO DE REGRAVACAO'
                                       TO LD-SITUACAO
                       PERFORM GRAVA-RECUSA
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           DESMONTA-KITS               SECTION.
      *----------------------------------------------------------------*
      *    Kit montado fica na loja; a desmontagem só aceita o que há
      *    de kit pronto ali. Os componentes voltam à loja ao custo
      *    médio que já tinham e sem lote (LOT-QTD-SEM-LOTE da
      *    próxima baixa).
      *----------------------------------------------------------------*

           IF  WS-QTD-KITS             > GOODS-ESTOQUE-LOJA
               MOVE 'RECUSADA: KITS INSUF. NA LOJA'
                                       TO LD-SITUACAO
               PERFORM GRAVA-RECUSA
           ELSE
               SUBTRACT WS-QTD-KITS    FROM GOODS-ESTOQUE-LOJA
               SUBTRACT WS-QTD-KITS    FROM GOODS-STOCK

               REWRITE DATA-RECORD

               IF  FS-CAT-OK
                   ADD 1               TO CONTA-DESMONTAGENS
                   MOVE GOODS-CODE     TO KDX-GOODS-ATUAL
                   SET KDX-MONTAGEM-KIT
                                       TO TRUE
                   MOVE 'DESMONTAGEM'  TO KDX-DOCUMENTO-ATUAL
                   MOVE WS-QTD-KITS    TO KDX-SAIDA-ATUAL
                   SET KDX-LOCAL-LOJA  TO TRUE
                   MOVE GOODS-STOCK    TO KDX-SALDO-ATUAL
                   PERFORM KDX-GRAVA-MOVIMENTO

                   MOVE GOODS-ESTOQUE-LOJA
                                       TO LD-LOJA
                   MOVE GOODS-CUSTO-MEDIO
                                       TO LD-CUSTO

                   PERFORM UNTIL KIT-FIM-COMPONENTES
                       PERFORM DEVOLVE-COMPONENTE
                       PERFORM KIT-PROXIMO-COMPONENTE
                   END-PERFORM

                   MOVE 'APLICADA'     TO LD-SITUACAO
                   MOVE LINHA-DETALHE  TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   DISPLAY NOME-PROGRAMA ' KITS DESMONTADOS: '
                       WS-KIT-CODE ' ' WS-QTD-KITS UPON CONSOLE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR KIT, FILE STATUS: '
                       FS-ARQUIVO-ENTRADA UPON CONSOLE
                   MOVE 'RECUSADA: ERRO DE REGRAVACAO'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DEVOLVE-COMPONENTE          SECTION.
      *----------------------------------------------------------------*

           MOVE KIT-COMPONENTE         TO GOODS-CODE
           READ ARQUIVO-ENTRADA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' COMPONENTE SUMIU DO CATALOGO: '
                       KIT-COMPONENTE  UPON CONSOLE
               NOT INVALID KEY
                   COMPUTE WS-QTD-COMPONENTE
                       = WS-QTD-KITS * KIT-QTD-COMPONENTE
                       ON SIZE ERROR
                           MOVE 99999  TO WS-QTD-COMPONENTE
                   END-COMPUTE

                   ADD WS-QTD-COMPONENTE
                                       TO GOODS-STOCK
                                          GOODS-ESTOQUE-LOJA

                   REWRITE DATA-RECORD

                   IF  FS-CAT-OK
                       MOVE GOODS-CODE TO KDX-GOODS-ATUAL
                       SET KDX-MONTAGEM-KIT
                                       TO TRUE
                       MOVE 'DESMONTAGEM'
                                       TO KDX-DOCUMENTO-ATUAL
                       MOVE WS-QTD-COMPONENTE
                                       TO KDX-ENTRADA-ATUAL
                       SET KDX-LOCAL-LOJA
                                       TO TRUE
                       MOVE GOODS-STOCK TO KDX-SALDO-ATUAL
                       PERFORM KDX-GRAVA-MOVIMENTO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR COMPONENTE, FILE STATUS: '
                           FS-ARQUIVO-ENTRADA UPON CONSOLE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RECUSA                SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-RECUSADAS

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' MONTAGEM RECUSADA: '
               WS-KIT-CODE ' - ' LD-SITUACAO UPON CONSOLE

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY TRVPROC.

       COPY KDXPROC.

       COPY LOTPROC.

       COPY KITPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE RELATORIO-MONTAGEM

           PERFORM KDX-FECHA-KARDEX
           PERFORM LOT-FECHA-LOTES
           PERFORM KIT-FECHA-COMPOSICAO
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE CONTA-MONTAGENS        TO LR-MONTAGENS
           MOVE CONTA-DESMONTAGENS     TO LR-DESMONTAGENS
           MOVE CONTA-RECUSADAS        TO LR-RECUSADAS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE ARQUIVO-ENTRADA

           CLOSE RELATORIO-MONTAGEM

           MOVE 'RELATORIO-MONTAGEM'   TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM KDX-FECHA-KARDEX

           PERFORM LOT-FECHA-LOTES

           PERFORM KIT-FECHA-COMPOSICAO

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-MONTAGENS + CONTA-DESMONTAGENS + CONTA-RECUSADAS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-MONTAGENS + CONTA-DESMONTAGENS
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
