      *    desligamento no meio de um REWRITE não levar o catálogo
      *    junto.
      *----------------------------------------------------------------*
      * VERSAO 18 - REG-VENDA alargado para os 235 bytes do registro
      *    de vendas com pontos, vale, desconto, canal, pedido web,
      *    frete e entrega incluidos por PR16TA01; BCK-DADOS e
      *    WS-REG-DADOS alargados e descarrego e recarga acompanharam
      *    o tamanho - a recarga apagava esses campos.
      * VERSAO 17 - REG-VENDA alargado para os 147 bytes do registro
      *    de vendas com o peso da pesagem (PESO-S) incluido por
      *    PR16TA01; descarrego e recarga acompanharam o tamanho.
      * VERSAO 16 - REG-VENDA alargado para os 141 bytes do registro
      *    de vendas com a filial incluida por PR16TA01; descarrego e
      *    recarga acompanharam o tamanho.
      * VERSAO 15 - REG-CATALOGO alargado para os 107 bytes do
      *    catalogo com o minimo de prateleira (GOODS-MINIMO-LOJA)
      *    incluido em GOODS-RECORD; descarrego e recarga acompanharam
      *    o tamanho.
      * VERSAO 14 - Corrigidas as imagens truncadas do descarrego e
      *    da recarga: BCK-DADOS/WS-REG-DADOS alargados para os 138
      *    bytes do registro de vendas e os MOVEs do catalogo e das
           03  CAT-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(77).
           03  CAT-GOODS-EAN           PIC X(13).
           03  FILLER                  PIC X(13).

       FD  ACUM-ADIANTAMENTOS.
       01  REG-ACUMULADO.
               05  NR-LINHA-S          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CODIGO-ITEM-S           PIC 9(04).
           03  FILLER                  PIC X(221).

       FD  BACKUP-SEQUENCIAL.
       01  REG-BACKUP.
           03  BCK-TIPO                PIC X(01).
               88  BCK-DETALHE                          VALUE '1'.
               88  BCK-TRAILER                          VALUE '9'.
           03  BCK-DADOS               PIC X(235).
       01  REG-BACKUP-TRAILER REDEFINES REG-BACKUP.
           03  FILLER                  PIC X(01).
           03  BCK-QTDE-REGISTROS      PIC 9(09).
           03  BCK-SOMA-VERIFICACAO    PIC 9(15).
           03  FILLER                  PIC X(211).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'SALVAG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS018'.

       COPY DTHDADOS.
       COPY AUDDADOS.
               88  FIM-DO-INDEXADO                      VALUE 'S'.
           03  IND-FIM-BACKUP          PIC X(01)        VALUE 'N'.
               88  FIM-DO-BACKUP                        VALUE 'S'.
           03  WS-REG-DADOS            PIC X(235)       VALUE SPACES.
           03  WS-REG-TAMANHO          PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-REGISTROS         PIC 9(09)        VALUE ZEROS.
           03  SOMA-VERIFICACAO        PIC 9(15)        VALUE ZEROS.
                           MOVE 'S'    TO IND-FIM-INDEXADO
                       NOT AT END
                           MOVE REG-CATALOGO
                                       TO WS-REG-DADOS(1:107)
                           MOVE 107    TO WS-REG-TAMANHO
                   END-READ
               WHEN ARQ-ACUMULADO
                   READ ACUM-ADIANTAMENTOS NEXT RECORD
                           MOVE 'S'    TO IND-FIM-INDEXADO
                       NOT AT END
                           MOVE REG-VENDA
                                       TO WS-REG-DADOS(1:235)
                           MOVE 235    TO WS-REG-TAMANHO
                   END-READ
           END-EVALUATE


           EVALUATE TRUE
               WHEN ARQ-CATALOGO
                   MOVE 107            TO WS-REG-TAMANHO
                   MOVE WS-REG-DADOS(1:107)
                                       TO REG-CATALOGO
                   WRITE REG-CATALOGO
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-INDEXADO
                   END-WRITE
               WHEN ARQ-VENDAS
                   MOVE 235            TO WS-REG-TAMANHO
                   MOVE WS-REG-DADOS(1:235)
                                       TO REG-VENDA
                   WRITE REG-VENDA
                       INVALID KEY
