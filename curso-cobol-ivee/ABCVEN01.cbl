      *    alguma no período, sai sinalizado como estoque morto. O
      *    mínimo deixa de ser chutado de cabeça.
      *----------------------------------------------------------------*
      * VERSAO 09 - RELATORIO-ABC passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 08 - REG-HISTORICO-VENDA acompanhou o cliente da venda
      *    (HV-CLIENTE) incluido por PR16TA01.
      * VERSAO 07 - REG-HISTORICO-VENDA acompanhou o canal da venda
      *    (HV-CANAL: L balcao, W loja virtual) e o numero do pedido da
      *    loja virtual (HV-PEDIDO-WEB) incluidos por PR16TA01.
      * VERSAO 06 - REG-HISTORICO-VENDA acompanhou a hora da venda
      *    (HV-HORA-VENDA) e o operador assinado (HV-OPERADOR)
      *    incluidos por PR16TA01.
      * VERSAO 05 - REG-HISTORICO-VENDA acompanhou a filial da venda
      *    (HV-FILIAL) incluida por PR16TA01 no controle por filial.
      * VERSAO 04 - LISTA-ITENS-SEM-VENDA passou a reposicionar o
      *    catalogo no inicio (START pela chave em LOW-VALUES) antes
      *    da varredura sequencial: os READs diretos de
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  HV-VALOR-ICMS           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  HV-MATRICULA-VENDEDOR   PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-FILIAL               PIC X(02).
           03  FILLER                  PIC X(01).
           03  HV-HORA-VENDA           PIC X(11).
           03  FILLER                  PIC X(01).
           03  HV-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01).
           03  HV-CANAL                PIC X(01).
           03  FILLER                  PIC X(01).
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01).
           03  HV-CLIENTE              PIC X(04).

       FD  ARQUIVO-ENTRADA.
       01  DATA-RECORD.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  RELATORIO-ABC.
       01  REG-RELATORIO               PIC X(100).
       01  REG-PARM                    PIC X(59).

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ABCVEN01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS009'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-ABC

           MOVE 'RELATORIO-ABC'        TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-ITENS            TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
