      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Auditoria semanal de integridade referencial entre
      *    os mestres e os arquivos de movimento. Cada mestre tem a
      *    sua manutenção, mas nada confere que os outros arquivos
      *    continuam apontando para registros vivos; esta execução
      *    aplica as regras abaixo e lista as chaves que violam cada
      *    uma:
      *      R1 - linha de venda (S1-PR16TA01) com CODIGO-ITEM-S fora
      *           do catálogo;
      *      R2 - título a receber de cliente excluído de CLIENTES;
      *      R3 - item-fornecedor de fornecedor excluído;
      *      R4 - pedido de compra em aberto de item descontinuado
      *           (ou já fora do catálogo);
      *      R5 - item com GOODS-STOCK diferente de loja + depósito;
      *      R6 - item com departamento fora de DEPARTAMENTOS.
      *    O rodapé compara a contagem de cada regra com a da
      *    execução anterior, guardada no histórico de contagens
      *    (INTEGR.HIS, uma linha por execução), para mostrar se a
      *    sujeira está crescendo. RETURN-CODE 4 havendo violação.
      *    Só leitura: nenhum arquivo auditado é alterado.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-INTEGRIDADE passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho do relatório, 2a com o do histórico de contagens;
      *    linha ausente ou em branco mantém o padrão.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     INTEGR01.
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

           SELECT ARQUIVO-SAIDA ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VENDA
           ALTERNATE RECORD KEY IS CODIGO-ITEM-S WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-SAIDA.

           SELECT CLIENTES ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT TITULOS-RECEBER ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRC-NUMERO
           ALTERNATE RECORD KEY IS TRC-CLIENTE WITH DUPLICATES
           FILE STATUS IS FS-TITULOS-RECEBER.

           SELECT FORNECEDORES ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FS-FORNECEDORES.

           SELECT ITEM-FORNECEDOR ASSIGN TO OPE06
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT PEDIDOS-COMPRA ASSIGN TO OPE07
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-NUMERO
           ALTERNATE RECORD KEY IS PED-GOODS-CODE WITH DUPLICATES
           FILE STATUS IS FS-PEDIDOS-COMPRA.

           SELECT DEPARTAMENTOS ASSIGN TO OPE08
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-DEPARTAMENTOS.

           SELECT RELATORIO-INTEGRIDADE ASSIGN TO OPE09
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-INTEGRIDADE.

           SELECT HISTORICO-CONTAGENS ASSIGN TO OPE10
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO-CONTAGENS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY DMVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
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

       FD  ARQUIVO-SAIDA.
       01  REGISTRO-SAIDA-DETALHE.
           03  CHAVE-VENDA.
               05  NR-TICKET-S         PIC  9(06).
               05  FILLER              PIC  X(01).
               05  NR-LINHA-S          PIC  9(02).
                   88  LINHA-CABECALHO-TICKET           VALUE ZEROS.
           03  FILLER                  PIC  X(01).
           03  CODIGO-ITEM-S           PIC  9(04).
           03  FILLER                  PIC  X(01).
           03  PRECO-UNITARIO-S        PIC  9(03)V99.
           03  FILLER                  PIC  X(01).
           03  QTD-VENDA-S             PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  VENDEDOR-S              PIC  X(40).
           03  FILLER                  PIC  X(01).
           03  IND-TIPO-TRANSACAO      PIC  X(01).
               88  TRANSACAO-VENDA                          VALUE  'V'.
               88  TRANSACAO-ANULADA                        VALUE  'A'.
               88  TRANSACAO-DEVOLUCAO                      VALUE  'D'.
           03  FILLER                  PIC  X(01).
           03  DATA-VENDA-S            PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  HORA-VENDA-S            PIC  X(11).
           03  FILLER                  PIC  X(01).
           03  QTD-DEVOLVIDA-S         PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  CLIENTE-S               PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FORMA-PAGTO-S           PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  OPERADOR-S              PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  VALOR-TOTAL-S           PIC  9(07)V99.
           03  FILLER                  PIC  X(01).
           03  ALIQ-ICMS-S             PIC  9(02)V99.
           03  FILLER                  PIC  X(01).
           03  VALOR-ICMS-S            PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  MATRICULA-VENDEDOR-S    PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FILIAL-S                PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  PESO-S                  PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  PONTOS-GANHOS-S         PIC  9(07).
           03  FILLER                  PIC  X(01).
           03  PONTOS-RESGATE-S        PIC  9(07).
           03  FILLER                  PIC  X(01).
           03  VALOR-RESGATE-S         PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  NR-VALE-S               PIC  9(06).
           03  FILLER                  PIC  X(01).
           03  VALOR-VALE-S            PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  PERC-DESCONTO-S         PIC  9(02)V99.
           03  FILLER                  PIC  X(01).
           03  VALOR-DESCONTO-S        PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  MOTIVO-DESCONTO-S       PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  SUPERVISOR-DESCONTO-S   PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  CANAL-VENDA-S           PIC  X(01).
               88  CANAL-BALCAO                             VALUE  'L'
                                                                   ' '.
               88  CANAL-WEB                                VALUE  'W'.
           03  FILLER                  PIC  X(01).
           03  PEDIDO-WEB-S            PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  VALOR-FRETE-S           PIC  9(05)V99.
           03  FILLER                  PIC  X(01).
           03  NR-ENTREGA-S            PIC  9(06).

       FD  CLIENTES.
       01  REG-CLIENTE.
           03  CLI-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  CLI-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  CLI-LIMITE-CREDITO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CLI-SITUACAO-CREDITO    PIC X(01).
           03  FILLER                  PIC X(01).
           03  CLI-DATA-SITUACAO       PIC X(10).
           03  FILLER                  PIC X(01).
           03  CLI-ENDERECO            PIC X(40).
           03  FILLER                  PIC X(01).
           03  CLI-BAIRRO              PIC X(20).
           03  FILLER                  PIC X(01).
           03  CLI-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CLI-CEP                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  CLI-TELEFONE            PIC X(11).

       FD  TITULOS-RECEBER.
       01  REG-TITULO-RECEBER.
           03  TRC-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TRC-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  TRC-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-EMISSAO        PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-DATA-VENCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-SITUACAO            PIC X(01).
               88  TRC-ABERTO                           VALUE 'A'.
               88  TRC-RECEBIDO                         VALUE 'P'.
               88  TRC-CANCELADO                        VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-RECEBIMENTO    PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-PARCELA             PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-QTDE-PARCELAS       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-MULTA         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-JUROS         PIC 9(07)V99.

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           03  FORN-CODIGO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  FORN-NOME               PIC X(30).
           03  FILLER                  PIC X(01).
           03  FORN-CNPJ               PIC X(14).

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

       FD  PEDIDOS-COMPRA.
       01  REG-PEDIDO-COMPRA.
           03  PED-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  PED-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PED-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  PED-QTD-PEDIDA          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PED-QTD-RECEBIDA        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PED-DATA-PEDIDO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  PED-DATA-PREVISTA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  PED-SITUACAO            PIC X(01).
               88  PED-ABERTO                           VALUE 'A'.
               88  PED-PARCIAL                          VALUE 'P'.
               88  PED-ENCERRADO                        VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  PED-CUSTO-COMPRA        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PED-COTACAO             PIC 9(06).

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           03  DEP-CODIGO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  DEP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  DEP-MARGEM-ALVO         PIC 9(02)V99.

       FD  RELATORIO-INTEGRIDADE.
       01  REG-RELATORIO               PIC X(80).

      *    Histórico de contagens: uma linha por execução, com a data
      *    de movimento e a contagem de cada uma das seis regras.
       FD  HISTORICO-CONTAGENS.
       01  REG-HISTORICO-CONTAGEM.
           03  HCT-DATA-MOVIMENTO      PIC X(10).
           03  HCT-REGRA               OCCURS 6 TIMES.
               05  FILLER              PIC X(01).
               05  HCT-QTDE            PIC 9(07).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       COPY DMVFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'INTEGR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\S1-PR16TA01.txt".
           03  OPE03                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CLIENTES.dat'.
           03  OPE04                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\TITRECEB.dat'.
           03  OPE05                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\FORNECED.dat'.
           03  OPE06                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat'.
           03  OPE07                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PEDCOMPR.dat'.
           03  OPE08                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPARTAM.dat'.
           03  OPE09                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELINTEG.TXT".
           03  OPE10                   PIC X(59)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\INTEGR.HIS'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-ARQUIVO-SAIDA        PIC X(02)        VALUE '00'.
               88  FS-VENDAS-OK                         VALUE '00'.
           03  FS-CLIENTES             PIC X(02)        VALUE '00'.
               88  FS-CLI-OK                            VALUE '00'.
           03  FS-TITULOS-RECEBER      PIC X(02)        VALUE '00'.
               88  FS-TRC-OK                            VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-FORN-OK                           VALUE '00'.
           03  FS-ITEM-FORNECEDOR      PIC X(02)        VALUE '00'.
               88  FS-ITF-OK                            VALUE '00'.
           03  FS-PEDIDOS-COMPRA       PIC X(02)        VALUE '00'.
               88  FS-PED-OK                            VALUE '00'.
           03  FS-DEPARTAMENTOS        PIC X(02)        VALUE '00'.
               88  FS-DEP-OK                            VALUE '00'.
           03  FS-RELATORIO-INTEGRIDADE
                                       PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-HISTORICO-CONTAGENS  PIC X(02)        VALUE '00'.
               88  FS-HCT-OK                            VALUE '00'.
               88  FS-HCT-NAO-EXISTE                    VALUE '35'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  IND-CAT-ABERTO          PIC X(01)        VALUE 'N'.
               88  CATALOGO-ABERTO                      VALUE 'S'.
           03  IND-CLI-ABERTO          PIC X(01)        VALUE 'N'.
               88  CLIENTES-ABERTO                      VALUE 'S'.
           03  IND-FORN-ABERTO         PIC X(01)        VALUE 'N'.
               88  FORNECEDORES-ABERTO                  VALUE 'S'.
           03  IND-DEP-ABERTO          PIC X(01)        VALUE 'N'.
               88  DEPARTAMENTOS-ABERTO                 VALUE 'S'.
           03  IND-CHAVE-ACHADA        PIC X(01)        VALUE 'N'.
               88  CHAVE-ACHADA                         VALUE 'S'.
           03  IND-FIM-HISTORICO       PIC X(01)        VALUE 'N'.
               88  FIM-DO-HISTORICO                     VALUE 'S'.
           03  IND-HAVIA-ANTERIOR      PIC X(01)        VALUE 'N'.
               88  HAVIA-EXECUCAO-ANTERIOR              VALUE 'S'.
           COPY EOFSW.
           03  WS-DATA-ANTERIOR        PIC X(10)        VALUE SPACES.
           03  WS-REGRA                PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-DIFERENCA            PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-SOMA-ESTOQUE         PIC 9(06)        VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(09) COMP-5 VALUE ZEROS.
           03  CONTA-VIOLACOES         PIC S9(07) COMP-5 VALUE ZEROS.

      *    Contagem da execução atual e da anterior, por regra.
       01  TAB-CONTAGENS.
           03  TCT-REGRA               OCCURS 6 TIMES.
               05  TCT-ATUAL           PIC 9(07)        VALUE ZEROS.
               05  TCT-ANTERIOR        PIC 9(07)        VALUE ZEROS.

       01  TAB-DESCRICOES-REGRAS.
           03  FILLER                  PIC X(40)        VALUE
               'R1 VENDA COM ITEM FORA DO CATALOGO'.
           03  FILLER                  PIC X(40)        VALUE
               'R2 TITULO DE CLIENTE EXCLUIDO'.
           03  FILLER                  PIC X(40)        VALUE
               'R3 ITEM-FORNECEDOR DE FORNEC. EXCLUIDO'.
           03  FILLER                  PIC X(40)        VALUE
               'R4 PEDIDO ABERTO DE ITEM DESCONTINUADO'.
           03  FILLER                  PIC X(40)        VALUE
               'R5 ESTOQUE DIFERENTE DE LOJA+DEPOSITO'.
           03  FILLER                  PIC X(40)        VALUE
               'R6 ITEM COM DEPARTAMENTO INEXISTENTE'.
       01  TAB-DESCRICOES-R REDEFINES TAB-DESCRICOES-REGRAS.
           03  TDR-DESCRICAO           PIC X(40)        OCCURS 6 TIMES.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(42)        VALUE
           'AUDITORIA DE INTEGRIDADE REFERENCIAL - '.
           03  LC-DATA-MOVIMENTO       PIC X(10).

       01  LINHA-TITULO-REGRA.
           03  FILLER                  PIC X(04)        VALUE '*** '.
           03  LTR-DESCRICAO           PIC X(40).

       01  LINHA-DETALHE.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  LD-CHAVE                PIC X(14).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-COMPLEMENTO          PIC X(60).

       01  LINHA-SUBCABECALHO-RESUMO.
           03  FILLER                  PIC X(40)        VALUE
           'RESUMO POR REGRA'.
           03  FILLER                  PIC X(10)        VALUE
           '     ATUAL'.
           03  FILLER                  PIC X(10)        VALUE
           '  ANTERIOR'.
           03  FILLER                  PIC X(10)        VALUE
           '  VARIACAO'.

       01  LINHA-RESUMO.
           03  LRS-DESCRICAO           PIC X(40).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LRS-ATUAL               PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LRS-ANTERIOR            PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LRS-VARIACAO            PIC ---.--9.

       01  LINHA-ANTERIOR.
           03  FILLER                  PIC X(28)        VALUE
           'EXECUCAO ANTERIOR: '.
           03  LA-DATA-ANTERIOR        PIC X(10).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM REGRA-VENDAS-CATALOGO

           PERFORM REGRA-TITULOS-CLIENTES

           PERFORM REGRA-ITEM-FORNECEDOR

           PERFORM REGRA-PEDIDOS-DESCONTINUADOS

           PERFORM REGRAS-DO-CATALOGO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
      *    Os mestres consultados (catálogo, clientes, fornecedores,
      *    departamentos) têm de abrir: sem eles toda chave pareceria
      *    órfã. Arquivo de movimento ausente só esvazia a sua regra.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           OPEN INPUT ARQUIVO-ENTRADA
           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF
           MOVE 'S'                    TO IND-CAT-ABERTO

           OPEN INPUT CLIENTES
           IF  NOT FS-CLI-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CLIENTES, FILE STATUS: '
                   FS-CLIENTES         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF
           MOVE 'S'                    TO IND-CLI-ABERTO

           OPEN INPUT FORNECEDORES
           IF  NOT FS-FORN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FORNECEDORES, FILE STATUS: '
                   FS-FORNECEDORES     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF
           MOVE 'S'                    TO IND-FORN-ABERTO

           OPEN INPUT DEPARTAMENTOS
           IF  NOT FS-DEP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR DEPARTAMENTOS, FILE STATUS: '
                   FS-DEPARTAMENTOS    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF
           MOVE 'S'                    TO IND-DEP-ABERTO

           PERFORM LE-HISTORICO-CONTAGENS

           OPEN OUTPUT RELATORIO-INTEGRIDADE
           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-INTEGRIDADE, STATUS: '
                   FS-RELATORIO-INTEGRIDADE UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOVIMENTO
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho do relatório, 2a com
      *    o do histórico de contagens; linha ausente ou em branco
      *    mantém o padrão.
      *----------------------------------------------------------------*

           OPEN INPUT CARTAO-PARM
           IF  FS-PARM-OK
               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE09
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE10
               END-IF

               CLOSE CARTAO-PARM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-HISTORICO-CONTAGENS      SECTION.
      *----------------------------------------------------------------*
      *    A última linha do histórico é a execução anterior; sem
      *    histórico (primeira execução), a comparação sai zerada.
      *----------------------------------------------------------------*

           OPEN INPUT HISTORICO-CONTAGENS

           IF  FS-HCT-OK
               MOVE 'N'                TO IND-FIM-HISTORICO
               PERFORM UNTIL FIM-DO-HISTORICO
                   READ HISTORICO-CONTAGENS
                   AT END
                       MOVE 'S'        TO IND-FIM-HISTORICO
                   NOT AT END
                       MOVE 'S'        TO IND-HAVIA-ANTERIOR
                       MOVE HCT-DATA-MOVIMENTO
                                       TO WS-DATA-ANTERIOR
                       PERFORM VARYING WS-REGRA FROM 1 BY 1
                           UNTIL WS-REGRA > 6
                           MOVE HCT-QTDE(WS-REGRA)
                                       TO TCT-ANTERIOR(WS-REGRA)
                       END-PERFORM
               END-PERFORM
               CLOSE HISTORICO-CONTAGENS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRA-VENDAS-CATALOGO       SECTION.
      *----------------------------------------------------------------*
      *    R1: cada linha de item do histórico de vendas (fora o
      *    cabeçalho do ticket e os códigos reservados 0000/9999)
      *    tem de achar o item no catálogo.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGRA-VENDAS-CATALOGO'

           MOVE 1                      TO WS-REGRA
           PERFORM GRAVA-TITULO-REGRA

           OPEN INPUT ARQUIVO-SAIDA

           IF  FS-VENDAS-OK
               MOVE 'N'                TO IND-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ ARQUIVO-SAIDA NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       IF  NOT LINHA-CABECALHO-TICKET
                           AND CODIGO-ITEM-S NOT = 0000
                           AND CODIGO-ITEM-S NOT = 9999
                           MOVE CODIGO-ITEM-S
                                       TO GOODS-CODE
                           PERFORM PROCURA-CATALOGO
                           IF  NOT CHAVE-ACHADA
                               MOVE CHAVE-VENDA
                                       TO LD-CHAVE
                               MOVE SPACES
                                       TO LD-COMPLEMENTO
                               STRING 'ITEM ' CODIGO-ITEM-S
                                   ' VENDIDO EM ' DATA-VENDA-S
                                   DELIMITED BY SIZE
                                   INTO LD-COMPLEMENTO
                               PERFORM GRAVA-VIOLACAO
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE ARQUIVO-SAIDA
           ELSE
               PERFORM GRAVA-ARQUIVO-AUSENTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRA-TITULOS-CLIENTES      SECTION.
      *----------------------------------------------------------------*
      *    R2: todo título, em qualquer situação, tem de apontar para
      *    um cliente que ainda existe.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGRA-TITULOS-CLIENTES'

           MOVE 2                      TO WS-REGRA
           PERFORM GRAVA-TITULO-REGRA

           OPEN INPUT TITULOS-RECEBER

           IF  FS-TRC-OK
               MOVE 'N'                TO IND-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ TITULOS-RECEBER NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       MOVE TRC-CLIENTE
                                       TO CLI-CODIGO
                       MOVE 'S'        TO IND-CHAVE-ACHADA
                       READ CLIENTES
                           INVALID KEY
                               MOVE 'N' TO IND-CHAVE-ACHADA
                       END-READ
                       IF  NOT CHAVE-ACHADA
                           MOVE TRC-NUMERO
                                       TO LD-CHAVE
                           MOVE SPACES TO LD-COMPLEMENTO
                           STRING 'CLIENTE ' TRC-CLIENTE
                               ' SITUACAO ' TRC-SITUACAO
                               ' VENCTO ' TRC-DATA-VENCIMENTO
                               DELIMITED BY SIZE INTO LD-COMPLEMENTO
                           PERFORM GRAVA-VIOLACAO
                       END-IF
               END-PERFORM
               CLOSE TITULOS-RECEBER
           ELSE
               PERFORM GRAVA-ARQUIVO-AUSENTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRA-ITEM-FORNECEDOR       SECTION.
      *----------------------------------------------------------------*
      *    R3: vínculo item-fornecedor de fornecedor que já saiu do
      *    cadastro.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGRA-ITEM-FORNECEDOR'

           MOVE 3                      TO WS-REGRA
           PERFORM GRAVA-TITULO-REGRA

           OPEN INPUT ITEM-FORNECEDOR

           IF  FS-ITF-OK
               MOVE 'N'                TO IND-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ ITEM-FORNECEDOR NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       MOVE ITF-FORN-CODIGO
                                       TO FORN-CODIGO
                       MOVE 'S'        TO IND-CHAVE-ACHADA
                       READ FORNECEDORES
                           INVALID KEY
                               MOVE 'N' TO IND-CHAVE-ACHADA
                       END-READ
                       IF  NOT CHAVE-ACHADA
                           MOVE ITF-CHAVE
                                       TO LD-CHAVE
                           MOVE SPACES TO LD-COMPLEMENTO
                           STRING 'ITEM ' ITF-GOODS-CODE
                               ' FORNECEDOR ' ITF-FORN-CODIGO
                               ' INEXISTENTE'
                               DELIMITED BY SIZE INTO LD-COMPLEMENTO
                           PERFORM GRAVA-VIOLACAO
                       END-IF
               END-PERFORM
               CLOSE ITEM-FORNECEDOR
           ELSE
               PERFORM GRAVA-ARQUIVO-AUSENTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRA-PEDIDOS-DESCONTINUADOS SECTION.
      *----------------------------------------------------------------*
      *    R4: pedido de compra ainda em aberto (A ou parcial P) de
      *    item descontinuado ou que já nem está no catálogo - a
      *    mercadoria vai chegar sem ter onde entrar.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGRA-PEDIDOS-DESCONTINUADOS'

           MOVE 4                      TO WS-REGRA
           PERFORM GRAVA-TITULO-REGRA

           OPEN INPUT PEDIDOS-COMPRA

           IF  FS-PED-OK
               MOVE 'N'                TO IND-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ PEDIDOS-COMPRA NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO CONTA-LIDOS
                       IF  PED-ABERTO OR PED-PARCIAL
                           PERFORM AVALIA-PEDIDO-COMPRA
                       END-IF
               END-PERFORM
               CLOSE PEDIDOS-COMPRA
           ELSE
               PERFORM GRAVA-ARQUIVO-AUSENTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-PEDIDO-COMPRA        SECTION.
      *----------------------------------------------------------------*

           MOVE PED-GOODS-CODE         TO GOODS-CODE
           PERFORM PROCURA-CATALOGO

           IF  NOT CHAVE-ACHADA
               OR ITEM-DESCONTINUADO
               MOVE PED-NUMERO         TO LD-CHAVE
               MOVE SPACES             TO LD-COMPLEMENTO
               IF  CHAVE-ACHADA
                   STRING 'ITEM ' PED-GOODS-CODE ' DESCONTINUADO'
                       ' FORNECEDOR ' PED-FORN-CODIGO
                       ' PREVISTO ' PED-DATA-PREVISTA
                       DELIMITED BY SIZE INTO LD-COMPLEMENTO
               ELSE
                   STRING 'ITEM ' PED-GOODS-CODE ' FORA DO CATALOGO'
                       ' FORNECEDOR ' PED-FORN-CODIGO
                       ' PREVISTO ' PED-DATA-PREVISTA
                       DELIMITED BY SIZE INTO LD-COMPLEMENTO
               END-IF
               PERFORM GRAVA-VIOLACAO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGRAS-DO-CATALOGO          SECTION.
      *----------------------------------------------------------------*
      *    R5 e R6 olham só o catálogo. As violações de cada regra
      *    vão para a sua seção do relatório, por isso o catálogo é
      *    percorrido uma vez por regra.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'REGRAS-DO-CATALOGO'

           MOVE 5                      TO WS-REGRA
           PERFORM GRAVA-TITULO-REGRA
           PERFORM PERCORRE-CATALOGO

           MOVE 6                      TO WS-REGRA
           PERFORM GRAVA-TITULO-REGRA
           PERFORM PERCORRE-CATALOGO

           .

           EXIT.

      *----------------------------------------------------------------*
           PERCORRE-CATALOGO           SECTION.
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO GOODS-CODE
           MOVE 'N'                    TO IND-FIM-ARQUIVO
           START ARQUIVO-ENTRADA KEY IS NOT LESS THAN GOODS-CODE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-ARQUIVO
           END-START

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQUIVO-ENTRADA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   IF  WS-REGRA        = 5
                       PERFORM AVALIA-ESTOQUE-ITEM
                   ELSE
                       PERFORM AVALIA-DEPARTAMENTO-ITEM
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-ESTOQUE-ITEM         SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-SOMA-ESTOQUE     = GOODS-ESTOQUE-LOJA
                                       + GOODS-ESTOQUE-DEPOSITO

           IF  GOODS-STOCK             NOT = WS-SOMA-ESTOQUE
               MOVE GOODS-CODE         TO LD-CHAVE
               MOVE SPACES             TO LD-COMPLEMENTO
               STRING 'ESTOQUE ' GOODS-STOCK
                   ' LOJA ' GOODS-ESTOQUE-LOJA
                   ' DEPOSITO ' GOODS-ESTOQUE-DEPOSITO
                   DELIMITED BY SIZE INTO LD-COMPLEMENTO
               PERFORM GRAVA-VIOLACAO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-DEPARTAMENTO-ITEM    SECTION.
      *----------------------------------------------------------------*
      *    Item sem departamento informado não é violação: o código
      *    em branco é aceito pela manutenção do catálogo.
      *----------------------------------------------------------------*

           IF  GOODS-DEPARTAMENTO      NOT = SPACES
               MOVE GOODS-DEPARTAMENTO TO DEP-CODIGO
               MOVE 'S'                TO IND-CHAVE-ACHADA
               READ DEPARTAMENTOS
                   INVALID KEY
                       MOVE 'N'        TO IND-CHAVE-ACHADA
               END-READ
               IF  NOT CHAVE-ACHADA
                   MOVE GOODS-CODE     TO LD-CHAVE
                   MOVE SPACES         TO LD-COMPLEMENTO
                   STRING 'DEPARTAMENTO ' GOODS-DEPARTAMENTO
                       ' INEXISTENTE - ' GOODS-NAME
                       DELIMITED BY SIZE INTO LD-COMPLEMENTO
                   PERFORM GRAVA-VIOLACAO
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCURA-CATALOGO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-CHAVE-ACHADA

           READ ARQUIVO-ENTRADA
               INVALID KEY
                   MOVE 'N'            TO IND-CHAVE-ACHADA
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TITULO-REGRA          SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE TDR-DESCRICAO(WS-REGRA) TO LTR-DESCRICAO
           MOVE LINHA-TITULO-REGRA     TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-VIOLACAO              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO TCT-ATUAL(WS-REGRA)
           ADD 1                       TO CONTA-VIOLACOES

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ARQUIVO-AUSENTE       SECTION.
      *----------------------------------------------------------------*
      *    Arquivo de movimento que não abriu: a regra fica sem
      *    apuração e o relatório diz por quê.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LD-CHAVE
           MOVE 'ARQUIVO DE MOVIMENTO INDISPONIVEL - REGRA NAO APURADA'
                                       TO LD-COMPLEMENTO
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' ' TDR-DESCRICAO(WS-REGRA)
               ' NAO APURADA - ARQUIVO INDISPONIVEL' UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RESUMO                SECTION.
      *----------------------------------------------------------------*
      *    Resumo com a contagem de cada regra contra a execução
      *    anterior, e a linha nova do histórico.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO-RESUMO
                                       TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-REGRA FROM 1 BY 1
               UNTIL WS-REGRA > 6
               MOVE TDR-DESCRICAO(WS-REGRA)
                                       TO LRS-DESCRICAO
               MOVE TCT-ATUAL(WS-REGRA)
                                       TO LRS-ATUAL
               MOVE TCT-ANTERIOR(WS-REGRA)
                                       TO LRS-ANTERIOR
               COMPUTE WS-DIFERENCA    = TCT-ATUAL(WS-REGRA)
                                       - TCT-ANTERIOR(WS-REGRA)
               MOVE WS-DIFERENCA       TO LRS-VARIACAO
               MOVE LINHA-RESUMO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           IF  HAVIA-EXECUCAO-ANTERIOR
               MOVE WS-DATA-ANTERIOR   TO LA-DATA-ANTERIOR
           ELSE
               MOVE 'NENHUMA'          TO LA-DATA-ANTERIOR
           END-IF
           MOVE LINHA-ANTERIOR         TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN EXTEND HISTORICO-CONTAGENS
           IF  FS-HCT-NAO-EXISTE
               OPEN OUTPUT HISTORICO-CONTAGENS
           END-IF

           IF  FS-HCT-OK
               MOVE SPACES             TO REG-HISTORICO-CONTAGEM
               MOVE DMV-DATA-MOVIMENTO TO HCT-DATA-MOVIMENTO
               PERFORM VARYING WS-REGRA FROM 1 BY 1
                   UNTIL WS-REGRA > 6
                   MOVE TCT-ATUAL(WS-REGRA)
                                       TO HCT-QTDE(WS-REGRA)
               END-PERFORM
               WRITE REG-HISTORICO-CONTAGEM
               CLOSE HISTORICO-CONTAGENS
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR HISTORICO-CONTAGENS, FILE STATUS: '
                   FS-HISTORICO-CONTAGENS UPON CONSOLE
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE ARQUIVO-SAIDA
           CLOSE CLIENTES
           CLOSE TITULOS-RECEBER
           CLOSE FORNECEDORES
           CLOSE ITEM-FORNECEDOR
           CLOSE PEDIDOS-COMPRA
           CLOSE DEPARTAMENTOS
           CLOSE RELATORIO-INTEGRIDADE
           CLOSE HISTORICO-CONTAGENS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           PERFORM GRAVA-RESUMO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' REGISTROS LIDOS: ' CONTA-LIDOS
               ' VIOLACOES: ' CONTA-VIOLACOES UPON CONSOLE

           IF  CONTA-VIOLACOES         > 0
               MOVE 4                  TO RETURN-CODE
           END-IF

           CLOSE ARQUIVO-ENTRADA
           CLOSE CLIENTES
           CLOSE FORNECEDORES
           CLOSE DEPARTAMENTOS
           CLOSE RELATORIO-INTEGRIDADE

           MOVE 'RELATORIO-INTEGRIDADE'
                                       TO RRL-NOME-ATUAL
           MOVE OPE09                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-VIOLACOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
