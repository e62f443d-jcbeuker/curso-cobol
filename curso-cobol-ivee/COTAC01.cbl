      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Cotação de compra antes do pedido: a partir de
      *    ARQUIVO-SUGESTAO (gravado por SUGEST01) o comprador abre
      *    uma cotação numerada para o item, com uma linha por
      *    fornecedor do cruzamento ITEM-FORNECEDOR (ITFORN01);
      *    registra a resposta de cada fornecedor (custo cotado na
      *    unidade de compra, prazo de entrega e condição de
      *    pagamento); compara as respostas em RELATORIO-COTACOES,
      *    classificadas pelo custo por unidade de venda, prazo de
      *    entrega e prazo de pagamento; e apura a vencedora. A
      *    linha vencedora alimenta PEDIDO01 (fornecedor, custo e
      *    data prevista do pedido); as perdedoras ficam gravadas em
      *    COTACOES para auditoria, com o operador que as registrou.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-COTACOES passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida
      *    (abrir como I, resposta como A, vencedora como P aprovar) em
      *    OPR-VERIFICA-FUNCAO antes de executar; a recusa vai para a
      *    trilha de auditoria.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     COTAC01.
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
           SELECT COTACOES ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           ALTERNATE RECORD KEY IS COT-GOODS-CODE WITH DUPLICATES
           FILE STATUS IS FS-COTACOES.

           SELECT ARQUIVO-SUGESTAO ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO-SUGESTAO.

           SELECT ITEM-FORNECEDOR ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT FORNECEDORES ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FS-FORNECEDORES.

           SELECT RELATORIO-COTACOES ASSIGN TO OPE05
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-COTACOES.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  COTACOES.
       01  REG-COTACAO.
           03  COT-CHAVE.
               05  COT-NUMERO          PIC 9(06).
               05  COT-FORN-CODIGO     PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  COT-QTDE-SUGERIDA       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  COT-DATA-ABERTURA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-CUSTO-COTADO        PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  COT-UNIDADE-COMPRA      PIC X(03).
           03  FILLER                  PIC X(01).
           03  COT-FATOR-CONVERSAO     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  COT-CUSTO-UNIDADE       PIC 9(05)V9999.
           03  FILLER                  PIC X(01).
           03  COT-PRAZO-ENTREGA       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  COT-COND-PAGAMENTO      PIC X(20).
           03  FILLER                  PIC X(01).
           03  COT-PRAZO-PAGAMENTO     PIC 9(03).
           03  FILLER                  PIC X(01).
           03  COT-DATA-RESPOSTA       PIC X(10).
           03  FILLER                  PIC X(01).
           03  COT-SITUACAO            PIC X(01).
               88  COT-AGUARDANDO                       VALUE 'A'.
               88  COT-RESPONDIDA                       VALUE 'R'.
               88  COT-SEM-PRECO                        VALUE 'N'.
               88  COT-VENCEDORA                        VALUE 'V'.
               88  COT-PERDEDORA                        VALUE 'P'.
               88  COT-UTILIZADA                        VALUE 'U'.
               88  COT-EM-ABERTO                        VALUE 'A' 'R'
                                                              'N'.
           03  FILLER                  PIC X(01).
           03  COT-PED-NUMERO          PIC 9(06).
           03  FILLER                  PIC X(01).
           03  COT-OPERADOR            PIC X(04).

       FD  ARQUIVO-SUGESTAO.
       01  REG-SUGESTAO.
           03  SUG-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  SUG-GOODS-NAME          PIC X(30).
           03  FILLER                  PIC X(01).
           03  SUG-QTDE-SUGERIDA       PIC 9(06).

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

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           03  FORN-CODIGO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  FORN-NOME               PIC X(30).
           03  FILLER                  PIC X(01).
           03  FORN-CNPJ               PIC X(14).

       FD  RELATORIO-COTACOES.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'COTAC01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\COTACOES.dat'.
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\SUGCOMPR.TXT".
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat'.
           03  OPE04                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\FORNECED.dat'.
           03  OPE05                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELCOTAC.TXT".
           03  FS-COTACOES             PIC X(02)        VALUE '00'.
               88  FS-COT-OK                            VALUE '00'.
               88  FS-COT-NAO-EXISTE                    VALUE '35'.
           03  FS-ARQUIVO-SUGESTAO     PIC X(02)        VALUE '00'.
               88  FS-SUG-OK                            VALUE '00'.
               88  FS-SUG-NAO-EXISTE                    VALUE '35'.
           03  FS-ITEM-FORNECEDOR      PIC X(02)        VALUE '00'.
               88  FS-ITF-OK                            VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-FORN-OK                           VALUE '00'.
           03  FS-RELATORIO-COTACOES   PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-FIM-SUGESTOES       PIC X(01)        VALUE 'N'.
               88  FIM-DAS-SUGESTOES                    VALUE 'S'.
           03  IND-FIM-VARREDURA       PIC X(01)        VALUE 'N'.
               88  FIM-DA-VARREDURA                     VALUE 'S'.
           03  IND-HA-SUGESTAO         PIC X(01)        VALUE 'N'.
               88  HA-SUGESTAO                          VALUE 'S'.
           03  IND-SUGESTOES-LIDAS     PIC X(01)        VALUE 'N'.
               88  SUGESTOES-LIDAS                      VALUE 'S'.
           03  IND-COTACAO-VALIDA      PIC X(01)        VALUE 'N'.
               88  COTACAO-VALIDA                       VALUE 'S'.
           03  IND-JA-EM-COTACAO       PIC X(01)        VALUE 'N'.
               88  JA-EM-COTACAO                        VALUE 'S'.
           03  IND-HOUVE-TROCA         PIC X(01)        VALUE 'N'.
               88  HOUVE-TROCA                          VALUE 'S'.
           03  IND-VENCEDORA-VALIDA    PIC X(01)        VALUE 'N'.
               88  VENCEDORA-VALIDA                     VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-DECISAO              PIC X(01)        VALUE ' '.
           03  WS-PROXIMA-COTACAO      PIC 9(06)        VALUE ZEROS.
           03  WS-NUMERO-COTACAO       PIC 9(06)        VALUE ZEROS.
           03  WS-NUMERO-EXISTENTE     PIC 9(06)        VALUE ZEROS.
           03  WS-FORN-CODIGO          PIC X(04)        VALUE SPACES.
           03  WS-FORN-VENCEDOR        PIC X(04)        VALUE SPACES.
           03  WS-GOODS-CODE           PIC X(04)        VALUE SPACES.
           03  WS-FATOR-ATUAL          PIC 9(05)        VALUE 1.
           03  WS-LINHAS-ABERTAS       PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-CUSTO-ED             PIC ZZ.ZZ9,99.
           03  WS-CUSTO-UNID-ED        PIC ZZ.ZZ9,9999.
           03  WS-SUB-ORDENA           PIC S9(04) COMP-5 VALUE ZEROS.
           03  QTD-PASSADAS            PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-SUGESTOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-COTACOES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RESPOSTAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-APURADAS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-GRAVADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *    Linhas de uma cotação, carregadas para a classificação das
      *    respostas (menor custo por unidade de venda primeiro; no
      *    empate, menor prazo de entrega e depois maior prazo de
      *    pagamento). Linha sem preço vai para o fim.
       01  TAB-RESPOSTAS.
           03  CONTA-RESPOSTAS-TAB     PIC S9(04) COMP-5 VALUE ZEROS.
           03  TR-RESPOSTA             OCCURS 50 TIMES
                                       INDEXED BY TR-IDX.
               05  TR-FORN-CODIGO      PIC X(04).
               05  TR-CUSTO-COTADO     PIC 9(05)V99.
               05  TR-UNIDADE-COMPRA   PIC X(03).
               05  TR-FATOR-CONVERSAO  PIC 9(05).
               05  TR-CUSTO-UNIDADE    PIC 9(05)V9999.
               05  TR-PRAZO-ENTREGA    PIC 9(03).
               05  TR-COND-PAGAMENTO   PIC X(20).
               05  TR-PRAZO-PAGAMENTO  PIC 9(03).
               05  TR-SITUACAO         PIC X(01).
               05  TR-ORDEM            PIC 9(15).
           03  TR-RESPOSTA-AUX         PIC X(70).
           03  TR-GOODS-CODE           PIC X(04).
           03  TR-QTDE-SUGERIDA        PIC 9(06).
           03  TR-DATA-ABERTURA        PIC X(10).

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(100)       VALUE
           'COMPARATIVO DE COTACOES DE COMPRA'.

       01  LINHA-COTACAO.
           03  FILLER                  PIC X(09)        VALUE
                                                   'COTACAO: '.
           03  LC-NUMERO               PIC 9(06).
           03  FILLER                  PIC X(08)        VALUE
                                                   '  ITEM: '.
           03  LC-GOODS-CODE           PIC X(04).
           03  FILLER                  PIC X(14)        VALUE
                                                   '  SUGERIDO: '.
           03  LC-QTDE                 PIC ZZZZZ9.
           03  FILLER                  PIC X(13)        VALUE
                                                   '  ABERTURA: '.
           03  LC-DATA-ABERTURA        PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(04)        VALUE 'ORD.'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(06)        VALUE 'FORN.'.
           03  FILLER                  PIC X(20)        VALUE 'NOME'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(13)        VALUE
                                                   'CUSTO COTADO'.
           03  FILLER                  PIC X(12)        VALUE
                                                   'CUSTO UNID.'.
           03  FILLER                  PIC X(06)        VALUE 'ENTR.'.
           03  FILLER                  PIC X(21)        VALUE
                                                   'COND. PAGAMENTO'.
           03  FILLER                  PIC X(06)        VALUE 'PAGTO'.
           03  FILLER                  PIC X(08)        VALUE
                                                   'SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-ORDEM                PIC ZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-FORN-CODIGO          PIC X(06).
           03  LD-FORN-NOME            PIC X(20).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-CUSTO-COTADO         PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-UNIDADE-COMPRA       PIC X(03).
           03  LD-CUSTO-UNIDADE        PIC ZZ.ZZ9,9999.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-PRAZO-ENTREGA        PIC ZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-COND-PAGAMENTO       PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-PRAZO-PAGAMENTO      PIC ZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(10).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-COTACOES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Fluxo sensivel na convencao da casa: a apuracao decide o
      *    fornecedor do pedido, entao exige operador autorizado.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' COTACAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           OPEN I-O COTACOES

           IF  FS-COT-NAO-EXISTE
               OPEN OUTPUT COTACOES
               CLOSE COTACOES
               OPEN I-O COTACOES
           END-IF

           IF  NOT FS-COT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR COTACOES, FILE STATUS: '
                   FS-COTACOES         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM BUSCA-ULTIMO-NUMERO

      *    A sugestao de compras so e necessaria para abrir cotacoes;
      *    sem ela, registro, comparacao e apuracao seguem normais.
           OPEN INPUT ARQUIVO-SUGESTAO

           IF  FS-SUG-OK
               SET HA-SUGESTAO         TO TRUE
           ELSE
               IF  NOT FS-SUG-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ARQUIVO-SUGESTAO, STATUS: '
                       FS-ARQUIVO-SUGESTAO UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT ITEM-FORNECEDOR

           IF  NOT FS-ITF-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ITEM-FORNECEDOR, FILE STATUS: '
                   FS-ITEM-FORNECEDOR  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT FORNECEDORES

           IF  NOT FS-FORN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FORNECEDORES, FILE STATUS: '
                   FS-FORNECEDORES     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-COTACOES

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-COTACOES, FILE STATUS: '
                   FS-RELATORIO-COTACOES UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 5 substituem, na ordem, os caminhos
      *    de COTACOES, ARQUIVO-SUGESTAO, ITEM-FORNECEDOR,
      *    FORNECEDORES e RELATORIO-COTACOES; linha ausente ou em
      *    branco mantém o padrão. Via PARM, aceita apenas o caminho
      *    das cotações.
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

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-ULTIMO-NUMERO         SECTION.
      *----------------------------------------------------------------*
      *    Varre COTACOES pela chave primária e guarda o maior
      *    COT-NUMERO já aberto, para a numeração continuar de onde
      *    parou, como em PEDIDO01.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PROXIMA-COTACAO
           MOVE 'N'                    TO IND-FIM-VARREDURA

           PERFORM UNTIL FIM-DA-VARREDURA
               READ COTACOES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-VARREDURA
               NOT AT END
                   IF  COT-NUMERO      > WS-PROXIMA-COTACAO
                       MOVE COT-NUMERO TO WS-PROXIMA-COTACAO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-COTACOES         SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-COTACOES'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: A=ABRIR R=RESPOSTA C=COMPARAR V=VENCEDORA (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'A'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ABRE-COTACOES
                       END-IF
                   WHEN 'R'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM REGISTRA-RESPOSTA
                       END-IF
                   WHEN 'C'
                       PERFORM COMPARA-COTACAO
                   WHEN 'V'
                       MOVE 'P'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM APURA-VENCEDORA
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           ABRE-COTACOES               SECTION.
      *----------------------------------------------------------------*
      *    Percorre a sugestão de compras uma vez por execução; para
      *    cada item o comprador decide se abre cotação (S), pula
      *    (N) ou encerra a abertura (F). Item com cotação ainda não
      *    apurada não ganha outra.
      *----------------------------------------------------------------*

           IF  NOT HA-SUGESTAO
               DISPLAY NOME-PROGRAMA
                   ' SUGESTAO DE COMPRAS AUSENTE, NADA A ABRIR'
                                       UPON CONSOLE
           ELSE
               IF  SUGESTOES-LIDAS
                   DISPLAY NOME-PROGRAMA
                       ' SUGESTAO JA PERCORRIDA NESTA EXECUCAO'
                                       UPON CONSOLE
               ELSE
                   MOVE ' '            TO WS-DECISAO
                   PERFORM UNTIL FIM-DAS-SUGESTOES
                       READ ARQUIVO-SUGESTAO
                       AT END
                           MOVE 'S'    TO IND-FIM-SUGESTOES
                           SET SUGESTOES-LIDAS
                                       TO TRUE
                       NOT AT END
                           ADD 1       TO CONTA-SUGESTOES
                           PERFORM ABRE-COTACAO-ITEM
                           IF  WS-DECISAO = 'F'
                               MOVE 'S'
                                       TO IND-FIM-SUGESTOES
                               SET SUGESTOES-LIDAS
                                       TO TRUE
                           END-IF
                   END-PERFORM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ABRE-COTACAO-ITEM           SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ITEM ' SUG-GOODS-CODE ' ' SUG-GOODS-NAME
               ' SUGERIDO: ' SUG-QTDE-SUGERIDA UPON CONSOLE

           MOVE SUG-GOODS-CODE         TO WS-GOODS-CODE
           PERFORM VERIFICA-COTACAO-ABERTA

           IF  JA-EM-COTACAO
               DISPLAY 'ITEM JA EM COTACAO: ' WS-NUMERO-EXISTENTE
                                       UPON CONSOLE
           ELSE
               MOVE ' '                TO WS-DECISAO
               PERFORM UNTIL WS-DECISAO = 'S' OR 'N' OR 'F'
                   MOVE 'ABRIR COTACAO? S=SIM N=NAO F=ENCERRA: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-DECISAO
               END-PERFORM

               IF  WS-DECISAO          = 'S'
                   PERFORM GRAVA-LINHAS-COTACAO
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-COTACAO-ABERTA     SECTION.
      *----------------------------------------------------------------*
      *    Procura pela chave alternativa COT-GOODS-CODE alguma linha
      *    do item ainda em aberto (aguardando, respondida ou sem
      *    preço, sem vencedora apurada).
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-JA-EM-COTACAO
           MOVE ZEROS                  TO WS-NUMERO-EXISTENTE
           MOVE WS-GOODS-CODE          TO COT-GOODS-CODE

           START COTACOES
               KEY IS = COT-GOODS-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COTACOES NEXT RECORD
                   PERFORM UNTIL NOT FS-COT-OK
                       OR COT-GOODS-CODE NOT = WS-GOODS-CODE
                       IF  COT-EM-ABERTO
                           SET JA-EM-COTACAO
                                       TO TRUE
                           MOVE COT-NUMERO
                                       TO WS-NUMERO-EXISTENTE
                       END-IF
                       READ COTACOES NEXT RECORD
                   END-PERFORM
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LINHAS-COTACAO        SECTION.
      *----------------------------------------------------------------*
      *    Uma linha por fornecedor do cruzamento, aguardando
      *    resposta, com a unidade de compra e o fator de conversão
      *    do par item x fornecedor no momento da abertura.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-LINHAS-ABERTAS
           ADD 1                       TO WS-PROXIMA-COTACAO

           MOVE SUG-GOODS-CODE         TO ITF-GOODS-CODE
           MOVE LOW-VALUES             TO ITF-FORN-CODIGO

           START ITEM-FORNECEDOR
               KEY IS >= ITF-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ITEM-FORNECEDOR NEXT RECORD
                   PERFORM UNTIL NOT FS-ITF-OK
                       OR ITF-GOODS-CODE NOT = SUG-GOODS-CODE
                       PERFORM GRAVA-LINHA-FORNECEDOR
                       READ ITEM-FORNECEDOR NEXT RECORD
                   END-PERFORM
           END-START

           IF  WS-LINHAS-ABERTAS       = 0
               SUBTRACT 1              FROM WS-PROXIMA-COTACAO
               DISPLAY 'NENHUM FORNECEDOR NO CRUZAMENTO PARA O ITEM: '
                   SUG-GOODS-CODE      UPON CONSOLE
           ELSE
               ADD 1                   TO CONTA-COTACOES
               DISPLAY NOME-PROGRAMA ' COTACAO ABERTA: '
                   WS-PROXIMA-COTACAO ' COM ' WS-LINHAS-ABERTAS
                   ' FORNECEDOR(ES)'   UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LINHA-FORNECEDOR      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-COTACAO
           MOVE WS-PROXIMA-COTACAO     TO COT-NUMERO
           MOVE ITF-FORN-CODIGO        TO COT-FORN-CODIGO
           MOVE SUG-GOODS-CODE         TO COT-GOODS-CODE
           MOVE SUG-QTDE-SUGERIDA      TO COT-QTDE-SUGERIDA
           MOVE DMV-DATA-MOVIMENTO     TO COT-DATA-ABERTURA
           MOVE ZEROS                  TO COT-CUSTO-COTADO
                                          COT-CUSTO-UNIDADE
                                          COT-PRAZO-ENTREGA
                                          COT-PRAZO-PAGAMENTO
                                          COT-PED-NUMERO
           MOVE ITF-UNIDADE-COMPRA     TO COT-UNIDADE-COMPRA
           IF  COT-UNIDADE-COMPRA      = SPACES
               MOVE 'UN'               TO COT-UNIDADE-COMPRA
           END-IF
           MOVE 1                      TO COT-FATOR-CONVERSAO
           IF  ITF-FATOR-CONVERSAO     NUMERIC
               AND ITF-FATOR-CONVERSAO > 0
               MOVE ITF-FATOR-CONVERSAO
                                       TO COT-FATOR-CONVERSAO
           END-IF
           MOVE 'A'                    TO COT-SITUACAO
           MOVE OPR-CODIGO-ATIVO       TO COT-OPERADOR

           WRITE REG-COTACAO
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR COTACOES, FILE STATUS: '
                       FS-COTACOES     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               NOT INVALID KEY
                   ADD 1               TO WS-LINHAS-ABERTAS
                   ADD 1               TO CONTA-GRAVADOS
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-NUMERO-COTACAO     SECTION.
      *----------------------------------------------------------------*
      *    Pede o número e confirma que a cotação existe, posicionando
      *    na primeira linha dela.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-COTACAO-VALIDA

           MOVE 'NUMERO DA COTACAO: '  TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE PRM-VALOR              TO WS-NUMERO-COTACAO

           MOVE WS-NUMERO-COTACAO      TO COT-NUMERO
           MOVE LOW-VALUES             TO COT-FORN-CODIGO

           START COTACOES
               KEY IS >= COT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COTACOES NEXT RECORD
                   IF  FS-COT-OK
                       AND COT-NUMERO  = WS-NUMERO-COTACAO
                       SET COTACAO-VALIDA
                                       TO TRUE
                   END-IF
           END-START

           IF  NOT COTACAO-VALIDA
               DISPLAY 'COTACAO NAO ENCONTRADA: ' WS-NUMERO-COTACAO
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-RESPOSTA           SECTION.
      *----------------------------------------------------------------*
      *    Resposta de um fornecedor, digitada pelo comprador a partir
      *    do telefonema ou do e-mail: custo na unidade de compra do
      *    fornecedor (0 = não cotou), prazo de entrega, condição e
      *    prazo médio de pagamento. Cotação já apurada não aceita
      *    mais respostas.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-NUMERO-COTACAO

           IF  COTACAO-VALIDA
               MOVE 'CODIGO DO FORNECEDOR: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA       TO WS-FORN-CODIGO

               MOVE WS-NUMERO-COTACAO  TO COT-NUMERO
               MOVE WS-FORN-CODIGO     TO COT-FORN-CODIGO

               READ COTACOES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR FORA DA COTACAO: '
                           WS-FORN-CODIGO UPON CONSOLE
                   NOT INVALID KEY
                       IF  COT-EM-ABERTO
                           PERFORM SOLICITA-DADOS-RESPOSTA
                       ELSE
                           DISPLAY 'COTACAO JA APURADA: '
                               WS-NUMERO-COTACAO UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-DADOS-RESPOSTA     SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'ITEM ' COT-GOODS-CODE ' QTDE ' COT-QTDE-SUGERIDA
               ' - UNIDADE DE COMPRA ' COT-UNIDADE-COMPRA
               ' COM ' COT-FATOR-CONVERSAO UPON CONSOLE

           MOVE 'CUSTO COTADO NA UNIDADE DE COMPRA (0 = NAO COTOU): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO

           IF  PRM-VALOR-PRECO         < 0
               OR PRM-VALOR-PRECO      > 99999,99
               DISPLAY 'CUSTO INVALIDO, RESPOSTA NAO REGISTRADA'
                                       UPON CONSOLE
           ELSE
               MOVE PRM-VALOR-PRECO    TO COT-CUSTO-COTADO

               IF  COT-CUSTO-COTADO    = 0
                   MOVE ZEROS          TO COT-CUSTO-UNIDADE
                                          COT-PRAZO-ENTREGA
                                          COT-PRAZO-PAGAMENTO
                   MOVE SPACES         TO COT-COND-PAGAMENTO
                   MOVE 'N'            TO COT-SITUACAO
               ELSE
                   MOVE 1              TO WS-FATOR-ATUAL
                   IF  COT-FATOR-CONVERSAO > 0
                       MOVE COT-FATOR-CONVERSAO
                                       TO WS-FATOR-ATUAL
                   END-IF
                   COMPUTE COT-CUSTO-UNIDADE ROUNDED
                       = COT-CUSTO-COTADO / WS-FATOR-ATUAL

                   MOVE 'PRAZO DE ENTREGA EM DIAS: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   IF  PRM-VALOR       < 0
                       MOVE ZEROS      TO COT-PRAZO-ENTREGA
                   ELSE
                       MOVE PRM-VALOR  TO COT-PRAZO-ENTREGA
                   END-IF

                   MOVE 'CONDICAO DE PAGAMENTO (EX.: 28/56 DDL): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:20))
                                       TO COT-COND-PAGAMENTO

                   MOVE 'PRAZO MEDIO DE PAGAMENTO, DIAS (0 = A VISTA): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   IF  PRM-VALOR       < 0
                       MOVE ZEROS      TO COT-PRAZO-PAGAMENTO
                   ELSE
                       MOVE PRM-VALOR  TO COT-PRAZO-PAGAMENTO
                   END-IF

                   MOVE 'R'            TO COT-SITUACAO
               END-IF

               MOVE DMV-DATA-MOVIMENTO TO COT-DATA-RESPOSTA
               MOVE OPR-CODIGO-ATIVO   TO COT-OPERADOR

               REWRITE REG-COTACAO
               IF  FS-COT-OK
                   ADD 1               TO CONTA-RESPOSTAS
                   DISPLAY NOME-PROGRAMA ' RESPOSTA REGISTRADA: '
                       COT-NUMERO '/' COT-FORN-CODIGO UPON CONSOLE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR COTACAO, FS: '
                       FS-COTACOES     UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-RESPOSTAS           SECTION.
      *----------------------------------------------------------------*
      *    Carrega em TAB-RESPOSTAS as linhas da cotação
      *    WS-NUMERO-COTACAO (já posicionada por
      *    SOLICITA-NUMERO-COTACAO na primeira linha) e as classifica.
      *    A chave de ordem junta custo por unidade, prazo de entrega
      *    e o complemento do prazo de pagamento; linha sem preço
      *    recebe a maior chave possível.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-RESPOSTAS-TAB
           MOVE COT-GOODS-CODE         TO TR-GOODS-CODE
           MOVE COT-QTDE-SUGERIDA      TO TR-QTDE-SUGERIDA
           MOVE COT-DATA-ABERTURA      TO TR-DATA-ABERTURA

           PERFORM UNTIL NOT FS-COT-OK
               OR COT-NUMERO NOT = WS-NUMERO-COTACAO
               OR CONTA-RESPOSTAS-TAB = 50
               ADD 1                   TO CONTA-RESPOSTAS-TAB
               SET TR-IDX              TO CONTA-RESPOSTAS-TAB
               MOVE COT-FORN-CODIGO    TO TR-FORN-CODIGO(TR-IDX)
               MOVE COT-CUSTO-COTADO   TO TR-CUSTO-COTADO(TR-IDX)
               MOVE COT-UNIDADE-COMPRA TO TR-UNIDADE-COMPRA(TR-IDX)
               MOVE COT-FATOR-CONVERSAO
                                       TO TR-FATOR-CONVERSAO(TR-IDX)
               MOVE COT-CUSTO-UNIDADE  TO TR-CUSTO-UNIDADE(TR-IDX)
               MOVE COT-PRAZO-ENTREGA  TO TR-PRAZO-ENTREGA(TR-IDX)
               MOVE COT-COND-PAGAMENTO TO TR-COND-PAGAMENTO(TR-IDX)
               MOVE COT-PRAZO-PAGAMENTO
                                       TO TR-PRAZO-PAGAMENTO(TR-IDX)
               MOVE COT-SITUACAO       TO TR-SITUACAO(TR-IDX)
               IF  COT-CUSTO-COTADO    = 0
                   MOVE 999999999999999
                                       TO TR-ORDEM(TR-IDX)
               ELSE
                   COMPUTE TR-ORDEM(TR-IDX)
                       = COT-CUSTO-UNIDADE * 10000000000
                       + COT-PRAZO-ENTREGA * 1000
                       + (999 - COT-PRAZO-PAGAMENTO)
               END-IF
               READ COTACOES NEXT RECORD
           END-PERFORM

           PERFORM ORDENA-RESPOSTAS

           .

           EXIT.

      *----------------------------------------------------------------*
           ORDENA-RESPOSTAS            SECTION.
      *----------------------------------------------------------------*
      *    Troca entre vizinhos por TR-ORDEM ascendente, como em
      *    ORDENA-POR-URGENCIA de SUGEST01.
      *----------------------------------------------------------------*

           COMPUTE QTD-PASSADAS = CONTA-RESPOSTAS-TAB - 1

           IF  QTD-PASSADAS            > 0
               PERFORM WITH TEST AFTER UNTIL NOT HOUVE-TROCA
                   MOVE 'N'            TO IND-HOUVE-TROCA
                   MOVE 1              TO WS-SUB-ORDENA
                   PERFORM QTD-PASSADAS TIMES
                       IF  TR-ORDEM(WS-SUB-ORDENA)
                           > TR-ORDEM(WS-SUB-ORDENA + 1)
                           MOVE TR-RESPOSTA(WS-SUB-ORDENA)
                                       TO TR-RESPOSTA-AUX
                           MOVE TR-RESPOSTA(WS-SUB-ORDENA + 1)
                                       TO TR-RESPOSTA(WS-SUB-ORDENA)
                           MOVE TR-RESPOSTA-AUX
                                       TO TR-RESPOSTA(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-HOUVE-TROCA
                       END-IF
                       ADD 1           TO WS-SUB-ORDENA
                   END-PERFORM
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           COMPARA-COTACAO             SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-NUMERO-COTACAO

           IF  COTACAO-VALIDA
               PERFORM CARREGA-RESPOSTAS
               PERFORM IMPRIME-COMPARATIVO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-COMPARATIVO         SECTION.
      *----------------------------------------------------------------*
      *    Grava o comparativo classificado em RELATORIO-COTACOES e o
      *    repete no console para o comprador decidir.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-NUMERO-COTACAO      TO LC-NUMERO
           MOVE TR-GOODS-CODE          TO LC-GOODS-CODE
           MOVE TR-QTDE-SUGERIDA       TO LC-QTDE
           MOVE TR-DATA-ABERTURA       TO LC-DATA-ABERTURA
           MOVE LINHA-COTACAO          TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY LINHA-COTACAO       UPON CONSOLE

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > CONTA-RESPOSTAS-TAB
               SET LD-ORDEM            TO TR-IDX
               MOVE TR-FORN-CODIGO(TR-IDX)
                                       TO LD-FORN-CODIGO
                                          FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE 'SEM CADASTRO'
                                       TO FORN-NOME
               END-READ
               MOVE FORN-NOME          TO LD-FORN-NOME
               MOVE TR-CUSTO-COTADO(TR-IDX)
                                       TO LD-CUSTO-COTADO
               MOVE TR-UNIDADE-COMPRA(TR-IDX)
                                       TO LD-UNIDADE-COMPRA
               MOVE TR-CUSTO-UNIDADE(TR-IDX)
                                       TO LD-CUSTO-UNIDADE
               MOVE TR-PRAZO-ENTREGA(TR-IDX)
                                       TO LD-PRAZO-ENTREGA
               MOVE TR-COND-PAGAMENTO(TR-IDX)
                                       TO LD-COND-PAGAMENTO
               MOVE TR-PRAZO-PAGAMENTO(TR-IDX)
                                       TO LD-PRAZO-PAGAMENTO
               EVALUATE TR-SITUACAO(TR-IDX)
                   WHEN 'A'
                       MOVE 'AGUARDANDO'
                                       TO LD-SITUACAO
                   WHEN 'R'
                       MOVE 'RESPONDIDA'
                                       TO LD-SITUACAO
                   WHEN 'N'
                       MOVE 'SEM PRECO'
                                       TO LD-SITUACAO
                   WHEN 'V'
                       MOVE 'VENCEDORA'
                                       TO LD-SITUACAO
                   WHEN 'P'
                       MOVE 'PERDEDORA'
                                       TO LD-SITUACAO
                   WHEN 'U'
                       MOVE 'PEDIDO'   TO LD-SITUACAO
                   WHEN OTHER
                       MOVE SPACES     TO LD-SITUACAO
               END-EVALUATE
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY LINHA-DETALHE   UPON CONSOLE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-VENCEDORA             SECTION.
      *----------------------------------------------------------------*
      *    Mostra o comparativo e pede o fornecedor vencedor ('*'
      *    aceita o primeiro da classificação; o comprador pode
      *    preferir outro, por prazo ou relacionamento). A vencedora
      *    fica 'V' e todas as demais linhas 'P', mantidas no arquivo
      *    para auditoria da decisão.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-NUMERO-COTACAO

           IF  COTACAO-VALIDA
               PERFORM CARREGA-RESPOSTAS

               IF  NOT (TR-SITUACAO(1) = 'A' OR 'R' OR 'N')
                   DISPLAY 'COTACAO JA APURADA: ' WS-NUMERO-COTACAO
                                       UPON CONSOLE
               ELSE
                   IF  TR-CUSTO-COTADO(1) = 0
                       DISPLAY 'COTACAO SEM NENHUMA RESPOSTA COM PRECO'
                                       UPON CONSOLE
                   ELSE
                       PERFORM IMPRIME-COMPARATIVO
                       PERFORM SOLICITA-VENCEDOR
                       IF  VENCEDORA-VALIDA
                           PERFORM GRAVA-APURACAO
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-VENCEDOR           SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-VENCEDORA-VALIDA

           MOVE 'FORNECEDOR VENCEDOR (* = 1O, BRANCO DESISTE): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-FORN-VENCEDOR

           IF  WS-FORN-VENCEDOR(1:1)   = '*'
               MOVE TR-FORN-CODIGO(1)  TO WS-FORN-VENCEDOR
           END-IF

           IF  WS-FORN-VENCEDOR        NOT = SPACES
               SET TR-IDX              TO 1
               SEARCH TR-RESPOSTA
                   AT END
                       DISPLAY 'FORNECEDOR FORA DA COTACAO: '
                           WS-FORN-VENCEDOR UPON CONSOLE
                   WHEN TR-IDX         > CONTA-RESPOSTAS-TAB
                       DISPLAY 'FORNECEDOR FORA DA COTACAO: '
                           WS-FORN-VENCEDOR UPON CONSOLE
                   WHEN TR-FORN-CODIGO(TR-IDX) = WS-FORN-VENCEDOR
                       IF  TR-CUSTO-COTADO(TR-IDX) = 0
                           DISPLAY 'FORNECEDOR SEM PRECO NA COTACAO: '
                               WS-FORN-VENCEDOR UPON CONSOLE
                       ELSE
                           SET VENCEDORA-VALIDA
                                       TO TRUE
                       END-IF
               END-SEARCH
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-APURACAO              SECTION.
      *----------------------------------------------------------------*

           MOVE WS-NUMERO-COTACAO      TO COT-NUMERO
           MOVE LOW-VALUES             TO COT-FORN-CODIGO
           MOVE 'N'                    TO IND-FIM-VARREDURA

           START COTACOES
               KEY IS >= COT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-VARREDURA
           END-START

           PERFORM UNTIL FIM-DA-VARREDURA
               READ COTACOES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-VARREDURA
               NOT AT END
                   IF  COT-NUMERO      NOT = WS-NUMERO-COTACAO
                       MOVE 'S'        TO IND-FIM-VARREDURA
                   ELSE
                       IF  COT-FORN-CODIGO = WS-FORN-VENCEDOR
                           MOVE 'V'    TO COT-SITUACAO
                       ELSE
                           MOVE 'P'    TO COT-SITUACAO
                       END-IF
                       MOVE OPR-CODIGO-ATIVO
                                       TO COT-OPERADOR
                       REWRITE REG-COTACAO
                       IF  NOT FS-COT-OK
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR COTACAO, FS: '
                               FS-COTACOES UPON CONSOLE
                           PERFORM FIM-ENCERRA-ANORMAL
                       END-IF
                   END-IF
           END-PERFORM

           ADD 1                       TO CONTA-APURADAS
           DISPLAY NOME-PROGRAMA ' COTACAO ' WS-NUMERO-COTACAO
               ' APURADA - VENCEDOR: ' WS-FORN-VENCEDOR UPON CONSOLE

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

           CLOSE COTACOES
           CLOSE ARQUIVO-SUGESTAO
           CLOSE ITEM-FORNECEDOR
           CLOSE FORNECEDORES
           CLOSE RELATORIO-COTACOES

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' COTACOES ABERTAS: ' CONTA-COTACOES
               ' RESPOSTAS: ' CONTA-RESPOSTAS
               ' APURADAS: ' CONTA-APURADAS UPON CONSOLE

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE COTACOES

           IF  HA-SUGESTAO
               CLOSE ARQUIVO-SUGESTAO
           END-IF

           CLOSE ITEM-FORNECEDOR

           CLOSE FORNECEDORES

           CLOSE RELATORIO-COTACOES

           MOVE 'RELATORIO-COTACOES'   TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-SUGESTOES + CONTA-RESPOSTAS + CONTA-APURADAS
           MOVE CONTA-GRAVADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
