      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Importação da tabela de preços do fornecedor: lê o
      *    arquivo TABELA-PRECOS enviado pelo fornecedor (uma linha
      *    por item, com o código do item na tabela dele e o custo
      *    na unidade de compra) e atualiza ITF-ULTIMO-CUSTO nas
      *    linhas do cruzamento ITEM-FORNECEDOR (ITFORN01) daquele
      *    fornecedor cujo ITF-CODIGO-NO-FORN confere. Código que
      *    não está no cruzamento é recusado e listado. Em
      *    RELATORIO-IMPORTACAO sai uma linha por item da tabela,
      *    com o aumento acima do limite de PARAMS.TXT sinalizado; em
      *    RELATORIO-MARGEM, para a área comercial, os itens cujo
      *    novo custo rompe a margem do GOODS-PRICE atual (custo
      *    igual ou acima do preço, ou margem abaixo da margem-alvo
      *    do item ou do departamento). Toda mudança de custo vai
      *    para o log de alterações dos mestres (copybooks ALT*),
      *    com o operador assinado.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-IMPORTACAO e RELATORIO-MARGEM passam a ser
      *    registrados, ao serem fechados, no repositorio de relatorios
      *    (copybooks RRL*): copia guardada e indexada por programa,
      *    nome, data de movimento e operador, para consulta e
      *    reimpressao em RELREP01.
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): a importacao pede no sign-on a funcao A
      *    (alterar) deste programa ao perfil do operador; a recusa vai
      *    para a trilha de auditoria.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     IMPPRE01.
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
           SELECT TABELA-PRECOS ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TABELA-PRECOS.

           SELECT ITEM-FORNECEDOR ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITF-CHAVE
           FILE STATUS IS FS-ITEM-FORNECEDOR.

           SELECT FORNECEDORES ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FS-FORNECEDORES.

           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT DEPARTAMENTOS ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-DEPARTAMENTOS.

           SELECT MARGENS-ITEM ASSIGN TO OPE06
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MGI-GOODS-CODE
           FILE STATUS IS FS-MARGENS-ITEM.

           SELECT ITENS-PESAVEIS ASSIGN TO OPE07
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSV-GOODS-CODE
           FILE STATUS IS FS-ITENS-PESAVEIS.

           SELECT RELATORIO-IMPORTACAO ASSIGN TO OPE08
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-IMPORTACAO.

           SELECT RELATORIO-MARGEM ASSIGN TO OPE09
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-MARGEM.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY ALTCTL.

           COPY PRSCTL.

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
      *    Tabela de preços do fornecedor: código do item na tabela
      *    dele, custo na unidade de compra e a descrição que ele dá
      *    ao item (só informativa).
       FD  TABELA-PRECOS.
       01  REG-TABELA-PRECOS.
           03  TAB-CODIGO-NO-FORN      PIC X(15).
           03  FILLER                  PIC X(01).
           03  TAB-CUSTO               PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  TAB-DESCRICAO           PIC X(30).

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

       FD  ITENS-PESAVEIS.
       01  REG-ITEM-PESAVEL.
           03  PSV-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PSV-TIPO-ETIQUETA       PIC X(01).

       FD  RELATORIO-IMPORTACAO.
       01  REG-RELATORIO               PIC X(100).

       FD  RELATORIO-MARGEM.
       01  REG-RELATORIO-MARGEM        PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY ALTFD.

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'IMPPRE01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY PRSDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\TABPRECO.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\ITEMFORN.dat".
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\FORNECED.dat'.
           03  OPE04                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE05                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DEPARTAM.dat".
           03  OPE06                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\MARGITEM.dat".
           03  OPE07                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PESAVEIS.dat".
           03  OPE08                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELIMPPR.TXT".
           03  OPE09                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELMRGIM.TXT".
           03  FS-TABELA-PRECOS        PIC X(02)        VALUE '00'.
               88  FS-TAB-OK                            VALUE '00'.
           03  FS-ITEM-FORNECEDOR      PIC X(02)        VALUE '00'.
               88  FS-ITF-OK                            VALUE '00'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-FORN-OK                           VALUE '00'.
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-DEPARTAMENTOS        PIC X(02)        VALUE '00'.
               88  FS-DEP-OK                            VALUE '00'.
               88  FS-DEP-NAO-EXISTE                    VALUE '35'.
           03  FS-MARGENS-ITEM         PIC X(02)        VALUE '00'.
               88  FS-MGI-OK                            VALUE '00'.
               88  FS-MGI-NAO-EXISTE                    VALUE '35'.
           03  FS-ITENS-PESAVEIS       PIC X(02)        VALUE '00'.
               88  FS-PSV-OK                            VALUE '00'.
               88  FS-PSV-NAO-EXISTE                    VALUE '35'.
           03  FS-RELATORIO-IMPORTACAO PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-RELATORIO-MARGEM     PIC X(02)        VALUE '00'.
               88  FS-RMG-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-HA-DEPARTAMENTOS    PIC X(01)        VALUE 'N'.
               88  HA-DEPARTAMENTOS                     VALUE 'S'.
           03  IND-HA-MARGENS-ITEM     PIC X(01)        VALUE 'N'.
               88  HA-MARGENS-ITEM                      VALUE 'S'.
           03  IND-HA-PESAVEIS         PIC X(01)        VALUE 'N'.
               88  HA-PESAVEIS                          VALUE 'S'.
           03  IND-FIM-TABELA          PIC X(01)        VALUE 'N'.
               88  FIM-DA-TABELA                        VALUE 'S'.
           03  IND-FIM-CRUZAMENTO      PIC X(01)        VALUE 'N'.
               88  FIM-DO-CRUZAMENTO                    VALUE 'S'.
           03  IND-AUMENTO-ALTO        PIC X(01)        VALUE 'N'.
               88  AUMENTO-ALTO                         VALUE 'S'.
           03  IND-ROMPE-MARGEM        PIC X(01)        VALUE 'N'.
               88  ROMPE-MARGEM                         VALUE 'S'.
           03  WS-FORN-IMPORTACAO      PIC X(04)        VALUE SPACES.
           03  WS-ACHADOS              PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-SUB-CRUZAMENTO       PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-CUSTO-ANTERIOR       PIC 9(05)V99     VALUE ZEROS.
           03  WS-VARIACAO             PIC S9(05)V99    VALUE ZEROS.
           03  WS-AUMENTO-MAXIMO       PIC 9(03)V99     VALUE 10,00.
           03  WS-FATOR-UNIDADE        PIC 9(04)        VALUE 1.
           03  WS-FATOR-ATUAL          PIC 9(05)        VALUE 1.
           03  WS-CUSTO-UNIDADE        PIC 9(07)V9999   VALUE ZEROS.
           03  WS-MARGEM-ATUAL         PIC S9(05)V99    VALUE ZEROS.
           03  WS-MARGEM-ALVO          PIC 9(02)V99     VALUE ZEROS.
           03  WS-CUSTO-ED             PIC ZZ.ZZ9,99.
           03  CONTA-LINHAS-LIDAS      PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ATUALIZADOS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-ALTERACAO     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-RECUSADOS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-AUMENTOS-ALTOS    PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-MARGEM-ROMPIDA    PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CRUZAMENTOS       PIC S9(05) COMP-5 VALUE ZEROS.

      *    Linhas do cruzamento do fornecedor importado, pelo código
      *    do item na tabela dele; o mesmo código pode servir a mais
      *    de um item nosso.
       01  TAB-CRUZAMENTO.
           03  TCZ-LINHA               OCCURS 2000 TIMES
                                       INDEXED BY TCZ-IDX.
               05  TCZ-CODIGO-NO-FORN  PIC X(15).
               05  TCZ-GOODS-CODE      PIC X(04).

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(40)        VALUE
           'IMPORTACAO DE TABELA DE PRECOS - FORN. '.
           03  LC-FORN-CODIGO          PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LC-FORN-NOME            PIC X(30).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(16)        VALUE
                                                   'CODIGO NO FORN'.
           03  FILLER                  PIC X(06)        VALUE 'ITEM'.
           03  FILLER                  PIC X(11)        VALUE
                                                   '   ANTERIOR'.
           03  FILLER                  PIC X(11)        VALUE
                                                   '       NOVO'.
           03  FILLER                  PIC X(10)        VALUE
                                                   '   VAR %'.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  FILLER                  PIC X(30)        VALUE
                                                   'SITUACAO'.

       01  LINHA-DETALHE.
           03  LD-CODIGO-NO-FORN       PIC X(15).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LD-GOODS-CODE           PIC X(04).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-CUSTO-ANTERIOR       PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-CUSTO-NOVO           PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-VARIACAO             PIC -ZZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-SITUACAO             PIC X(30).

       01  LINHA-CABECALHO-MARGEM.
           03  FILLER                  PIC X(49)        VALUE
           'ITENS COM MARGEM ROMPIDA PELO NOVO CUSTO - FORN. '.
           03  LCM-FORN-CODIGO         PIC X(04).

       01  LINHA-SUBCABECALHO-MARGEM.
           03  FILLER                  PIC X(06)        VALUE 'ITEM'.
           03  FILLER                  PIC X(31)        VALUE
                                                   'DESCRICAO'.
           03  FILLER                  PIC X(11)        VALUE
                                                   '      PRECO'.
           03  FILLER                  PIC X(13)        VALUE
                                                   '   CUSTO UNID'.
           03  FILLER                  PIC X(10)        VALUE
                                                   '  MARGEM %'.
           03  FILLER                  PIC X(10)        VALUE
                                                   '    ALVO %'.

       01  LINHA-DETALHE-MARGEM.
           03  LDM-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-GOODS-NAME          PIC X(30).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-PRECO               PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-CUSTO-UNIDADE       PIC ZZZ.ZZ9,9999.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-MARGEM              PIC -ZZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LDM-MARGEM-ALVO         PIC ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(16)        VALUE
                                       'LINHAS LIDAS: '.
           03  LR-LIDAS                PIC ZZZZZ9.
           03  FILLER                  PIC X(16)        VALUE
                                       '  ATUALIZADOS: '.
           03  LR-ATUALIZADOS          PIC ZZZZZ9.
           03  FILLER                  PIC X(18)        VALUE
                                       '  SEM ALTERACAO: '.
           03  LR-SEM-ALTERACAO        PIC ZZZZZ9.
           03  FILLER                  PIC X(15)        VALUE
                                       '  RECUSADOS: '.
           03  LR-RECUSADOS            PIC ZZZZZ9.

       01  LINHA-RODAPE-2.
           03  FILLER                  PIC X(27)        VALUE
                                       'AUMENTOS ACIMA DO LIMITE: '.
           03  LR-AUMENTOS-ALTOS       PIC ZZZZZ9.
           03  FILLER                  PIC X(10)        VALUE
                                       ' (LIMITE '.
           03  LR-AUMENTO-MAXIMO       PIC ZZ9,99.
           03  FILLER                  PIC X(21)        VALUE
                                       '%)  MARGEM ROMPIDA: '.
           03  LR-MARGEM-ROMPIDA       PIC ZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM CARREGA-CRUZAMENTO

           PERFORM PROCESSA

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Regrava custo no cruzamento, mestre de compras: exige
      *    operador assinado e autorizado, e toda mudanca vai para o
      *    log de alteracoes.
           MOVE 'A'                    TO OPR-FUNCAO-SOLICITADA
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' IMPORTACAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'ITEMFORN'             TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           PERFORM CARREGA-LIMITE

           OPEN INPUT FORNECEDORES

           IF  NOT FS-FORN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FORNECEDORES, FILE STATUS: '
                   FS-FORNECEDORES     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-FORN-IMPORTACAO     TO FORN-CODIGO
           READ FORNECEDORES
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' FORNECEDOR DA TABELA NAO CADASTRADO: '
                       WS-FORN-IMPORTACAO UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-READ

           OPEN INPUT TABELA-PRECOS

           IF  NOT FS-TAB-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR TABELA-PRECOS, FILE STATUS: '
                   FS-TABELA-PRECOS    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O ITEM-FORNECEDOR

           IF  NOT FS-ITF-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ITEM-FORNECEDOR, FILE STATUS: '
                   FS-ITEM-FORNECEDOR  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem departamentos nem margens por item so o custo acima do
      *    preco rompe a margem; sem pesaveis, todo item e vendido
      *    por unidade.
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

           OPEN OUTPUT RELATORIO-IMPORTACAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-IMPORTACAO, STATUS: '
                   FS-RELATORIO-IMPORTACAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-MARGEM

           IF  NOT FS-RMG-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-MARGEM, FILE STATUS: '
                   FS-RELATORIO-MARGEM UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-FORN-IMPORTACAO     TO LC-FORN-CODIGO
                                          LCM-FORN-CODIGO
           MOVE FORN-NOME              TO LC-FORN-NOME

           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-CABECALHO-MARGEM TO REG-RELATORIO-MARGEM
           WRITE REG-RELATORIO-MARGEM

           MOVE LINHA-SUBCABECALHO-MARGEM
                                       TO REG-RELATORIO-MARGEM
           WRITE REG-RELATORIO-MARGEM

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linha 1 com o código do fornecedor da tabela
      *    (FORN-CODIGO, obrigatório); linhas 2 a 10 substituem, na
      *    ordem, os caminhos de TABELA-PRECOS, ITEM-FORNECEDOR,
      *    FORNECEDORES, ARQUIVO-ENTRADA, DEPARTAMENTOS,
      *    MARGENS-ITEM, ITENS-PESAVEIS, RELATORIO-IMPORTACAO e
      *    RELATORIO-MARGEM. Via PARM (COMMAND-LINE), aceita apenas o
      *    fornecedor.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO WS-FORN-IMPORTACAO
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO WS-FORN-IMPORTACAO
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
                       MOVE REG-PARM   TO OPE07
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE08
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE09
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           IF  WS-FORN-IMPORTACAO      = SPACES
               DISPLAY NOME-PROGRAMA
                   ' FORNECEDOR DA TABELA NAO INFORMADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-LIMITE              SECTION.
      *----------------------------------------------------------------*
      *    Aumento de custo acima deste percentual sai sinalizado: a
      *    vigencia IMPPRECO-AUMENTO-MAX de PARAMS.TXT (PARAME01) na
      *    data de hoje, ou o padrao de WORKING-STORAGE.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DTH-DATA-ATUAL-RED     TO PRS-DATA-REFERENCIA
           MOVE 'IMPPRECO-AUMENTO-MAX' TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-AUMENTO-MAXIMO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-CRUZAMENTO          SECTION.
      *----------------------------------------------------------------*
      *    O cruzamento é chaveado por item + fornecedor; as linhas
      *    do fornecedor importado com código na tabela dele vão para
      *    TAB-CRUZAMENTO, consultada pelo código de cada linha.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CARREGA-CRUZAMENTO'

           MOVE LOW-VALUES             TO ITF-CHAVE

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
                   IF  ITF-FORN-CODIGO = WS-FORN-IMPORTACAO
                       AND ITF-CODIGO-NO-FORN NOT = SPACES
                       IF  CONTA-CRUZAMENTOS < 2000
                           ADD 1       TO CONTA-CRUZAMENTOS
                           SET TCZ-IDX TO CONTA-CRUZAMENTOS
                           MOVE ITF-CODIGO-NO-FORN
                               TO TCZ-CODIGO-NO-FORN(TCZ-IDX)
                           MOVE ITF-GOODS-CODE
                               TO TCZ-GOODS-CODE(TCZ-IDX)
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' CRUZAMENTO EXCEDE A TABELA, ITEM '
                               ITF-GOODS-CODE ' IGNORADO'
                                       UPON CONSOLE
                       END-IF
                   END-IF
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' ITENS DO FORNECEDOR NO CRUZAMENTO: '
               CONTA-CRUZAMENTOS       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           PERFORM UNTIL FIM-DA-TABELA
               READ TABELA-PRECOS
               AT END
                   MOVE 'S'            TO IND-FIM-TABELA
               NOT AT END
                   ADD 1               TO CONTA-LINHAS-LIDAS
                   PERFORM IMPORTA-LINHA
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPORTA-LINHA               SECTION.
      *----------------------------------------------------------------*
      *    Custo não numérico ou zerado recusa a linha; código fora
      *    do cruzamento do fornecedor é recusado e listado. Achado,
      *    cada item nosso com aquele código recebe o novo custo.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LINHA-DETALHE
           MOVE TAB-CODIGO-NO-FORN     TO LD-CODIGO-NO-FORN
           MOVE ZEROS                  TO LD-CUSTO-ANTERIOR
                                          LD-VARIACAO

           IF  TAB-CUSTO               NOT NUMERIC
               OR TAB-CUSTO            = 0
               ADD 1                   TO CONTA-RECUSADOS
               MOVE ZEROS              TO LD-CUSTO-NOVO
               MOVE 'RECUSADO: CUSTO INVALIDO'
                                       TO LD-SITUACAO
               MOVE LINHA-DETALHE      TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE TAB-CUSTO          TO LD-CUSTO-NOVO
               MOVE ZEROS              TO WS-ACHADOS
               MOVE 1                  TO WS-SUB-CRUZAMENTO
               PERFORM CONTA-CRUZAMENTOS TIMES
                   IF  TCZ-CODIGO-NO-FORN(WS-SUB-CRUZAMENTO)
                       = TAB-CODIGO-NO-FORN
                       ADD 1           TO WS-ACHADOS
                       PERFORM ATUALIZA-CUSTO-ITEM
                   END-IF
                   ADD 1               TO WS-SUB-CRUZAMENTO
               END-PERFORM

               IF  WS-ACHADOS          = 0
                   ADD 1               TO CONTA-RECUSADOS
                   MOVE SPACES         TO LD-GOODS-CODE
                   MOVE 'RECUSADO: CODIGO DESCONHECIDO'
                                       TO LD-SITUACAO
                   MOVE LINHA-DETALHE  TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   DISPLAY NOME-PROGRAMA ' CODIGO DESCONHECIDO: '
                       TAB-CODIGO-NO-FORN ' ' TAB-DESCRICAO
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ATUALIZA-CUSTO-ITEM         SECTION.
      *----------------------------------------------------------------*
      *    Regrava ITF-ULTIMO-CUSTO do item em WS-SUB-CRUZAMENTO com
      *    o custo da tabela, registra a mudança no log de alterações
      *    e sinaliza o aumento acima do limite; depois confere a
      *    margem do item contra o preço de venda atual.
      *----------------------------------------------------------------*

           MOVE TCZ-GOODS-CODE(WS-SUB-CRUZAMENTO)
                                       TO ITF-GOODS-CODE
                                          LD-GOODS-CODE
           MOVE WS-FORN-IMPORTACAO     TO ITF-FORN-CODIGO
           MOVE 'N'                    TO IND-AUMENTO-ALTO

           READ ITEM-FORNECEDOR
               INVALID KEY
                   ADD 1               TO CONTA-RECUSADOS
                   MOVE 'RECUSADO: CRUZAMENTO EXCLUIDO'
                                       TO LD-SITUACAO
               NOT INVALID KEY
                   MOVE ITF-ULTIMO-CUSTO
                                       TO WS-CUSTO-ANTERIOR
                   MOVE WS-CUSTO-ANTERIOR
                                       TO LD-CUSTO-ANTERIOR
                   MOVE ZEROS          TO WS-VARIACAO
                   IF  WS-CUSTO-ANTERIOR > 0
                       COMPUTE WS-VARIACAO ROUNDED
                           = (TAB-CUSTO - WS-CUSTO-ANTERIOR) * 100
                           / WS-CUSTO-ANTERIOR
                           ON SIZE ERROR
                               MOVE 9999,99
                                       TO WS-VARIACAO
                       END-COMPUTE
                   END-IF
                   MOVE WS-VARIACAO    TO LD-VARIACAO

                   IF  TAB-CUSTO       = WS-CUSTO-ANTERIOR
                       ADD 1           TO CONTA-SEM-ALTERACAO
                       MOVE 'SEM ALTERACAO'
                                       TO LD-SITUACAO
                   ELSE
                       MOVE TAB-CUSTO  TO ITF-ULTIMO-CUSTO
                       REWRITE REG-ITEM-FORNECEDOR
                       IF  FS-ITF-OK
                           ADD 1       TO CONTA-ATUALIZADOS
                           PERFORM REGISTRA-ALTERACAO
                           IF  WS-VARIACAO > WS-AUMENTO-MAXIMO
                               SET AUMENTO-ALTO TO TRUE
                               ADD 1   TO CONTA-AUMENTOS-ALTOS
                               MOVE 'ATUALIZADO: AUMENTO ACIMA LIMITE'
                                       TO LD-SITUACAO
                           ELSE
                               MOVE 'ATUALIZADO'
                                       TO LD-SITUACAO
                           END-IF
                           PERFORM CONFERE-MARGEM
                       ELSE
                           ADD 1       TO CONTA-RECUSADOS
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR ITEM-FORNECEDOR, FS: '
                               FS-ITEM-FORNECEDOR UPON CONSOLE
                           MOVE 'RECUSADO: ERRO DE REGRAVACAO'
                                       TO LD-SITUACAO
                       END-IF
                   END-IF
           END-READ

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-ALTERACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE ITF-CHAVE              TO ALT-CHAVE-ATUAL
           MOVE 'ITF-ULTIMO-CUSTO'     TO ALT-CAMPO-ATUAL
           MOVE WS-CUSTO-ANTERIOR      TO WS-CUSTO-ED
           MOVE WS-CUSTO-ED            TO ALT-VALOR-ANTES
           MOVE TAB-CUSTO              TO WS-CUSTO-ED
           MOVE WS-CUSTO-ED            TO ALT-VALOR-DEPOIS
           PERFORM ALT-GRAVA-CAMPO

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-MARGEM              SECTION.
      *----------------------------------------------------------------*
      *    Custo novo por unidade de venda (pesável levado ao quilo,
      *    como em SUGPRE01) contra o GOODS-PRICE atual: margem sobre
      *    o preço abaixo da margem-alvo do item (MARGENS-ITEM) ou do
      *    departamento, ou custo igual ou acima do preço, lista o
      *    item para a área comercial.
      *----------------------------------------------------------------*

           MOVE ITF-GOODS-CODE         TO GOODS-CODE
           MOVE 'N'                    TO IND-ROMPE-MARGEM

           READ ARQUIVO-ENTRADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1              TO WS-FATOR-UNIDADE
                   IF  HA-PESAVEIS
                       MOVE GOODS-CODE TO PSV-GOODS-CODE
                       READ ITENS-PESAVEIS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1000
                                       TO WS-FATOR-UNIDADE
                       END-READ
                   END-IF

                   MOVE 1              TO WS-FATOR-ATUAL
                   IF  ITF-FATOR-CONVERSAO NUMERIC
                       AND ITF-FATOR-CONVERSAO > 0
                       MOVE ITF-FATOR-CONVERSAO
                                       TO WS-FATOR-ATUAL
                   END-IF
                   COMPUTE WS-CUSTO-UNIDADE ROUNDED
                       = TAB-CUSTO * WS-FATOR-UNIDADE
                       / WS-FATOR-ATUAL

                   PERFORM OBTEM-MARGEM-ALVO

                   MOVE ZEROS          TO WS-MARGEM-ATUAL
                   IF  GOODS-PRICE     > 0
                       COMPUTE WS-MARGEM-ATUAL ROUNDED
                           = (GOODS-PRICE - WS-CUSTO-UNIDADE) * 100
                           / GOODS-PRICE
                           ON SIZE ERROR
                               MOVE -999,99
                                       TO WS-MARGEM-ATUAL
                       END-COMPUTE
                   END-IF

                   IF  WS-CUSTO-UNIDADE >= GOODS-PRICE
                       OR (WS-MARGEM-ALVO > 0
                           AND WS-MARGEM-ATUAL < WS-MARGEM-ALVO)
                       SET ROMPE-MARGEM TO TRUE
                   END-IF

                   IF  ROMPE-MARGEM
                       ADD 1           TO CONTA-MARGEM-ROMPIDA
                       MOVE GOODS-CODE TO LDM-GOODS-CODE
                       MOVE GOODS-NAME TO LDM-GOODS-NAME
                       MOVE GOODS-PRICE
                                       TO LDM-PRECO
                       MOVE WS-CUSTO-UNIDADE
                                       TO LDM-CUSTO-UNIDADE
                       MOVE WS-MARGEM-ATUAL
                                       TO LDM-MARGEM
                       MOVE WS-MARGEM-ALVO
                                       TO LDM-MARGEM-ALVO
                       MOVE LINHA-DETALHE-MARGEM
                                       TO REG-RELATORIO-MARGEM
                       WRITE REG-RELATORIO-MARGEM
                   END-IF
           END-READ

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
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY PRSPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE TABELA-PRECOS
           CLOSE ITEM-FORNECEDOR
           CLOSE FORNECEDORES
           CLOSE ARQUIVO-ENTRADA
           CLOSE DEPARTAMENTOS
           CLOSE MARGENS-ITEM
           CLOSE ITENS-PESAVEIS
           CLOSE RELATORIO-IMPORTACAO
           CLOSE RELATORIO-MARGEM
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE CONTA-LINHAS-LIDAS     TO LR-LIDAS
           MOVE CONTA-ATUALIZADOS      TO LR-ATUALIZADOS
           MOVE CONTA-SEM-ALTERACAO    TO LR-SEM-ALTERACAO
           MOVE CONTA-RECUSADOS        TO LR-RECUSADOS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-AUMENTOS-ALTOS   TO LR-AUMENTOS-ALTOS
           MOVE WS-AUMENTO-MAXIMO      TO LR-AUMENTO-MAXIMO
           MOVE CONTA-MARGEM-ROMPIDA   TO LR-MARGEM-ROMPIDA
           MOVE LINHA-RODAPE-2         TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE TABELA-PRECOS

           CLOSE ITEM-FORNECEDOR

           CLOSE FORNECEDORES

           CLOSE ARQUIVO-ENTRADA

           IF  HA-DEPARTAMENTOS
               CLOSE DEPARTAMENTOS
           END-IF

           IF  HA-MARGENS-ITEM
               CLOSE MARGENS-ITEM
           END-IF

           IF  HA-PESAVEIS
               CLOSE ITENS-PESAVEIS
           END-IF

           CLOSE RELATORIO-IMPORTACAO

           MOVE 'RELATORIO-IMPORTACAO' TO RRL-NOME-ATUAL
           MOVE OPE08                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE RELATORIO-MARGEM

           MOVE 'RELATORIO-MARGEM'     TO RRL-NOME-ATUAL
           MOVE OPE09                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM ALT-FECHA-LOG

           MOVE CONTA-LINHAS-LIDAS     TO AUD-QTDE-LIDOS
           MOVE CONTA-ATUALIZADOS      TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
