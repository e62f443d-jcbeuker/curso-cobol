      * Date: 29.01.2019
      * Purpose: EXEMPLO - USO DE ASSIGN COM VARIÁVEL LENDO ARQUIVO
      *----------------------------------------------------------------*
      * VERSAO 38 - RELATORIO-GOODS e RELATORIO-MANUTENCAO passam a ser
      *    registrados, ao serem fechados, no repositorio de relatorios
      *    (copybooks RRL*): copia guardada e indexada por programa,
      *    nome, data de movimento e operador, para consulta e
      *    reimpressao em RELREP01.
      * VERSAO 37 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): a manutencao de precos e as transacoes de
      *    catalogo pedem no sign-on a funcao A (alterar) deste programa
      *    ao perfil do operador, em vez da marca unica de autorizacao;
      *    a recusa vai para a trilha de auditoria.
      * VERSAO 36 - GOODS-RECORD ganhou GOODS-MINIMO-LOJA, a
      *    quantidade minima de prateleira do item, aceita na
      *    inclusao e na alteracao por transacao pela nova coluna
      *    TRN-MINIMO-LOJA e lida pela sugestao noturna de reposicao
      *    REPOS01.
      * VERSAO 35 - O modo TRANSACOES passou a gravar no kardex
      *    (copybooks KDX*) o saldo inicial (SI) do item incluido com
      *    estoque e o acerto (AJ) do estoque alterado por transacao,
      *    com o GOODS-STOCK resultante como saldo.
      * VERSAO 34 - As linhas por pagina da listagem
      *    (PAG-LINHAS-POR-PAGINA) passaram a vir da vigencia
      *    LINHAS-POR-PAGINA de PARAMS.TXT (copybooks PRS*), lida na
           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.

      *
      *----------------------------------------------------------------*
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  ARQUIVO-EXCECOES.
       01  REG-EXCECAO.
           03  TRN-CD-TRIBUTACAO       PIC X(01).
           03  FILLER                  PIC X(01).
           03  TRN-ALIQ-ICMS           PIC 9(2)V99.
           03  FILLER                  PIC X(01).
           03  TRN-MINIMO-LOJA         PIC 9(05).

       FD  RELATORIO-MANUTENCAO.
       01  REG-REL-MANUTENCAO          PIC X(80).
           03  FILLER                  PIC X(20).

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.

       COPY PRMFD.

       COPY PRSFD.

       COPY KDXFD.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'ARQUIVO'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS038'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY TRVDADOS.
       COPY PAGDADOS.
       COPY PRSDADOS.
       COPY KDXDADOS.

      *    Campos do formulario de tela cheia da manutencao de
      *    precos e a linha de mensagem da validacao de campo.
               88  FS-HIST-OK                           VALUE '00'.
               88  FS-HIST-NAO-EXISTE                   VALUE '35'.
           03  WS-PRECO-ANTERIOR       PIC 9(5)V99      VALUE ZEROS.
           03  WS-ESTOQUE-ANTERIOR     PIC 9(05)        VALUE ZEROS.
           03  WS-DEPTO-FILTRO         PIC X(02)        VALUE SPACES.
           03  WS-ITEM-DIGITADO        PIC X(13)        VALUE SPACES.
           03  IND-EAN-VALIDO          PIC X(01)        VALUE 'S'.
      *    sensíveis: exigem operador assinado e autorizado no
      *    cadastro de operadores antes de abrir o catálogo.
           IF  MODO-MANUTENCAO OR MODO-TRANSACOES
               MOVE 'A'                TO OPR-FUNCAO-SOLICITADA
               PERFORM OPR-SIGNON
               IF  NOT OPR-AUTORIZADO
                   DISPLAY NOME-PROGRAMA
           END-IF

           IF  MODO-TRANSACOES
               PERFORM KDX-ABRE-KARDEX

               OPEN INPUT TRANSACOES-GOODS

               IF  NOT FS-TRN-OK
               ELSE
                   MOVE ZEROS          TO GOODS-ALIQ-ICMS
               END-IF
               IF  TRN-MINIMO-LOJA     NUMERIC
                   MOVE TRN-MINIMO-LOJA
                                       TO GOODS-MINIMO-LOJA
               ELSE
                   MOVE ZEROS          TO GOODS-MINIMO-LOJA
               END-IF

               WRITE DATA-RECORD
                   INVALID KEY
                                       TO LDM-SITUACAO
                       PERFORM GRAVA-TRN-RECUSADA
                   NOT INVALID KEY
                       IF  GOODS-STOCK > 0
                           MOVE GOODS-CODE
                                       TO KDX-GOODS-ATUAL
                           SET KDX-SALDO-INICIAL
                                       TO TRUE
                           MOVE 'INCLUSAO'
                                       TO KDX-DOCUMENTO-ATUAL
                           MOVE GOODS-STOCK
                                       TO KDX-ENTRADA-ATUAL
                           SET KDX-LOCAL-LOJA
                                       TO TRUE
                           MOVE GOODS-STOCK
                                       TO KDX-SALDO-ATUAL
                           PERFORM KDX-GRAVA-MOVIMENTO
                       END-IF
                       MOVE 'APLICADA: ITEM INCLUIDO'
                                       TO LDM-SITUACAO
                       PERFORM GRAVA-TRN-APLICADA
                   PERFORM GRAVA-TRN-RECUSADA
               NOT INVALID KEY
                   MOVE GOODS-PRICE    TO WS-PRECO-ANTERIOR
                   MOVE GOODS-STOCK    TO WS-ESTOQUE-ANTERIOR
                   IF  TRN-GOODS-NAME  NOT = SPACES
                       MOVE TRN-GOODS-NAME TO GOODS-NAME
                   END-IF
                       MOVE TRN-ALIQ-ICMS
                                       TO GOODS-ALIQ-ICMS
                   END-IF
                   IF  TRN-MINIMO-LOJA NUMERIC
                       MOVE TRN-MINIMO-LOJA
                                       TO GOODS-MINIMO-LOJA
                   END-IF

                   REWRITE DATA-RECORD
                   IF  FS-OK
                       IF  GOODS-PRICE NOT = WS-PRECO-ANTERIOR
                           PERFORM GRAVA-HISTORICO-PRECO
                       END-IF
                       IF  GOODS-STOCK NOT = WS-ESTOQUE-ANTERIOR
                           PERFORM GRAVA-KARDEX-ALTERACAO
                       END-IF
                       MOVE 'APLICADA: ITEM ALTERADO'
                                       TO LDM-SITUACAO
                       PERFORM GRAVA-TRN-APLICADA

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-KARDEX-ALTERACAO      SECTION.
      *----------------------------------------------------------------*
      *    Estoque trocado por transacao de alteracao vai ao kardex
      *    como acerto (AJ) pela diferenca, de entrada ou de saida.
      *----------------------------------------------------------------*

           MOVE GOODS-CODE             TO KDX-GOODS-ATUAL
           SET KDX-AJUSTE              TO TRUE
           MOVE 'TRANSACAO'            TO KDX-DOCUMENTO-ATUAL
           IF  GOODS-STOCK             > WS-ESTOQUE-ANTERIOR
               COMPUTE KDX-ENTRADA-ATUAL
                   = GOODS-STOCK - WS-ESTOQUE-ANTERIOR
           ELSE
               COMPUTE KDX-SAIDA-ATUAL
                   = WS-ESTOQUE-ANTERIOR - GOODS-STOCK
           END-IF
           MOVE GOODS-STOCK            TO KDX-SALDO-ATUAL
           PERFORM KDX-GRAVA-MOVIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-EXCLUSAO             SECTION.
      *----------------------------------------------------------------*

       COPY PRSPROC.

       COPY KDXPROC.

      *----------------------------------------------------------------*
           PAG-GRAVA-CABECALHO         SECTION.
      *----------------------------------------------------------------*
           CLOSE RELATORIO-GOODS
           CLOSE TRANSACOES-GOODS
           CLOSE RELATORIO-MANUTENCAO
           PERFORM KDX-FECHA-KARDEX
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
               CLOSE ARQUIVO-EXCECOES

               CLOSE RELATORIO-GOODS

               MOVE 'RELATORIO-GOODS'  TO RRL-NOME-ATUAL
               MOVE OPE-REL            TO RRL-CAMINHO-ATUAL
               MOVE DMV-DATA-MOVIMENTO TO RRL-DATA-MOV-ATUAL
               PERFORM RRL-REGISTRA-RELATORIO
           ELSE
               IF  MODO-TRANSACOES
                   MOVE CONTA-TRN-APLICADAS

                   CLOSE RELATORIO-MANUTENCAO

                   MOVE 'RELATORIO-MANUTENCAO'
                                       TO RRL-NOME-ATUAL
                   MOVE OPE-RELMAN     TO RRL-CAMINHO-ATUAL
                   MOVE DMV-DATA-MOVIMENTO
                                       TO RRL-DATA-MOV-ATUAL
                   PERFORM RRL-REGISTRA-RELATORIO

                   DISPLAY NOME-PROGRAMA ' TRANSACOES APLICADAS: '
                                       CONTA-TRN-APLICADAS UPON CONSOLE
                   DISPLAY NOME-PROGRAMA ' TRANSACOES RECUSADAS: '

           CLOSE ARQUIVO-ENTRADA

           PERFORM KDX-FECHA-KARDEX

           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS

