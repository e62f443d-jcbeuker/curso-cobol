      *    registro de carga (INCLUIDO / SUBSTITUIDO / REJEITADO e o
      *    motivo) e os totais no rodapé.
      *----------------------------------------------------------------*
      * VERSAO 12 - RELATORIO-CARGA passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 11 - GOODS-RECORD ganhou GOODS-MINIMO-LOJA, o minimo de
      *    prateleira; a carga grava zerado e o minimo e cadastrado
      *    pelas transacoes de manutencao do ARQUIVO.
      * VERSAO 10 - Todo item incluido ou substituido passou a gravar
      *    no kardex (copybooks KDX*) um movimento de saldo inicial
      *    (SI) com o estoque carregado, datado pela data de
      *    movimento (copybooks DMV*): a carga reabre a ficha do item.
      * VERSAO 09 - O catalogo passou a ser tomado no controle de
      *    travas (copybooks TRV*) antes do OPEN I-O: catalogo em uso
      *    por outra sessao recusa a carga mostrando quem segura; a
           COPY TRVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  CARGA-GOODS.
       01  REG-CARGA.
       01  REG-PARM                    PIC X(51).

       COPY AUDFD.

       COPY RRLFD.
       COPY TRVFD.
       COPY DMVFD.
       COPY KDXFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'CARGA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS012'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY TRVDADOS.
       COPY DMVDADOS.
       COPY KDXDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(51)

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE 'ARQUIVO-ENTRADA'      TO TRV-RECURSO-PEDIDO
           PERFORM TRV-OBTEM-TRAVA
           IF  NOT TRV-TRAVA-OBTIDA
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           OPEN INPUT CARGA-GOODS

           IF  NOT FS-CARGA-OK
           MOVE SPACES                 TO GOODS-CD-TRIBUTACAO
           MOVE ZEROS                  TO GOODS-ALIQ-ICMS

      *    O minimo de prateleira tambem e cadastrado pelas transacoes
      *    do ARQUIVO; sem ele o item fica fora da reposicao.
           MOVE ZEROS                  TO GOODS-MINIMO-LOJA

           WRITE DATA-RECORD
               INVALID KEY
                   IF  FS-JA-EXISTE
                       REWRITE DATA-RECORD
                       IF  FS-OK
                           ADD 1       TO CONTA-SUBSTITUIDOS
                           PERFORM GRAVA-KARDEX-CARGA
                           MOVE 'SUBSTITUIDO'
                                       TO LD-SITUACAO
                           PERFORM GRAVA-DETALHE
                   END-IF
               NOT INVALID KEY
                   ADD 1               TO CONTA-INCLUIDOS
                   PERFORM GRAVA-KARDEX-CARGA
                   MOVE 'INCLUIDO'     TO LD-SITUACAO
                   PERFORM GRAVA-DETALHE
           END-WRITE

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-KARDEX-CARGA          SECTION.
      *----------------------------------------------------------------*
      *    O estoque carregado substitui o que havia: vai ao kardex
      *    como saldo inicial (SI), que reabre a ficha do item.
      *----------------------------------------------------------------*

           MOVE GOODS-CODE             TO KDX-GOODS-ATUAL
           SET KDX-SALDO-INICIAL       TO TRUE
           MOVE 'CARGA'                TO KDX-DOCUMENTO-ATUAL
           MOVE GOODS-STOCK            TO KDX-ENTRADA-ATUAL
           SET KDX-LOCAL-LOJA          TO TRUE
           MOVE GOODS-STOCK            TO KDX-SALDO-ATUAL
           PERFORM KDX-GRAVA-MOVIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-DETALHE               SECTION.
      *----------------------------------------------------------------*

       COPY TRVPROC.

       COPY DMVPROC.

       COPY KDXPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE CARGA-GOODS
           CLOSE RELATORIO-CARGA

           PERFORM KDX-FECHA-KARDEX
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-CARGA

           MOVE 'RELATORIO-CARGA'      TO RRL-NOME-ATUAL
           MOVE OPE-REL                TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE ARQUIVO-ENTRADA

           PERFORM KDX-FECHA-KARDEX

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-INCLUIDOS + CONTA-SUBSTITUIDOS
