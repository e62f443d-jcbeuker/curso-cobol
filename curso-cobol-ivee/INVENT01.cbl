      *    RELATORIO-VARIANCIA. As correções de estoque deixam de ser
      *    transações 'A' digitadas à mão sem rastro do porquê.
      *----------------------------------------------------------------*
      * VERSAO 07 - RELATORIO-VARIANCIA passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 06 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o lancamento de contagem pede no sign-on a
      *    funcao A (alterar) deste programa ao perfil do operador; a
      *    recusa vai para a trilha de auditoria.
      * VERSAO 05 - Controle por filial (copybooks FIL* e EFL*): a
      *    loja contada vem do cartao FILIAL.TXT (padrao 01 - matriz)
      *    e a contagem e comparada com o total da filial (loja mais
      *    deposito em ESTFIL.dat; na matriz, catalogo menos as
      *    demais filiais). A diferenca ajusta a filial e o catalogo
      *    (total da rede) pela mesma regra de deposito preservado;
      *    REG-AJUSTE e o kardex passaram a levar a filial (AJU-FILIAL).
      * VERSAO 04 - Todo ajuste regravado no catalogo passou a gravar
      *    um movimento AJ no kardex (copybooks KDX*), de entrada ou
      *    saida conforme o sinal da diferenca, com o motivo no
      *    documento e o estoque contado como saldo.
      * VERSAO 03 - O modo de lancamento passou a exigir operador
      *    assinado e autorizado (OPR-SIGNON), como os demais fluxos
      *    sensiveis: AJU-OPERADOR do ajuste documentado saia sempre
           COPY TRVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
           COPY FILCTL.
           COPY EFLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  CARGA-CONTAGEM.
       01  REG-CARGA-CONTAGEM.
           03  AJU-MOTIVO              PIC X(02).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  AJU-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE ' '.
           03  AJU-FILIAL              PIC X(02).

       FD  RELATORIO-VARIANCIA.
       01  REG-RELATORIO               PIC X(80).
       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY TRVFD.
       COPY KDXFD.
       COPY FILFD.
       COPY EFLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'INVENT01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS007'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY TRVDADOS.
       COPY KDXDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.

       01  REG-ENT.
           03  WS-GOODS-CODE           PIC X(04)        VALUE SPACES.
               88  FIM-DAS-CONTAGENS                    VALUE 'S'.
           COPY EOFSW.
           03  WS-DIFERENCA            PIC S9(06)       VALUE ZEROS.
           03  WS-ESTOQUE-SISTEMA      PIC 9(05)        VALUE ZEROS.
           03  WS-NOVO-DEPOSITO        PIC 9(05)        VALUE ZEROS.
           03  WS-NOVO-LOJA            PIC 9(05)        VALUE ZEROS.
           03  WS-CALCULO              PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS-FOLHA       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-CONTAGENS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-AJUSTES           PIC S9(05) COMP-5 VALUE ZEROS.
      *    exige operador assinado e autorizado, que assina o ajuste
      *    documentado e a trava do catalogo.
           IF  NOT MODO-FOLHA
               MOVE 'A'                TO OPR-FUNCAO-SOLICITADA
               PERFORM OPR-SIGNON
               IF  NOT OPR-AUTORIZADO
                   DISPLAY NOME-PROGRAMA
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           IF  NOT MODO-FOLHA
               PERFORM KDX-ABRE-KARDEX

               PERFORM FIL-LE-FILIAL-CORRENTE
               MOVE FIL-FILIAL-CORRENTE
                                       TO KDX-FILIAL-ATUAL

               PERFORM EFL-ABRE-ESTOQUE-FILIAL
               IF  NOT EFL-ABERTO
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           IF  MODO-FOLHA
               OPEN OUTPUT FOLHA-CONTAGEM

      *----------------------------------------------------------------*
           APLICA-CONTAGEM             SECTION.
      *----------------------------------------------------------------*
      *    Compara a contagem com o total da filial corrente (loja
      *    mais depósito; na matriz e sem filiais, GOODS-STOCK): sem
      *    diferença, só a
      *    linha de conferência no relatório; com diferença, regrava
      *    o estoque pela contagem e acrescenta o ajuste documentado
      *    (antes, contado, diferença, motivo, operador) em
                   DISPLAY NOME-PROGRAMA ' CONTAGEM RECUSADA: '
                       WS-GOODS-CODE   UPON CONSOLE
               NOT INVALID KEY
                   MOVE FIL-FILIAL-CORRENTE
                                       TO EFL-FILIAL-ATUAL
                   MOVE GOODS-CODE     TO EFL-GOODS-ATUAL
                   MOVE GOODS-ESTOQUE-LOJA
                                       TO EFL-CAT-LOJA
                   MOVE GOODS-ESTOQUE-DEPOSITO
                                       TO EFL-CAT-DEPOSITO
                   PERFORM EFL-SALDO-FILIAL
      *            Na matriz o total parte de GOODS-STOCK, menos o
      *            que esta nas demais filiais.
                   IF  FIL-CORRENTE-MATRIZ
                       COMPUTE WS-CALCULO
                           = GOODS-STOCK
                           - (GOODS-ESTOQUE-LOJA - EFL-SALDO-LOJA)
                           - (GOODS-ESTOQUE-DEPOSITO
                              - EFL-SALDO-DEPOSITO)
                   ELSE
                       COMPUTE WS-CALCULO
                           = EFL-SALDO-LOJA + EFL-SALDO-DEPOSITO
                   END-IF
                   IF  WS-CALCULO      < 0
                       MOVE ZEROS      TO WS-CALCULO
                   END-IF
                   MOVE WS-CALCULO     TO WS-ESTOQUE-SISTEMA
                   MOVE WS-ESTOQUE-SISTEMA
                                       TO LD-SISTEMA
                   COMPUTE WS-DIFERENCA
                       = WS-QTD-CONTADA - WS-ESTOQUE-SISTEMA
                   MOVE WS-DIFERENCA   TO LD-DIFERENCA

                   IF  WS-DIFERENCA    = 0

           PERFORM GRAVA-AJUSTE-ESTOQUE

      *    A contagem e do total fisico da filial: o deposito e
      *    preservado (capado no contado) e a loja refeita pela
      *    diferenca, mantendo loja + deposito = total. O catalogo
      *    (total da rede) recebe as mesmas variacoes.
           MOVE EFL-SALDO-DEPOSITO     TO WS-NOVO-DEPOSITO
           IF  WS-NOVO-DEPOSITO        > WS-QTD-CONTADA
               MOVE WS-QTD-CONTADA     TO WS-NOVO-DEPOSITO
           END-IF
           COMPUTE WS-NOVO-LOJA
               = WS-QTD-CONTADA - WS-NOVO-DEPOSITO

           COMPUTE EFL-DELTA-LOJA
               = WS-NOVO-LOJA - EFL-SALDO-LOJA
           COMPUTE EFL-DELTA-DEPOSITO
               = WS-NOVO-DEPOSITO - EFL-SALDO-DEPOSITO

           COMPUTE WS-CALCULO
               = GOODS-ESTOQUE-LOJA + EFL-DELTA-LOJA
           IF  WS-CALCULO              < 0
               MOVE ZEROS              TO WS-CALCULO
           END-IF
           MOVE WS-CALCULO             TO GOODS-ESTOQUE-LOJA
           COMPUTE WS-CALCULO
               = GOODS-ESTOQUE-DEPOSITO + EFL-DELTA-DEPOSITO
           IF  WS-CALCULO              < 0
               MOVE ZEROS              TO WS-CALCULO
           END-IF
           MOVE WS-CALCULO             TO GOODS-ESTOQUE-DEPOSITO
           COMPUTE WS-CALCULO          = GOODS-STOCK + WS-DIFERENCA
           IF  WS-CALCULO              < 0
               MOVE ZEROS              TO WS-CALCULO
           END-IF
           MOVE WS-CALCULO             TO GOODS-STOCK

           REWRITE DATA-RECORD

           IF  FS-CAT-OK
               ADD 1                   TO CONTA-AJUSTES
               PERFORM EFL-MOVIMENTA
               MOVE GOODS-CODE         TO KDX-GOODS-ATUAL
               SET KDX-AJUSTE          TO TRUE
               MOVE SPACES             TO KDX-DOCUMENTO-ATUAL
               STRING 'INVENT '        DELIMITED BY SIZE
                      WS-MOTIVO        DELIMITED BY SIZE
                                       INTO KDX-DOCUMENTO-ATUAL
               IF  WS-DIFERENCA        > 0
                   MOVE WS-DIFERENCA   TO KDX-ENTRADA-ATUAL
               ELSE
                   COMPUTE KDX-SAIDA-ATUAL = 0 - WS-DIFERENCA
               END-IF
               MOVE GOODS-STOCK        TO KDX-SALDO-ATUAL
               PERFORM KDX-GRAVA-MOVIMENTO
               MOVE 'AJUSTADA: ESTOQUE REGRAVADO'
                                       TO LD-SITUACAO
           ELSE

           MOVE DMV-DATA-MOVIMENTO     TO AJU-DATA
           MOVE WS-GOODS-CODE          TO AJU-GOODS-CODE
           MOVE WS-ESTOQUE-SISTEMA     TO AJU-ESTOQUE-ANTES
           MOVE WS-QTD-CONTADA         TO AJU-QTD-CONTADA
           MOVE WS-DIFERENCA           TO AJU-DIFERENCA
           MOVE WS-MOTIVO              TO AJU-MOTIVO
           MOVE AUD-OPERADOR-ATIVO     TO AJU-OPERADOR
           MOVE FIL-FILIAL-CORRENTE    TO AJU-FILIAL

           WRITE REG-AJUSTE


       COPY TRVPROC.

       COPY KDXPROC.

       COPY FILPROC.

       COPY EFLPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE AJUSTES-ESTOQUE
           CLOSE RELATORIO-VARIANCIA

           PERFORM KDX-FECHA-KARDEX
           PERFORM EFL-FECHA-ESTOQUE-FILIAL
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

               CLOSE RELATORIO-VARIANCIA

               MOVE 'RELATORIO-VARIANCIA'
                                       TO RRL-NOME-ATUAL
               MOVE OPE05              TO RRL-CAMINHO-ATUAL
               MOVE DMV-DATA-MOVIMENTO TO RRL-DATA-MOV-ATUAL
               PERFORM RRL-REGISTRA-RELATORIO

               IF  VEIO-DE-BATCH
                   CLOSE CARGA-CONTAGEM
               END-IF

           CLOSE ARQUIVO-ENTRADA

           PERFORM KDX-FECHA-KARDEX

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           IF  MODO-FOLHA
               MOVE CONTA-ITENS-FOLHA  TO AUD-QTDE-LIDOS
               MOVE CONTA-ITENS-FOLHA  TO AUD-QTDE-GRAVADOS
