      *    essa exige remover tambem o controle, sob decisao do
      *    supervisor - este programa apenas avisa.
      *----------------------------------------------------------------*
      * VERSAO 04 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): desfazer a baixa pede no sign-on a funcao
      *    E (excluir) deste programa ao perfil do operador; a recusa
      *    vai para a trilha de auditoria.
      * VERSAO 03 - Controle por filial (copybooks FIL* e EFL*): o
      *    detalhe 'F' do jornal restaura o saldo de loja da filial em
      *    ESTFIL.dat para a imagem anterior, mantido o deposito.
      * VERSAO 02 - Todo item restaurado passou a gravar no kardex
      *    (copybooks KDX*) um estorno (ES) pela diferenca entre o
      *    estoque desfeito e a imagem anterior, datado pelo dia da
      *    baixa registrado no cabecalho do jornal.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linha 1 com o
      *    caminho do catálogo, linha 2 com o do jornal; em branco
      *    valem os padrões.
           COPY OPRCTL.

           COPY AUDCTL.

           COPY KDXCTL.

           COPY EFLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  JORNAL-BAIXA.
       01  REG-JORNAL-BAIXA            PIC X(44).
           03  FILLER                  PIC X(01).
           03  JBX-D-DEPOIS-LOJA       PIC 9(05).
           03  FILLER                  PIC X(19).
       01  REG-JORNAL-FILIAL REDEFINES REG-JORNAL-BAIXA.
           03  JBX-F-TIPO              PIC X(01).
               88  JBX-E-FILIAL                         VALUE 'F'.
           03  FILLER                  PIC X(01).
           03  JBX-F-FILIAL            PIC X(02).
           03  FILLER                  PIC X(01).
           03  JBX-F-CODIGO            PIC 9(04).
           03  FILLER                  PIC X(01).
           03  JBX-F-ANTES-LOJA        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  JBX-F-DEPOIS-LOJA       PIC 9(05).
           03  FILLER                  PIC X(23).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).
       COPY OPRFD.

       COPY AUDFD.

       COPY KDXFD.

       COPY EFLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'DESFAZ01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS004'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY TRVDADOS.
       COPY DMVDADOS.
       COPY KDXDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)
               88  FIM-DO-JORNAL                        VALUE 'S'.
           03  CONTA-RESTAURADOS       PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-CATALOGO      PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-ESTOQUE-DESFEITO     PIC 9(05)        VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

      *    Desfazer baixa e fluxo sensivel: operador assinado e
      *    autorizado, com confirmacao explicita.
           MOVE 'E'                    TO OPR-FUNCAO-SOLICITADA
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           PERFORM EFL-ABRE-ESTOQUE-FILIAL
           IF  NOT EFL-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT JORNAL-BAIXA

           IF  NOT FS-JBX-OK
                       WHEN JBX-E-HEADER
                           DISPLAY 'JORNAL DA BAIXA DE '
                               JBX-H-DATA-MOVIMENTO UPON CONSOLE
      *                    O estorno sai no kardex com o dia da baixa
      *                    desfeita, junto das vendas que ela postou.
                           MOVE JBX-H-DATA-MOVIMENTO
                                       TO DMV-DATA-MOVIMENTO
                           MOVE 'CONFIRMA DESFAZER ESTA BAIXA (S/N)? '
                                       TO PRM-MENSAGEM
                           PERFORM PRM-SOLICITA-TEXTO
                           END-IF
                       WHEN JBX-E-DETALHE
                           PERFORM RESTAURA-ITEM
                       WHEN JBX-E-FILIAL
                           PERFORM RESTAURA-FILIAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                       ' ITEM DO JORNAL SEM CATALOGO: '
                       JBX-D-CODIGO    UPON CONSOLE
               NOT INVALID KEY
                   MOVE GOODS-STOCK    TO WS-ESTOQUE-DESFEITO
                   MOVE JBX-D-ANTES-TOTAL
                                       TO GOODS-STOCK
                   MOVE JBX-D-ANTES-LOJA
                   REWRITE DATA-RECORD
                   IF  FS-CAT-OK
                       ADD 1           TO CONTA-RESTAURADOS
                       PERFORM GRAVA-KARDEX-ESTORNO
                       DISPLAY 'RESTAURADO ' JBX-D-CODIGO
                           ' ESTOQUE ' JBX-D-ANTES-TOTAL
                           ' LOJA ' JBX-D-ANTES-LOJA UPON CONSOLE

           EXIT.

      *----------------------------------------------------------------*
           RESTAURA-FILIAL             SECTION.
      *----------------------------------------------------------------*
      *    Loja da filial volta a imagem anterior a baixa; o deposito
      *    da filial nao e tocado pela baixa e fica como esta.
      *----------------------------------------------------------------*

           MOVE JBX-F-FILIAL           TO EFL-FILIAL-ATUAL
           MOVE JBX-F-CODIGO           TO EFL-GOODS-ATUAL
           PERFORM EFL-SALDO-FILIAL
           MOVE JBX-F-ANTES-LOJA       TO EFL-NOVO-LOJA
           MOVE EFL-SALDO-DEPOSITO     TO EFL-NOVO-DEPOSITO
           PERFORM EFL-FIXA-SALDO

           DISPLAY 'RESTAURADO ' JBX-F-CODIGO
               ' FILIAL ' JBX-F-FILIAL
               ' LOJA ' JBX-F-ANTES-LOJA UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-KARDEX-ESTORNO        SECTION.
      *----------------------------------------------------------------*
      *    Estorno (ES) no kardex pela diferenca entre o estoque que a
      *    baixa deixou e a imagem anterior restaurada.
      *----------------------------------------------------------------*

           IF  GOODS-STOCK             NOT = WS-ESTOQUE-DESFEITO
               MOVE GOODS-CODE         TO KDX-GOODS-ATUAL
               SET KDX-ESTORNO         TO TRUE
               MOVE 'DESFAZ BAIXA'     TO KDX-DOCUMENTO-ATUAL
               IF  GOODS-STOCK         > WS-ESTOQUE-DESFEITO
                   COMPUTE KDX-ENTRADA-ATUAL
                       = GOODS-STOCK - WS-ESTOQUE-DESFEITO
               ELSE
                   COMPUTE KDX-SAIDA-ATUAL
                       = WS-ESTOQUE-DESFEITO - GOODS-STOCK
               END-IF
               SET KDX-LOCAL-LOJA      TO TRUE
               MOVE GOODS-STOCK        TO KDX-SALDO-ATUAL
               PERFORM KDX-GRAVA-MOVIMENTO
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY TRVPROC.

       COPY KDXPROC.

       COPY EFLPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE JORNAL-BAIXA
           PERFORM KDX-FECHA-KARDEX
           PERFORM EFL-FECHA-ESTOQUE-FILIAL
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS

           CLOSE ARQUIVO-ENTRADA
           CLOSE JORNAL-BAIXA

           PERFORM KDX-FECHA-KARDEX

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS

