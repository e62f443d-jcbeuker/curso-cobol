      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Sangria e suprimento da gaveta durante o dia: o
      *    operador do caixa assina, informa o valor retirado da
      *    gaveta para o cofre (sangria) ou posto nela como troco
      *    (suprimento) e um supervisor autorizado, outro que não o
      *    operador, assina a operação na hora. Cada movimento é
      *    gravado em MOVIMENTOS-GAVETA (copybooks SNG*) com a hora,
      *    o valor, a gaveta e o supervisor, e sai um comprovante em
      *    COMPROVANTES-GAVETA para acompanhar o malote no cofre. O
      *    fechamento de caixa (FECHCX01) soma os movimentos ao
      *    dinheiro esperado na gaveta e o relatório do cofre
      *    (COFRE01) lista os malotes até a remessa ao banco.
      *----------------------------------------------------------------*
      * VERSAO 03 - COMPROVANTES-GAVETA passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on do dono da gaveta so identifica
      *    o operador e o do supervisor pede a funcao P (aprovar) deste
      *    programa ao seu perfil; a recusa vai para a trilha de
      *    auditoria.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     SANGRI01.
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
           SELECT COMPROVANTES-GAVETA ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPROVANTES-GAVETA.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY FILCTL.

           COPY SNGCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  COMPROVANTES-GAVETA.
       01  REG-COMPROVANTE             PIC X(40).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY FILFD.

       COPY SNGFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'SANGRI01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY DMVDADOS.
       COPY FILDADOS.
       COPY SNGDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\COMPGAVE.TXT'.
           03  FS-COMPROVANTES-GAVETA  PIC X(02)        VALUE '00'.
               88  FS-CPG-OK                            VALUE '00'.
               88  FS-CPG-NAO-EXISTE                    VALUE '35'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MOVIMENTACAO    PIC X(01)        VALUE 'N'.
               88  FIM-DA-MOVIMENTACAO                  VALUE 'S'.
           03  IND-SUPERVISOR-OK       PIC X(01)        VALUE 'N'.
               88  SUPERVISOR-AUTORIZOU                 VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-DATA-MOV-AMD         PIC X(08)        VALUE SPACES.
           03  WS-VALOR-MOVIMENTO      PIC S9(07)V99    VALUE ZEROS.
           03  WS-SUPERVISOR           PIC X(04)        VALUE SPACES.
           03  WS-OPR-CODIGO-CAIXA     PIC X(04)        VALUE SPACES.
           03  WS-OPR-NOME-CAIXA       PIC X(20)        VALUE SPACES.
           03  WS-OPR-AUTORIZADO-CAIXA PIC X(01)        VALUE 'N'.
           03  CONTA-SANGRIAS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SUPRIMENTOS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-SANGRIAS           PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-SUPRIMENTOS        PIC S9(09)V99    VALUE ZEROS.
           03  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.

      *    Comprovante do movimento, no formato do cupom do caixa.
       01  CPG-LINHA-SEPARADORA.
           03  FILLER                  PIC X(40)      VALUE ALL '='.

       01  CPG-LINHA-TITULO.
           03  CPG-TITULO              PIC X(40).

       01  CPG-LINHA-MALOTE.
           03  FILLER                  PIC X(12)      VALUE
                                                  'MALOTE.....:'.
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-DATA-MALOTE         PIC X(08).
           03  FILLER                  PIC X(01)      VALUE '-'.
           03  CPG-FILIAL-MALOTE       PIC X(02).
           03  FILLER                  PIC X(01)      VALUE '-'.
           03  CPG-SEQ-MALOTE          PIC 9(04).

       01  CPG-LINHA-FILIAL.
           03  FILLER                  PIC X(12)      VALUE
                                                  'FILIAL.....:'.
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-FILIAL              PIC X(02).
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-NOME-FILIAL         PIC X(24).

       01  CPG-LINHA-DATA-HORA.
           03  FILLER                  PIC X(12)      VALUE
                                                  'DATA/HORA..:'.
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-DATA                PIC X(10).
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-HORA                PIC X(08).

       01  CPG-LINHA-PESSOA.
           03  CPG-PAPEL               PIC X(12).
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-NOME                PIC X(20).

       01  CPG-LINHA-VALOR.
           03  FILLER                  PIC X(12)      VALUE
                                                  'VALOR......:'.
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  CPG-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01  CPG-LINHA-ASSINATURA.
           03  CPG-ASSINANTE           PIC X(12).
           03  FILLER                  PIC X(01)      VALUE SPACES.
           03  FILLER                  PIC X(27)      VALUE ALL '_'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MOVIMENTA-GAVETA

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Quem assina aqui é o dono da gaveta; a autorização de
      *    cada movimento é do supervisor, pedida a cada lançamento.
           SET OPR-FUNC-IDENTIFICA     TO TRUE
           PERFORM OPR-SIGNON

           IF  NOT OPR-ASSINADO
               DISPLAY NOME-PROGRAMA
                   ' MOVIMENTO RECUSADO: OPERADOR NAO ASSINADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE OPR-CODIGO-ATIVO       TO WS-OPR-CODIGO-CAIXA
           MOVE OPR-NOME-ATIVO         TO WS-OPR-NOME-CAIXA
           MOVE IND-OPR-AUTORIZADO     TO WS-OPR-AUTORIZADO-CAIXA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE       INTO WS-DATA-MOV-AMD

           PERFORM FIL-LE-FILIAL-CORRENTE

           PERFORM SNG-ABRE-MOVIMENTOS

           IF  NOT MOVIMENTOS-GAVETA-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho dos movimentos de
      *    gaveta e 2a com o dos comprovantes; linha ausente ou em
      *    branco mantém o padrão. Via PARM, aceita apenas o caminho
      *    dos movimentos de gaveta.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-MOVIMENTOS-GAVETA
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-MOVIMENTOS-GAVETA
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MOVIMENTA-GAVETA            SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MOVIMENTA-GAVETA'

           PERFORM UNTIL FIM-DA-MOVIMENTACAO
               MOVE 'OPCAO: S=SANGRIA U=SUPRIMENTO (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MOVIMENTACAO
                   WHEN 'S'
                   WHEN 'U'
                       PERFORM LANCA-MOVIMENTO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           LANCA-MOVIMENTO             SECTION.
      *----------------------------------------------------------------*
      *    Valor primeiro, supervisor depois: o supervisor assina
      *    vendo o valor que está autorizando.
      *----------------------------------------------------------------*

           MOVE 'VALOR DO MOVIMENTO (EX. 1234,56): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO
           MOVE PRM-VALOR-PRECO        TO WS-VALOR-MOVIMENTO

           IF  WS-VALOR-MOVIMENTO      NOT > 0
               DISPLAY 'VALOR INVALIDO, MOVIMENTO NAO LANCADO'
                                       UPON CONSOLE
           ELSE
               PERFORM PEDE-SUPERVISOR

               IF  SUPERVISOR-AUTORIZOU
                   PERFORM OBTER-DATA-HORA

                   MOVE WS-DATA-MOV-AMD
                                       TO SNG-DATA-MOV-ATUAL
                   MOVE FIL-FILIAL-CORRENTE
                                       TO SNG-FILIAL-ATUAL
                   MOVE WS-OPCAO       TO SNG-TIPO-ATUAL
                   MOVE WS-OPR-CODIGO-CAIXA
                                       TO SNG-GAVETA-ATUAL
                   MOVE WS-SUPERVISOR  TO SNG-SUPERVISOR-ATUAL
                   MOVE DTH-HORA-ATUAL-RED(1:8)
                                       TO SNG-HORA-ATUAL
                   MOVE WS-VALOR-MOVIMENTO
                                       TO SNG-VALOR-ATUAL

                   PERFORM SNG-REGISTRA-MOVIMENTO

                   IF  SNG-MOVIMENTO-GRAVADO
                       PERFORM CONTA-MOVIMENTO
                       PERFORM IMPRIME-COMPROVANTE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PEDE-SUPERVISOR             SECTION.
      *----------------------------------------------------------------*
      *    Outro operador, autorizado no cadastro, assina o
      *    movimento. Depois o operador do caixa volta a ser o
      *    assinado, inclusive na trilha de auditoria.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-SUPERVISOR-OK
           MOVE SPACES                 TO WS-SUPERVISOR

           MOVE WS-VALOR-MOVIMENTO     TO WS-VALOR-ED
           DISPLAY 'MOVIMENTO DE ' WS-VALOR-ED
               ' - SIGN-ON DO SUPERVISOR' UPON CONSOLE

           MOVE 'P'                    TO OPR-FUNCAO-SOLICITADA
           PERFORM OPR-SIGNON

           IF  OPR-ASSINADO
               AND OPR-AUTORIZADO
               AND OPR-CODIGO-ATIVO    NOT = WS-OPR-CODIGO-CAIXA
               MOVE OPR-CODIGO-ATIVO   TO WS-SUPERVISOR
               MOVE 'S'                TO IND-SUPERVISOR-OK
           ELSE
               DISPLAY 'MOVIMENTO RECUSADO: SUPERVISOR NAO AUTORIZADO'
                                       UPON CONSOLE
           END-IF

           MOVE WS-OPR-CODIGO-CAIXA    TO OPR-CODIGO-ATIVO
           MOVE WS-OPR-NOME-CAIXA      TO OPR-NOME-ATIVO
           MOVE WS-OPR-AUTORIZADO-CAIXA
                                       TO IND-OPR-AUTORIZADO
           MOVE 'S'                    TO IND-OPR-ASSINADO
           MOVE WS-OPR-CODIGO-CAIXA    TO AUD-OPERADOR-ATIVO

           .

           EXIT.

      *----------------------------------------------------------------*
           CONTA-MOVIMENTO             SECTION.
      *----------------------------------------------------------------*

           MOVE SNG-VALOR-ATUAL        TO WS-VALOR-ED

           IF  SNG-SANGRIA
               ADD 1                   TO CONTA-SANGRIAS
               ADD SNG-VALOR-ATUAL     TO SOMA-SANGRIAS
               DISPLAY NOME-PROGRAMA ' SANGRIA LANCADA, MALOTE '
                   SNG-SEQUENCIA-GRAVADA ': ' WS-VALOR-ED
                                       UPON CONSOLE
           ELSE
               ADD 1                   TO CONTA-SUPRIMENTOS
               ADD SNG-VALOR-ATUAL     TO SOMA-SUPRIMENTOS
               DISPLAY NOME-PROGRAMA ' SUPRIMENTO LANCADO: '
                   WS-VALOR-ED         UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-COMPROVANTE         SECTION.
      *----------------------------------------------------------------*
      *    Comprovante em COMPROVANTES-GAVETA, aberto em EXTEND como
      *    o cupom do caixa. A sangria leva o número do malote
      *    (data, filial e sequência do movimento), que é como o
      *    relatório do cofre o identifica; o comprovante vai dentro
      *    do malote. Falha de abertura só é avisada: o movimento já
      *    está gravado.
      *----------------------------------------------------------------*

           OPEN EXTEND COMPROVANTES-GAVETA

           IF  FS-CPG-NAO-EXISTE
               OPEN OUTPUT COMPROVANTES-GAVETA
           END-IF

           IF  NOT FS-CPG-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR COMPROVANTES-GAVETA, FILE STATUS: '
                   FS-COMPROVANTES-GAVETA UPON CONSOLE
           ELSE
               MOVE CPG-LINHA-SEPARADORA
                                       TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               IF  SNG-SANGRIA
                   MOVE 'SANGRIA DE CAIXA - MALOTE DO COFRE'
                                       TO CPG-TITULO
               ELSE
                   MOVE 'SUPRIMENTO DE TROCO NA GAVETA'
                                       TO CPG-TITULO
               END-IF
               MOVE CPG-LINHA-TITULO   TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               IF  SNG-SANGRIA
                   MOVE SNG-DATA-MOV   TO CPG-DATA-MALOTE
                   MOVE SNG-FILIAL     TO CPG-FILIAL-MALOTE
                   MOVE SNG-SEQUENCIA  TO CPG-SEQ-MALOTE
                   MOVE CPG-LINHA-MALOTE
                                       TO REG-COMPROVANTE
                   WRITE REG-COMPROVANTE
               END-IF

               MOVE FIL-FILIAL-CORRENTE
                                       TO CPG-FILIAL
               MOVE FIL-NOME-CORRENTE  TO CPG-NOME-FILIAL
               MOVE CPG-LINHA-FILIAL   TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE DMV-DATA-MOVIMENTO TO CPG-DATA
               MOVE SNG-HORA           TO CPG-HORA
               MOVE CPG-LINHA-DATA-HORA
                                       TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE 'GAVETA.....:'     TO CPG-PAPEL
               MOVE WS-OPR-CODIGO-CAIXA
                                       TO CPG-CODIGO
               MOVE WS-OPR-NOME-CAIXA  TO CPG-NOME
               MOVE CPG-LINHA-PESSOA   TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE 'SUPERVISOR.:'     TO CPG-PAPEL
               MOVE SNG-SUPERVISOR     TO CPG-CODIGO
               MOVE SPACES             TO CPG-NOME
               MOVE CPG-LINHA-PESSOA   TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE SNG-VALOR          TO CPG-VALOR
               MOVE CPG-LINHA-VALOR    TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE 'OPERADOR...:'     TO CPG-ASSINANTE
               MOVE CPG-LINHA-ASSINATURA
                                       TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE 'SUPERVISOR.:'     TO CPG-ASSINANTE
               MOVE CPG-LINHA-ASSINATURA
                                       TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               MOVE CPG-LINHA-SEPARADORA
                                       TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE

               CLOSE COMPROVANTES-GAVETA

               MOVE 'COMPROVANTES-GAVETA'
                                       TO RRL-NOME-ATUAL
               MOVE OPE01              TO RRL-CAMINHO-ATUAL
               MOVE DMV-DATA-MOVIMENTO TO RRL-DATA-MOV-ATUAL
               PERFORM RRL-REGISTRA-RELATORIO
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY FILPROC.

       COPY SNGPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           PERFORM SNG-FECHA-MOVIMENTOS
           CLOSE COMPROVANTES-GAVETA

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

           MOVE SOMA-SANGRIAS          TO WS-VALOR-ED
           DISPLAY NOME-PROGRAMA ' SANGRIAS: ' CONTA-SANGRIAS
               ' VALOR: ' WS-VALOR-ED  UPON CONSOLE
           MOVE SOMA-SUPRIMENTOS       TO WS-VALOR-ED
           DISPLAY NOME-PROGRAMA ' SUPRIMENTOS: ' CONTA-SUPRIMENTOS
               ' VALOR: ' WS-VALOR-ED  UPON CONSOLE

           PERFORM SNG-FECHA-MOVIMENTOS

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-SANGRIAS + CONTA-SUPRIMENTOS
           MOVE AUD-QTDE-LIDOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
