      *    por movimento. A reposição da prateleira deixa de ser um
      *    acerto de estoque sem rastro.
      *----------------------------------------------------------------*
      * VERSAO 06 - RELATORIO-TRANSFERENCIA passa a ser registrado, ao
      *    ser fechado, no repositorio de relatorios (copybooks RRL*):
      *    copia guardada e indexada por programa, nome, data de
      *    movimento e operador, para consulta e reimpressao em
      *    RELREP01.
      * VERSAO 05 - Controle por filial (copybooks FIL* e EFL*): a
      *    loja que transfere vem do cartao FILIAL.TXT (padrao 01 -
      *    matriz) e os saldos criticados sao os da filial (ESTFIL.dat;
      *    na matriz, catalogo menos as demais filiais). Novo sentido
      *    F = deposito da filial para o deposito de outra filial do
      *    cadastro FILIAIS.TXT: o catalogo (total da rede) nao muda,
      *    e o par TR do kardex sai com a filial de origem e a de
      *    destino.
      * VERSAO 04 - Antes das transferencias digitadas, o programa le
      *    ARQUIVO-REPOSICAO (OPE03, 3a linha do cartao SYSIN,
      *    opcional) gravado pela sugestao noturna REPOS01 e pede a
      *    confirmacao de cada linha com a quantidade realmente
      *    separada; a linha confirmada vira uma transferencia D pelas
      *    mesmas criticas e com a mesma linha de relatorio e kardex
      *    da digitada. Lido ate o fim, o arquivo e esvaziado para a
      *    sugestao nao ser aplicada duas vezes.
      * VERSAO 03 - Toda transferencia aplicada passou a gravar no
      *    kardex (copybooks KDX*) um par de movimentos TR: saida do
      *    local de origem e entrada no de destino, com o
      *    GOODS-STOCK inalterado como saldo.
      * VERSAO 02 - O catalogo passou a ser tomado no controle de
      *    travas (copybooks TRV*) antes do OPEN I-O: catalogo em uso
      *    por outra sessao recusa a transferencia mostrando quem
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-TRANSF.

           SELECT ARQUIVO-REPOSICAO ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO-REPOSICAO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.
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

       FD  RELATORIO-TRANSFERENCIA.
       01  REG-RELATORIO               PIC X(80).

      *    Reposicoes propostas por REPOS01, uma linha por item.
       FD  ARQUIVO-REPOSICAO.
       01  REG-REPOSICAO.
           03  REP-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  REP-DEPARTAMENTO        PIC X(02).
           03  FILLER                  PIC X(01).
           03  REP-QTDE-SUGERIDA       PIC 9(05).
           03  FILLER                  PIC X(01).
           03  REP-GOODS-NAME          PIC X(30).
           03  FILLER                  PIC X(01).
           03  REP-DATA-MOVIMENTO      PIC X(10).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

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
       77  NOME-PROGRAMA               PIC X(18) VALUE       'TRANSF01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS006'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY TRVDADOS.
       COPY KDXDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELTRANS.TXT".
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\REPOSIC.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-RELATORIO-TRANSF     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-ARQUIVO-REPOSICAO    PIC X(02)        VALUE '00'.
               88  FS-REP-OK                            VALUE '00'.
               88  FS-REP-NAO-EXISTE                    VALUE '35'.
           03  IND-HA-REPOSICAO        PIC X(01)        VALUE 'N'.
               88  HA-REPOSICAO                         VALUE 'S'.
           03  IND-FIM-REPOSICAO       PIC X(01)        VALUE 'N'.
               88  FIM-DA-REPOSICAO                     VALUE 'S'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  WS-SENTIDO              PIC X(01)        VALUE ' '.
               88  SENTIDO-PARA-LOJA                    VALUE 'D'.
               88  SENTIDO-PARA-DEPOSITO                VALUE 'L'.
               88  SENTIDO-PARA-FILIAL                  VALUE 'F'.
           03  WS-FILIAL-DESTINO       PIC X(02)        VALUE SPACES.
           03  WS-QTD-TRANSFERIR       PIC 9(05)        VALUE ZEROS.
           03  CONTA-TRANSFERENCIAS    PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RECUSADAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REPOSICOES-LIDAS  PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REPOSICOES-NEGADAS
                                       PIC S9(05) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE
                                                   'RECUSADAS: '.
           03  LR-RECUSADAS            PIC ZZZZ9.

       01  LINHA-RODAPE-REPOSICAO.
           03  FILLER                  PIC X(26)        VALUE
                                       'REPOSICOES PROPOSTAS: '.
           03  LRR-LIDAS               PIC ZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(17)        VALUE
                                                   'NAO CONFIRMADAS: '.
           03  LRR-NEGADAS             PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM KDX-ABRE-KARDEX

           PERFORM FIL-LE-FILIAL-CORRENTE
           MOVE FIL-FILIAL-CORRENTE    TO KDX-FILIAL-ATUAL

           PERFORM EFL-ABRE-ESTOQUE-FILIAL
           IF  NOT EFL-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-TRANSFERENCIA

           IF  NOT FS-REL-OK
           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

      *    A sugestao de reposicao e opcional: sem ARQUIVO-REPOSICAO o
      *    programa trabalha so com as transferencias digitadas.
           OPEN INPUT ARQUIVO-REPOSICAO

           IF  FS-REP-OK
               SET HA-REPOSICAO        TO TRUE
           ELSE
               IF  NOT FS-REP-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ARQUIVO-REPOSICAO, FILE STATUS: '
                       FS-ARQUIVO-REPOSICAO UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           .

           EXIT.
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho do catálogo, 2a com o
      *    do relatório e 3a com o da sugestão de reposição; linha
      *    ausente ou em branco mantém o padrão. Via PARM
      *    (COMMAND-LINE), aceita apenas o caminho do catálogo.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA'

           IF  HA-REPOSICAO
               PERFORM CONFIRMA-REPOSICOES
           END-IF

           PERFORM UNTIL FIM-DAS-TRANSFERENCIAS
               MOVE 'CODIGO DO ITEM (9999 PARA ENCERRAR): '
                                       TO PRM-MENSAGEM
               IF  WS-GOODS-CODE       = '9999'
                   MOVE 'S'            TO IND-FIM-TRANSFERENCIAS
               ELSE
                   MOVE 'SENTIDO: D=DEP>LOJA L=LOJA>DEP F=P/ FILIAL: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-SENTIDO

                   MOVE SPACES         TO WS-FILIAL-DESTINO
                   IF  SENTIDO-PARA-FILIAL
                       MOVE 'FILIAL DE DESTINO: '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       MOVE PRM-RESPOSTA(1:2)
                                       TO WS-FILIAL-DESTINO
                   END-IF

                   MOVE 'QUANTIDADE A TRANSFERIR: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR

           EXIT.

      *----------------------------------------------------------------*
           CONFIRMA-REPOSICOES         SECTION.
      *----------------------------------------------------------------*
      *    Apresenta cada reposição proposta por REPOS01 e pede a
      *    quantidade realmente separada pelo repositor (0 deixa a
      *    linha sem movimento). A linha confirmada segue como
      *    transferência D (depósito para loja) por
      *    APLICA-TRANSFERENCIA, com as mesmas críticas de saldo da
      *    digitada. Ao fim, o arquivo é esvaziado: a sugestão do dia
      *    já foi tratada e não pode ser aplicada de novo.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CONFIRMA-REPOSICOES'

           PERFORM UNTIL FIM-DA-REPOSICAO
               READ ARQUIVO-REPOSICAO
               AT END
                   MOVE 'S'            TO IND-FIM-REPOSICAO
               NOT AT END
                   ADD 1               TO CONTA-REPOSICOES-LIDAS
                   DISPLAY NOME-PROGRAMA ' REPOSICAO ' REP-GOODS-CODE
                       ' ' REP-GOODS-NAME ' DEPTO ' REP-DEPARTAMENTO
                       ' SUGERIDA: ' REP-QTDE-SUGERIDA UPON CONSOLE
                   MOVE 'QTDE SEPARADA (0 = NAO REPOR): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   IF  PRM-VALOR       > 0
                       MOVE REP-GOODS-CODE
                                       TO WS-GOODS-CODE
                       MOVE 'D'        TO WS-SENTIDO
                       MOVE PRM-VALOR  TO WS-QTD-TRANSFERIR
                       PERFORM APLICA-TRANSFERENCIA
                   ELSE
                       ADD 1           TO CONTA-REPOSICOES-NEGADAS
                   END-IF
           END-PERFORM

           CLOSE ARQUIVO-REPOSICAO

           OPEN OUTPUT ARQUIVO-REPOSICAO
           CLOSE ARQUIVO-REPOSICAO

           .

           EXIT.

      *----------------------------------------------------------------*
           APLICA-TRANSFERENCIA        SECTION.
      *----------------------------------------------------------------*
      *    quantidade dentro do saldo do local de origem), move a
      *    quantidade entre loja e depósito por READ + REWRITE e grava
      *    a linha do relatório com os saldos resultantes. GOODS-STOCK
      *    não muda: transferência não cria nem consome estoque. No
      *    sentido F a filial de destino deve existir no cadastro e
      *    ser outra que não a corrente.
      *----------------------------------------------------------------*

           MOVE WS-GOODS-CODE          TO LD-CODIGO
                   MOVE 'DEP>LOJ'      TO LD-SENTIDO
               WHEN SENTIDO-PARA-DEPOSITO
                   MOVE 'LOJ>DEP'      TO LD-SENTIDO
               WHEN SENTIDO-PARA-FILIAL
                   STRING 'DEP>F' WS-FILIAL-DESTINO
                       DELIMITED BY SIZE INTO LD-SENTIDO
               WHEN OTHER
                   MOVE WS-SENTIDO     TO LD-SENTIDO
           END-EVALUATE

           MOVE 'N'                    TO IND-FIL-ACHOU
           IF  SENTIDO-PARA-FILIAL
               MOVE WS-FILIAL-DESTINO  TO FIL-CODIGO-PESQUISA
               PERFORM FIL-LOCALIZA-FILIAL
           END-IF

           EVALUATE TRUE
               WHEN NOT (SENTIDO-PARA-LOJA OR SENTIDO-PARA-DEPOSITO
                         OR SENTIDO-PARA-FILIAL)
                   MOVE 'RECUSADA: SENTIDO DEVE SER D/L/F'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               WHEN SENTIDO-PARA-FILIAL AND NOT FIL-ACHOU
                   MOVE 'RECUSADA: FILIAL NAO CADASTRADA'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               WHEN SENTIDO-PARA-FILIAL
                   AND WS-FILIAL-DESTINO = FIL-FILIAL-CORRENTE
                   MOVE 'RECUSADA: DESTINO E A PROPRIA'
                                       TO LD-SITUACAO
                   PERFORM GRAVA-RECUSA
               WHEN WS-QTD-TRANSFERIR  = 0

      *----------------------------------------------------------------*
           MOVE-ENTRE-LOCAIS           SECTION.
      *----------------------------------------------------------------*
      *    O saldo de origem criticado é o da filial corrente. D e L
      *    deslocam a quantidade no catálogo (REWRITE) e na filial;
      *    F não toca o catálogo, só tira do depósito da filial
      *    corrente e põe no da filial de destino.
      *----------------------------------------------------------------*

           PERFORM SALDO-FILIAL-CORRENTE

           IF  (SENTIDO-PARA-LOJA OR SENTIDO-PARA-FILIAL)
               AND WS-QTD-TRANSFERIR   > EFL-SALDO-DEPOSITO
               MOVE 'RECUSADA: SALDO INSUF. DEPOSITO'
                                       TO LD-SITUACAO
               PERFORM GRAVA-RECUSA
           ELSE
           IF  SENTIDO-PARA-DEPOSITO
               AND WS-QTD-TRANSFERIR   > EFL-SALDO-LOJA
               MOVE 'RECUSADA: SALDO INSUF. LOJA'
                                       TO LD-SITUACAO
               PERFORM GRAVA-RECUSA
           ELSE
               IF  NOT SENTIDO-PARA-FILIAL
                   IF  SENTIDO-PARA-LOJA
                       SUBTRACT WS-QTD-TRANSFERIR
                           FROM GOODS-ESTOQUE-DEPOSITO
                       ADD WS-QTD-TRANSFERIR
                           TO GOODS-ESTOQUE-LOJA
                   ELSE
                       SUBTRACT WS-QTD-TRANSFERIR
                           FROM GOODS-ESTOQUE-LOJA
                       ADD WS-QTD-TRANSFERIR
                           TO GOODS-ESTOQUE-DEPOSITO
                   END-IF

                   REWRITE DATA-RECORD
               END-IF

               IF  FS-CAT-OK
                   ADD 1               TO CONTA-TRANSFERENCIAS
                   PERFORM MOVE-ESTOQUE-FILIAL
                   PERFORM GRAVA-KARDEX-TRANSFERENCIA
                   PERFORM SALDO-FILIAL-CORRENTE
                   MOVE EFL-SALDO-LOJA TO LD-LOJA
                   MOVE EFL-SALDO-DEPOSITO
                                       TO LD-DEPOSITO
                   MOVE 'APLICADA'     TO LD-SITUACAO
                   MOVE LINHA-DETALHE  TO REG-RELATORIO

           EXIT.

      *----------------------------------------------------------------*
           SALDO-FILIAL-CORRENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE FIL-FILIAL-CORRENTE    TO EFL-FILIAL-ATUAL
           MOVE GOODS-CODE             TO EFL-GOODS-ATUAL
           MOVE GOODS-ESTOQUE-LOJA     TO EFL-CAT-LOJA
           MOVE GOODS-ESTOQUE-DEPOSITO TO EFL-CAT-DEPOSITO
           PERFORM EFL-SALDO-FILIAL

           .

           EXIT.

      *----------------------------------------------------------------*
           MOVE-ESTOQUE-FILIAL         SECTION.
      *----------------------------------------------------------------*
      *    Espelha o movimento nos saldos das filiais. A matriz não
      *    tem registro próprio (EFL-MOVIMENTA não faz nada nela): o
      *    saldo dela sai do catálogo menos as demais filiais.
      *----------------------------------------------------------------*

           MOVE FIL-FILIAL-CORRENTE    TO EFL-FILIAL-ATUAL
           MOVE GOODS-CODE             TO EFL-GOODS-ATUAL

           EVALUATE TRUE
               WHEN SENTIDO-PARA-LOJA
                   MOVE WS-QTD-TRANSFERIR
                                       TO EFL-DELTA-LOJA
                   COMPUTE EFL-DELTA-DEPOSITO = 0 - WS-QTD-TRANSFERIR
                   PERFORM EFL-MOVIMENTA
               WHEN SENTIDO-PARA-DEPOSITO
                   COMPUTE EFL-DELTA-LOJA = 0 - WS-QTD-TRANSFERIR
                   MOVE WS-QTD-TRANSFERIR
                                       TO EFL-DELTA-DEPOSITO
                   PERFORM EFL-MOVIMENTA
               WHEN SENTIDO-PARA-FILIAL
                   COMPUTE EFL-DELTA-DEPOSITO = 0 - WS-QTD-TRANSFERIR
                   PERFORM EFL-MOVIMENTA
                   MOVE WS-FILIAL-DESTINO
                                       TO EFL-FILIAL-ATUAL
                   MOVE WS-QTD-TRANSFERIR
                                       TO EFL-DELTA-DEPOSITO
                   PERFORM EFL-MOVIMENTA
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-KARDEX-TRANSFERENCIA  SECTION.
      *----------------------------------------------------------------*
      *    Par de movimentos TR no kardex: saida do local de origem e
      *    entrada no de destino, com o sentido como documento. O
      *    saldo total GOODS-STOCK e o mesmo nas duas linhas. No
      *    sentido F as duas linhas sao do deposito: a saida na filial
      *    corrente e a entrada na filial de destino.
      *----------------------------------------------------------------*

           MOVE GOODS-CODE             TO KDX-GOODS-ATUAL
           SET KDX-TRANSFERENCIA       TO TRUE
           MOVE LD-SENTIDO             TO KDX-DOCUMENTO-ATUAL
           MOVE GOODS-STOCK            TO KDX-SALDO-ATUAL

           MOVE WS-QTD-TRANSFERIR      TO KDX-SAIDA-ATUAL
           IF  SENTIDO-PARA-LOJA OR SENTIDO-PARA-FILIAL
               SET KDX-LOCAL-DEPOSITO  TO TRUE
           ELSE
               SET KDX-LOCAL-LOJA      TO TRUE
           END-IF
           PERFORM KDX-GRAVA-MOVIMENTO

           MOVE WS-QTD-TRANSFERIR      TO KDX-ENTRADA-ATUAL
           IF  SENTIDO-PARA-FILIAL
               MOVE WS-FILIAL-DESTINO  TO KDX-FILIAL-ATUAL
           END-IF
           IF  SENTIDO-PARA-LOJA
               SET KDX-LOCAL-LOJA      TO TRUE
           ELSE
               SET KDX-LOCAL-DEPOSITO  TO TRUE
           END-IF
           PERFORM KDX-GRAVA-MOVIMENTO

           MOVE FIL-FILIAL-CORRENTE    TO KDX-FILIAL-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RECUSA                SECTION.
      *----------------------------------------------------------------*

       COPY TRVPROC.

       COPY KDXPROC.

       COPY FILPROC.

       COPY EFLPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQUIVO-ENTRADA
           CLOSE RELATORIO-TRANSFERENCIA
           CLOSE ARQUIVO-REPOSICAO

           PERFORM KDX-FECHA-KARDEX
           PERFORM EFL-FECHA-ESTOQUE-FILIAL
           PERFORM TRV-LIBERA-TRAVA
           PERFORM TRV-FECHA-TRAVAS


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  HA-REPOSICAO
               MOVE CONTA-REPOSICOES-LIDAS
                                       TO LRR-LIDAS
               MOVE CONTA-REPOSICOES-NEGADAS
                                       TO LRR-NEGADAS
               MOVE LINHA-RODAPE-REPOSICAO
                                       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE DMV-LINHA-DATA-MOV     TO REG-RELATORIO
           WRITE REG-RELATORIO


           CLOSE RELATORIO-TRANSFERENCIA

           MOVE 'RELATORIO-TRANSFERENCIA'
                                       TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM KDX-FECHA-KARDEX

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-TRANSFERENCIAS + CONTA-RECUSADAS
           MOVE CONTA-TRANSFERENCIAS   TO AUD-QTDE-GRAVADOS
