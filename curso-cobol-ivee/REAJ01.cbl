      *    as dezenas de transações 'A' digitadas uma a uma quando o
      *    fornecedor sobe a tabela.
      *----------------------------------------------------------------*
      * VERSAO 05 - RELATORIO-REAJUSTE passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 04 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o reajuste pede no sign-on a funcao A
      *    (alterar) deste programa ao perfil do operador; a recusa vai
      *    para a trilha de auditoria.
      * VERSAO 03 - Tipo 'S' no cartao: aplica a proposta de precos
      *    gravada por SUGPRE01 (PROPOSTA-PRECO, 3a linha do cartao),
      *    item a item, com o aval do operador no console para cada
      *    linha; item cujo preco mudou desde a proposta e recusado.
      * VERSAO 02 - O catalogo passou a ser tomado no controle de
      *    travas (copybooks TRV*) antes do OPEN I-O: catalogo em uso
      *    por outra sessao recusa o reajuste mostrando quem segura;
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTA-CODIGOS.

           SELECT PROPOSTA-PRECO ASSIGN TO OPE-PROPOSTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPOSTA-PRECO.

           SELECT HISTORICO-PRECOS ASSIGN TO OPE-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO-PRECOS.
           COPY TRVCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
      *
      *----------------------------------------------------------------*
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  LISTA-CODIGOS.
       01  REG-LISTA-CODIGO.
           03  LIS-GOODS-CODE          PIC X(04).

       FD  PROPOSTA-PRECO.
       01  REG-PROPOSTA-PRECO.
           03  PPR-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PPR-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  PPR-DEPARTAMENTO        PIC X(02).
           03  FILLER                  PIC X(01).
           03  PPR-CUSTO-MEDIO         PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PPR-CUSTO-REPOSICAO     PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PPR-MARGEM-ALVO         PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-ORIGEM-MARGEM       PIC X(01).
           03  FILLER                  PIC X(01).
           03  PPR-PRECO-ATUAL         PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PPR-PRECO-SUGERIDO      PIC 9(05)V99.

       FD  HISTORICO-PRECOS.
       01  REG-HISTORICO-PRECO.
           03  HIS-GOODS-CODE          PIC X(04).
       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY TRVFD.
      *
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE         'REAJ01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\LISTREAJ.TXT".
           03  OPE-PROPOSTA            PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PROPPREC.TXT".
           03  OPE-HIST                PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\HISTPREC.TXT".
           03  OPE03                   PIC X(54)
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-LISTA-CODIGOS        PIC X(02)        VALUE '00'.
               88  FS-LIS-OK                            VALUE '00'.
           03  FS-PROPOSTA-PRECO       PIC X(02)        VALUE '00'.
               88  FS-PPR-OK                            VALUE '00'.
           03  FS-HISTORICO-PRECOS     PIC X(02)        VALUE '00'.
               88  FS-HIST-OK                           VALUE '00'.
               88  FS-HIST-NAO-EXISTE                   VALUE '35'.
           03  WS-TIPO-REAJUSTE        PIC X(01)        VALUE ' '.
               88  REAJUSTE-PERCENTUAL                  VALUE 'P'.
               88  REAJUSTE-VALOR-FIXO                  VALUE 'V'.
               88  REAJUSTE-SUGERIDO                    VALUE 'S'.
           03  IND-FIM-PROPOSTA        PIC X(01)        VALUE 'N'.
               88  FIM-DA-PROPOSTA                      VALUE 'S'.
           03  WS-DECISAO              PIC X(01)        VALUE ' '.
               88  DECISAO-APROVA                       VALUE 'S'.
               88  DECISAO-RECUSA                       VALUE 'N'.
               88  DECISAO-ENCERRA                      VALUE 'F'.
           03  WS-PRECO-ED             PIC ZZ.ZZ9,99.
           03  WS-SUGERIDO-ED          PIC ZZ.ZZ9,99.
           03  WS-MARGEM-ED            PIC Z9,99.
           03  WS-SINAL-REAJUSTE       PIC X(01)        VALUE '+'.
           03  WS-VALOR-CARD-X         PIC X(07)        VALUE SPACES.
           03  WS-VALOR-CARD REDEFINES WS-VALOR-CARD-X
           03  CONTA-LIDOS             PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REAJUSTADOS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RECUSADOS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-NAO-APROVADOS     PIC S9(05) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(80)        VALUE
           03  FILLER                  PIC X(12)        VALUE
                                                   'RECUSADOS: '.
           03  LR-RECUSADOS            PIC ZZZZ9.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(15)        VALUE
                                                   'NAO APROVADOS: '.
           03  LR-NAO-APROVADOS        PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM INICIA

           EVALUATE TRUE
               WHEN REAJUSTE-SUGERIDO
                   PERFORM PROCESSA-PROPOSTA
               WHEN SELECAO-LISTA
                   PERFORM PROCESSA-LISTA
               WHEN OTHER
                   PERFORM PROCESSA-CATALOGO
           END-EVALUATE

           PERFORM FINALIZA


           PERFORM DMV-LE-DATA-MOVIMENTO

      *    No tipo 'S' o preco novo vem de cada linha da proposta; o
      *    valor do cartao nao se aplica.
           IF  NOT REAJUSTE-SUGERIDO
               AND (NOT (REAJUSTE-PERCENTUAL OR REAJUSTE-VALOR-FIXO)
                    OR WS-VALOR-REAJUSTE = 0)
               DISPLAY NOME-PROGRAMA
                   ' CARTAO DE REAJUSTE INVALIDO: TIPO '
                   WS-TIPO-REAJUSTE ' VALOR ' WS-VALOR-CARD-X

      *    Reajuste em massa e fluxo sensivel como a manutencao de
      *    precos do ARQUIVO: exige operador assinado e autorizado.
           MOVE 'A'                    TO OPR-FUNCAO-SOLICITADA
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           IF  REAJUSTE-SUGERIDO
               OPEN INPUT PROPOSTA-PRECO

               IF  NOT FS-PPR-OK
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR PROPOSTA-PRECO, FILE STATUS: '
                       FS-PROPOSTA-PRECO UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           IF  SELECAO-LISTA
               AND NOT REAJUSTE-SUGERIDO
               OPEN INPUT LISTA-CODIGOS

               IF  NOT FS-LIS-OK
      *----------------------------------------------------------------*
      *    Cartão SYSIN obrigatório:
      *      1a linha - tipo na col. 1 ('P' percentual / 'V' valor
      *        fixo; 'S' proposta de SUGPRE01), sinal na col. 3
      *        ('+' aumenta, padrão; '-' reduz) e o valor nas cols.
      *        5-11 (9(5)V99, centavos implícitos: P + 0000800 =
      *        +8,00%);
      *      2a linha - seleção na col. 1 ('T' todos, padrão; 'F'
      *        faixa, com GOODS-CODE inicial nas cols. 3-6 e final
      *        nas cols. 8-11; 'L' lista de códigos);
      *      3a linha - caminho da lista de códigos (seleção 'L')
      *        ou, no tipo 'S', da proposta de preços;
      *      4a/5a/6a linhas - caminhos do catálogo, do histórico de
      *        preços e do relatório; em branco valem os padrões.
      *----------------------------------------------------------------*

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   IF  REAJUSTE-SUGERIDO
                       MOVE REG-PARM   TO OPE-PROPOSTA
                   ELSE
                       MOVE REG-PARM   TO OPE02
                   END-IF
               END-IF

               READ CARTAO-PARM

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-PROPOSTA           SECTION.
      *----------------------------------------------------------------*
      *    Tipo 'S': percorre a proposta de SUGPRE01 e, para cada
      *    linha, mostra o item, o preço atual, o sugerido e a
      *    margem-alvo e pede o aval do operador (S aprova, N recusa,
      *    F encerra sem ver o resto). Item fora do catálogo, ou cujo
      *    preço já não é o da proposta (alterado depois dela ou
      *    proposta já aplicada), sai recusado sem pergunta.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-PROPOSTA'

           PERFORM UNTIL FIM-DA-PROPOSTA
               READ PROPOSTA-PRECO
               AT END
                   MOVE 'S'            TO IND-FIM-PROPOSTA
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE PPR-GOODS-CODE TO GOODS-CODE
                   READ ARQUIVO-ENTRADA
                       INVALID KEY
                           MOVE 'NAO CADASTRADO'
                                       TO LD-SITUACAO
                           PERFORM RECUSA-PROPOSTA
                       NOT INVALID KEY
                           IF  GOODS-PRICE NOT = PPR-PRECO-ATUAL
                               MOVE 'PRECO MUDOU'
                                       TO LD-SITUACAO
                               PERFORM RECUSA-PROPOSTA
                           ELSE
                               PERFORM SOLICITA-APROVACAO
                           END-IF
                   END-READ
           END-PERFORM

           CLOSE PROPOSTA-PRECO

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-APROVACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE PPR-PRECO-ATUAL        TO WS-PRECO-ED
           MOVE PPR-PRECO-SUGERIDO     TO WS-SUGERIDO-ED
           MOVE PPR-MARGEM-ALVO        TO WS-MARGEM-ED
           DISPLAY PPR-GOODS-CODE ' ' PPR-NOME
               ' DE ' WS-PRECO-ED ' POR ' WS-SUGERIDO-ED
               ' MARGEM ' WS-MARGEM-ED '%' UPON CONSOLE

           MOVE ' '                    TO WS-DECISAO
           PERFORM UNTIL DECISAO-APROVA
                      OR DECISAO-RECUSA
                      OR DECISAO-ENCERRA
               MOVE 'APROVA O PRECO? S=SIM N=NAO F=ENCERRA: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-DECISAO
           END-PERFORM

           EVALUATE TRUE
               WHEN DECISAO-APROVA
                   PERFORM REAJUSTA-ITEM
               WHEN DECISAO-RECUSA
                   ADD 1               TO CONTA-NAO-APROVADOS
                   MOVE 'NAO APROVADO' TO LD-SITUACAO
                   PERFORM IMPRIME-PROPOSTA-RECUSADA
               WHEN OTHER
                   MOVE 'S'            TO IND-FIM-PROPOSTA
                   DISPLAY NOME-PROGRAMA
                       ' APROVACAO ENCERRADA PELO OPERADOR NO ITEM '
                       PPR-GOODS-CODE UPON CONSOLE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           RECUSA-PROPOSTA             SECTION.
      *----------------------------------------------------------------*
      *    Linha da proposta que não pode ser aplicada; LD-SITUACAO
      *    já traz o motivo.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-RECUSADOS
           PERFORM IMPRIME-PROPOSTA-RECUSADA

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-PROPOSTA-RECUSADA   SECTION.
      *----------------------------------------------------------------*

           MOVE PPR-GOODS-CODE         TO LD-CODIGO
           MOVE PPR-NOME               TO LD-NOME
           MOVE PPR-PRECO-ATUAL        TO LD-PRECO-ANTERIOR
           MOVE PPR-PRECO-SUGERIDO     TO LD-PRECO-NOVO
           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           REAJUSTA-ITEM               SECTION.
      *----------------------------------------------------------------*

           MOVE GOODS-PRICE            TO WS-PRECO-ANTERIOR

           EVALUATE TRUE
               WHEN REAJUSTE-SUGERIDO
                   MOVE PPR-PRECO-SUGERIDO
                                       TO WS-PRECO-NOVO
               WHEN REAJUSTE-PERCENTUAL
                   COMPUTE WS-PRECO-NOVO ROUNDED
                       = GOODS-PRICE
                       * (100 + WS-VALOR-REAJUSTE) / 100
               WHEN OTHER
                   COMPUTE WS-PRECO-NOVO
                       = GOODS-PRICE + WS-VALOR-REAJUSTE
           END-EVALUATE

           MOVE GOODS-CODE             TO LD-CODIGO
           MOVE GOODS-NAME             TO LD-NOME

           CLOSE ARQUIVO-ENTRADA
           CLOSE LISTA-CODIGOS
           CLOSE PROPOSTA-PRECO
           CLOSE RELATORIO-REAJUSTE

           PERFORM TRV-LIBERA-TRAVA

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

           MOVE CONTA-REAJUSTADOS      TO LR-REAJUSTADOS
           MOVE CONTA-RECUSADOS        TO LR-RECUSADOS
           MOVE CONTA-NAO-APROVADOS    TO LR-NAO-APROVADOS
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO


           CLOSE RELATORIO-REAJUSTE

           MOVE 'RELATORIO-REAJUSTE'   TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-REAJUSTADOS      TO AUD-QTDE-GRAVADOS
           PERFORM TRV-LIBERA-TRAVA
