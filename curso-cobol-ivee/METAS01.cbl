      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção das metas mensais de venda por vendedor
      *    (METAS-VENDEDORES, indexado por matrícula + ano + mês): a
      *    meta do mês em valor e a taxa de comissão de cada faixa
      *    de atingimento, que COMISS01 escolhe no fechamento e
      *    METREL01 acompanha no meio do mês. Diálogo de console nos
      *    moldes de ORCAM01: inclusão, alteração, exclusão e
      *    listagem por acesso direto à chave. A matrícula é
      *    conferida contra o VENDEDORES-MESTRE (VENDCA01) e toda
      *    mudança vai para o log de alterações dos cadastros
      *    mestres. Taxa zerada numa faixa faz o fechamento usar a
      *    taxa única do mestre do vendedor.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho de METAS-VENDEDORES, 2a com o do VENDEDORES-MESTRE;
      *    via PARM, aceita apenas o caminho das metas.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     METAS01.
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
           COPY METCTL.

           SELECT VENDEDORES-MESTRE ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-MATRICULA
           ALTERNATE RECORD KEY IS VEN-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES-MESTRE.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY ALTCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY METFD.

       FD  VENDEDORES-MESTRE.
       01  REG-VENDEDOR-MESTRE.
           03  VEN-NOME                PIC X(40).
           03  FILLER                  PIC X(01).
           03  VEN-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  VEN-PERC-COMISSAO       PIC 9(02)V99.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'METAS01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY METDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\VENDMEST.dat'.
           03  FS-VENDEDORES-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-VEN-OK                            VALUE '00'.
               88  FS-VEN-NAO-EXISTE                    VALUE '35'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-FIM-LISTAGEM        PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  IND-HA-VENDEDORES       PIC X(01)        VALUE 'N'.
               88  HA-VENDEDORES                        VALUE 'S'.
           03  IND-CHAVE-VALIDA        PIC X(01)        VALUE 'N'.
               88  CHAVE-VALIDA                         VALUE 'S'.
           03  IND-TAXAS-VALIDAS       PIC X(01)        VALUE 'N'.
               88  TAXAS-VALIDAS                        VALUE 'S'.
           03  IND-META-ALTERADA       PIC X(01)        VALUE 'N'.
               88  META-ALTERADA                        VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-MATRICULA            PIC X(04)        VALUE SPACES.
           03  WS-ANO-META             PIC 9(04)        VALUE ZEROS.
           03  WS-MES-META             PIC 9(02)        VALUE ZEROS.
           03  WS-ANO-LISTAGEM         PIC 9(04)        VALUE ZEROS.
           03  WS-FAIXA                PIC 9(01)        VALUE ZEROS.
           03  WS-TAXA-FAIXA           PIC 9(02)V99     VALUE ZEROS.
           03  WS-TAXA-ANTERIOR        PIC 9(02)V99     VALUE ZEROS.
           03  WS-TAXA-ED              PIC Z9,99.
           03  WS-TAXA-1-ED            PIC Z9,99.
           03  WS-TAXA-2-ED            PIC Z9,99.
           03  WS-TAXA-3-ED            PIC Z9,99.
           03  WS-META-ANTERIOR        PIC 9(09)V99     VALUE ZEROS.
           03  WS-META-ED              PIC ZZZ.ZZZ.ZZ9,99.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-METAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Meta e taxa mexem na comissao: exige operador assinado e
      *    autorizado, e toda mudanca vai para o log de alteracoes.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' MANUTENCAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'METAS'                TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           OPEN I-O METAS-VENDEDORES

           IF  FS-MET-NAO-EXISTE
               OPEN OUTPUT METAS-VENDEDORES
               CLOSE METAS-VENDEDORES
               OPEN I-O METAS-VENDEDORES
           END-IF

           IF  NOT FS-MET-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR METAS-VENDEDORES, FILE STATUS: '
                   FS-METAS            UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Sem o mestre de vendedores a matricula nao tem contra o
      *    que ser conferida: a manutencao segue, avisada.
           OPEN INPUT VENDEDORES-MESTRE

           IF  FS-VEN-OK
               SET HA-VENDEDORES       TO TRUE
           ELSE
               IF  NOT FS-VEN-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR VENDEDORES-MESTRE, FILE STATUS: '
                       FS-VENDEDORES-MESTRE UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
               DISPLAY NOME-PROGRAMA
                   ' VENDEDORES-MESTRE AUSENTE - MATRICULA NAO '
                   'CONFERIDA'         UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho de METAS-VENDEDORES,
      *    2a com o do VENDEDORES-MESTRE. Via PARM (COMMAND-LINE),
      *    aceita apenas o caminho das metas; sem nenhum dos dois,
      *    prevalecem os caminhos padrão.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-METAS
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-METAS
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
           MANUTENCAO-METAS            SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-METAS'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
           'OPCAO: I=INCLUIR A=ALTERAR E=EXCLUIR L=LISTAR (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-META
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-META
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-META
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-METAS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-CHAVE              SECTION.
      *----------------------------------------------------------------*
      *    Pede a matrícula do vendedor, o ano e o mês; CHAVE-VALIDA
      *    só fica ligada com a matrícula cadastrada no mestre
      *    (quando ele existe), o ano entre 2000 e 2099 e o mês de
      *    1 a 12. A chave vai montada em MET-CHAVE e em
      *    ALT-CHAVE-ATUAL.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA

           MOVE 'MATRICULA DO VENDEDOR (4 POSICOES): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-MATRICULA

           MOVE 'ANO DA META (AAAA): '  TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE ZEROS                  TO WS-ANO-META
           IF  PRM-VALOR               > 0
               MOVE PRM-VALOR          TO WS-ANO-META
           END-IF

           MOVE 'MES DA META (1 A 12): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE ZEROS                  TO WS-MES-META
           IF  PRM-VALOR               > 0 AND PRM-VALOR < 13
               MOVE PRM-VALOR          TO WS-MES-META
           END-IF

           EVALUATE TRUE
               WHEN WS-MATRICULA       = SPACES
                   DISPLAY NOME-PROGRAMA ' MATRICULA NAO INFORMADA'
                                       UPON CONSOLE
               WHEN WS-ANO-META        < 2000
                 OR WS-ANO-META        > 2099
                   DISPLAY NOME-PROGRAMA ' ANO INVALIDO: '
                       WS-ANO-META     UPON CONSOLE
               WHEN WS-MES-META        = ZEROS
                   DISPLAY NOME-PROGRAMA ' MES INVALIDO'
                                       UPON CONSOLE
               WHEN HA-VENDEDORES
                   MOVE WS-MATRICULA   TO VEN-MATRICULA
                   READ VENDEDORES-MESTRE
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' VENDEDOR NAO CADASTRADO: '
                               WS-MATRICULA UPON CONSOLE
                       NOT INVALID KEY
                           DISPLAY NOME-PROGRAMA ' VENDEDOR: '
                               VEN-NOME UPON CONSOLE
                           MOVE 'S'    TO IND-CHAVE-VALIDA
                   END-READ
               WHEN OTHER
                   MOVE 'S'            TO IND-CHAVE-VALIDA
           END-EVALUATE

           IF  CHAVE-VALIDA
               MOVE WS-MATRICULA       TO MET-MATRICULA
               MOVE WS-ANO-META        TO MET-ANO
               MOVE WS-MES-META        TO MET-MES
               MOVE MET-CHAVE          TO ALT-CHAVE-ATUAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-META                 SECTION.
      *----------------------------------------------------------------*
      *    Pede a meta do mês e as taxas das três faixas; taxa em
      *    branco ou zero deixa a faixa na taxa do mestre.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               MOVE 'META DE VENDA DO MES (VALOR): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-PRECO

               IF  PRM-VALOR-PRECO     NOT > 0
                   DISPLAY NOME-PROGRAMA ' META INVALIDA, NAO INCLUIDA'
                                       UPON CONSOLE
               ELSE
                   MOVE PRM-VALOR-PRECO
                                       TO MET-VALOR-META
                   MOVE 'S'            TO IND-TAXAS-VALIDAS
                   PERFORM VARYING WS-FAIXA FROM 1 BY 1
                       UNTIL WS-FAIXA  > 3
                       PERFORM SOLICITA-TAXA-FAIXA
                   END-PERFORM
                   IF  TAXAS-VALIDAS
                       PERFORM GRAVA-META-NOVA
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' TAXA INVALIDA, META NAO INCLUIDA'
                                       UPON CONSOLE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-TAXA-FAIXA         SECTION.
      *----------------------------------------------------------------*
      *    Pede a taxa da faixa WS-FAIXA e a guarda no registro;
      *    taxa de 100% ou mais desliga TAXAS-VALIDAS.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO PRM-MENSAGEM
           EVALUATE WS-FAIXA
               WHEN 1
                   MOVE 'TAXA FAIXA 1 - ABAIXO DO LIMITE INFERIOR %: '
                                       TO PRM-MENSAGEM
               WHEN 2
                   MOVE 'TAXA FAIXA 2 - DENTRO DA META %: '
                                       TO PRM-MENSAGEM
               WHEN OTHER
                   MOVE 'TAXA FAIXA 3 - ACIMA DA META %: '
                                       TO PRM-MENSAGEM
           END-EVALUATE
           PERFORM PRM-SOLICITA-PRECO

           MOVE ZEROS                  TO WS-TAXA-FAIXA
           IF  PRM-VALOR-PRECO         NOT < 100
               MOVE 'N'                TO IND-TAXAS-VALIDAS
           ELSE
               IF  PRM-VALOR-PRECO     > 0
                   MOVE PRM-VALOR-PRECO
                                       TO WS-TAXA-FAIXA
               END-IF
           END-IF

           PERFORM GUARDA-TAXA-FAIXA

           .

           EXIT.

      *----------------------------------------------------------------*
           GUARDA-TAXA-FAIXA           SECTION.
      *----------------------------------------------------------------*

           EVALUATE WS-FAIXA
               WHEN 1
                   MOVE WS-TAXA-FAIXA  TO MET-PERC-FAIXA-1
               WHEN 2
                   MOVE WS-TAXA-FAIXA  TO MET-PERC-FAIXA-2
               WHEN OTHER
                   MOVE WS-TAXA-FAIXA  TO MET-PERC-FAIXA-3
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-META-NOVA             SECTION.
      *----------------------------------------------------------------*
      *    Grava a chave montada com a meta e as taxas e registra a
      *    inclusão no log de alterações.
      *----------------------------------------------------------------*

           WRITE REG-META-VENDEDOR
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' META JA CADASTRADA: ' MET-CHAVE
                                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO CONTA-INCLUSOES
                   MOVE MET-VALOR-META TO WS-META-ED
                   MOVE 'INCLUSAO'     TO ALT-CAMPO-ATUAL
                   MOVE SPACES         TO ALT-VALOR-ANTES
                   MOVE WS-META-ED     TO ALT-VALOR-DEPOIS
                   PERFORM ALT-GRAVA-CAMPO
                   DISPLAY NOME-PROGRAMA ' META INCLUIDA: '
                       MET-CHAVE       UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-META                 SECTION.
      *----------------------------------------------------------------*
      *    Mostra a meta e as taxas atuais e pede as novas; resposta
      *    em branco ou zero mantém o valor. Cada campo alterado vai
      *    para o log com o antes e o depois.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ METAS-VENDEDORES
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' META NAO CADASTRADA: ' MET-CHAVE
                                       UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM ALTERA-CAMPOS-META
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-CAMPOS-META          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-META-ALTERADA

           MOVE MET-VALOR-META         TO WS-META-ANTERIOR
           MOVE MET-VALOR-META         TO WS-META-ED
           DISPLAY NOME-PROGRAMA ' META ATUAL: ' WS-META-ED
                                       UPON CONSOLE
           MOVE 'NOVA META (0 MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO
           IF  PRM-VALOR-PRECO         > 0
               MOVE PRM-VALOR-PRECO    TO MET-VALOR-META
               MOVE 'META'             TO ALT-CAMPO-ATUAL
               MOVE WS-META-ED         TO ALT-VALOR-ANTES
               MOVE MET-VALOR-META     TO WS-META-ED
               MOVE WS-META-ED         TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
               MOVE 'S'                TO IND-META-ALTERADA
           END-IF

           PERFORM VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA          > 3
               PERFORM ALTERA-TAXA-FAIXA
           END-PERFORM

           IF  META-ALTERADA
               REWRITE REG-META-VENDEDOR
               IF  FS-MET-OK
                   ADD 1               TO CONTA-ALTERACOES
                   DISPLAY NOME-PROGRAMA ' META ALTERADA: '
                       MET-CHAVE       UPON CONSOLE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR META, FS: '
                       FS-METAS        UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-TAXA-FAIXA           SECTION.
      *----------------------------------------------------------------*

           EVALUATE WS-FAIXA
               WHEN 1
                   MOVE MET-PERC-FAIXA-1
                                       TO WS-TAXA-ANTERIOR
               WHEN 2
                   MOVE MET-PERC-FAIXA-2
                                       TO WS-TAXA-ANTERIOR
               WHEN OTHER
                   MOVE MET-PERC-FAIXA-3
                                       TO WS-TAXA-ANTERIOR
           END-EVALUATE

           MOVE WS-TAXA-ANTERIOR       TO WS-TAXA-ED
           MOVE SPACES                 TO PRM-MENSAGEM
           STRING 'TAXA FAIXA ' WS-FAIXA ' ATUAL ' WS-TAXA-ED
               '% (0 MANTEM): '
               DELIMITED BY SIZE INTO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO

           IF  PRM-VALOR-PRECO         > 0
               IF  PRM-VALOR-PRECO     NOT < 100
                   DISPLAY NOME-PROGRAMA ' TAXA INVALIDA, MANTIDA'
                                       UPON CONSOLE
               ELSE
                   MOVE PRM-VALOR-PRECO
                                       TO WS-TAXA-FAIXA
                   PERFORM GUARDA-TAXA-FAIXA
                   MOVE SPACES         TO ALT-CAMPO-ATUAL
                   STRING 'TAXA FAIXA ' WS-FAIXA
                       DELIMITED BY SIZE INTO ALT-CAMPO-ATUAL
                   MOVE WS-TAXA-ED     TO ALT-VALOR-ANTES
                   MOVE WS-TAXA-FAIXA  TO WS-TAXA-ED
                   MOVE WS-TAXA-ED     TO ALT-VALOR-DEPOIS
                   PERFORM ALT-GRAVA-CAMPO
                   MOVE 'S'            TO IND-META-ALTERADA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-META                 SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ METAS-VENDEDORES
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' META NAO CADASTRADA: ' MET-CHAVE
                                       UPON CONSOLE
                   NOT INVALID KEY
                       MOVE MET-VALOR-META
                                       TO WS-META-ED
                       DELETE METAS-VENDEDORES
                       IF  FS-MET-OK
                           ADD 1       TO CONTA-EXCLUSOES
                           MOVE 'EXCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE WS-META-ED
                                       TO ALT-VALOR-ANTES
                           MOVE SPACES TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA
                               ' META EXCLUIDA: ' MET-CHAVE
                                       UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO EXCLUIR META, FS: '
                               FS-METAS UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-METAS                 SECTION.
      *----------------------------------------------------------------*
      *    Lista as metas de um ano (ano zero ou em branco lista
      *    todas), na ordem da chave: vendedor, ano e mês.
      *----------------------------------------------------------------*

           MOVE 'ANO A LISTAR (0 = TODOS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE ZEROS                  TO WS-ANO-LISTAGEM
           IF  PRM-VALOR               > 0
               MOVE PRM-VALOR          TO WS-ANO-LISTAGEM
           END-IF

           MOVE 'N'                    TO IND-FIM-LISTAGEM
           MOVE ZEROS                  TO CONTA-LISTADOS

           MOVE LOW-VALUES             TO MET-CHAVE
           START METAS-VENDEDORES
               KEY IS >= MET-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ METAS-VENDEDORES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   IF  WS-ANO-LISTAGEM = ZEROS
                    OR MET-ANO         = WS-ANO-LISTAGEM
                       PERFORM LISTA-LINHA-META
                   END-IF
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' METAS LISTADAS: ' CONTA-LISTADOS
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-LINHA-META            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-LISTADOS
           MOVE MET-VALOR-META         TO WS-META-ED
           MOVE MET-PERC-FAIXA-1       TO WS-TAXA-1-ED
           MOVE MET-PERC-FAIXA-2       TO WS-TAXA-2-ED
           MOVE MET-PERC-FAIXA-3       TO WS-TAXA-3-ED
           DISPLAY MET-MATRICULA ' ' MET-MES '/' MET-ANO
               ' META: ' WS-META-ED
               ' TAXAS: ' WS-TAXA-1-ED ' ' WS-TAXA-2-ED ' '
               WS-TAXA-3-ED            UPON CONSOLE

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE METAS-VENDEDORES
           CLOSE VENDEDORES-MESTRE
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' INCLUSOES: ' CONTA-INCLUSOES
               ' ALTERACOES: ' CONTA-ALTERACOES
               ' EXCLUSOES: ' CONTA-EXCLUSOES UPON CONSOLE

           CLOSE METAS-VENDEDORES

           IF  HA-VENDEDORES
               CLOSE VENDEDORES-MESTRE
           END-IF

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           COMPUTE AUD-QTDE-GRAVADOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES
           PERFORM ALT-FECHA-LOG

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
