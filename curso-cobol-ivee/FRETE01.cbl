      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção da tabela de fretes da entrega em
      *    domicílio (FRETES, indexada pelo código IBGE do
      *    município): a rota do motorista que atende o município e
      *    o frete cobrado no ticket. Diálogo de console nos moldes
      *    de TARIFA01: inclusão, alteração, exclusão e listagem por
      *    acesso direto à chave. O código é conferido contra o
      *    MUNICIPIOS-MESTRE mantido pelo MUNICI e toda mudança vai
      *    para o log de alterações dos cadastros mestres. PR16TA01
      *    usa a tabela na venda com entrega e MANIFE01 agrupa o
      *    manifesto do dia pela rota.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho de FRETES, 2a com o do MUNICIPIOS-MESTRE; via
      *    PARM, aceita apenas o caminho dos fretes.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     FRETE01.
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
           COPY FRTCTL.

           SELECT MUNICIPIOS-MESTRE ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-CD-MUNICIPIO
           FILE STATUS IS FS-MUNICIPIOS-MESTRE.

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
       COPY FRTFD.

       FD  MUNICIPIOS-MESTRE.
       01  REG-MUN-MESTRE.
           03  MM-CD-MUNICIPIO         PIC 9(07).
           03  FILLER                  PIC X(01).
           03  MM-NM-MUNICIPIO         PIC X(35).
           03  FILLER                  PIC X(01).
           03  MM-SG-UF                PIC X(02).
           03  FILLER                  PIC X(01).
           03  MM-SITUACAO             PIC X(01).
               88  MM-ATIVO                             VALUE 'A' ' '.
               88  MM-EXTINTO                           VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  MM-CD-SUCESSOR          PIC 9(07).

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
       77  NOME-PROGRAMA               PIC X(18) VALUE        'FRETE01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY FRTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MUNMEST.dat'.
           03  FS-MUNICIPIOS-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-MUN-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-FIM-LISTAGEM        PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  IND-CHAVE-VALIDA        PIC X(01)        VALUE 'N'.
               88  CHAVE-VALIDA                         VALUE 'S'.
           03  IND-FRETE-ALTERADO      PIC X(01)        VALUE 'N'.
               88  FRETE-ALTERADO                       VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-NM-MUNICIPIO         PIC X(35)        VALUE SPACES.
           03  WS-ROTA-ANTERIOR        PIC X(03)        VALUE SPACES.
           03  WS-FRETE-ED             PIC ZZ9,99.
           03  WS-VALOR-DIGITADO       PIC S9(05)V99    VALUE ZEROS.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-FRETES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    O frete entra no total do ticket: exige operador assinado
      *    e autorizado, e toda mudanca vai para o log de alteracoes.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' MANUTENCAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'FRETES'               TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           OPEN I-O FRETES

           IF  FS-FRT-NAO-EXISTE
               OPEN OUTPUT FRETES
               CLOSE FRETES
               OPEN I-O FRETES
           END-IF

           IF  NOT FS-FRT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR FRETES, FILE STATUS: '
                   FS-FRETES       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT MUNICIPIOS-MESTRE

           IF  NOT FS-MUN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MUNICIPIOS-MESTRE, FILE STATUS: '
                   FS-MUNICIPIOS-MESTRE UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho dos fretes e 2a com
      *    o do MUNICIPIOS-MESTRE; linha ausente ou em branco mantém
      *    o padrão. Via PARM, aceita apenas o caminho dos fretes.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-FRETES
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-FRETES
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
           MANUTENCAO-FRETES           SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-FRETES'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: I=INCLUI A=ALTERA E=EXCLUI L=LISTA (SAI)'
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
                           PERFORM INCLUI-FRETE
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-FRETE
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-FRETE
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-FRETES
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
      *    Pede o código IBGE do município e confere no mestre;
      *    município extinto não recebe frete novo - o frete vai
      *    para o sucessor indicado pelo MUNICI.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA
           MOVE SPACES                 TO WS-NM-MUNICIPIO

           MOVE 'CODIGO IBGE DO MUNICIPIO (7 DIGITOS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO

           IF  PRM-RESPOSTA(1:7)       IS NUMERIC
               MOVE PRM-RESPOSTA(1:7)  TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       DISPLAY 'MUNICIPIO NAO CADASTRADO: '
                           MM-CD-MUNICIPIO UPON CONSOLE
                   NOT INVALID KEY
                       IF  MM-EXTINTO
                           DISPLAY 'MUNICIPIO EXTINTO, USE O SUCESSOR: '
                               MM-CD-SUCESSOR UPON CONSOLE
                       ELSE
                           MOVE 'S'    TO IND-CHAVE-VALIDA
                           MOVE MM-NM-MUNICIPIO
                                       TO WS-NM-MUNICIPIO
                           MOVE MM-CD-MUNICIPIO
                                       TO FRT-CD-MUNICIPIO
                           MOVE MM-CD-MUNICIPIO
                                       TO ALT-CHAVE-ATUAL
                       END-IF
               END-READ
           ELSE
               DISPLAY 'CODIGO DO MUNICIPIO INVALIDO' UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           INCLUI-FRETE                SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               DISPLAY NOME-PROGRAMA ' MUNICIPIO: ' WS-NM-MUNICIPIO
                                       UPON CONSOLE

               MOVE SPACES             TO REG-FRETE
               MOVE MM-CD-MUNICIPIO    TO FRT-CD-MUNICIPIO

               MOVE 'VALOR DO FRETE (0 = ENTREGA GRATIS): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-PRECO

               IF  PRM-VALOR-PRECO     < 0
                   OR PRM-VALOR-PRECO  > 999,99
                   DISPLAY NOME-PROGRAMA ' FRETE INVALIDO'
                                       UPON CONSOLE
               ELSE
                   MOVE PRM-VALOR-PRECO
                                       TO FRT-VALOR-FRETE

                   MOVE 'ROTA DE ENTREGA (3 POSICOES): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:3))
                                       TO FRT-ROTA

                   MOVE DTH-DATA-ATUAL-RED
                                       TO FRT-DATA-ATUALIZACAO

                   WRITE REG-FRETE
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' FRETE JA CADASTRADO: '
                               FRT-CD-MUNICIPIO UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-INCLUSOES
                           MOVE FRT-VALOR-FRETE
                                       TO WS-FRETE-ED
                           MOVE 'INCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE SPACES TO ALT-VALOR-ANTES
                           MOVE WS-FRETE-ED
                                       TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA ' FRETE INCLUIDO: '
                               FRT-CD-MUNICIPIO UPON CONSOLE
                   END-WRITE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-FRETE                SECTION.
      *----------------------------------------------------------------*
      *    Mostra o frete e a rota atuais e pede os novos; branco
      *    mantém (o frete é pedido como texto para que zero, a
      *    entrega grátis, possa ser informado). Cada campo alterado
      *    vai para o log com o antes e o depois.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ FRETES
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' FRETE NAO CADASTRADO: '
                           FRT-CD-MUNICIPIO UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM ALTERA-CAMPOS-FRETE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-CAMPOS-FRETE         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FRETE-ALTERADO

           MOVE FRT-VALOR-FRETE        TO WS-FRETE-ED
           DISPLAY NOME-PROGRAMA ' ' WS-NM-MUNICIPIO
               ' FRETE ATUAL: ' WS-FRETE-ED
               ' ROTA: ' FRT-ROTA      UPON CONSOLE

           MOVE 'NOVO FRETE (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION NUMVAL(PRM-RESPOSTA)
                                       TO WS-VALOR-DIGITADO
               IF  WS-VALOR-DIGITADO   < 0
                   OR WS-VALOR-DIGITADO > 999,99
                   DISPLAY NOME-PROGRAMA ' FRETE INVALIDO, MANTIDO'
                                       UPON CONSOLE
               ELSE
                   MOVE 'FRETE'        TO ALT-CAMPO-ATUAL
                   MOVE WS-FRETE-ED    TO ALT-VALOR-ANTES
                   MOVE WS-VALOR-DIGITADO
                                       TO FRT-VALOR-FRETE
                   MOVE FRT-VALOR-FRETE
                                       TO WS-FRETE-ED
                   MOVE WS-FRETE-ED    TO ALT-VALOR-DEPOIS
                   PERFORM ALT-GRAVA-CAMPO
                   MOVE 'S'            TO IND-FRETE-ALTERADO
               END-IF
           END-IF

           MOVE 'NOVA ROTA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FRT-ROTA           TO WS-ROTA-ANTERIOR
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:3))
                                       TO FRT-ROTA
               MOVE 'ROTA'             TO ALT-CAMPO-ATUAL
               MOVE WS-ROTA-ANTERIOR   TO ALT-VALOR-ANTES
               MOVE FRT-ROTA           TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
               MOVE 'S'                TO IND-FRETE-ALTERADO
           END-IF

           IF  FRETE-ALTERADO
               MOVE DTH-DATA-ATUAL-RED TO FRT-DATA-ATUALIZACAO
               REWRITE REG-FRETE
               IF  FS-FRT-OK
                   ADD 1               TO CONTA-ALTERACOES
                   DISPLAY NOME-PROGRAMA ' FRETE ALTERADO'
                                       UPON CONSOLE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR FRETE, FS: '
                       FS-FRETES       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-FRETE                SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ FRETES
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' FRETE NAO CADASTRADO: '
                           FRT-CD-MUNICIPIO UPON CONSOLE
                   NOT INVALID KEY
                       MOVE FRT-VALOR-FRETE
                                       TO WS-FRETE-ED
                       DELETE FRETES
                       IF  FS-FRT-OK
                           ADD 1       TO CONTA-EXCLUSOES
                           MOVE 'EXCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE WS-FRETE-ED
                                       TO ALT-VALOR-ANTES
                           MOVE SPACES TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA ' FRETE EXCLUIDO: '
                               FRT-CD-MUNICIPIO UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO EXCLUIR FRETE, FS: '
                               FS-FRETES UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-FRETES                SECTION.
      *----------------------------------------------------------------*
      *    Lista todos os fretes na ordem do código do município,
      *    com o nome vindo do MUNICIPIOS-MESTRE.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-LISTAGEM
           MOVE ZEROS                  TO CONTA-LISTADOS

           MOVE ZEROS                  TO FRT-CD-MUNICIPIO
           START FRETES
               KEY IS >= FRT-CD-MUNICIPIO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ FRETES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   PERFORM LISTA-LINHA-FRETE
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' FRETES LISTADOS: ' CONTA-LISTADOS
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-LINHA-FRETE           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-LISTADOS

           MOVE SPACES                 TO WS-NM-MUNICIPIO
           MOVE FRT-CD-MUNICIPIO       TO MM-CD-MUNICIPIO
           READ MUNICIPIOS-MESTRE
               INVALID KEY
                   MOVE '*** FORA DO MUNICIPIOS-MESTRE ***'
                                       TO WS-NM-MUNICIPIO
               NOT INVALID KEY
                   MOVE MM-NM-MUNICIPIO
                                       TO WS-NM-MUNICIPIO
           END-READ

           MOVE FRT-VALOR-FRETE        TO WS-FRETE-ED
           DISPLAY FRT-CD-MUNICIPIO ' ' WS-NM-MUNICIPIO
               ' ' FRT-ROTA ' ' WS-FRETE-ED
               ' ' FRT-DATA-ATUALIZACAO UPON CONSOLE

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

           CLOSE FRETES
           CLOSE MUNICIPIOS-MESTRE
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

           CLOSE FRETES

           CLOSE MUNICIPIOS-MESTRE

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
