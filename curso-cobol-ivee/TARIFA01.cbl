      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manutenção da tabela de tarifas do vale-transporte
      *    (TARIFAS-VT, indexada pelo código IBGE do município): a
      *    tarifa de uma viagem entre o município de residência e a
      *    loja - ônibus municipal para a cidade da loja,
      *    intermunicipal para as vizinhas - e a operadora que vende
      *    os créditos. Diálogo de console nos moldes de METAS01:
      *    inclusão, alteração, exclusão e listagem por acesso direto
      *    à chave. O código é conferido contra o MUNICIPIOS-MESTRE
      *    mantido pelo MUNICI e toda mudança vai para o log de
      *    alterações dos cadastros mestres. VALETR01 usa a tabela no
      *    pedido mensal do vale-transporte.
      *----------------------------------------------------------------*
      * VERSAO 02 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir) em OPR-VERIFICA-FUNCAO antes
      *    de executar; a recusa vai para a trilha de auditoria.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho de TARIFAS-VT, 2a com o do MUNICIPIOS-MESTRE; via
      *    PARM, aceita apenas o caminho das tarifas.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     TARIFA01.
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
           COPY TVTCTL.

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
       COPY TVTFD.

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
       77  NOME-PROGRAMA               PIC X(18) VALUE       'TARIFA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY TVTDADOS.

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
           03  IND-TARIFA-ALTERADA     PIC X(01)        VALUE 'N'.
               88  TARIFA-ALTERADA                      VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-NM-MUNICIPIO         PIC X(35)        VALUE SPACES.
           03  WS-OPERADORA-ANTERIOR   PIC X(20)        VALUE SPACES.
           03  WS-TARIFA-ED            PIC ZZ9,99.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-TARIFAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    A tarifa vira desconto em folha e pedido a operadora:
      *    exige operador assinado e autorizado, e toda mudanca vai
      *    para o log de alteracoes.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' MANUTENCAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'TARIFAS-VT'           TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           OPEN I-O TARIFAS-VT

           IF  FS-TVT-NAO-EXISTE
               OPEN OUTPUT TARIFAS-VT
               CLOSE TARIFAS-VT
               OPEN I-O TARIFAS-VT
           END-IF

           IF  NOT FS-TVT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR TARIFAS-VT, FILE STATUS: '
                   FS-TARIFAS-VT       UPON CONSOLE
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
      *    Cartão SYSIN: 1a linha com o caminho das tarifas e 2a com
      *    o do MUNICIPIOS-MESTRE; linha ausente ou em branco mantém
      *    o padrão. Via PARM, aceita apenas o caminho das tarifas.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-TARIFAS-VT
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-TARIFAS-VT
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
           MANUTENCAO-TARIFAS          SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-TARIFAS'

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
                           PERFORM INCLUI-TARIFA
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-TARIFA
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-TARIFA
                       END-IF
                   WHEN 'L'
                       PERFORM LISTA-TARIFAS
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
      *    município extinto não recebe tarifa nova - a tarifa vai
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
                                       TO TVT-CD-MUNICIPIO
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
           INCLUI-TARIFA               SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               DISPLAY NOME-PROGRAMA ' MUNICIPIO: ' WS-NM-MUNICIPIO
                                       UPON CONSOLE

               MOVE SPACES             TO REG-TARIFA-VT
               MOVE MM-CD-MUNICIPIO    TO TVT-CD-MUNICIPIO

               MOVE 'TARIFA DE UMA VIAGEM: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-PRECO

               IF  PRM-VALOR-PRECO     <= 0
                   OR PRM-VALOR-PRECO  > 999,99
                   DISPLAY NOME-PROGRAMA ' TARIFA INVALIDA'
                                       UPON CONSOLE
               ELSE
                   MOVE PRM-VALOR-PRECO
                                       TO TVT-TARIFA

                   MOVE 'OPERADORA: '  TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:20))
                                       TO TVT-OPERADORA

                   MOVE DTH-DATA-ATUAL-RED
                                       TO TVT-DATA-ATUALIZACAO

                   WRITE REG-TARIFA-VT
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' TARIFA JA CADASTRADA: '
                               TVT-CD-MUNICIPIO UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-INCLUSOES
                           MOVE TVT-TARIFA
                                       TO WS-TARIFA-ED
                           MOVE 'INCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE SPACES TO ALT-VALOR-ANTES
                           MOVE WS-TARIFA-ED
                                       TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA ' TARIFA INCLUIDA: '
                               TVT-CD-MUNICIPIO UPON CONSOLE
                   END-WRITE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-TARIFA               SECTION.
      *----------------------------------------------------------------*
      *    Mostra a tarifa e a operadora atuais e pede as novas;
      *    zero ou branco mantém. Cada campo alterado vai para o log
      *    com o antes e o depois.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ TARIFAS-VT
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' TARIFA NAO CADASTRADA: '
                           TVT-CD-MUNICIPIO UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM ALTERA-CAMPOS-TARIFA
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ALTERA-CAMPOS-TARIFA        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-TARIFA-ALTERADA

           MOVE TVT-TARIFA             TO WS-TARIFA-ED
           DISPLAY NOME-PROGRAMA ' ' WS-NM-MUNICIPIO
               ' TARIFA ATUAL: ' WS-TARIFA-ED
               ' OPERADORA: ' TVT-OPERADORA UPON CONSOLE

           MOVE 'NOVA TARIFA (0 MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO
           IF  PRM-VALOR-PRECO         > 0
               AND PRM-VALOR-PRECO     <= 999,99
               MOVE 'TARIFA'           TO ALT-CAMPO-ATUAL
               MOVE WS-TARIFA-ED       TO ALT-VALOR-ANTES
               MOVE PRM-VALOR-PRECO    TO TVT-TARIFA
               MOVE TVT-TARIFA         TO WS-TARIFA-ED
               MOVE WS-TARIFA-ED       TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
               MOVE 'S'                TO IND-TARIFA-ALTERADA
           END-IF

           MOVE 'NOVA OPERADORA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE TVT-OPERADORA      TO WS-OPERADORA-ANTERIOR
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:20))
                                       TO TVT-OPERADORA
               MOVE 'OPERADORA'        TO ALT-CAMPO-ATUAL
               MOVE WS-OPERADORA-ANTERIOR
                                       TO ALT-VALOR-ANTES
               MOVE TVT-OPERADORA      TO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
               MOVE 'S'                TO IND-TARIFA-ALTERADA
           END-IF

           IF  TARIFA-ALTERADA
               MOVE DTH-DATA-ATUAL-RED TO TVT-DATA-ATUALIZACAO
               REWRITE REG-TARIFA-VT
               IF  FS-TVT-OK
                   ADD 1               TO CONTA-ALTERACOES
                   DISPLAY NOME-PROGRAMA ' TARIFA ALTERADA'
                                       UPON CONSOLE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR TARIFA, FS: '
                       FS-TARIFAS-VT   UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-TARIFA               SECTION.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               READ TARIFAS-VT
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' TARIFA NAO CADASTRADA: '
                           TVT-CD-MUNICIPIO UPON CONSOLE
                   NOT INVALID KEY
                       MOVE TVT-TARIFA TO WS-TARIFA-ED
                       DELETE TARIFAS-VT
                       IF  FS-TVT-OK
                           ADD 1       TO CONTA-EXCLUSOES
                           MOVE 'EXCLUSAO'
                                       TO ALT-CAMPO-ATUAL
                           MOVE WS-TARIFA-ED
                                       TO ALT-VALOR-ANTES
                           MOVE SPACES TO ALT-VALOR-DEPOIS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA ' TARIFA EXCLUIDA: '
                               TVT-CD-MUNICIPIO UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO EXCLUIR TARIFA, FS: '
                               FS-TARIFAS-VT UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-TARIFAS               SECTION.
      *----------------------------------------------------------------*
      *    Lista todas as tarifas na ordem do código do município,
      *    com o nome vindo do MUNICIPIOS-MESTRE.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-LISTAGEM
           MOVE ZEROS                  TO CONTA-LISTADOS

           MOVE ZEROS                  TO TVT-CD-MUNICIPIO
           START TARIFAS-VT
               KEY IS >= TVT-CD-MUNICIPIO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ TARIFAS-VT NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   PERFORM LISTA-LINHA-TARIFA
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' TARIFAS LISTADAS: ' CONTA-LISTADOS
                                       UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-LINHA-TARIFA          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-LISTADOS

           MOVE SPACES                 TO WS-NM-MUNICIPIO
           MOVE TVT-CD-MUNICIPIO       TO MM-CD-MUNICIPIO
           READ MUNICIPIOS-MESTRE
               INVALID KEY
                   MOVE '*** FORA DO MUNICIPIOS-MESTRE ***'
                                       TO WS-NM-MUNICIPIO
               NOT INVALID KEY
                   MOVE MM-NM-MUNICIPIO
                                       TO WS-NM-MUNICIPIO
           END-READ

           MOVE TVT-TARIFA             TO WS-TARIFA-ED
           DISPLAY TVT-CD-MUNICIPIO ' ' WS-NM-MUNICIPIO
               ' ' WS-TARIFA-ED ' ' TVT-OPERADORA
               ' ' TVT-DATA-ATUALIZACAO UPON CONSOLE

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

           CLOSE TARIFAS-VT
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

           CLOSE TARIFAS-VT

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
