      *    FORNEC01: inclusão, alteração e exclusão por acesso direto
      *    à chave. O caderno de fiado "provisório" aposenta-se.
      *----------------------------------------------------------------*
      * VERSAO 05 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir, D desbloquear como L liberar)
      *    em OPR-VERIFICA-FUNCAO antes de executar; a recusa vai para a
      *    trilha de auditoria.
      * VERSAO 04 - Endereco de entrega no cadastro (CLI-ENDERECO,
      *    CLI-BAIRRO, CLI-CD-MUNICIPIO, CLI-CEP e CLI-TELEFONE) para
      *    a entrega em domicilio de PR16TA01: o municipio e conferido
      *    no MUNICIPIOS-MESTRE e o codigo extinto e trocado pelo
      *    sucessor (MM-CD-SUCESSOR). 2a linha do cartao SYSIN com o
      *    caminho do MUNICIPIOS-MESTRE; sem ele, o cadastro segue e
      *    so o municipio nao e aceito.
      * VERSAO 03 - Situacao de credito no cadastro (bloqueio
      *    automatico por atraso, feito por RECREC01): a opcao D
      *    libera o credito do cliente bloqueado, com o operador
      *    autorizado da sessao, e a liberacao vai para o log de
      *    alteracoes dos mestres (ALTMEST).
      * VERSAO 02 - A sessao passou a exigir operador assinado e
      *    autorizado (OPR-SIGNON), na convencao dos fluxos
      *    sensiveis da casa: o programa regrava mestre/financeiro
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT MUNICIPIOS-MESTRE ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-CD-MUNICIPIO
           FILE STATUS IS FS-MUNICIPIOS-MESTRE.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY OPRCTL.

           COPY ALTCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
           03  CLI-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  CLI-LIMITE-CREDITO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CLI-SITUACAO-CREDITO    PIC X(01).
               88  CLI-CREDITO-NORMAL              VALUE ' ' 'N'.
               88  CLI-CREDITO-BLOQUEADO           VALUE 'B'.
               88  CLI-CREDITO-LIBERADO            VALUE 'L'.
           03  FILLER                  PIC X(01).
           03  CLI-DATA-SITUACAO       PIC X(10).
           03  FILLER                  PIC X(01).
           03  CLI-ENDERECO            PIC X(40).
           03  FILLER                  PIC X(01).
           03  CLI-BAIRRO              PIC X(20).
           03  FILLER                  PIC X(01).
           03  CLI-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CLI-CEP                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  CLI-TELEFONE            PIC X(11).

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

       COPY OPRFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'CLIEN01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS005'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           03  FS-CLIENTES             PIC X(02)        VALUE '00'.
               88  FS-CLI-OK                            VALUE '00'.
               88  FS-CLI-NAO-EXISTE                    VALUE '35'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MUNMEST.dat'.
           03  FS-MUNICIPIOS-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-MUN-OK                            VALUE '00'.
           03  IND-HA-MUNICIPIOS       PIC X(01)        VALUE 'N'.
               88  HA-MUNICIPIOS                        VALUE 'S'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LIBERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-SITUACAO-ED          PIC X(10)        VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'CLIENTES'             TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           OPEN I-O CLIENTES
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    O MUNICIPIOS-MESTRE so confere o municipio do endereco de
      *    entrega: sem ele, o cadastro segue sem aceitar municipio.
           OPEN INPUT MUNICIPIOS-MESTRE

           IF  FS-MUN-OK
               SET HA-MUNICIPIOS       TO TRUE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' SEM MUNICIPIOS-MESTRE, FILE STATUS: '
                   FS-MUNICIPIOS-MESTRE
                   ' - MUNICIPIO DE ENTREGA NAO SERA ACEITO'
                                       UPON CONSOLE
           END-IF

           .

           EXIT.
      *----------------------------------------------------------------*
      *    Permite que o caminho de CLIENTES venha via PARM
      *    (COMMAND-LINE) ou pela 1a linha do cartão SYSIN; sem nenhum
      *    dos dois, prevalece o caminho padrão. A 2a linha do cartão
      *    traz o caminho do MUNICIPIOS-MESTRE.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-CLIENTES'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
           'OPCAO: I=INCLUIR A=ALTERAR E=EXCLUIR D=DESBLOQUEAR (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-CLIENTE
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-CLIENTE
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-CLIENTE
                       END-IF
                   WHEN 'D'
                       MOVE 'L'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM LIBERA-CREDITO-CLIENTE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
           INITIALIZE REG-CLIENTE

           MOVE WS-CODIGO-CLIENTE      TO CLI-CODIGO
           MOVE 'N'                    TO CLI-SITUACAO-CREDITO

           MOVE 'NOME DO CLIENTE: '    TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           PERFORM PRM-SOLICITA-PRECO
           MOVE PRM-VALOR-PRECO        TO CLI-LIMITE-CREDITO

           PERFORM SOLICITA-ENDERECO

           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                                       TO WS-LIMITE-ED
                   DISPLAY NOME-PROGRAMA ' NOME ATUAL: ' CLI-NOME
                       ' LIMITE: ' WS-LIMITE-ED UPON CONSOLE
                   PERFORM FORMATA-SITUACAO-CREDITO
                   DISPLAY NOME-PROGRAMA ' CREDITO: ' WS-SITUACAO-ED
                       ' DESDE ' CLI-DATA-SITUACAO UPON CONSOLE
                   PERFORM MOSTRA-ENDERECO

                   MOVE 'NOVO NOME (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
                                       TO CLI-LIMITE-CREDITO
                   END-IF

                   PERFORM SOLICITA-ENDERECO

                   REWRITE REG-CLIENTE
                   IF  FS-CLI-OK
                       ADD 1           TO CONTA-ALTERACOES

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-ENDERECO           SECTION.
      *----------------------------------------------------------------*
      *    Endereco de entrega do cliente, campo a campo; branco
      *    mantem o valor atual (na inclusao, fica sem endereco).
      *----------------------------------------------------------------*

           MOVE 'ENDERECO DE ENTREGA (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:40))
                                       TO CLI-ENDERECO
           END-IF

           MOVE 'BAIRRO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:20))
                                       TO CLI-BAIRRO
           END-IF

           PERFORM SOLICITA-MUNICIPIO-CLIENTE

           MOVE 'CEP (8 DIGITOS, BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               IF  PRM-RESPOSTA(1:8)   IS NUMERIC
                   MOVE PRM-RESPOSTA(1:8)
                                       TO CLI-CEP
               ELSE
                   DISPLAY 'CEP INVALIDO, MANTIDO: ' CLI-CEP
                                       UPON CONSOLE
               END-IF
           END-IF

           MOVE 'TELEFONE COM DDD (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE PRM-RESPOSTA(1:11) TO CLI-TELEFONE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-MUNICIPIO-CLIENTE  SECTION.
      *----------------------------------------------------------------*
      *    Confere o codigo IBGE no MUNICIPIOS-MESTRE: municipio
      *    extinto com sucessor e trocado por ele, como no
      *    vale-transporte; extinto sem sucessor, ou fora do mestre,
      *    nao e aceito e o codigo atual fica.
      *----------------------------------------------------------------*

           MOVE 'CODIGO IBGE DO MUNICIPIO (BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO

           EVALUATE TRUE
               WHEN PRM-RESPOSTA       = SPACES
                   CONTINUE
               WHEN NOT HA-MUNICIPIOS
                   DISPLAY 'SEM MUNICIPIOS-MESTRE, MUNICIPIO MANTIDO'
                                       UPON CONSOLE
               WHEN PRM-RESPOSTA(1:7)  IS NOT NUMERIC
                   DISPLAY 'CODIGO DO MUNICIPIO INVALIDO' UPON CONSOLE
               WHEN OTHER
                   MOVE PRM-RESPOSTA(1:7)
                                       TO MM-CD-MUNICIPIO
                   READ MUNICIPIOS-MESTRE
                       INVALID KEY
                           DISPLAY 'MUNICIPIO NAO CADASTRADO: '
                               MM-CD-MUNICIPIO UPON CONSOLE
                       NOT INVALID KEY
                           PERFORM ACEITA-MUNICIPIO-CLIENTE
                   END-READ
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           ACEITA-MUNICIPIO-CLIENTE    SECTION.
      *----------------------------------------------------------------*

           IF  MM-EXTINTO
               IF  MM-CD-SUCESSOR      > 0
                   DISPLAY 'MUNICIPIO EXTINTO, TROCADO PELO SUCESSOR: '
                       MM-CD-SUCESSOR  UPON CONSOLE
                   MOVE MM-CD-SUCESSOR TO MM-CD-MUNICIPIO
                   READ MUNICIPIOS-MESTRE
                       INVALID KEY
                           MOVE 'E'    TO MM-SITUACAO
                   END-READ
               END-IF
           END-IF

           IF  MM-EXTINTO
               DISPLAY 'MUNICIPIO EXTINTO SEM SUCESSOR VALIDO, '
                   'MUNICIPIO MANTIDO' UPON CONSOLE
           ELSE
               MOVE MM-CD-MUNICIPIO    TO CLI-CD-MUNICIPIO
               DISPLAY 'MUNICIPIO: ' MM-NM-MUNICIPIO '-' MM-SG-UF
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MOSTRA-ENDERECO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO MM-NM-MUNICIPIO
           IF  HA-MUNICIPIOS
               AND CLI-CD-MUNICIPIO    IS NUMERIC
               AND CLI-CD-MUNICIPIO    > 0
               MOVE CLI-CD-MUNICIPIO   TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       MOVE SPACES     TO MM-NM-MUNICIPIO
                   NOT INVALID KEY
                       IF  MM-EXTINTO
                           DISPLAY NOME-PROGRAMA
                               ' MUNICIPIO DO CADASTRO EXTINTO, '
                               'SUCESSOR: ' MM-CD-SUCESSOR
                                       UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           DISPLAY NOME-PROGRAMA ' ENDERECO: ' CLI-ENDERECO
               ' ' CLI-BAIRRO UPON CONSOLE
           DISPLAY NOME-PROGRAMA ' MUNICIPIO: ' CLI-CD-MUNICIPIO
               ' ' MM-NM-MUNICIPIO ' CEP: ' CLI-CEP
               ' FONE: ' CLI-TELEFONE UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           EXCLUI-CLIENTE              SECTION.
      *----------------------------------------------------------------*

           EXIT.

      *----------------------------------------------------------------*
           LIBERA-CREDITO-CLIENTE      SECTION.
      *----------------------------------------------------------------*
      *    Liberacao manual do credito bloqueado por atraso. O
      *    bloqueio e feito por RECREC01 (titulo vencido alem de
      *    DIAS-BLOQUEIO-CREDITO); aqui o operador autorizado da
      *    sessao (supervisor) libera o cliente, que fica 'L' ate a
      *    divida ser quitada, quando RECREC01 o devolve ao normal.
      *    A liberacao fica no log de alteracoes com o operador.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CODIGO

           MOVE WS-CODIGO-CLIENTE      TO CLI-CODIGO

           READ CLIENTES
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' CLIENTE NAO CADASTRADO: '
                       WS-CODIGO-CLIENTE UPON CONSOLE
               NOT INVALID KEY
                   IF  CLI-CREDITO-BLOQUEADO
                       PERFORM GRAVA-LIBERACAO-CREDITO
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' CLIENTE SEM BLOQUEIO DE CREDITO: '
                           WS-CODIGO-CLIENTE UPON CONSOLE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LIBERACAO-CREDITO     SECTION.
      *----------------------------------------------------------------*

           DISPLAY NOME-PROGRAMA ' CLIENTE ' CLI-NOME
               ' BLOQUEADO DESDE ' CLI-DATA-SITUACAO UPON CONSOLE

           MOVE 'LIBERAR O CREDITO DESTE CLIENTE (S/N)? '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO

           IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) = 'S'
               PERFORM OBTER-DATA-HORA
               MOVE 'L'                TO CLI-SITUACAO-CREDITO
               MOVE DTH-LINHA-DATA-HORA(12:10)
                                       TO CLI-DATA-SITUACAO
               REWRITE REG-CLIENTE
               IF  FS-CLI-OK
                   ADD 1               TO CONTA-LIBERACOES
                   MOVE CLI-CODIGO     TO ALT-CHAVE-ATUAL
                   MOVE 'SITUACAO-CREDITO'
                                       TO ALT-CAMPO-ATUAL
                   MOVE 'BLOQUEADO'    TO ALT-VALOR-ANTES
                   MOVE 'LIBERADO'     TO ALT-VALOR-DEPOIS
                   PERFORM ALT-GRAVA-CAMPO
                   DISPLAY NOME-PROGRAMA ' CREDITO LIBERADO: '
                       WS-CODIGO-CLIENTE UPON CONSOLE
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO REGRAVAR CLIENTE, FS: '
                       FS-CLIENTES     UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-SITUACAO-CREDITO    SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN CLI-CREDITO-BLOQUEADO
                   MOVE 'BLOQUEADO'    TO WS-SITUACAO-ED
               WHEN CLI-CREDITO-LIBERADO
                   MOVE 'LIBERADO'     TO WS-SITUACAO-ED
               WHEN OTHER
                   MOVE 'NORMAL'       TO WS-SITUACAO-ED
           END-EVALUATE

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

           CLOSE CLIENTES
           CLOSE MUNICIPIOS-MESTRE
           PERFORM ALT-FECHA-LOG

           .


       COPY OPRPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*

           DISPLAY NOME-PROGRAMA ' INCLUSOES: ' CONTA-INCLUSOES
               ' ALTERACOES: ' CONTA-ALTERACOES
               ' EXCLUSOES: ' CONTA-EXCLUSOES
               ' LIBERACOES: ' CONTA-LIBERACOES UPON CONSOLE

           CLOSE CLIENTES
           IF  HA-MUNICIPIOS
               CLOSE MUNICIPIOS-MESTRE
           END-IF
           PERFORM ALT-FECHA-LOG

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
               + CONTA-LIBERACOES
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

