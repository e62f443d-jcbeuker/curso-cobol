      *    console nos moldes de FORNEC01: inclusão, alteração e
      *    exclusão por acesso direto à chave.
      *----------------------------------------------------------------*
      * VERSAO 10 - Dupla custodia do domicilio bancario (banco,
      *    agencia e conta, como um campo so) e do valor-hora: na
      *    alteracao, a mudanca desses campos nao e aplicada ao
      *    CADASTRO-MESTRE, vira pedido pendente em ALTERACOES-
      *    PENDENTES (copybooks PND*) e so entra no mestre quando
      *    outro operador a aprovar em APROVA01. Os demais campos
      *    continuam gravados na hora. O pedido vai para o log de
      *    alteracoes com a situacao P.
      * VERSAO 09 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on confere o acesso do perfil a
      *    este programa e cada opcao do menu confere a funcao pedida (I
      *    incluir, A alterar, E excluir; dependentes e vale-transporte
      *    como A) em OPR- VERIFICA-FUNCAO antes de executar; a recusa
      *    vai para a trilha de auditoria.
      * VERSAO 08 - Opcao V no menu para a declaracao de vale-
      *    transporte (DECLARACOES-VT, copybooks VTD*): viagens por
      *    dia util entre a residencia e a loja; zero retira a
      *    opcao pelo beneficio. A mudanca vai para o log de
      *    alteracoes e a declaracao alimenta o pedido mensal de
      *    VALETR01.
      * VERSAO 07 - Inclusao e alteracao reescritas como formulario
      *    de tela cheia (SCREEN SECTION): todos os campos do
      *    registro CDM visiveis e editaveis de uma vez, com
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           COPY VTDCTL.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY ALTCTL.

           COPY PNDCTL.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
           03  FILLER                  PIC X(01).
           03  DPD-TIPO                PIC X(02).

       COPY VTDFD.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).


       COPY ALTFD.

       COPY PNDFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CADFUN01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS010'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY PNDDADOS.
       COPY VTDDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           03  IND-FIM-DEPENDENTES     PIC X(01)        VALUE 'N'.
               88  FIM-DOS-DEPENDENTES                  VALUE 'S'.
           03  WS-PROXIMA-SEQ          PIC 9(02)        VALUE ZEROS.
           03  WS-VIAGENS-ANTES        PIC 9(02)        VALUE ZEROS.
           03  WS-VIAGENS-NOVAS        PIC 9(02)        VALUE ZEROS.
           03  CONTA-INCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ALTERACOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXCLUSOES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-PEDE-DOMICILIO      PIC X(01)        VALUE 'N'.
               88  PEDE-DOMICILIO                       VALUE 'S'.
           03  IND-PEDE-VALOR-HORA     PIC X(01)        VALUE 'N'.
               88  PEDE-VALOR-HORA                      VALUE 'S'.
           03  WS-DOMICILIO-ANTES      PIC X(20)        VALUE SPACES.
           03  WS-DOMICILIO-PEDIDO     PIC X(20)        VALUE SPACES.
           03  WS-VALOR-HORA-PEDIDO    PIC 9(03)V99     VALUE ZEROS.

      *    Imagem dos campos antes da alteracao, para o log de
      *    alteracoes comparar campo a campo.

           MOVE 'CADMEST'              TO ALT-MESTRE-ATUAL

      *    Domicilio bancario e valor-hora so mudam com aprovacao de
      *    um segundo operador: sem o arquivo de pendencias a
      *    alteracao nao pode ser retida.
           PERFORM PND-ABRE-PENDENCIAS

           IF  NOT PENDENCIAS-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE 'CADMEST'              TO PND-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           OPEN I-O CADASTRO-MESTRE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O DECLARACOES-VT

           IF  FS-VTD-NAO-EXISTE
               OPEN OUTPUT DECLARACOES-VT
               CLOSE DECLARACOES-VT
               OPEN I-O DECLARACOES-VT
           END-IF

           IF  NOT FS-VTD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR DECLARACOES-VT, FILE STATUS: '
                   FS-DECLARACOES-VT   UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.
           MANUTENCAO-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *    Laço de manutenção pelo console: o operador escolhe I
      *    (incluir), A (alterar), E (excluir), H (histórico), D
      *    (dependentes), V (vale-transporte) ou branco para
      *    encerrar, e informa a MATRICULA para o acesso direto.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-CADASTRO'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: I=INC A=ALT E=EXC H=HIST D=DEP V=VT (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA       TO WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'I'
                       MOVE 'I'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM INCLUI-FUNCIONARIO
                       END-IF
                   WHEN 'A'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM ALTERA-FUNCIONARIO
                       END-IF
                   WHEN 'E'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM EXCLUI-FUNCIONARIO
                       END-IF
                   WHEN 'H'
                       PERFORM CONSULTA-HISTORICO
                   WHEN 'D'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM MANUTENCAO-DEPENDENTES
                       END-IF
                   WHEN 'V'
                       MOVE 'A'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM MANUTENCAO-VALE-TRANSPORTE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE

                   PERFORM MOVE-TELA-PARA-REGISTRO

                   PERFORM RETEM-CAMPOS-SENSIVEIS

                   REWRITE REG-CADASTRO-MESTRE
                   IF  FS-CDM-OK
                       ADD 1           TO CONTA-ALTERACOES
                       DISPLAY NOME-PROGRAMA ' FUNCIONARIO ALTERADO: '
                           WS-MATRICULA UPON CONSOLE
                       PERFORM GRAVA-LOG-ALTERACOES
                       PERFORM GRAVA-PEDIDOS-APROVACAO
      *                Promocao: a categoria nova vira um segmento com
      *                vigencia propria no historico, e e por ele que
      *                C3A07P01 prorrateia o mes da mudanca.

           EXIT.

      *----------------------------------------------------------------*
           RETEM-CAMPOS-SENSIVEIS      SECTION.
      *----------------------------------------------------------------*
      *    Dupla custodia: domicilio bancario e valor-hora alterados
      *    na tela nao vao para o REWRITE - o registro volta aos
      *    valores anteriores nesses campos e o valor digitado fica
      *    guardado para virar pedido pendente depois da regravacao.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PEDE-DOMICILIO
           MOVE 'N'                    TO IND-PEDE-VALOR-HORA

           IF  CDM-BANCO               NOT = ANT-BANCO
               OR CDM-AGENCIA          NOT = ANT-AGENCIA
               OR CDM-CONTA            NOT = ANT-CONTA
               MOVE 'S'                TO IND-PEDE-DOMICILIO
               MOVE ANT-BANCO          TO PND-DOM-BANCO
               MOVE ANT-AGENCIA        TO PND-DOM-AGENCIA
               MOVE ANT-CONTA          TO PND-DOM-CONTA
               MOVE PND-DOMICILIO-BANCARIO
                                       TO WS-DOMICILIO-ANTES
               MOVE CDM-BANCO          TO PND-DOM-BANCO
               MOVE CDM-AGENCIA        TO PND-DOM-AGENCIA
               MOVE CDM-CONTA          TO PND-DOM-CONTA
               MOVE PND-DOMICILIO-BANCARIO
                                       TO WS-DOMICILIO-PEDIDO
               MOVE ANT-BANCO          TO CDM-BANCO
               MOVE ANT-AGENCIA        TO CDM-AGENCIA
               MOVE ANT-CONTA          TO CDM-CONTA
           END-IF

           IF  CDM-VALOR-HORA          NOT = ANT-VALOR-HORA
               MOVE 'S'                TO IND-PEDE-VALOR-HORA
               MOVE CDM-VALOR-HORA     TO WS-VALOR-HORA-PEDIDO
               MOVE ANT-VALOR-HORA     TO CDM-VALOR-HORA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PEDIDOS-APROVACAO     SECTION.
      *----------------------------------------------------------------*
      *    Grava os pedidos retidos por RETEM-CAMPOS-SENSIVEIS em
      *    ALTERACOES-PENDENTES e no log de alteracoes com a situacao
      *    P; o mestre so muda na aprovacao, em APROVA01.
      *----------------------------------------------------------------*

           MOVE WS-MATRICULA           TO PND-CHAVE-ATUAL
           MOVE WS-MATRICULA           TO ALT-CHAVE-ATUAL

           IF  PEDE-DOMICILIO
               MOVE 'DOMICILIO-BANCARIO'
                                       TO PND-CAMPO-ATUAL
               MOVE WS-DOMICILIO-ANTES TO PND-ANTES-ATUAL
               MOVE WS-DOMICILIO-PEDIDO
                                       TO PND-DEPOIS-ATUAL
               PERFORM GRAVA-PEDIDO-PENDENTE
           END-IF

           IF  PEDE-VALOR-HORA
               MOVE 'CDM-VALOR-HORA'   TO PND-CAMPO-ATUAL
               MOVE ANT-VALOR-HORA     TO PND-ANTES-ATUAL
               MOVE WS-VALOR-HORA-PEDIDO
                                       TO PND-DEPOIS-ATUAL
               PERFORM GRAVA-PEDIDO-PENDENTE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PEDIDO-PENDENTE       SECTION.
      *----------------------------------------------------------------*

           PERFORM PND-REGISTRA-PEDIDO

           IF  PND-NUMERO-GRAVADO      = ZEROS
               DISPLAY NOME-PROGRAMA ' ' PND-CAMPO-ATUAL
                   ' NAO ALTERADO: PEDIDO NAO REGISTRADO'
                                       UPON CONSOLE
           ELSE
               MOVE PND-CAMPO-ATUAL    TO ALT-CAMPO-ATUAL
               MOVE PND-ANTES-ATUAL    TO ALT-VALOR-ANTES
               MOVE PND-DEPOIS-ATUAL   TO ALT-VALOR-DEPOIS
               MOVE 'P'                TO ALT-SITUACAO-ATUAL
               PERFORM ALT-GRAVA-CAMPO
               MOVE SPACE              TO ALT-SITUACAO-ATUAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-HISTORICO-CATEGORIA   SECTION.
      *----------------------------------------------------------------*

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-VALE-TRANSPORTE  SECTION.
      *----------------------------------------------------------------*
      *    Declaração de vale-transporte de uma matrícula: mostra as
      *    viagens por dia útil declaradas e pede o novo número;
      *    zero retira a opção (o registro é excluído) e branco
      *    mantém. Funcionário demitido não pode optar.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-MATRICULA

           MOVE WS-MATRICULA           TO CDM-MATRICULA
           READ CADASTRO-MESTRE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WS-MATRICULA
                                       UPON CONSOLE
               NOT INVALID KEY
                   PERFORM DECLARA-VALE-TRANSPORTE
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           DECLARA-VALE-TRANSPORTE     SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-VIAGENS-ANTES
           MOVE WS-MATRICULA           TO VTD-MATRICULA
           READ DECLARACOES-VT
               INVALID KEY
                   DISPLAY NOME-PROGRAMA ' ' CDM-NOME
                       ' SEM OPCAO PELO VALE-TRANSPORTE'
                                       UPON CONSOLE
               NOT INVALID KEY
                   MOVE VTD-VIAGENS-DIA
                                       TO WS-VIAGENS-ANTES
                   DISPLAY NOME-PROGRAMA ' ' CDM-NOME
                       ' VIAGENS/DIA: ' VTD-VIAGENS-DIA
                       ' DECLARADO EM ' VTD-DATA-DECLARACAO
                                       UPON CONSOLE
           END-READ

           MOVE 'VIAGENS POR DIA (0=SEM VT, BRANCO MANTEM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO

           IF  PRM-RESPOSTA            = SPACES
               CONTINUE
           ELSE
               IF  PRM-RESPOSTA(1:2)   IS NUMERIC
                   MOVE PRM-RESPOSTA(1:2)
                                       TO VTD-VIAGENS-DIA
               ELSE
                   IF  PRM-RESPOSTA(1:1) IS NUMERIC
                       AND PRM-RESPOSTA(2:1) = SPACE
                       MOVE PRM-RESPOSTA(1:1)
                                       TO VTD-VIAGENS-DIA
                   ELSE
                       MOVE 99         TO VTD-VIAGENS-DIA
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN VTD-VIAGENS-DIA > 10
                       DISPLAY NOME-PROGRAMA
                           ' NUMERO DE VIAGENS INVALIDO, IGNORADO'
                                       UPON CONSOLE
                   WHEN VTD-VIAGENS-DIA > 0
                       AND CDM-DT-DEMISSAO NOT = SPACES
                       DISPLAY NOME-PROGRAMA
                           ' FUNCIONARIO DEMITIDO NAO OPTA PELO VT'
                                       UPON CONSOLE
                   WHEN VTD-VIAGENS-DIA = WS-VIAGENS-ANTES
                       CONTINUE
                   WHEN OTHER
                       PERFORM GRAVA-DECLARACAO-VT
               END-EVALUATE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-DECLARACAO-VT         SECTION.
      *----------------------------------------------------------------*
      *    Zero exclui a declaração; com declaração anterior regrava,
      *    sem ela inclui. O antes e o depois vão para o log.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA

           MOVE WS-MATRICULA           TO ALT-CHAVE-ATUAL
           MOVE 'VIAGENS-VT'           TO ALT-CAMPO-ATUAL
           MOVE WS-VIAGENS-ANTES       TO ALT-VALOR-ANTES
           MOVE VTD-VIAGENS-DIA        TO ALT-VALOR-DEPOIS

           EVALUATE TRUE
               WHEN VTD-VIAGENS-DIA    = 0
                   DELETE DECLARACOES-VT
               WHEN WS-VIAGENS-ANTES   = 0
                   MOVE VTD-VIAGENS-DIA
                                       TO WS-VIAGENS-NOVAS
                   MOVE SPACES         TO REG-DECLARACAO-VT
                   MOVE WS-MATRICULA   TO VTD-MATRICULA
                   MOVE WS-VIAGENS-NOVAS
                                       TO VTD-VIAGENS-DIA
                   MOVE DTH-DATA-ATUAL-RED
                                       TO VTD-DATA-DECLARACAO
                   WRITE REG-DECLARACAO-VT
               WHEN OTHER
                   MOVE DTH-DATA-ATUAL-RED
                                       TO VTD-DATA-DECLARACAO
                   REWRITE REG-DECLARACAO-VT
           END-EVALUATE

           IF  FS-VTD-OK
               PERFORM ALT-GRAVA-CAMPO
               ADD 1                   TO CONTA-ALTERACOES
               DISPLAY NOME-PROGRAMA ' DECLARACAO DE VT GRAVADA: '
                   WS-MATRICULA        UPON CONSOLE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR DECLARACOES-VT, FS: '
                   FS-DECLARACOES-VT   UPON CONSOLE
           END-IF

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           CLOSE CADASTRO-MESTRE
           CLOSE HISTORICO-CATEGORIAS
           CLOSE DEPENDENTES
           CLOSE DECLARACOES-VT
           PERFORM ALT-FECHA-LOG
           PERFORM PND-FECHA-PENDENCIAS

           .


       COPY ALTPROC.

       COPY PNDPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*

           CLOSE DEPENDENTES

           CLOSE DECLARACOES-VT

           PERFORM ALT-FECHA-LOG

           PERFORM PND-FECHA-PENDENCIAS

           IF  CONTA-PND-GRAVADAS      > ZEROS
               DISPLAY NOME-PROGRAMA ' PEDIDOS AGUARDANDO APROVACAO: '
                   CONTA-PND-GRAVADAS UPON CONSOLE
           END-IF

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-INCLUSOES + CONTA-ALTERACOES + CONTA-EXCLUSOES
           MOVE CONTA-INCLUSOES        TO AUD-QTDE-GRAVADOS
