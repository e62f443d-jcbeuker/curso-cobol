      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Anonimização de dados pessoais a pedido do titular
      *    (LGPD): troca os campos pessoais de um cliente (CLIENTES e
      *    as cópias do endereço em ENTREGAS) ou de um funcionário
      *    desligado (CADASTRO-MESTRE e seus DEPENDENTES) por
      *    pseudônimos, mantendo as chaves - HISTORICO-VENDAS,
      *    TITULOS-RECEBER e HISTORICO-MENSAL continuam batendo com
      *    o cadastro. Recusa enquanto vale a guarda legal: cliente
      *    com título a receber em aberto ou entrega pendente;
      *    funcionário ativo, ou com competência paga ou desligamento
      *    ainda dentro do prazo de guarda (PARAMS.TXT,
      *    LGPD-RETENCAO-ANOS, 5 anos sem o parâmetro). Cada pedido,
      *    atendido ou recusado, vai para o registro de anonimizações
      *    (LGPD.LOG) com o operador e a referência do pedido do
      *    titular, e o atendido também para o log de alterações dos
      *    mestres.
      *----------------------------------------------------------------*
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     ANONIM01.
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
           SELECT CLIENTES ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT TITULOS-RECEBER ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRC-NUMERO
           ALTERNATE RECORD KEY IS TRC-CLIENTE WITH DUPLICATES
           FILE STATUS IS FS-TITULOS-RECEBER.

           SELECT CADASTRO-MESTRE ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDM-MATRICULA
           FILE STATUS IS FS-CADASTRO-MESTRE.

           SELECT DEPENDENTES ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT HISTORICO-MENSAL ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIM-CHAVE
           FILE STATUS IS FS-HISTORICO-MENSAL.

           SELECT REGISTRO-ANONIMIZACOES ASSIGN TO OPE06
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANONIMIZACOES.

           COPY ENTCTL.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY PRSCTL.

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
       FD  CLIENTES.
       01  REG-CLIENTE.
           03  CLI-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01).
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

       FD  TITULOS-RECEBER.
       01  REG-TITULO-RECEBER.
           03  TRC-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TRC-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  TRC-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-EMISSAO        PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-DATA-VENCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-SITUACAO            PIC X(01).
               88  TRC-ABERTO                           VALUE 'A'.
               88  TRC-RECEBIDO                         VALUE 'P'.
               88  TRC-CANCELADO                        VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-RECEBIMENTO    PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-PARCELA             PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-QTDE-PARCELAS       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-MULTA         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-JUROS         PIC 9(07)V99.

       FD  CADASTRO-MESTRE.
       01  REG-CADASTRO-MESTRE.
           03  CDM-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  CDM-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  CDM-CATEGORIA           PIC X(01).
           03  FILLER                  PIC X(01).
           03  CDM-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CDM-DT-ADMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  CDM-AGENCIA             PIC X(05).
           03  FILLER                  PIC X(01).
           03  CDM-CONTA               PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-DT-DEMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-VALOR-HORA          PIC 9(03)V99.

       FD  DEPENDENTES.
       01  REG-DEPENDENTE.
           03  DPD-CHAVE.
               05  DPD-MATRICULA       PIC X(04).
               05  DPD-SEQUENCIA       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  DPD-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  DPD-DATA-NASCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  DPD-TIPO                PIC X(02).

       FD  HISTORICO-MENSAL.
       01  REG-HISTORICO-MENSAL.
           03  HIM-CHAVE.
               05  HIM-MATRICULA       PIC X(04).
               05  HIM-COMPETENCIA     PIC X(07).
           03  HIM-ADIANTAMENTO        PIC 9(07)V99.
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

      *    Registro de anonimizações: uma linha por pedido do titular,
      *    atendido (A) ou recusado (R, com o motivo).
       FD  REGISTRO-ANONIMIZACOES.
       01  REG-ANONIMIZACAO.
           03  LGP-DATA-HORA           PIC X(30).
           03  FILLER                  PIC X(01).
           03  LGP-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  LGP-TIPO-TITULAR        PIC X(01).
               88  LGP-CLIENTE                          VALUE 'C'.
               88  LGP-FUNCIONARIO                      VALUE 'F'.
           03  FILLER                  PIC X(01).
           03  LGP-CHAVE               PIC X(04).
           03  FILLER                  PIC X(01).
           03  LGP-REFERENCIA          PIC X(20).
           03  FILLER                  PIC X(01).
           03  LGP-RESULTADO           PIC X(01).
               88  LGP-ANONIMIZADO                      VALUE 'A'.
               88  LGP-RECUSADO                         VALUE 'R'.
           03  FILLER                  PIC X(01).
           03  LGP-MOTIVO              PIC X(40).
           03  FILLER                  PIC X(01).
           03  LGP-PROGRAMA            PIC X(10).

       COPY ENTFD.

       COPY PRMFD.

       COPY OPRFD.

       COPY PRSFD.

       COPY ALTFD.

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ANONIM01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS001'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY PRSDADOS.
       COPY ALTDADOS.
       COPY ENTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CLIENTES.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\TITRECEB.dat'.
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE04                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPENDEN.dat'.
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\HIM-C3A07P01.dat'.
           03  OPE06                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\LGPD.LOG'.
           03  FS-CLIENTES             PIC X(02)        VALUE '00'.
               88  FS-CLI-OK                            VALUE '00'.
               88  FS-CLI-NAO-EXISTE                    VALUE '35'.
           03  FS-TITULOS-RECEBER      PIC X(02)        VALUE '00'.
               88  FS-TRC-OK                            VALUE '00'.
               88  FS-TRC-NAO-EXISTE                    VALUE '35'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
               88  FS-CDM-NAO-EXISTE                    VALUE '35'.
           03  FS-DEPENDENTES          PIC X(02)        VALUE '00'.
               88  FS-DPD-OK                            VALUE '00'.
               88  FS-DPD-NAO-EXISTE                    VALUE '35'.
           03  FS-HISTORICO-MENSAL     PIC X(02)        VALUE '00'.
               88  FS-HIM-OK                            VALUE '00'.
               88  FS-HIM-NAO-EXISTE                    VALUE '35'.
           03  FS-ANONIMIZACOES        PIC X(02)        VALUE '00'.
               88  FS-LGP-OK                            VALUE '00'.
               88  FS-LGP-NAO-EXISTE                    VALUE '35'.
           03  IND-CLI-ABERTO          PIC X(01)        VALUE 'N'.
               88  CLIENTES-ABERTO                      VALUE 'S'.
           03  IND-TRC-ABERTO          PIC X(01)        VALUE 'N'.
               88  TITULOS-ABERTO                       VALUE 'S'.
           03  IND-CDM-ABERTO          PIC X(01)        VALUE 'N'.
               88  CADASTRO-MESTRE-ABERTO               VALUE 'S'.
           03  IND-DPD-ABERTO          PIC X(01)        VALUE 'N'.
               88  DEPENDENTES-ABERTO                   VALUE 'S'.
           03  IND-HIM-ABERTO          PIC X(01)        VALUE 'N'.
               88  HISTORICO-MENSAL-ABERTO              VALUE 'S'.
           03  IND-FIM-ANONIMIZACAO    PIC X(01)        VALUE 'N'.
               88  FIM-DA-ANONIMIZACAO                  VALUE 'S'.
           03  IND-FIM-LEITURA         PIC X(01)        VALUE 'N'.
               88  FIM-DA-LEITURA                       VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-CHAVE-TITULAR        PIC X(04)        VALUE SPACES.
           03  WS-REFERENCIA           PIC X(20)        VALUE SPACES.
           03  WS-MOTIVO-RECUSA        PIC X(40)        VALUE SPACES.
           03  WS-ANOS-RETENCAO        PIC 9(02)        VALUE 5.
           03  WS-QTDE-ED              PIC ZZZZ9.
           03  WS-PSEUDONIMO           PIC X(30)        VALUE SPACES.
           03  WS-MES-ATUAL            PIC 9(06)        VALUE ZEROS.
           03  WS-MES-REFERENCIA       PIC 9(06)        VALUE ZEROS.
           03  WS-MES-LIMITE           PIC 9(06)        VALUE ZEROS.
           03  WS-ULTIMA-COMPETENCIA   PIC X(07)        VALUE SPACES.
           03  WS-ANO-AUX              PIC 9(04)        VALUE ZEROS.
           03  WS-MES-AUX              PIC 9(02)        VALUE ZEROS.
           03  CONTA-PENDENCIAS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DEPENDENTES       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ENTREGAS-MASC     PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-PEDIDOS           PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ANONIMIZADOS      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-RECUSADOS         PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM ATENDE-PEDIDOS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    Apagar dado pessoal nao tem volta: exige operador
      *    assinado e autorizado, e a funcao E em cada pedido.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' ANONIMIZACAO RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM OBTER-DATA-HORA
           PERFORM PRS-CARREGA-PARAMETROS
           MOVE DTH-DATA-ATUAL-RED     TO PRS-DATA-REFERENCIA
           MOVE 'LGPD-RETENCAO-ANOS'   TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 100
               MOVE PRS-VALOR-ACHADO   TO WS-ANOS-RETENCAO
           END-IF

           PERFORM OPR-OBTEM-HOJE
           MOVE OPR-HOJE-AMD(1:6)      TO WS-MES-ATUAL

      *    Os cadastros sao abertos so se existirem; sem o cadastro,
      *    o pedido daquele tipo de titular e recusado.
           OPEN I-O CLIENTES
           IF  FS-CLI-OK
               MOVE 'S'                TO IND-CLI-ABERTO
           END-IF

           OPEN INPUT TITULOS-RECEBER
           IF  FS-TRC-OK
               MOVE 'S'                TO IND-TRC-ABERTO
           ELSE
               IF  NOT FS-TRC-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR TITULOS-RECEBER, FILE STATUS: '
                       FS-TITULOS-RECEBER UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN I-O ENTREGAS
           IF  FS-ENT-OK
               MOVE 'S'                TO IND-ENT-ABERTO
           ELSE
               IF  NOT FS-ENT-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ENTREGAS, FILE STATUS: '
                       FS-ENTREGAS     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN I-O CADASTRO-MESTRE
           IF  FS-CDM-OK
               MOVE 'S'                TO IND-CDM-ABERTO
           END-IF

           OPEN I-O DEPENDENTES
           IF  FS-DPD-OK
               MOVE 'S'                TO IND-DPD-ABERTO
           END-IF

           OPEN INPUT HISTORICO-MENSAL
           IF  FS-HIM-OK
               MOVE 'S'                TO IND-HIM-ABERTO
           ELSE
               IF  NOT FS-HIM-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR HISTORICO-MENSAL, FILE STATUS: '
                       FS-HISTORICO-MENSAL UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN EXTEND REGISTRO-ANONIMIZACOES
           IF  FS-LGP-NAO-EXISTE
               OPEN OUTPUT REGISTRO-ANONIMIZACOES
           END-IF

           IF  NOT FS-LGP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR REGISTRO-ANONIMIZACOES, STATUS: '
                   FS-ANONIMIZACOES    UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           .

           EXIT.

      *----------------------------------------------------------------*
           ATENDE-PEDIDOS              SECTION.
      *----------------------------------------------------------------*
      *    Laço pelo console: C anonimiza um cliente, F um
      *    funcionário desligado; branco encerra.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ATENDE-PEDIDOS'

           PERFORM UNTIL FIM-DA-ANONIMIZACAO
               MOVE 'TITULAR: C=CLIENTE F=FUNCIONARIO (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-ANONIMIZACAO
                   WHEN 'C'
                   WHEN 'F'
                       MOVE 'E'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           PERFORM PEDE-TITULAR
                           IF  WS-OPCAO = 'C'
                               PERFORM ANONIMIZA-CLIENTE
                           ELSE
                               PERFORM ANONIMIZA-FUNCIONARIO
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           PEDE-TITULAR                SECTION.
      *----------------------------------------------------------------*
      *    Pede a chave do titular e a referência do pedido (número
      *    do protocolo do titular), que é obrigatória.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-PEDIDOS
           MOVE SPACES                 TO WS-MOTIVO-RECUSA

           IF  WS-OPCAO                = 'C'
               MOVE 'CODIGO DO CLIENTE: '
                                       TO PRM-MENSAGEM
           ELSE
               MOVE 'MATRICULA DO FUNCIONARIO: '
                                       TO PRM-MENSAGEM
           END-IF
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:4)      TO WS-CHAVE-TITULAR

           MOVE SPACES                 TO WS-REFERENCIA
           PERFORM UNTIL WS-REFERENCIA NOT = SPACES
               MOVE 'REFERENCIA DO PEDIDO DO TITULAR (PROTOCOLO): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA       TO WS-REFERENCIA
               IF  WS-REFERENCIA       = SPACES
                   DISPLAY 'A REFERENCIA DO PEDIDO E OBRIGATORIA'
                                       UPON CONSOLE
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           ANONIMIZA-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *    Cliente: recusa com título em aberto (a cobrança ainda
      *    precisa do titular) ou entrega pendente; senão troca nome,
      *    endereço, bairro, CEP e telefone por pseudônimo, aqui e
      *    nas entregas já encerradas. Código, município, limite e
      *    situação de crédito ficam.
      *----------------------------------------------------------------*

           IF  NOT CLIENTES-ABERTO
               MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                                       TO WS-MOTIVO-RECUSA
           ELSE
               MOVE WS-CHAVE-TITULAR   TO CLI-CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       IF  CLI-NOME(1:20) = 'CLIENTE ANONIMIZADO '
                           MOVE 'CLIENTE JA ANONIMIZADO'
                                       TO WS-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               PERFORM VERIFICA-TITULOS-ABERTOS
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               PERFORM VERIFICA-ENTREGAS-PENDENTES
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               DISPLAY 'CLIENTE ' CLI-CODIGO ' ' CLI-NOME
                                       UPON CONSOLE
               PERFORM CONFIRMA-ANONIMIZACAO
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               MOVE SPACES             TO WS-PSEUDONIMO
               STRING 'CLIENTE ANONIMIZADO ' CLI-CODIGO
                   DELIMITED BY SIZE INTO WS-PSEUDONIMO
               MOVE WS-PSEUDONIMO      TO CLI-NOME
               MOVE SPACES             TO CLI-ENDERECO
               MOVE SPACES             TO CLI-BAIRRO
               MOVE SPACES             TO CLI-CEP
               MOVE SPACES             TO CLI-TELEFONE
               REWRITE REG-CLIENTE
               IF  FS-CLI-OK
                   PERFORM ANONIMIZA-ENTREGAS-CLIENTE
                   MOVE 'CLIENTES'     TO ALT-MESTRE-ATUAL
               ELSE
                   MOVE SPACES         TO WS-MOTIVO-RECUSA
                   STRING 'ERRO AO REGRAVAR CLIENTES, FS ' FS-CLIENTES
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
               END-IF
           END-IF

           MOVE 'C'                    TO LGP-TIPO-TITULAR
           PERFORM REGISTRA-PEDIDO

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-TITULOS-ABERTOS    SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-PENDENCIAS

           IF  TITULOS-ABERTO
               MOVE WS-CHAVE-TITULAR   TO TRC-CLIENTE
               MOVE 'N'                TO IND-FIM-LEITURA
               START TITULOS-RECEBER KEY IS EQUAL TO TRC-CLIENTE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-DA-LEITURA
                   READ TITULOS-RECEBER NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-LEITURA
                   NOT AT END
                       IF  TRC-CLIENTE NOT = WS-CHAVE-TITULAR
                           MOVE 'S'    TO IND-FIM-LEITURA
                       ELSE
                           IF  TRC-ABERTO
                               ADD 1   TO CONTA-PENDENCIAS
                           END-IF
                       END-IF
               END-PERFORM
           END-IF

           IF  CONTA-PENDENCIAS        > ZEROS
               MOVE CONTA-PENDENCIAS   TO WS-QTDE-ED
               STRING 'GUARDA LEGAL: ' WS-QTDE-ED
                   ' TITULO(S) EM ABERTO'
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ENTREGAS-PENDENTES SECTION.
      *----------------------------------------------------------------*
      *    ENTREGAS nao tem chave por cliente: varre o arquivo.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-PENDENCIAS

           IF  ENTREGAS-ABERTO
               MOVE ZEROS              TO ENT-NUMERO
               MOVE 'N'                TO IND-FIM-ENTREGAS
               START ENTREGAS KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-ENTREGAS
               END-START
               PERFORM UNTIL FIM-DAS-ENTREGAS
                   READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ENTREGAS
                   NOT AT END
                       IF  ENT-CLIENTE = WS-CHAVE-TITULAR
                           AND (ENT-PENDENTE OR ENT-FALHOU)
                           ADD 1       TO CONTA-PENDENCIAS
                       END-IF
               END-PERFORM
           END-IF

           IF  CONTA-PENDENCIAS        > ZEROS
               MOVE CONTA-PENDENCIAS   TO WS-QTDE-ED
               STRING 'ENTREGA EM ANDAMENTO: ' WS-QTDE-ED
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ANONIMIZA-ENTREGAS-CLIENTE  SECTION.
      *----------------------------------------------------------------*
      *    As entregas guardam cópia do nome e do endereço do
      *    cliente: nas já encerradas vai o mesmo pseudônimo.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-ENTREGAS-MASC

           IF  ENTREGAS-ABERTO
               MOVE ZEROS              TO ENT-NUMERO
               MOVE 'N'                TO IND-FIM-ENTREGAS
               START ENTREGAS KEY IS NOT LESS THAN ENT-NUMERO
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-ENTREGAS
               END-START
               PERFORM UNTIL FIM-DAS-ENTREGAS
                   READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-ENTREGAS
                   NOT AT END
                       IF  ENT-CLIENTE = WS-CHAVE-TITULAR
                           MOVE WS-PSEUDONIMO
                                       TO ENT-NOME
                           MOVE SPACES TO ENT-ENDERECO
                           MOVE SPACES TO ENT-BAIRRO
                           MOVE SPACES TO ENT-CEP
                           MOVE SPACES TO ENT-TELEFONE
                           REWRITE REG-ENTREGA
                           IF  FS-ENT-OK
                               ADD 1   TO CONTA-ENTREGAS-MASC
                           END-IF
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ANONIMIZA-FUNCIONARIO       SECTION.
      *----------------------------------------------------------------*
      *    Funcionário: só desligado e fora do prazo de guarda da
      *    folha. Troca o nome por pseudônimo e apaga o domicílio
      *    bancário; matrícula, categoria, município, datas e
      *    valor-hora ficam para o histórico continuar fechando. Os
      *    dependentes da matrícula recebem pseudônimo e ficam só com
      *    o ano de nascimento.
      *----------------------------------------------------------------*

           IF  NOT CADASTRO-MESTRE-ABERTO
               MOVE 'CADASTRO-MESTRE INDISPONIVEL'
                                       TO WS-MOTIVO-RECUSA
           ELSE
               MOVE WS-CHAVE-TITULAR   TO CDM-MATRICULA
               READ CADASTRO-MESTRE
                   INVALID KEY
                       MOVE 'MATRICULA NAO CADASTRADA'
                                       TO WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CDM-NOME(1:12) = 'ANONIMIZADO '
                               MOVE 'FUNCIONARIO JA ANONIMIZADO'
                                       TO WS-MOTIVO-RECUSA
                           WHEN CDM-DT-DEMISSAO = SPACES
                               MOVE 'FUNCIONARIO ATIVO'
                                       TO WS-MOTIVO-RECUSA
                       END-EVALUATE
               END-READ
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               IF  CDM-DT-DEMISSAO(4:2) IS NUMERIC
                   AND CDM-DT-DEMISSAO(7:4) IS NUMERIC
                   PERFORM VERIFICA-RETENCAO-FOLHA
               ELSE
                   MOVE 'DATA DE DESLIGAMENTO INVALIDA'
                                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               DISPLAY 'MATRICULA ' CDM-MATRICULA ' ' CDM-NOME
                   ' DESLIGADO EM ' CDM-DT-DEMISSAO
                                       UPON CONSOLE
               PERFORM CONFIRMA-ANONIMIZACAO
           END-IF

           IF  WS-MOTIVO-RECUSA        = SPACES
               MOVE SPACES             TO WS-PSEUDONIMO
               STRING 'ANONIMIZADO ' CDM-MATRICULA
                   DELIMITED BY SIZE INTO WS-PSEUDONIMO
               MOVE WS-PSEUDONIMO      TO CDM-NOME
               MOVE SPACES             TO CDM-BANCO
               MOVE SPACES             TO CDM-AGENCIA
               MOVE SPACES             TO CDM-CONTA
               REWRITE REG-CADASTRO-MESTRE
               IF  FS-CDM-OK
                   PERFORM ANONIMIZA-DEPENDENTES
                   MOVE 'CADMEST'      TO ALT-MESTRE-ATUAL
               ELSE
                   MOVE SPACES         TO WS-MOTIVO-RECUSA
                   STRING 'ERRO AO REGRAVAR CADASTRO-MESTRE, FS '
                       FS-CADASTRO-MESTRE
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
               END-IF
           END-IF

           MOVE 'F'                    TO LGP-TIPO-TITULAR
           PERFORM REGISTRA-PEDIDO

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-RETENCAO-FOLHA     SECTION.
      *----------------------------------------------------------------*
      *    O prazo de guarda conta do mais recente entre o mês do
      *    desligamento e a última competência paga em
      *    HISTORICO-MENSAL (13/AAAA conta como dezembro). Meses em
      *    AAAAMM; o limite é esse mês mais WS-ANOS-RETENCAO anos.
      *----------------------------------------------------------------*

           MOVE CDM-DT-DEMISSAO(7:4)   TO WS-ANO-AUX
           MOVE CDM-DT-DEMISSAO(4:2)   TO WS-MES-AUX
           COMPUTE WS-MES-REFERENCIA   = WS-ANO-AUX * 100 + WS-MES-AUX

           MOVE SPACES                 TO WS-ULTIMA-COMPETENCIA

           IF  HISTORICO-MENSAL-ABERTO
               MOVE WS-CHAVE-TITULAR   TO HIM-MATRICULA
               MOVE LOW-VALUES         TO HIM-COMPETENCIA
               MOVE 'N'                TO IND-FIM-LEITURA
               START HISTORICO-MENSAL KEY IS NOT LESS THAN HIM-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-DA-LEITURA
                   READ HISTORICO-MENSAL NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-LEITURA
                   NOT AT END
                       IF  HIM-MATRICULA NOT = WS-CHAVE-TITULAR
                           MOVE 'S'    TO IND-FIM-LEITURA
                       ELSE
                           PERFORM AVALIA-COMPETENCIA
                       END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-MES-LIMITE
               = WS-MES-REFERENCIA + WS-ANOS-RETENCAO * 100

           IF  WS-MES-ATUAL            <= WS-MES-LIMITE
               STRING 'GUARDA LEGAL DA FOLHA ATE '
                   WS-MES-LIMITE(5:2) '/' WS-MES-LIMITE(1:4)
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*

           IF  HIM-COMPETENCIA(4:4)    IS NUMERIC
               AND HIM-COMPETENCIA(1:2) IS NUMERIC
               MOVE HIM-COMPETENCIA(4:4)
                                       TO WS-ANO-AUX
               MOVE HIM-COMPETENCIA(1:2)
                                       TO WS-MES-AUX
               IF  WS-MES-AUX          > 12
                   MOVE 12             TO WS-MES-AUX
               END-IF
               IF  WS-ANO-AUX * 100 + WS-MES-AUX > WS-MES-REFERENCIA
                   COMPUTE WS-MES-REFERENCIA
                       = WS-ANO-AUX * 100 + WS-MES-AUX
                   MOVE HIM-COMPETENCIA
                                       TO WS-ULTIMA-COMPETENCIA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ANONIMIZA-DEPENDENTES       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-DEPENDENTES

           IF  DEPENDENTES-ABERTO
               MOVE WS-CHAVE-TITULAR   TO DPD-MATRICULA
               MOVE ZEROS              TO DPD-SEQUENCIA
               MOVE 'N'                TO IND-FIM-LEITURA
               START DEPENDENTES KEY IS NOT LESS THAN DPD-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-DA-LEITURA
                   READ DEPENDENTES NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-LEITURA
                   NOT AT END
                       IF  DPD-MATRICULA NOT = WS-CHAVE-TITULAR
                           MOVE 'S'    TO IND-FIM-LEITURA
                       ELSE
                           MOVE SPACES TO DPD-NOME
                           STRING 'ANONIMIZADO ' DPD-MATRICULA
                               DPD-SEQUENCIA
                               DELIMITED BY SIZE INTO DPD-NOME
                           MOVE '01/01'
                                       TO DPD-DATA-NASCIMENTO(1:5)
                           REWRITE REG-DEPENDENTE
                           IF  FS-DPD-OK
                               ADD 1   TO CONTA-DEPENDENTES
                           END-IF
                       END-IF
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFIRMA-ANONIMIZACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE 'CONFIRMA A ANONIMIZACAO, SEM VOLTA (S/N)? '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO

           IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) NOT = 'S'
               MOVE 'DESISTENCIA DO OPERADOR'
                                       TO WS-MOTIVO-RECUSA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *    Grava o pedido no registro de anonimizações; o atendido
      *    vai também para o log de alterações dos mestres, sem o
      *    dado pessoal anterior.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA

           MOVE SPACES                 TO REG-ANONIMIZACAO
           MOVE DTH-LINHA-DATA-HORA    TO LGP-DATA-HORA
           MOVE OPR-CODIGO-ATIVO       TO LGP-OPERADOR
           MOVE WS-CHAVE-TITULAR       TO LGP-CHAVE
           MOVE WS-REFERENCIA          TO LGP-REFERENCIA
           MOVE NOME-PROGRAMA          TO LGP-PROGRAMA

           IF  WS-MOTIVO-RECUSA        = SPACES
               SET LGP-ANONIMIZADO     TO TRUE
               MOVE SPACES             TO LGP-MOTIVO
               IF  LGP-CLIENTE
                   MOVE CONTA-ENTREGAS-MASC
                                       TO WS-QTDE-ED
                   STRING 'ENTREGAS ANONIMIZADAS: ' WS-QTDE-ED
                       DELIMITED BY SIZE INTO LGP-MOTIVO
               ELSE
                   MOVE CONTA-DEPENDENTES
                                       TO WS-QTDE-ED
                   STRING 'DEPENDENTES ANONIMIZADOS: ' WS-QTDE-ED
                       DELIMITED BY SIZE INTO LGP-MOTIVO
               END-IF
               ADD 1                   TO CONTA-ANONIMIZADOS
               DISPLAY NOME-PROGRAMA ' TITULAR ' WS-CHAVE-TITULAR
                   ' ANONIMIZADO - ' LGP-MOTIVO UPON CONSOLE

               MOVE WS-CHAVE-TITULAR   TO ALT-CHAVE-ATUAL
               MOVE 'ANONIMIZACAO'     TO ALT-CAMPO-ATUAL
               MOVE 'DADOS PESSOAIS'   TO ALT-VALOR-ANTES
               MOVE SPACES             TO ALT-VALOR-DEPOIS
               STRING 'REF ' WS-REFERENCIA
                   DELIMITED BY SIZE INTO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
           ELSE
               SET LGP-RECUSADO        TO TRUE
               MOVE WS-MOTIVO-RECUSA   TO LGP-MOTIVO
               ADD 1                   TO CONTA-RECUSADOS
               DISPLAY NOME-PROGRAMA ' PEDIDO RECUSADO: '
                   WS-MOTIVO-RECUSA    UPON CONSOLE
           END-IF

           WRITE REG-ANONIMIZACAO

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda não
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CLIENTES
           CLOSE TITULOS-RECEBER
           CLOSE ENTREGAS
           CLOSE CADASTRO-MESTRE
           CLOSE DEPENDENTES
           CLOSE HISTORICO-MENSAL
           CLOSE REGISTRO-ANONIMIZACOES
           PERFORM ALT-FECHA-LOG

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY PRSPROC.

       COPY ALTPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' PEDIDOS: ' CONTA-PEDIDOS
               ' ANONIMIZADOS: ' CONTA-ANONIMIZADOS
               ' RECUSADOS: ' CONTA-RECUSADOS UPON CONSOLE

           PERFORM FIM-FECHA-ARQUIVOS

           MOVE CONTA-PEDIDOS          TO AUD-QTDE-LIDOS
           MOVE CONTA-ANONIMIZADOS     TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
