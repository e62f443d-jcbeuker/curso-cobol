      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Retorno do manifesto de entregas (MANIFE01): o
      *    operador dá a baixa de cada entrega em domicílio gravada
      *    por PR16TA01 no arquivo ENTREGAS - entregue, ou falhou
      *    com o motivo informado pelo motorista - e reagenda para
      *    nova data as que falharam, que voltam ao manifesto. Lista
      *    as entregas por data combinada ou por situação. Diálogo
      *    de console nos moldes de FRETE01; toda mudança vai para o
      *    log de alterações dos cadastros mestres.
      *----------------------------------------------------------------*
      * VERSAO 02 - Sign-on em modo so identificacao (OPR-FUNCAO-
      *    SOLICITADA 'N'): qualquer operador cadastrado segue dando o
      *    retorno do motorista, sem conferir a tabela de permissoes por
      *    perfil.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com o
      *    caminho de ENTREGAS; via PARM, aceita o mesmo caminho.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     ENTREG01.
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
           COPY ENTCTL.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY ALTCTL.

           COPY AUDCTL.

           COPY DMVCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY ENTFD.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY PRMFD.

       COPY OPRFD.

       COPY ALTFD.

       COPY AUDFD.

       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ENTREG01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY ALTDADOS.
       COPY DMVDADOS.
       COPY ENTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-FIM-MANUTENCAO      PIC X(01)        VALUE 'N'.
               88  FIM-DA-MANUTENCAO                    VALUE 'S'.
           03  IND-FIM-LISTAGEM        PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTAGEM                      VALUE 'S'.
           03  IND-CHAVE-VALIDA        PIC X(01)        VALUE 'N'.
               88  CHAVE-VALIDA                         VALUE 'S'.
           03  IND-DATA-VALIDA         PIC X(01)        VALUE 'N'.
               88  DATA-VALIDA                          VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
           03  WS-SITUACAO-ANTERIOR    PIC X(01)        VALUE ' '.
           03  WS-FILTRO-DATA          PIC X(10)        VALUE SPACES.
           03  WS-FILTRO-SITUACAO      PIC X(01)        VALUE SPACES.
           03  WS-DATA-DIGITADA        PIC X(10)        VALUE SPACES.
           03  WS-DATA-DIGITADA-R REDEFINES WS-DATA-DIGITADA.
               05  WS-DIA-DIGITADO     PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-MES-DIGITADO     PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-DIGITADO     PIC 9(04).
           03  WS-NUMERO-DIGITADO      PIC 9(07)        VALUE ZEROS.
           03  WS-DIGITADA-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-MOV-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-TICKET-ED            PIC Z.ZZZ.ZZ9,99.
           03  WS-TENTATIVAS-ED        PIC Z9.
           03  CONTA-ENTREGUES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-FALHAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REAGENDADAS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADOS          PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MANUTENCAO-ENTREGAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

      *    A baixa fica com o codigo do operador assinado; qualquer
      *    operador cadastrado pode dar o retorno do motorista.
           SET OPR-FUNC-IDENTIFICA     TO TRUE
           PERFORM OPR-SIGNON

           IF  NOT OPR-ASSINADO
               DISPLAY NOME-PROGRAMA
                   ' BAIXA RECUSADA: OPERADOR NAO ASSINADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM ALT-ABRE-LOG

           MOVE 'ENTREGAS'             TO ALT-MESTRE-ATUAL

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE DMV-DATA-MOVIMENTO     TO WS-DATA-DIGITADA
           PERFORM CONVERTE-DATA-DIGITADA
           MOVE WS-DIGITADA-AMD        TO WS-DATA-MOV-AMD

           OPEN I-O ENTREGAS

           IF  NOT FS-ENT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ENTREGAS, FILE STATUS: '
                   FS-ENTREGAS         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com o caminho de ENTREGAS; linha
      *    ausente ou em branco mantém o padrão. Via PARM, aceita o
      *    mesmo caminho.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-ENTREGAS
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-ENTREGAS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MANUTENCAO-ENTREGAS         SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MANUTENCAO-ENTREGAS'

           PERFORM UNTIL FIM-DA-MANUTENCAO
               MOVE
               'OPCAO: B=BAIXA R=REAGENDA L=LISTA (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-MANUTENCAO
                   WHEN 'B'
                       PERFORM BAIXA-ENTREGA
                   WHEN 'R'
                       PERFORM REAGENDA-ENTREGA
                   WHEN 'L'
                       PERFORM LISTA-ENTREGAS
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
      *    Pede o número da entrega (impresso no cupom e no
      *    manifesto) e lê o registro.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CHAVE-VALIDA

           MOVE 'NUMERO DA ENTREGA: '  TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE ZEROS                  TO WS-NUMERO-DIGITADO
           IF  PRM-RESPOSTA            NOT = SPACES
               MOVE FUNCTION NUMVAL(PRM-RESPOSTA)
                                       TO WS-NUMERO-DIGITADO
           END-IF

           IF  WS-NUMERO-DIGITADO      > 0
               AND WS-NUMERO-DIGITADO  <= 999999
               MOVE WS-NUMERO-DIGITADO TO ENT-NUMERO
               READ ENTREGAS
                   INVALID KEY
                       DISPLAY 'ENTREGA NAO CADASTRADA: '
                           ENT-NUMERO  UPON CONSOLE
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-CHAVE-VALIDA
                       MOVE ENT-NUMERO TO ALT-CHAVE-ATUAL
                       MOVE ENT-SITUACAO
                                       TO WS-SITUACAO-ANTERIOR
                       PERFORM MOSTRA-ENTREGA
               END-READ
           ELSE
               DISPLAY 'NUMERO DA ENTREGA INVALIDO' UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MOSTRA-ENTREGA              SECTION.
      *----------------------------------------------------------------*

           MOVE ENT-VALOR-TICKET       TO WS-TICKET-ED
           MOVE ENT-TENTATIVAS         TO WS-TENTATIVAS-ED

           DISPLAY ENT-NUMERO ' ' ENT-DATA-ENTREGA ' ' ENT-ROTA
               ' ' ENT-SITUACAO ' ' ENT-NOME ' ' WS-TICKET-ED
               ' TENT.: ' WS-TENTATIVAS-ED UPON CONSOLE
           DISPLAY '       ' ENT-ENDERECO ' ' ENT-BAIRRO
                                       UPON CONSOLE

           IF  ENT-MOTIVO              NOT = SPACES
               DISPLAY '       MOTIVO: ' ENT-MOTIVO
                   ' EM ' ENT-DATA-BAIXA UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-ENTREGA               SECTION.
      *----------------------------------------------------------------*
      *    Só a entrega pendente recebe baixa. Entregue fecha a
      *    entrega; falhou pede o motivo e conta mais uma
      *    tentativa - sai do manifesto até ser reagendada.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               IF  NOT ENT-PENDENTE
                   DISPLAY NOME-PROGRAMA
                       ' ENTREGA NAO ESTA PENDENTE: ' ENT-SITUACAO
                                       UPON CONSOLE
               ELSE
                   MOVE 'RESULTADO: E=ENTREGUE F=FALHOU: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 'E'
                           SET ENT-ENTREGUE
                                       TO TRUE
                           MOVE SPACES TO ENT-MOTIVO
                           PERFORM GRAVA-BAIXA
                       WHEN 'F'
                           MOVE 'MOTIVO DA FALHA: '
                                       TO PRM-MENSAGEM
                           PERFORM PRM-SOLICITA-TEXTO
                           IF  PRM-RESPOSTA = SPACES
                               DISPLAY NOME-PROGRAMA
                                   ' FALHA SEM MOTIVO, NAO BAIXADA'
                                       UPON CONSOLE
                           ELSE
                               SET ENT-FALHOU
                                       TO TRUE
                               MOVE FUNCTION UPPER-CASE
                                   (PRM-RESPOSTA(1:30))
                                       TO ENT-MOTIVO
                               IF  ENT-TENTATIVAS < 99
                                   ADD 1
                                       TO ENT-TENTATIVAS
                               END-IF
                               PERFORM GRAVA-BAIXA
                           END-IF
                       WHEN OTHER
                           DISPLAY 'RESULTADO INVALIDO, NAO BAIXADA'
                                       UPON CONSOLE
                   END-EVALUATE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-BAIXA                 SECTION.
      *----------------------------------------------------------------*

           MOVE DMV-DATA-MOVIMENTO     TO ENT-DATA-BAIXA
           MOVE OPR-CODIGO-ATIVO       TO ENT-OPERADOR

           REWRITE REG-ENTREGA

           IF  FS-ENT-OK
               IF  ENT-ENTREGUE
                   ADD 1               TO CONTA-ENTREGUES
               ELSE
                   ADD 1               TO CONTA-FALHAS
               END-IF
               MOVE 'SITUACAO'         TO ALT-CAMPO-ATUAL
               MOVE WS-SITUACAO-ANTERIOR
                                       TO ALT-VALOR-ANTES
               MOVE SPACES             TO ALT-VALOR-DEPOIS
               STRING ENT-SITUACAO ' ' ENT-MOTIVO
                   DELIMITED BY SIZE   INTO ALT-VALOR-DEPOIS
               PERFORM ALT-GRAVA-CAMPO
               DISPLAY NOME-PROGRAMA ' ENTREGA BAIXADA: ' ENT-NUMERO
                   ' ' ENT-SITUACAO    UPON CONSOLE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR ENTREGA, FS: '
                   FS-ENTREGAS         UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REAGENDA-ENTREGA            SECTION.
      *----------------------------------------------------------------*
      *    Entrega que falhou (ou pendente que o cliente pediu para
      *    adiar) volta a pendente com a nova data combinada, que não
      *    pode ser anterior ao movimento; o motivo da última falha
      *    fica no registro.
      *----------------------------------------------------------------*

           PERFORM SOLICITA-CHAVE

           IF  CHAVE-VALIDA
               IF  NOT ENT-FALHOU
                   AND NOT ENT-PENDENTE
                   DISPLAY NOME-PROGRAMA
                       ' SO FALHA OU PENDENTE PODE SER REAGENDADA: '
                       ENT-SITUACAO    UPON CONSOLE
               ELSE
                   MOVE 'NOVA DATA DA ENTREGA DD/MM/AAAA: '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA(1:10)
                                       TO WS-DATA-DIGITADA
                   PERFORM CONVERTE-DATA-DIGITADA

                   IF  NOT DATA-VALIDA
                       OR WS-DIGITADA-AMD < WS-DATA-MOV-AMD
                       DISPLAY NOME-PROGRAMA
                           ' DATA INVALIDA OU ANTERIOR AO MOVIMENTO: '
                           WS-DATA-DIGITADA UPON CONSOLE
                   ELSE
                       MOVE 'DATA ENTREGA'
                                       TO ALT-CAMPO-ATUAL
                       MOVE ENT-DATA-ENTREGA
                                       TO ALT-VALOR-ANTES
                       MOVE WS-DATA-DIGITADA
                                       TO ALT-VALOR-DEPOIS
                       MOVE WS-DATA-DIGITADA
                                       TO ENT-DATA-ENTREGA
                       SET ENT-PENDENTE
                                       TO TRUE
                       MOVE OPR-CODIGO-ATIVO
                                       TO ENT-OPERADOR
                       REWRITE REG-ENTREGA
                       IF  FS-ENT-OK
                           ADD 1       TO CONTA-REAGENDADAS
                           PERFORM ALT-GRAVA-CAMPO
                           DISPLAY NOME-PROGRAMA
                               ' ENTREGA REAGENDADA: ' ENT-NUMERO
                               ' PARA ' ENT-DATA-ENTREGA
                                       UPON CONSOLE
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR ENTREGA, FS: '
                               FS-ENTREGAS UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA-DIGITADA      SECTION.
      *----------------------------------------------------------------*
      *    WS-DATA-DIGITADA (DD/MM/AAAA) para WS-DIGITADA-AMD,
      *    ligando DATA-VALIDA quando a data existe no calendário.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-DATA-VALIDA
           MOVE ZEROS                  TO WS-DIGITADA-AMD

           IF  WS-DIA-DIGITADO         NUMERIC
               AND WS-MES-DIGITADO     NUMERIC
               AND WS-ANO-DIGITADO     NUMERIC
               COMPUTE WS-DIGITADA-AMD
                   = WS-ANO-DIGITADO * 10000
                   + WS-MES-DIGITADO * 100
                   + WS-DIA-DIGITADO
               IF  FUNCTION TEST-DATE-YYYYMMDD (WS-DIGITADA-AMD) = 0
                   MOVE 'S'            TO IND-DATA-VALIDA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-ENTREGAS              SECTION.
      *----------------------------------------------------------------*
      *    Lista na ordem do número as entregas de uma data combinada
      *    e/ou de uma situação (P, E, F ou C); filtro em branco
      *    lista todas.
      *----------------------------------------------------------------*

           MOVE 'DATA DA ENTREGA DD/MM/AAAA (BRANCO = TODAS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA(1:10)     TO WS-FILTRO-DATA

           MOVE 'SITUACAO P/E/F/C (BRANCO = TODAS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-FILTRO-SITUACAO

           MOVE 'N'                    TO IND-FIM-LISTAGEM
           MOVE ZEROS                  TO CONTA-LISTADOS

           MOVE ZEROS                  TO ENT-NUMERO
           START ENTREGAS
               KEY IS >= ENT-NUMERO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LISTAGEM
           END-START

           PERFORM UNTIL FIM-DA-LISTAGEM
               READ ENTREGAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTAGEM
               NOT AT END
                   IF  (WS-FILTRO-DATA = SPACES
                        OR ENT-DATA-ENTREGA = WS-FILTRO-DATA)
                       AND (WS-FILTRO-SITUACAO = SPACES
                        OR ENT-SITUACAO = WS-FILTRO-SITUACAO)
                       ADD 1           TO CONTA-LISTADOS
                       PERFORM MOSTRA-ENTREGA
                   END-IF
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' ENTREGAS LISTADAS: ' CONTA-LISTADOS
                                       UPON CONSOLE

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ENTREGAS
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

           DISPLAY NOME-PROGRAMA ' ENTREGUES: ' CONTA-ENTREGUES
               ' FALHAS: ' CONTA-FALHAS
               ' REAGENDADAS: ' CONTA-REAGENDADAS UPON CONSOLE

           CLOSE ENTREGAS

           COMPUTE AUD-QTDE-LIDOS
               = CONTA-ENTREGUES + CONTA-FALHAS + CONTA-REAGENDADAS
           MOVE AUD-QTDE-LIDOS         TO AUD-QTDE-GRAVADOS
           PERFORM ALT-FECHA-LOG

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
