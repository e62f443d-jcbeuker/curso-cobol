      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Consulta e reimpressão do repositório de relatórios
      *    (copybooks RRL*). Cada programa registra o relatório que
      *    acabou de fechar com a cópia guardada, o operador e as
      *    páginas; aqui o operador procura por programa, por nome do
      *    relatório (o nome do SELECT, ex. RELATORIO-VALORIZACAO) e/ou
      *    por faixa de data de movimento, vê a lista com o prazo de
      *    retenção de cada cópia (cartão RETRELAT.TXT, copybooks
      *    RTR*; o expurgo é feito por ARQLIM01) e reimprime um item
      *    da lista no arquivo de reimpressão, com uma linha de
      *    identificação da reimpressão antes do conteúdo original.
      *    Exige operador assinado, com a função C na consulta e na
      *    reimpressão.
      *----------------------------------------------------------------*
      * VERSAO 01 - Versão inicial. O caminho do arquivo de
      *    reimpressão pode vir na linha de comando.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     RELREP01.
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
           SELECT REIMPRESSAO ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REIMPRESSAO.

           COPY PRMCTL.

           COPY OPRCTL.

           COPY AUDCTL.

           COPY RRLCTL.

           COPY RTRCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  REIMPRESSAO.
       01  REG-REIMPRESSAO             PIC X(132).

       COPY PRMFD.

       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.

       COPY RTRFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'RELREP01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS001'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY RRLDADOS.
       COPY RTRDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\REIMPRES.TXT".
           03  FS-REIMPRESSAO          PIC X(02)        VALUE '00'.
               88  FS-REI-OK                            VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           03  IND-REPOSITORIO-ABERTO  PIC X(01)        VALUE 'N'.
               88  REPOSITORIO-ABERTO                   VALUE 'S'.
           03  IND-FIM-CONSULTA        PIC X(01)        VALUE 'N'.
               88  FIM-DA-CONSULTA                      VALUE 'S'.
           03  IND-FIM-LISTA           PIC X(01)        VALUE 'N'.
               88  FIM-DA-LISTA                         VALUE 'S'.
           03  IND-DATA-VALIDA         PIC X(01)        VALUE 'N'.
               88  DATA-VALIDA                          VALUE 'S'.
           03  WS-OPCAO                PIC X(01)        VALUE ' '.
      *    Filtros da consulta: em branco (datas zeradas/noves) vale
      *    qualquer valor.
           03  WS-FILTRO-PROGRAMA      PIC X(08)        VALUE SPACES.
           03  WS-FILTRO-NOME          PIC X(30)        VALUE SPACES.
           03  WS-FILTRO-DATA-INICIAL  PIC 9(08)        VALUE ZEROS.
           03  WS-FILTRO-DATA-FINAL    PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-DIGITADA        PIC X(10)        VALUE SPACES.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-NUMERO-ITEM          PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-QTDE-LISTA           PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-CONSULTAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REIMPRESSOS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LINHAS-REIMPRESSAS
                                       PIC S9(07) COMP-5 VALUE ZEROS.

      *    Chaves da última lista exibida, para a reimpressão pelo
      *    número do item.
       01  TAB-LISTA-CONSULTA.
           03  TLC-CHAVE               OCCURS 200 TIMES
                                       PIC X(19).

       01  LINHA-CONSULTA.
           03  LCO-ITEM                PIC ZZ9.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-DATA-MOVIMENTO      PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-PROGRAMA            PIC X(08).
           03  FILLER                  PIC X(01)        VALUE '-'.
           03  LCO-SEQUENCIA           PIC 9(03).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-NOME-RELATORIO      PIC X(30).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-PAGINAS             PIC ZZZZ9.
           03  FILLER                  PIC X(05)        VALUE ' PAG '.
           03  LCO-SITUACAO            PIC X(24).

       01  LINHA-IDENTIFICA-REIMPRESSAO.
           03  FILLER                  PIC X(16)        VALUE
               '*** REIMPRESSAO '.
           03  LIR-NOME-RELATORIO      PIC X(30).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIR-PROGRAMA            PIC X(08).
           03  FILLER                  PIC X(01)        VALUE '-'.
           03  LIR-SEQUENCIA           PIC 9(03).
           03  FILLER                  PIC X(10)        VALUE
               ' MOVIMENTO'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIR-DATA-MOVIMENTO      PIC X(10).
           03  FILLER                  PIC X(05)        VALUE ' POR '.
           03  LIR-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIR-DATA-HORA           PIC X(30).
           03  FILLER                  PIC X(04)        VALUE ' ***'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM ATENDE-CONSULTAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           MOVE NOME-PROGRAMA          TO PRM-PROGRAMA

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE01
           END-IF

      *    Relatório de folha e de caixa não é para qualquer um:
      *    exige operador assinado e autorizado no programa.
           PERFORM OPR-SIGNON

           IF  NOT OPR-AUTORIZADO
               DISPLAY NOME-PROGRAMA
                   ' CONSULTA RECUSADA: OPERADOR NAO AUTORIZADO'
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM RTR-CARREGA-REGRAS

           OPEN INPUT REPOSITORIO-RELATORIOS
           IF  NOT FS-RRL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR REPOSITORIO-RELATORIOS, STATUS: '
                   FS-REPOSITORIO      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF
           MOVE 'S'                    TO IND-REPOSITORIO-ABERTO

           .

           EXIT.

      *----------------------------------------------------------------*
           ATENDE-CONSULTAS            SECTION.
      *----------------------------------------------------------------*
      *    Laço pelo console: C consulta, R reimprime um item da
      *    última lista; branco encerra.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'ATENDE-CONSULTAS'

           PERFORM UNTIL FIM-DA-CONSULTA
               MOVE 'C=CONSULTAR R=REIMPRIMIR (SAI)'
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN ' '
                       MOVE 'S'        TO IND-FIM-CONSULTA
                   WHEN 'C'
                   WHEN 'R'
                       MOVE 'C'        TO OPR-FUNCAO-SOLICITADA
                       PERFORM OPR-VERIFICA-FUNCAO
                       IF  OPR-AUTORIZADO
                           IF  WS-OPCAO = 'C'
                               PERFORM CONSULTA-REPOSITORIO
                           ELSE
                               PERFORM REIMPRIME-RELATORIO
                           END-IF
                       ELSE
                           DISPLAY 'OPERADOR SEM PERMISSAO DE CONSULTA'
                                       UPON CONSOLE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
                                       UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CONSULTA-REPOSITORIO        SECTION.
      *----------------------------------------------------------------*
      *    Pede os filtros e lista os registros que os atendem. O
      *    caminho de leitura segue o filtro mais seletivo: programa
      *    informado lê pela chave do programa, senão nome informado
      *    lê pela chave do nome, senão lê pela chave primária a
      *    partir da data inicial.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-CONSULTAS
           MOVE ZEROS                  TO WS-QTDE-LISTA

           MOVE 'PROGRAMA (BRANCO = TODOS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:8))
                                       TO WS-FILTRO-PROGRAMA

           MOVE 'NOME DO RELATORIO (BRANCO = TODOS): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:30))
                                       TO WS-FILTRO-NOME

           MOVE 'N'                    TO IND-DATA-VALIDA
           PERFORM UNTIL DATA-VALIDA
               MOVE 'DATA DE MOVIMENTO INICIAL DD/MM/AAAA (BRANCO = '
                   & 'TODAS): '        TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA(1:10) TO WS-DATA-DIGITADA
               PERFORM CONVERTE-DATA-DIGITADA
           END-PERFORM
           MOVE WS-DATA-AMD            TO WS-FILTRO-DATA-INICIAL

           MOVE 'N'                    TO IND-DATA-VALIDA
           PERFORM UNTIL DATA-VALIDA
               MOVE 'DATA DE MOVIMENTO FINAL DD/MM/AAAA (BRANCO = '
                   & 'TODAS): '        TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA(1:10) TO WS-DATA-DIGITADA
               PERFORM CONVERTE-DATA-DIGITADA
           END-PERFORM
           IF  WS-DATA-AMD             = ZEROS
               MOVE 99999999           TO WS-FILTRO-DATA-FINAL
           ELSE
               MOVE WS-DATA-AMD        TO WS-FILTRO-DATA-FINAL
           END-IF

           MOVE 'N'                    TO IND-FIM-LISTA

           EVALUATE TRUE
               WHEN WS-FILTRO-PROGRAMA NOT = SPACES
                   MOVE WS-FILTRO-PROGRAMA
                                       TO RRL-PROGRAMA
                   START REPOSITORIO-RELATORIOS
                       KEY IS = RRL-PROGRAMA
                       INVALID KEY
                           MOVE 'S'    TO IND-FIM-LISTA
                   END-START
               WHEN WS-FILTRO-NOME     NOT = SPACES
                   MOVE WS-FILTRO-NOME TO RRL-NOME-RELATORIO
                   START REPOSITORIO-RELATORIOS
                       KEY IS = RRL-NOME-RELATORIO
                       INVALID KEY
                           MOVE 'S'    TO IND-FIM-LISTA
                   END-START
               WHEN OTHER
                   MOVE WS-FILTRO-DATA-INICIAL
                                       TO RRL-DATA-MOVIMENTO
                   MOVE LOW-VALUES     TO RRL-PROGRAMA
                   MOVE ZEROS          TO RRL-SEQUENCIA
                   START REPOSITORIO-RELATORIOS
                       KEY IS >= RRL-CHAVE
                       INVALID KEY
                           MOVE 'S'    TO IND-FIM-LISTA
                   END-START
           END-EVALUATE

           PERFORM UNTIL FIM-DA-LISTA
               READ REPOSITORIO-RELATORIOS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LISTA
               NOT AT END
                   PERFORM AVALIA-REGISTRO-CONSULTA
           END-PERFORM

           IF  WS-QTDE-LISTA           = 0
               DISPLAY 'NENHUM RELATORIO ENCONTRADO' UPON CONSOLE
           ELSE
               DISPLAY WS-QTDE-LISTA ' RELATORIO(S) - R REIMPRIME UM '
                   'ITEM DA LISTA'     UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-REGISTRO-CONSULTA    SECTION.
      *----------------------------------------------------------------*
      *    Lido pela chave do programa ou do nome, a leitura acaba
      *    quando a chave muda; pela chave primária, quando passa da
      *    data final.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN WS-FILTRO-PROGRAMA NOT = SPACES
                   AND RRL-PROGRAMA    NOT = WS-FILTRO-PROGRAMA
                   MOVE 'S'            TO IND-FIM-LISTA
               WHEN WS-FILTRO-PROGRAMA = SPACES
                   AND WS-FILTRO-NOME  NOT = SPACES
                   AND RRL-NOME-RELATORIO NOT = WS-FILTRO-NOME
                   MOVE 'S'            TO IND-FIM-LISTA
               WHEN WS-FILTRO-PROGRAMA = SPACES
                   AND WS-FILTRO-NOME  = SPACES
                   AND RRL-DATA-MOVIMENTO > WS-FILTRO-DATA-FINAL
                   MOVE 'S'            TO IND-FIM-LISTA
               WHEN OTHER
                   IF  (WS-FILTRO-NOME = SPACES
                        OR RRL-NOME-RELATORIO = WS-FILTRO-NOME)
                       AND RRL-DATA-MOVIMENTO
                                       >= WS-FILTRO-DATA-INICIAL
                       AND RRL-DATA-MOVIMENTO
                                       <= WS-FILTRO-DATA-FINAL
                       PERFORM EXIBE-REGISTRO-CONSULTA
                   END-IF
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           EXIBE-REGISTRO-CONSULTA     SECTION.
      *----------------------------------------------------------------*

           IF  WS-QTDE-LISTA           >= 200
               IF  WS-QTDE-LISTA       = 200
                   DISPLAY 'LISTA LIMITADA A 200 ITENS - REFINE A '
                       'CONSULTA'      UPON CONSOLE
                   ADD 1               TO WS-QTDE-LISTA
               END-IF
               MOVE 'S'                TO IND-FIM-LISTA
           ELSE
               ADD 1                   TO WS-QTDE-LISTA
               MOVE RRL-CHAVE          TO TLC-CHAVE(WS-QTDE-LISTA)

               MOVE WS-QTDE-LISTA      TO LCO-ITEM
               PERFORM FORMATA-DATA-MOVIMENTO
               MOVE WS-DATA-DIGITADA   TO LCO-DATA-MOVIMENTO
               MOVE RRL-PROGRAMA       TO LCO-PROGRAMA
               MOVE RRL-SEQUENCIA      TO LCO-SEQUENCIA
               MOVE RRL-NOME-RELATORIO TO LCO-NOME-RELATORIO
               IF  RRL-OPERADOR        = SPACES
                   MOVE 'LOTE'         TO LCO-OPERADOR
               ELSE
                   MOVE RRL-OPERADOR   TO LCO-OPERADOR
               END-IF
               MOVE RRL-QTDE-PAGINAS   TO LCO-PAGINAS

               PERFORM RTR-OBTEM-LIMITE
               MOVE SPACES             TO LCO-SITUACAO
               EVALUATE TRUE
                   WHEN RRL-EXPURGADO
                       MOVE 'EXPURGADO'
                                       TO LCO-SITUACAO
                   WHEN RTR-TEM-PRAZO
                       STRING 'MANTIDO ATE '
                              RTR-MANTER-ATE(7:2) '/'
                              RTR-MANTER-ATE(5:2) '/'
                              RTR-MANTER-ATE(1:4)
                           DELIMITED BY SIZE INTO LCO-SITUACAO
                   WHEN OTHER
                       MOVE 'MANTIDO SEM PRAZO'
                                       TO LCO-SITUACAO
               END-EVALUATE

               DISPLAY LINHA-CONSULTA  UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REIMPRIME-RELATORIO         SECTION.
      *----------------------------------------------------------------*
      *    Reimprime um item da última lista no arquivo de
      *    reimpressão: a linha de identificação e, em seguida, a
      *    cópia guardada tal como foi emitida. Cópia já expurgada
      *    pela retenção não tem o que reimprimir.
      *----------------------------------------------------------------*

           IF  WS-QTDE-LISTA           = 0
               DISPLAY 'FACA ANTES UMA CONSULTA (OPCAO C)'
                                       UPON CONSOLE
           ELSE
               MOVE 'NUMERO DO ITEM NA LISTA: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-VALOR
               MOVE PRM-VALOR          TO WS-NUMERO-ITEM

               IF  WS-NUMERO-ITEM      < 1
                   OR WS-NUMERO-ITEM   > WS-QTDE-LISTA
                   OR WS-NUMERO-ITEM   > 200
                   DISPLAY 'ITEM FORA DA LISTA' UPON CONSOLE
               ELSE
                   MOVE TLC-CHAVE(WS-NUMERO-ITEM)
                                       TO RRL-CHAVE
                   READ REPOSITORIO-RELATORIOS
                       INVALID KEY
                           DISPLAY 'RELATORIO NAO ENCONTRADO, STATUS: '
                               FS-REPOSITORIO UPON CONSOLE
                       NOT INVALID KEY
                           IF  RRL-EXPURGADO
                               DISPLAY 'COPIA EXPURGADA EM '
                                   RRL-EXPURGADO-EM UPON CONSOLE
                           ELSE
                               PERFORM GRAVA-REIMPRESSAO
                           END-IF
                   END-READ
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-REIMPRESSAO           SECTION.
      *----------------------------------------------------------------*

           MOVE RRL-CAMINHO-COPIA      TO OPE-RRL-ORIGEM

           OPEN INPUT RRL-RELATORIO-ORIGEM
           IF  NOT FS-RRO-OK
               DISPLAY 'COPIA GUARDADA NAO ABERTA, STATUS: '
                   FS-RRL-ORIGEM ' - ' RRL-CAMINHO-COPIA
                                       UPON CONSOLE
           ELSE
               OPEN OUTPUT REIMPRESSAO
               IF  NOT FS-REI-OK
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR REIMPRESSAO, FILE STATUS: '
                       FS-REIMPRESSAO  UPON CONSOLE
               ELSE
                   PERFORM OBTER-DATA-HORA
                   MOVE RRL-NOME-RELATORIO
                                       TO LIR-NOME-RELATORIO
                   MOVE RRL-PROGRAMA   TO LIR-PROGRAMA
                   MOVE RRL-SEQUENCIA  TO LIR-SEQUENCIA
                   PERFORM FORMATA-DATA-MOVIMENTO
                   MOVE WS-DATA-DIGITADA
                                       TO LIR-DATA-MOVIMENTO
                   MOVE OPR-CODIGO-ATIVO
                                       TO LIR-OPERADOR
                   MOVE DTH-LINHA-DATA-HORA
                                       TO LIR-DATA-HORA
                   MOVE LINHA-IDENTIFICA-REIMPRESSAO
                                       TO REG-REIMPRESSAO
                   WRITE REG-REIMPRESSAO

                   MOVE 'N'            TO IND-FIM-RRL-ORIGEM
                   PERFORM UNTIL FIM-DA-RRL-ORIGEM
                       READ RRL-RELATORIO-ORIGEM
                       AT END
                           MOVE 'S'    TO IND-FIM-RRL-ORIGEM
                       NOT AT END
                           ADD 1       TO CONTA-LINHAS-REIMPRESSAS
                           MOVE REG-RRL-ORIGEM
                                       TO REG-REIMPRESSAO
                           WRITE REG-REIMPRESSAO
                   END-PERFORM

                   CLOSE REIMPRESSAO
                   ADD 1               TO CONTA-REIMPRESSOS
                   DISPLAY RRL-NOME-RELATORIO ' REIMPRESSO EM: ' OPE01
                                       UPON CONSOLE
               END-IF
               CLOSE RRL-RELATORIO-ORIGEM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-DATA-DIGITADA      SECTION.
      *----------------------------------------------------------------*
      *    DD/MM/AAAA digitada para AAAAMMDD em WS-DATA-AMD; branco
      *    devolve zeros (sem filtro).
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DATA-AMD

           IF  WS-DATA-DIGITADA        = SPACES
               MOVE 'S'                TO IND-DATA-VALIDA
           ELSE
               IF  WS-DATA-DIGITADA(1:2) NUMERIC
                   AND WS-DATA-DIGITADA(3:1) = '/'
                   AND WS-DATA-DIGITADA(4:2) NUMERIC
                   AND WS-DATA-DIGITADA(6:1) = '/'
                   AND WS-DATA-DIGITADA(7:4) NUMERIC
                   STRING WS-DATA-DIGITADA(7:4)
                          WS-DATA-DIGITADA(4:2)
                          WS-DATA-DIGITADA(1:2)
                       DELIMITED BY SIZE INTO WS-DATA-AMD
                   MOVE 'S'            TO IND-DATA-VALIDA
               ELSE
                   DISPLAY 'DATA INVALIDA, USE DD/MM/AAAA'
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-DATA-MOVIMENTO      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WS-DATA-DIGITADA
           STRING RRL-DATA-MOVIMENTO(7:2) '/'
                  RRL-DATA-MOVIMENTO(5:2) '/'
                  RRL-DATA-MOVIMENTO(1:4)
               DELIMITED BY SIZE INTO WS-DATA-DIGITADA

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

           CLOSE REPOSITORIO-RELATORIOS
           CLOSE RRL-RELATORIO-ORIGEM
           CLOSE REIMPRESSAO

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

       COPY PRMPROC.

       COPY OPRPROC.

       COPY RTRPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' CONSULTAS: ' CONTA-CONSULTAS
               ' REIMPRESSOES: ' CONTA-REIMPRESSOS UPON CONSOLE

           IF  REPOSITORIO-ABERTO
               CLOSE REPOSITORIO-RELATORIOS
           END-IF

           MOVE CONTA-CONSULTAS        TO AUD-QTDE-LIDOS
           MOVE CONTA-REIMPRESSOS      TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
