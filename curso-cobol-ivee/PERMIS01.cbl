      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Relatório "quem pode fazer o quê" para a auditoria:
      *    cruza o cadastro de operadores (perfil de cada um) com a
      *    tabela de permissões por perfil x programa x função lida
      *    por OPR-SIGNON (copybooks OPR*) e lista, por operador, os
      *    programas e as funções que o perfil libera - incluir,
      *    alterar, excluir, liberar, aprovar, consultar. Fecha com o
      *    resumo por perfil (linhas de permissão e operadores) e
      *    destaca operador sem perfil, perfil desconhecido e perfil
      *    com permissão sem nenhum operador.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-PERMISSOES passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 a 3 com os
      *    caminhos do cadastro de operadores, da tabela de
      *    permissões e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PERMIS01.
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
           SELECT RELATORIO-PERMISSOES ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-PERMISSOES.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY OPRCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  RELATORIO-PERMISSOES.
       01  REG-RELATORIO               PIC X(100).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY OPRFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'PERMIS01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY OPRDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELPERM.TXT".
           03  FS-RELATORIO-PERMISSOES PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-PERFIL-ACHOU        PIC X(01)        VALUE 'N'.
               88  PERFIL-ACHOU                         VALUE 'S'.
           03  WS-PERFIL-PESQUISA      PIC X(03)        VALUE SPACES.
           03  WS-DESCRICAO-PERFIL     PIC X(20)        VALUE SPACES.
           03  WS-DESCRICAO-FUNCAO     PIC X(12)        VALUE SPACES.
           03  CONTA-LINHAS-OPERADOR   PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-OPERADORES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-PERFIL        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-PERMISSOES        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LISTADAS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  TPR-QTDE                PIC S9(04) COMP-5 VALUE ZEROS.
           03  TPR-SUB                 PIC S9(04) COMP-5 VALUE ZEROS.
           03  TPF-QTDE                PIC S9(04) COMP-5 VALUE ZEROS.
           03  TPF-SUB                 PIC S9(04) COMP-5 VALUE ZEROS.

      *    Tabela de permissões inteira, na ordem do arquivo.
       01  TAB-PERMISSOES.
           03  TPR-ENTRADA             OCCURS 500 TIMES.
               05  TPR-PERFIL          PIC X(03).
               05  TPR-PROGRAMA        PIC X(10).
               05  TPR-FUNCAO          PIC X(01).

      *    Perfis vistos na tabela ou no cadastro, para o resumo.
       01  TAB-PERFIS.
           03  TPF-ENTRADA             OCCURS 30 TIMES.
               05  TPF-PERFIL          PIC X(03).
               05  TPF-PERMISSOES      PIC S9(05) COMP-5.
               05  TPF-OPERADORES      PIC S9(05) COMP-5.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(45)        VALUE
           'RELATORIO DE PERMISSOES POR OPERADOR'.
           03  FILLER                  PIC X(10)        VALUE
                                                   'EMISSAO: '.
           03  LC-DATA                 PIC X(30).

       01  LINHA-AVISO-SEM-TABELA.
           03  FILLER                  PIC X(100)       VALUE
           '*** TABELA DE PERMISSOES AUSENTE: VALE A MARCA DE AUTORIZA'
           & 'CAO DO CADASTRO (COLUNA MARCA) ***'.

       01  LINHA-OPERADOR.
           03  FILLER                  PIC X(09)        VALUE
                                                   'OPERADOR '.
           03  LO-CODIGO               PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-NOME                 PIC X(20).
           03  FILLER                  PIC X(09)        VALUE
                                                   '  PERFIL '.
           03  LO-PERFIL               PIC X(03).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-DESCRICAO-PERFIL     PIC X(20).
           03  FILLER                  PIC X(08)        VALUE
                                                   '  MARCA '.
           03  LO-MARCA                PIC X(01).

       01  LINHA-PERMISSAO.
           03  FILLER                  PIC X(06)        VALUE SPACES.
           03  LP-PROGRAMA             PIC X(10).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LP-FUNCAO               PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LP-DESCRICAO-FUNCAO     PIC X(12).

       01  LINHA-OBSERVACAO.
           03  FILLER                  PIC X(06)        VALUE SPACES.
           03  LOB-TEXTO               PIC X(60).

       01  LINHA-TITULO-RESUMO.
           03  FILLER                  PIC X(100)       VALUE
           'RESUMO POR PERFIL (LINHAS DE PERMISSAO / OPERADORES)'.

       01  LINHA-RESUMO.
           03  LR-PERFIL               PIC X(03).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LR-DESCRICAO            PIC X(20).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LR-PERMISSOES           PIC ZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LR-OPERADORES           PIC ZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LR-SITUACAO             PIC X(30).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(12)        VALUE
                                                   'OPERADORES: '.
           03  LRT-OPERADORES          PIC ZZZZ9.
           03  FILLER                  PIC X(16)        VALUE
                                                   '   SEM PERFIL: '.
           03  LRT-SEM-PERFIL          PIC ZZZZ9.
           03  FILLER                  PIC X(24)        VALUE
                                           '   LINHAS DE PERMISSAO: '.
           03  LRT-PERMISSOES          PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM PROCESSA-OPERADORES

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM CARREGA-PERMISSOES

           OPEN INPUT ARQUIVO-OPERADORES

           IF  NOT FS-OPR-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-OPERADORES, FILE STATUS: '
                   FS-OPERADORES       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-PERMISSOES

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-PERMISSOES, STATUS: '
                   FS-RELATORIO-PERMISSOES UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO LC-DATA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  PMS-TABELA-AUSENTE
               MOVE LINHA-AVISO-SEM-TABELA
                                       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 3 substituem, na ordem, os
      *    caminhos do cadastro de operadores, da tabela de
      *    permissões e do relatório; linha ausente ou em branco
      *    mantém o padrão. Via PARM, aceita apenas o caminho do
      *    cadastro de operadores.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE-OPERADORES
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-OPERADORES
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-PERMISSOES
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
           CARREGA-PERMISSOES          SECTION.
      *----------------------------------------------------------------*
      *    Carrega a tabela de permissões inteira e conta as linhas
      *    de cada perfil. Tabela ausente liga PMS-TABELA-AUSENTE: a
      *    autorização dos programas volta a ser a marca do cadastro,
      *    e o relatório avisa.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-FIM-PERMISSOES

           OPEN INPUT TABELA-PERMISSOES

           IF  FS-PMS-OK
               MOVE 'S'                TO IND-PMS-TABELA
               PERFORM UNTIL FIM-DAS-PERMISSOES
                   READ TABELA-PERMISSOES
                   AT END
                       MOVE 'S'        TO IND-FIM-PERMISSOES
                   NOT AT END
                       IF  PMS-PERFIL  NOT = SPACES
                           AND TPR-QTDE < 500
                           ADD 1       TO TPR-QTDE
                           ADD 1       TO CONTA-PERMISSOES
                           MOVE PMS-PERFIL
                                       TO TPR-PERFIL(TPR-QTDE)
                           MOVE PMS-PROGRAMA
                                       TO TPR-PROGRAMA(TPR-QTDE)
                           MOVE PMS-FUNCAO
                                       TO TPR-FUNCAO(TPR-QTDE)
                           MOVE PMS-PERFIL
                                       TO WS-PERFIL-PESQUISA
                           PERFORM LOCALIZA-PERFIL
                           ADD 1       TO TPF-PERMISSOES(TPF-SUB)
                       END-IF
               END-PERFORM
               CLOSE TABELA-PERMISSOES
           ELSE
               MOVE 'A'                TO IND-PMS-TABELA
               DISPLAY NOME-PROGRAMA
                   ' TABELA DE PERMISSOES INDISPONIVEL: '
                   FS-PERMISSOES       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-PERFIL             SECTION.
      *----------------------------------------------------------------*
      *    Devolve em TPF-SUB a posição do perfil WS-PERFIL-PESQUISA
      *    na tabela de perfis, abrindo entrada nova se ainda não
      *    visto (tabela cheia reaproveita a última posição).
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PERFIL-ACHOU

           PERFORM VARYING TPF-SUB FROM 1 BY 1
               UNTIL TPF-SUB > TPF-QTDE
                  OR PERFIL-ACHOU
               IF  TPF-PERFIL(TPF-SUB) = WS-PERFIL-PESQUISA
                   MOVE 'S'            TO IND-PERFIL-ACHOU
               END-IF
           END-PERFORM

           IF  PERFIL-ACHOU
               SUBTRACT 1              FROM TPF-SUB
           ELSE
               IF  TPF-QTDE            < 30
                   ADD 1               TO TPF-QTDE
                   MOVE WS-PERFIL-PESQUISA
                                       TO TPF-PERFIL(TPF-QTDE)
                   MOVE ZEROS          TO TPF-PERMISSOES(TPF-QTDE)
                   MOVE ZEROS          TO TPF-OPERADORES(TPF-QTDE)
               END-IF
               MOVE TPF-QTDE           TO TPF-SUB
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-OPERADORES         SECTION.
      *----------------------------------------------------------------*
      *    Um bloco por operador do cadastro: a linha do operador com
      *    perfil e marca, seguida das permissões do perfil.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-OPERADORES'

           MOVE 'N'                    TO IND-FIM-OPERADORES

           PERFORM UNTIL FIM-DOS-OPERADORES
               READ ARQUIVO-OPERADORES
               AT END
                   MOVE 'S'            TO IND-FIM-OPERADORES
               NOT AT END
                   IF  OPR-CODIGO      NOT = SPACES
                       PERFORM LISTA-OPERADOR
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-OPERADOR              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-OPERADORES

           MOVE OPR-PERFIL             TO WS-PERFIL-PESQUISA
           PERFORM DESCREVE-PERFIL

           MOVE OPR-CODIGO             TO LO-CODIGO
           MOVE OPR-NOME               TO LO-NOME
           MOVE OPR-PERFIL             TO LO-PERFIL
           MOVE WS-DESCRICAO-PERFIL    TO LO-DESCRICAO-PERFIL
           MOVE OPR-MARCA-AUTORIZACAO  TO LO-MARCA
           MOVE LINHA-OPERADOR         TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE ZEROS                  TO CONTA-LINHAS-OPERADOR

           IF  OPR-PERFIL              = SPACES
               ADD 1                   TO CONTA-SEM-PERFIL
               MOVE 'SEM PERFIL: NENHUMA FUNCAO LIBERADA PELA TABELA'
                                       TO LOB-TEXTO
               MOVE LINHA-OBSERVACAO   TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               PERFORM LOCALIZA-PERFIL
               ADD 1                   TO TPF-OPERADORES(TPF-SUB)
               PERFORM VARYING TPR-SUB FROM 1 BY 1
                   UNTIL TPR-SUB > TPR-QTDE
                   IF  TPR-PERFIL(TPR-SUB) = OPR-PERFIL
                       PERFORM LISTA-PERMISSAO
                   END-IF
               END-PERFORM
               IF  CONTA-LINHAS-OPERADOR = 0
                   AND PMS-TABELA-CARREGADA
                   MOVE 'PERFIL SEM PERMISSOES NA TABELA'
                                       TO LOB-TEXTO
                   MOVE LINHA-OBSERVACAO
                                       TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-PERMISSAO             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-LINHAS-OPERADOR
           ADD 1                       TO CONTA-LISTADAS

           IF  TPR-PROGRAMA(TPR-SUB)   = '*'
               MOVE 'TODOS'            TO LP-PROGRAMA
           ELSE
               MOVE TPR-PROGRAMA(TPR-SUB)
                                       TO LP-PROGRAMA
           END-IF

           MOVE TPR-FUNCAO(TPR-SUB)    TO LP-FUNCAO

           EVALUATE TPR-FUNCAO(TPR-SUB)
               WHEN 'I'
                   MOVE 'INCLUIR'      TO WS-DESCRICAO-FUNCAO
               WHEN 'A'
                   MOVE 'ALTERAR'      TO WS-DESCRICAO-FUNCAO
               WHEN 'E'
                   MOVE 'EXCLUIR'      TO WS-DESCRICAO-FUNCAO
               WHEN 'L'
                   MOVE 'LIBERAR'      TO WS-DESCRICAO-FUNCAO
               WHEN 'P'
                   MOVE 'APROVAR'      TO WS-DESCRICAO-FUNCAO
               WHEN 'C'
                   MOVE 'CONSULTAR'    TO WS-DESCRICAO-FUNCAO
               WHEN '*'
                   MOVE 'TODAS'        TO WS-DESCRICAO-FUNCAO
               WHEN OTHER
                   MOVE 'DESCONHECIDA' TO WS-DESCRICAO-FUNCAO
           END-EVALUATE

           MOVE WS-DESCRICAO-FUNCAO    TO LP-DESCRICAO-FUNCAO
           MOVE LINHA-PERMISSAO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           DESCREVE-PERFIL             SECTION.
      *----------------------------------------------------------------*

           EVALUATE WS-PERFIL-PESQUISA
               WHEN 'CXA'
                   MOVE 'CAIXA'        TO WS-DESCRICAO-PERFIL
               WHEN 'EST'
                   MOVE 'ESTOQUE'      TO WS-DESCRICAO-PERFIL
               WHEN 'COM'
                   MOVE 'COMPRADOR'    TO WS-DESCRICAO-PERFIL
               WHEN 'FOL'
                   MOVE 'FOLHA'        TO WS-DESCRICAO-PERFIL
               WHEN 'SUP'
                   MOVE 'SUPERVISOR'   TO WS-DESCRICAO-PERFIL
               WHEN 'OPE'
                   MOVE 'OPERACOES'    TO WS-DESCRICAO-PERFIL
               WHEN SPACES
                   MOVE SPACES         TO WS-DESCRICAO-PERFIL
               WHEN OTHER
                   MOVE 'DESCONHECIDO' TO WS-DESCRICAO-PERFIL
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RESUMO                SECTION.
      *----------------------------------------------------------------*
      *    Uma linha por perfil: quantas linhas de permissão e quantos
      *    operadores; perfil com permissão e sem operador, ou com
      *    operador e sem permissão, é apontado.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LINHA-TITULO-RESUMO    TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING TPF-SUB FROM 1 BY 1
               UNTIL TPF-SUB > TPF-QTDE
               MOVE TPF-PERFIL(TPF-SUB)
                                       TO WS-PERFIL-PESQUISA
               PERFORM DESCREVE-PERFIL
               MOVE TPF-PERFIL(TPF-SUB)
                                       TO LR-PERFIL
               MOVE WS-DESCRICAO-PERFIL
                                       TO LR-DESCRICAO
               MOVE TPF-PERMISSOES(TPF-SUB)
                                       TO LR-PERMISSOES
               MOVE TPF-OPERADORES(TPF-SUB)
                                       TO LR-OPERADORES
               EVALUATE TRUE
                   WHEN TPF-OPERADORES(TPF-SUB) = 0
                       MOVE '** PERMISSAO SEM OPERADOR'
                                       TO LR-SITUACAO
                   WHEN TPF-PERMISSOES(TPF-SUB) = 0
                       AND PMS-TABELA-CARREGADA
                       MOVE '** OPERADOR SEM PERMISSAO'
                                       TO LR-SITUACAO
                   WHEN WS-DESCRICAO-PERFIL = 'DESCONHECIDO'
                       MOVE '** PERFIL FORA DO PADRAO'
                                       TO LR-SITUACAO
                   WHEN OTHER
                       MOVE SPACES     TO LR-SITUACAO
               END-EVALUATE
               MOVE LINHA-RESUMO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-OPERADORES       TO LRT-OPERADORES
           MOVE CONTA-SEM-PERFIL       TO LRT-SEM-PERFIL
           MOVE CONTA-PERMISSOES       TO LRT-PERMISSOES
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

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

           CLOSE ARQUIVO-OPERADORES
           CLOSE RELATORIO-PERMISSOES

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           PERFORM GRAVA-RESUMO

           DISPLAY NOME-PROGRAMA ' OPERADORES LISTADOS: '
               CONTA-OPERADORES        UPON CONSOLE

           CLOSE ARQUIVO-OPERADORES

           CLOSE RELATORIO-PERMISSOES

           MOVE 'RELATORIO-PERMISSOES' TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-OPERADORES       TO AUD-QTDE-LIDOS
           MOVE CONTA-LISTADAS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
