      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Relatório semanal de sign-on, a partir do histórico
      *    gravado por OPR-SIGNON e SENHA01 (copybooks OPR*): as
      *    tentativas falhas dos sete dias que terminam na data de
      *    referência, com o total por operador; os operadores hoje
      *    bloqueados; e os operadores sem sign-on há tantos dias que
      *    são candidatos a desativação em SENHA01 (operador do
      *    cadastro sem PIN também é apontado).
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-ACESSOS passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linha 1 data de
      *    referência DD/MM/AAAA (branco = hoje), linha 2 dias sem
      *    sign-on para apontar inatividade (branco = 60), linha 3
      *    caminho do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     ACESSO01.
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
           SELECT RELATORIO-ACESSOS ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-ACESSOS.

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
       FD  RELATORIO-ACESSOS.
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
       77  NOME-PROGRAMA               PIC X(18) VALUE       'ACESSO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY OPRDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\RELACES.TXT".
           03  FS-RELATORIO-ACESSOS    PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  IND-FIM-HISTORICO       PIC X(01)        VALUE 'N'.
               88  FIM-DO-HISTORICO                     VALUE 'S'.
           03  IND-FIM-CREDENCIAIS     PIC X(01)        VALUE 'N'.
               88  FIM-DAS-CREDENCIAIS                  VALUE 'S'.
           03  IND-CRD-DISPONIVEL      PIC X(01)        VALUE 'N'.
               88  CRD-DISPONIVEL                       VALUE 'S'.
           03  IND-OPERADOR-ACHOU      PIC X(01)        VALUE 'N'.
               88  OPERADOR-ACHOU                       VALUE 'S'.
           03  WS-DATA-PARM            PIC X(10)        VALUE SPACES.
           03  WS-DATA-REF-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-INI-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DIAS-INATIVIDADE     PIC 9(03)        VALUE 60.
           03  WS-DIAS-SEM-ACESSO      PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DATA-BASE-AMD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AMD-R           REDEFINES WS-DATA-AMD.
               05  WS-DATA-ANO         PIC X(04).
               05  WS-DATA-MES         PIC X(02).
               05  WS-DATA-DIA         PIC X(02).
           03  WS-DATA-ED              PIC X(10)        VALUE SPACES.
           03  CONTA-HISTORICO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FALHAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SUCESSOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-BLOQUEADOS        PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-INATIVOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-SEM-PIN           PIC S9(05) COMP-5 VALUE ZEROS.
           03  TFO-QTDE                PIC S9(04) COMP-5 VALUE ZEROS.
           03  TFO-SUB                 PIC S9(04) COMP-5 VALUE ZEROS.

      *    Falhas da semana por operador (código como digitado, que
      *    pode não existir no cadastro).
       01  TAB-FALHAS-OPERADOR.
           03  TFO-ENTRADA             OCCURS 200 TIMES.
               05  TFO-OPERADOR        PIC X(04).
               05  TFO-FALHAS          PIC S9(05) COMP-5.
               05  TFO-BLOQUEIOS       PIC S9(05) COMP-5.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(45)        VALUE
           'RELATORIO SEMANAL DE SIGN-ON'.
           03  FILLER                  PIC X(10)        VALUE
                                                   'EMISSAO: '.
           03  LC-DATA                 PIC X(30).

       01  LINHA-PERIODO.
           03  FILLER                  PIC X(30)        VALUE
           'TENTATIVAS FALHAS DE '.
           03  LP-DATA-INI             PIC X(10).
           03  FILLER                  PIC X(03)        VALUE ' A '.
           03  LP-DATA-FIM             PIC X(10).

       01  LINHA-FALHA.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LF-DATA                 PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LF-HORA                 PIC X(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LF-PROGRAMA             PIC X(10).
           03  FILLER                  PIC X(05)        VALUE ' OPR '.
           03  LF-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LF-RESULTADO            PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LF-DESCRICAO            PIC X(30).

       01  LINHA-TITULO.
           03  LT-TEXTO                PIC X(100).

       01  LINHA-TOTAL-OPERADOR.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LTO-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(10)        VALUE
                                                   '  FALHAS: '.
           03  LTO-FALHAS              PIC ZZZZ9.
           03  FILLER                  PIC X(13)        VALUE
                                                   '  BLOQUEIOS: '.
           03  LTO-BLOQUEIOS           PIC ZZZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LTO-ALERTA              PIC X(30).

       01  LINHA-OPERADOR.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LO-CODIGO               PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-NOME                 PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-ROTULO               PIC X(16).
           03  LO-DATA                 PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LO-OBSERVACAO           PIC X(30).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(09)        VALUE
                                                   'FALHAS: '.
           03  LRT-FALHAS              PIC ZZZZ9.
           03  FILLER                  PIC X(12)        VALUE
                                                   '  SUCESSOS: '.
           03  LRT-SUCESSOS            PIC ZZZZ9.
           03  FILLER                  PIC X(14)        VALUE
                                                   '  BLOQUEADOS: '.
           03  LRT-BLOQUEADOS          PIC ZZZZ9.
           03  FILLER                  PIC X(12)        VALUE
                                                   '  INATIVOS: '.
           03  LRT-INATIVOS            PIC ZZZZ9.
           03  FILLER                  PIC X(11)        VALUE
                                                   '  SEM PIN: '.
           03  LRT-SEM-PIN             PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM LISTA-FALHAS

           PERFORM LISTA-BLOQUEADOS

           PERFORM LISTA-INATIVOS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           COMPUTE WS-DIAS-SEM-ACESSO
               = FUNCTION INTEGER-OF-DATE(WS-DATA-REF-AMD) - 6
           COMPUTE WS-DATA-INI-AMD
               = FUNCTION DATE-OF-INTEGER(WS-DIAS-SEM-ACESSO)

           OPEN OUTPUT RELATORIO-ACESSOS

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-ACESSOS, STATUS: '
                   FS-RELATORIO-ACESSOS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN INPUT CREDENCIAIS-OPERADORES

           IF  FS-CRD-OK
               MOVE 'S'                TO IND-CRD-DISPONIVEL
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' CREDENCIAIS INDISPONIVEIS, FILE STATUS: '
                   FS-CREDENCIAIS      UPON CONSOLE
           END-IF

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO LC-DATA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linha 1 data de referência DD/MM/AAAA
      *    (ausente ou em branco = hoje), linha 2 dias sem sign-on
      *    para apontar inatividade (branco = 60), linha 3 caminho
      *    do relatório.
      *----------------------------------------------------------------*

           ACCEPT WS-DATA-REF-AMD      FROM DATE YYYYMMDD

           OPEN INPUT CARTAO-PARM

           IF  FS-PARM-OK
               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM(1:10) TO WS-DATA-PARM
                   IF  WS-DATA-PARM(1:2) IS NUMERIC
                       AND WS-DATA-PARM(4:2) IS NUMERIC
                       AND WS-DATA-PARM(7:4) IS NUMERIC
                       STRING WS-DATA-PARM(7:4) WS-DATA-PARM(4:2)
                           WS-DATA-PARM(1:2)
                           DELIMITED BY SIZE INTO WS-DATA-AMD
                       IF  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AMD)
                                       = 0
                           MOVE WS-DATA-AMD
                                       TO WS-DATA-REF-AMD
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' DATA INVALIDA NO CARTAO, USADO HOJE: '
                               WS-DATA-PARM UPON CONSOLE
                       END-IF
                   END-IF
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM(1:3) IS NUMERIC
                   AND REG-PARM(1:3) > '000'
                   MOVE REG-PARM(1:3)  TO WS-DIAS-INATIVIDADE
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE01
               END-IF

               CLOSE CARTAO-PARM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-FALHAS                SECTION.
      *----------------------------------------------------------------*
      *    Toda tentativa falha do histórico dentro da semana, na
      *    ordem em que aconteceu, e o total por operador; três ou
      *    mais falhas na semana levam alerta.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'LISTA-FALHAS'

           MOVE WS-DATA-INI-AMD        TO WS-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED             TO LP-DATA-INI
           MOVE WS-DATA-REF-AMD        TO WS-DATA-AMD
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED             TO LP-DATA-FIM
           MOVE LINHA-PERIODO          TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'N'                    TO IND-FIM-HISTORICO

           OPEN INPUT HISTORICO-ACESSOS

           IF  FS-HAC-OK
               PERFORM UNTIL FIM-DO-HISTORICO
                   READ HISTORICO-ACESSOS
                   AT END
                       MOVE 'S'        TO IND-FIM-HISTORICO
                   NOT AT END
                       ADD 1           TO CONTA-HISTORICO
                       IF  HAC-DATA-AMD >= WS-DATA-INI-AMD
                           AND HAC-DATA-AMD <= WS-DATA-REF-AMD
                           PERFORM TRATA-TENTATIVA
                       END-IF
               END-PERFORM
               CLOSE HISTORICO-ACESSOS
           ELSE
               MOVE '  HISTORICO DE SIGN-ON INDISPONIVEL'
                                       TO LT-TEXTO
               MOVE LINHA-TITULO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           IF  CONTA-FALHAS            = 0
               MOVE '  NENHUMA TENTATIVA FALHA NO PERIODO'
                                       TO LT-TEXTO
               MOVE LINHA-TITULO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES             TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'FALHAS POR OPERADOR'
                                       TO LT-TEXTO
               MOVE LINHA-TITULO       TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM VARYING TFO-SUB FROM 1 BY 1
                   UNTIL TFO-SUB > TFO-QTDE
                   MOVE TFO-OPERADOR(TFO-SUB)
                                       TO LTO-OPERADOR
                   MOVE TFO-FALHAS(TFO-SUB)
                                       TO LTO-FALHAS
                   MOVE TFO-BLOQUEIOS(TFO-SUB)
                                       TO LTO-BLOQUEIOS
                   IF  TFO-FALHAS(TFO-SUB) >= 3
                       MOVE '** VERIFICAR COM O OPERADOR'
                                       TO LTO-ALERTA
                   ELSE
                       MOVE SPACES     TO LTO-ALERTA
                   END-IF
                   MOVE LINHA-TOTAL-OPERADOR
                                       TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           TRATA-TENTATIVA             SECTION.
      *----------------------------------------------------------------*

           IF  HAC-SUCESSO
               ADD 1                   TO CONTA-SUCESSOS
           END-IF

           IF  HAC-FALHA
               ADD 1                   TO CONTA-FALHAS

               MOVE HAC-DATA-AMD       TO WS-DATA-AMD
               PERFORM FORMATA-DATA
               MOVE WS-DATA-ED         TO LF-DATA
               MOVE HAC-HORA           TO LF-HORA
               MOVE HAC-PROGRAMA       TO LF-PROGRAMA
               MOVE HAC-OPERADOR       TO LF-OPERADOR
               MOVE HAC-RESULTADO      TO LF-RESULTADO
               MOVE HAC-DESCRICAO      TO LF-DESCRICAO
               MOVE LINHA-FALHA        TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE 'N'                TO IND-OPERADOR-ACHOU
               PERFORM VARYING TFO-SUB FROM 1 BY 1
                   UNTIL TFO-SUB > TFO-QTDE
                      OR OPERADOR-ACHOU
                   IF  TFO-OPERADOR(TFO-SUB) = HAC-OPERADOR
                       MOVE 'S'        TO IND-OPERADOR-ACHOU
                   END-IF
               END-PERFORM

               IF  OPERADOR-ACHOU
                   SUBTRACT 1          FROM TFO-SUB
               ELSE
                   IF  TFO-QTDE        < 200
                       ADD 1           TO TFO-QTDE
                       MOVE HAC-OPERADOR
                                       TO TFO-OPERADOR(TFO-QTDE)
                       MOVE ZEROS      TO TFO-FALHAS(TFO-QTDE)
                       MOVE ZEROS      TO TFO-BLOQUEIOS(TFO-QTDE)
                   END-IF
                   MOVE TFO-QTDE       TO TFO-SUB
               END-IF

               ADD 1                   TO TFO-FALHAS(TFO-SUB)
               IF  HAC-RESULTADO       = 'L'
                   ADD 1               TO TFO-BLOQUEIOS(TFO-SUB)
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-BLOQUEADOS            SECTION.
      *----------------------------------------------------------------*
      *    Operadores hoje bloqueados nas credenciais, com a data do
      *    bloqueio: esperam o desbloqueio em SENHA01.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'LISTA-BLOQUEADOS'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'OPERADORES BLOQUEADOS' TO LT-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CRD-DISPONIVEL
               MOVE 'N'                TO IND-FIM-CREDENCIAIS
               MOVE LOW-VALUES         TO CRD-CODIGO
               START CREDENCIAIS-OPERADORES
                   KEY IS >= CRD-CODIGO
                   INVALID KEY
                       MOVE 'S'        TO IND-FIM-CREDENCIAIS
               END-START

               PERFORM UNTIL FIM-DAS-CREDENCIAIS
                   READ CREDENCIAIS-OPERADORES NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-CREDENCIAIS
                   NOT AT END
                       IF  CRD-BLOQUEADO
                           ADD 1       TO CONTA-BLOQUEADOS
                           MOVE CRD-CODIGO
                                       TO LO-CODIGO
                           MOVE SPACES TO LO-NOME
                           MOVE 'BLOQUEADO EM   '
                                       TO LO-ROTULO
                           MOVE CRD-DATA-SITUACAO
                                       TO WS-DATA-AMD
                           PERFORM FORMATA-DATA
                           MOVE WS-DATA-ED
                                       TO LO-DATA
                           MOVE 'DESBLOQUEAR EM SENHA01'
                                       TO LO-OBSERVACAO
                           MOVE LINHA-OPERADOR
                                       TO REG-RELATORIO
                           WRITE REG-RELATORIO
                       END-IF
               END-PERFORM
           ELSE
               MOVE '  CONTROLE DE PIN NAO IMPLANTADO'
                                       TO LT-TEXTO
               MOVE LINHA-TITULO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           IF  CONTA-BLOQUEADOS        = 0
               AND CRD-DISPONIVEL
               MOVE '  NENHUM OPERADOR BLOQUEADO'
                                       TO LT-TEXTO
               MOVE LINHA-TITULO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-INATIVOS              SECTION.
      *----------------------------------------------------------------*
      *    Cada operador do cadastro: sem PIN cadastrado é apontado;
      *    desativado é ignorado; sem sign-on há WS-DIAS-INATIVIDADE
      *    dias ou mais (contados do último acesso ou, se nunca
      *    assinou, da data da situação) é candidato a desativação.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'LISTA-INATIVOS'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES                 TO LT-TEXTO
           STRING 'OPERADORES SEM SIGN-ON HA ' WS-DIAS-INATIVIDADE
               ' DIAS OU MAIS (CANDIDATOS A DESATIVACAO)'
               DELIMITED BY SIZE INTO LT-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CRD-DISPONIVEL
               MOVE 'N'                TO IND-FIM-OPERADORES
               OPEN INPUT ARQUIVO-OPERADORES
               IF  FS-OPR-OK
                   PERFORM UNTIL FIM-DOS-OPERADORES
                       READ ARQUIVO-OPERADORES
                       AT END
                           MOVE 'S'    TO IND-FIM-OPERADORES
                       NOT AT END
                           IF  OPR-CODIGO NOT = SPACES
                               PERFORM AVALIA-INATIVIDADE
                           END-IF
                   END-PERFORM
                   CLOSE ARQUIVO-OPERADORES
               ELSE
                   MOVE '  CADASTRO DE OPERADORES INDISPONIVEL'
                                       TO LT-TEXTO
                   MOVE LINHA-TITULO   TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           ELSE
               MOVE '  CONTROLE DE PIN NAO IMPLANTADO'
                                       TO LT-TEXTO
               MOVE LINHA-TITULO       TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-INATIVIDADE          SECTION.
      *----------------------------------------------------------------*

           MOVE OPR-CODIGO             TO LO-CODIGO
           MOVE OPR-NOME               TO LO-NOME
           MOVE OPR-CODIGO             TO CRD-CODIGO

           READ CREDENCIAIS-OPERADORES
               INVALID KEY
                   ADD 1               TO CONTA-SEM-PIN
                   MOVE SPACES         TO LO-ROTULO
                   MOVE SPACES         TO LO-DATA
                   MOVE 'SEM PIN CADASTRADO'
                                       TO LO-OBSERVACAO
                   MOVE LINHA-OPERADOR TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   END-WRITE
               NOT INVALID KEY
                   IF  NOT CRD-DESATIVADO
                       IF  CRD-ULTIMO-ACESSO = ZEROS
                           MOVE CRD-DATA-SITUACAO
                                       TO WS-DATA-BASE-AMD
                           MOVE 'NUNCA ASSINOU  '
                                       TO LO-ROTULO
                       ELSE
                           MOVE CRD-ULTIMO-ACESSO
                                       TO WS-DATA-BASE-AMD
                           MOVE 'ULTIMO ACESSO  '
                                       TO LO-ROTULO
                       END-IF
                       IF  WS-DATA-BASE-AMD = ZEROS
                           MOVE 999    TO WS-DIAS-SEM-ACESSO
                       ELSE
                           COMPUTE WS-DIAS-SEM-ACESSO
                               = FUNCTION INTEGER-OF-DATE
                                             (WS-DATA-REF-AMD)
                               - FUNCTION INTEGER-OF-DATE
                                             (WS-DATA-BASE-AMD)
                       END-IF
                       IF  WS-DIAS-SEM-ACESSO >= WS-DIAS-INATIVIDADE
                           ADD 1       TO CONTA-INATIVOS
                           MOVE CRD-ULTIMO-ACESSO
                                       TO WS-DATA-AMD
                           PERFORM FORMATA-DATA
                           MOVE WS-DATA-ED
                                       TO LO-DATA
                           MOVE 'CANDIDATO A DESATIVACAO'
                                       TO LO-OBSERVACAO
                           MOVE LINHA-OPERADOR
                                       TO REG-RELATORIO
                           WRITE REG-RELATORIO
                       END-IF
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-DATA                SECTION.
      *----------------------------------------------------------------*

           IF  WS-DATA-AMD             = ZEROS
               MOVE '--/--/----'       TO WS-DATA-ED
           ELSE
               STRING WS-DATA-DIA '/' WS-DATA-MES '/' WS-DATA-ANO
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF

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

           CLOSE CREDENCIAIS-OPERADORES
           CLOSE RELATORIO-ACESSOS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE SPACES                 TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE CONTA-FALHAS           TO LRT-FALHAS
           MOVE CONTA-SUCESSOS         TO LRT-SUCESSOS
           MOVE CONTA-BLOQUEADOS       TO LRT-BLOQUEADOS
           MOVE CONTA-INATIVOS         TO LRT-INATIVOS
           MOVE CONTA-SEM-PIN          TO LRT-SEM-PIN
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           DISPLAY NOME-PROGRAMA ' FALHAS NA SEMANA: '
               CONTA-FALHAS            UPON CONSOLE

           IF  CRD-DISPONIVEL
               CLOSE CREDENCIAIS-OPERADORES
           END-IF

           CLOSE RELATORIO-ACESSOS

           MOVE 'RELATORIO-ACESSOS'    TO RRL-NOME-ATUAL
           MOVE OPE01                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           MOVE CONTA-HISTORICO        TO AUD-QTDE-LIDOS
           MOVE CONTA-FALHAS           TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
