      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Verificação prévia da cadeia noturna, primeira etapa
      *    do plano de execução de LOTE01: antes de qualquer programa
      *    gravar alguma coisa, confere o que costuma derrubar a
      *    cadeia no meio da madrugada e emite um relatório de
      *    checklist com OK, WARN ou FAIL por item:
      *      - trava esquecida em ARQUIVO-TRAVAS (FAIL);
      *      - cartão DATAMOV ausente ou inválido (FAIL);
      *      - competência da data de movimento já fechada em
      *        COMPETENCIAS-FECHADAS (FAIL);
      *      - arquivo de interface de dia anterior gerado e ainda
      *        não enviado em LOG-INTERFACES (WARN);
      *      - parâmetro de PARAMS.TXT sem vigência na data de
      *        movimento (WARN);
      *      - arquivo apontado no parâmetro de uma etapa do plano
      *        que não existe (FAIL).
      *    Termina com RETURN-CODE 16 havendo FAIL (LOTE01 interrompe
      *    a cadeia), 4 havendo só WARN (continua ou para conforme a
      *    coluna 11 da linha do plano) e 0 com tudo OK. Linha do
      *    plano: 'PREVIA01  C', no topo; o caminho do plano a
      *    conferir, se não for o padrão, vai no parâmetro da etapa
      *    (coluna 15). Executado fora do LOTE01, o caminho do plano
      *    vem por PARM.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-PREVIA passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PREVIA01.
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
           SELECT PLANO-EXECUCAO ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANO-EXECUCAO.

           SELECT RELATORIO-PREVIA ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-PREVIA.

           SELECT ARQUIVO-REFERIDO ASSIGN TO WS-CAMINHO-REFERIDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO-REFERIDO.

           COPY DMVCTL.

           COPY TRVCTL.

           COPY CMPCTL.

           COPY INTCTL.

           COPY PRSCTL.

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
       FD  PLANO-EXECUCAO.
       01  REG-PLANO.
           03  PLN-PROGRAMA            PIC X(09).
           03  FILLER                  PIC X(01).
           03  PLN-ACAO-RC4            PIC X(01).
           03  FILLER                  PIC X(01).
           03  PLN-SO-DIA-UTIL         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PLN-PARM                PIC X(66).

       FD  RELATORIO-PREVIA.
       01  REG-RELATORIO               PIC X(100).

       FD  ARQUIVO-REFERIDO.
       01  REG-ARQUIVO-REFERIDO        PIC X(01).

       COPY DMVFD.

       COPY TRVFD.

       COPY CMPFD.

       COPY INTFD.

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'PREVIA01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY TRVDADOS.
       COPY CMPDADOS.
       COPY INTDADOS.
       COPY PRSDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(66)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PLANO.TXT'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\PREVIA.TXT'.
           03  FS-PLANO-EXECUCAO       PIC X(02)        VALUE '00'.
               88  FS-PLANO-OK                          VALUE '00'.
           03  FS-RELATORIO-PREVIA     PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-ARQUIVO-REFERIDO     PIC X(02)        VALUE '00'.
               88  FS-REF-OK                            VALUE '00'.
               88  FS-REF-NAO-EXISTE                    VALUE '35'.
           03  WS-PARM-CMDLINE         PIC X(66)        VALUE SPACES.
           03  WS-CAMINHO-REFERIDO     PIC X(66)        VALUE SPACES.
           03  WS-COMPETENCIA-MOV      PIC X(07)        VALUE SPACES.
           03  WS-HOJE-AMD             PIC 9(08)        VALUE ZEROS.
           03  WS-GERADO-AMD           PIC 9(08)        VALUE ZEROS.
           03  WS-QTDE-BARRAS          PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-SUB-ANTERIOR         PIC S9(04) COMP-5 VALUE ZEROS.
           03  IND-NOME-REPETIDO       PIC X(01)        VALUE 'N'.
               88  NOME-JA-CONFERIDO                    VALUE 'S'.
           03  IND-FIM-TRAVAS          PIC X(01)        VALUE 'N'.
               88  FIM-DAS-TRAVAS                       VALUE 'S'.
           03  IND-FIM-PLANO           PIC X(01)        VALUE 'N'.
               88  FIM-DO-PLANO                         VALUE 'S'.
           03  CONTA-ITENS             PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-OK                PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-WARN              PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-FAIL              PIC S9(04) COMP-5 VALUE ZEROS.
           03  CONTA-ACHADOS           PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-RC-PREVIA            PIC S9(04) COMP-5 VALUE ZEROS.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(47)        VALUE
           'VERIFICACAO PREVIA DA CADEIA NOTURNA - MOVTO: '.
           03  LC-DATA-MOVIMENTO       PIC X(10).

       01  LINHA-SUBCABECALHO.
           03  FILLER                  PIC X(06)        VALUE 'RESULT'.
           03  FILLER                  PIC X(22)        VALUE 'ITEM'.
           03  FILLER                  PIC X(07)        VALUE 'DETALHE'.

       01  LINHA-DETALHE.
           03  LD-RESULTADO            PIC X(04).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-ITEM                 PIC X(20).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LD-DETALHE              PIC X(72).

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(07)        VALUE 'ITENS: '.
           03  LR-ITENS                PIC ZZZ9.
           03  FILLER                  PIC X(06)        VALUE '  OK: '.
           03  LR-OK                   PIC ZZZ9.
           03  FILLER                  PIC X(08)        VALUE
                                                       '  WARN: '.
           03  LR-WARN                 PIC ZZZ9.
           03  FILLER                  PIC X(08)        VALUE
                                                       '  FAIL: '.
           03  LR-FAIL                 PIC ZZZ9.
           03  FILLER                  PIC X(06)        VALUE '  RC: '.
           03  LR-RC                   PIC Z9.
           03  FILLER                  PIC X(03)        VALUE ' - '.
           03  LR-CONCLUSAO            PIC X(30).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKDADOS.

      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNK-PARAMETROS.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM VERIFICA-DATA-MOVIMENTO

           PERFORM VERIFICA-TRAVAS

           PERFORM VERIFICA-COMPETENCIA

           PERFORM VERIFICA-INTERFACES

           PERFORM VERIFICA-PARAMETROS

           PERFORM VERIFICA-ARQUIVOS-PLANO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           OPEN OUTPUT RELATORIO-PREVIA

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-PREVIA, FILE STATUS: '
                   FS-RELATORIO-PREVIA UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    O caminho do plano a conferir vem do parâmetro da etapa,
      *    passado por LINKAGE pelo LOTE01; sem chamador, a área nem
      *    existe e vale o PARM. Sem nenhum dos dois, o padrão. O
      *    SYSIN não é lido: dentro da cadeia ele é o cartão do
      *    LOTE01.
      *----------------------------------------------------------------*

           IF  ADDRESS OF LNK-PARAMETROS NOT = NULL
               IF  LNK-INFORMADO
                   AND LNK-PARM        NOT = SPACES
                   MOVE LNK-PARM       TO OPE01
               END-IF
           ELSE
               ACCEPT WS-PARM-CMDLINE  FROM COMMAND-LINE
               IF  WS-PARM-CMDLINE     NOT = SPACES
                   MOVE WS-PARM-CMDLINE
                                       TO OPE01
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-DATA-MOVIMENTO     SECTION.
      *----------------------------------------------------------------*
      *    Sem o cartão, DMV-LE-DATA-MOVIMENTO cai para o relógio e a
      *    cadeia das 2h carimbaria tudo com o dia seguinte: aqui o
      *    cartão tem de existir e trazer DD/MM/AAAA válido. A data
      *    obtida (do cartão ou do relógio) serve aos demais itens.
      *----------------------------------------------------------------*

           MOVE 'CARTAO DATAMOV'       TO LD-ITEM

           OPEN INPUT CARTAO-DATA-MOV

           IF  NOT FS-DMV-OK
               MOVE SPACES             TO LD-DETALHE
               STRING 'CARTAO AUSENTE, FILE STATUS ' FS-DATAMOV
                   ' - A DATA CAIRIA PARA O RELOGIO'
                   DELIMITED BY SIZE INTO LD-DETALHE
               PERFORM GRAVA-ITEM-FAIL
           ELSE
               READ CARTAO-DATA-MOV
               IF  FS-DMV-OK
                   AND REG-DATA-MOV(1:2) NUMERIC
                   AND REG-DATA-MOV(3:1) = '/'
                   AND REG-DATA-MOV(4:2) NUMERIC
                   AND REG-DATA-MOV(6:1) = '/'
                   AND REG-DATA-MOV(7:4) NUMERIC
                   MOVE SPACES         TO LD-DETALHE
                   STRING 'DATA DE MOVIMENTO ' REG-DATA-MOV
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-OK
               ELSE
                   MOVE SPACES         TO LD-DETALHE
                   STRING 'CARTAO VAZIO OU INVALIDO: "'
                       REG-DATA-MOV '" (ESPERADO DD/MM/AAAA)'
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-FAIL
               END-IF
               CLOSE CARTAO-DATA-MOV
           END-IF

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE DMV-DATA-MOVIMENTO     TO LC-DATA-MOVIMENTO
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-SUBCABECALHO     TO REG-RELATORIO
           WRITE REG-RELATORIO

      *    O item do cartão foi apurado antes do cabeçalho, que
      *    depende da data: sai agora, logo abaixo dele.
           PERFORM GRAVA-LINHA-ITEM

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-TRAVAS             SECTION.
      *----------------------------------------------------------------*
      *    De madrugada ninguém deveria estar com recurso tomado:
      *    trava presente é sessão de console esquecida aberta ou
      *    sobra de execução que caiu, e a etapa que pedir o mesmo
      *    recurso seria recusada. Cada trava vira um FAIL com o
      *    dono, para o operador liberar em TRAVA01.
      *----------------------------------------------------------------*

           MOVE 'TRAVAS'               TO LD-ITEM
           MOVE ZEROS                  TO CONTA-ACHADOS

           OPEN INPUT ARQUIVO-TRAVAS

           IF  FS-TRV-OK
               MOVE 'N'                TO IND-FIM-TRAVAS
               PERFORM UNTIL FIM-DAS-TRAVAS
                   READ ARQUIVO-TRAVAS NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-TRAVAS
                   NOT AT END
                       ADD 1           TO CONTA-ACHADOS
                       MOVE SPACES     TO LD-DETALHE
                       STRING TRV-RECURSO ' COM '
                           TRV-PROGRAMA ' OPER ' TRV-OPERADOR ' '
                           TRV-DATA-HORA(12:19)
                           DELIMITED BY SIZE INTO LD-DETALHE
                       PERFORM GRAVA-ITEM-FAIL
                       PERFORM GRAVA-LINHA-ITEM
               END-PERFORM
               CLOSE ARQUIVO-TRAVAS
           END-IF

           IF  CONTA-ACHADOS           = ZEROS
               IF  FS-TRV-OK OR FS-TRV-NAO-EXISTE
                   MOVE 'NENHUMA TRAVA PENDENTE'
                                       TO LD-DETALHE
                   PERFORM GRAVA-ITEM-OK
               ELSE
                   MOVE SPACES         TO LD-DETALHE
                   STRING 'ARQUIVO DE TRAVAS ILEGIVEL, FILE STATUS '
                       FS-TRAVAS
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-FAIL
               END-IF
               PERFORM GRAVA-LINHA-ITEM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-COMPETENCIA        SECTION.
      *----------------------------------------------------------------*
      *    Competência da data de movimento já fechada por FECHME01:
      *    toda etapa que grava movimento seria recusada.
      *----------------------------------------------------------------*

           MOVE 'COMPETENCIA'          TO LD-ITEM

           MOVE SPACES                 TO WS-COMPETENCIA-MOV
           STRING DMV-MES-MOV '/' DMV-ANO-MOV
               DELIMITED BY SIZE INTO WS-COMPETENCIA-MOV

           PERFORM CMP-ABRE-COMPETENCIAS

           MOVE WS-COMPETENCIA-MOV     TO CMP-COMP-PEDIDA
           PERFORM CMP-VERIFICA-FECHADA

           MOVE SPACES                 TO LD-DETALHE
           IF  CMP-COMPETENCIA-FECHADA
               STRING 'COMPETENCIA ' WS-COMPETENCIA-MOV
                   ' JA FECHADA EM ' CMP-FECHADA-EM(12:10)
                   ' POR ' CMP-OPERADOR
                   DELIMITED BY SIZE INTO LD-DETALHE
               PERFORM GRAVA-ITEM-FAIL
           ELSE
               STRING 'COMPETENCIA ' WS-COMPETENCIA-MOV ' ABERTA'
                   DELIMITED BY SIZE INTO LD-DETALHE
               PERFORM GRAVA-ITEM-OK
           END-IF
           PERFORM GRAVA-LINHA-ITEM

           PERFORM CMP-FECHA-COMPETENCIAS

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-INTERFACES         SECTION.
      *----------------------------------------------------------------*
      *    Arquivo de interface gerado (situação G) em dia anterior ao
      *    de hoje e não marcado como enviado em INTERF01: o destino
      *    está sem o arquivo de ontem e a cadeia vai gerar o próximo
      *    número por cima. Aviso, não impede a cadeia.
      *----------------------------------------------------------------*

           MOVE 'INTERFACES'           TO LD-ITEM
           MOVE ZEROS                  TO CONTA-ACHADOS

           PERFORM OBTER-DATA-HORA
           MOVE ZEROS                  TO WS-HOJE-AMD
           STRING DTH-ANO-ATUAL DTH-MES-ATUAL DTH-DIA-ATUAL
               DELIMITED BY SIZE INTO WS-HOJE-AMD

           OPEN INPUT LOG-INTERFACES

           IF  FS-INT-OK
               MOVE 'N'                TO IND-FIM-LOG-INT
               PERFORM UNTIL FIM-DO-LOG-INTERFACES
                   READ LOG-INTERFACES NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-LOG-INT
                   NOT AT END
                       PERFORM AVALIA-INTERFACE
               END-PERFORM
               CLOSE LOG-INTERFACES
           END-IF

           IF  CONTA-ACHADOS           = ZEROS
               MOVE 'NENHUM ARQUIVO DE DIA ANTERIOR PENDENTE DE ENVIO'
                                       TO LD-DETALHE
               PERFORM GRAVA-ITEM-OK
               PERFORM GRAVA-LINHA-ITEM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-INTERFACE            SECTION.
      *----------------------------------------------------------------*
      *    INT-GERADO-EM traz 'DATA-HORA: DD/MM/AAAA;...'.
      *----------------------------------------------------------------*

           IF  INT-GERADO
               AND INT-GERADO-EM(12:2) NUMERIC
               AND INT-GERADO-EM(15:2) NUMERIC
               AND INT-GERADO-EM(18:4) NUMERIC
               MOVE ZEROS              TO WS-GERADO-AMD
               STRING INT-GERADO-EM(18:4) INT-GERADO-EM(15:2)
                   INT-GERADO-EM(12:2)
                   DELIMITED BY SIZE INTO WS-GERADO-AMD
               IF  WS-GERADO-AMD       < WS-HOJE-AMD
                   ADD 1               TO CONTA-ACHADOS
                   MOVE SPACES         TO LD-DETALHE
                   STRING INT-INTERFACE ' NR ' INT-NUMERO
                       ' GERADO EM ' INT-GERADO-EM(12:10)
                       ' POR ' INT-PROGRAMA ' NAO ENVIADO'
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-WARN
                   PERFORM GRAVA-LINHA-ITEM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-PARAMETROS         SECTION.
      *----------------------------------------------------------------*
      *    Cada parâmetro de PARAMS.TXT precisa de uma vigência não
      *    posterior à data de movimento; só com vigência futura, o
      *    programa que o consulta roda com o padrão de
      *    WORKING-STORAGE sem ninguém perceber. Cada nome é
      *    conferido uma vez.
      *----------------------------------------------------------------*

           MOVE 'PARAMETROS'           TO LD-ITEM
           MOVE ZEROS                  TO CONTA-ACHADOS

           PERFORM PRS-CARREGA-PARAMETROS

           IF  NOT FS-PRS-OK
               MOVE SPACES             TO LD-DETALHE
               STRING 'PARAMS.TXT INDISPONIVEL, FILE STATUS '
                   FS-PARAMETROS ' - VALEM OS PADROES DOS PROGRAMAS'
                   DELIMITED BY SIZE INTO LD-DETALHE
               PERFORM GRAVA-ITEM-WARN
               PERFORM GRAVA-LINHA-ITEM
           ELSE
               MOVE DMV-DATA-MOVIMENTO TO PRS-DATA-REFERENCIA
               PERFORM VARYING WS-SUB-ANTERIOR FROM 1 BY 1
                   UNTIL WS-SUB-ANTERIOR > PRS-QTDE-PARAMETROS
                   PERFORM AVALIA-PARAMETRO
               END-PERFORM

               IF  CONTA-ACHADOS       = ZEROS
                   MOVE SPACES         TO LD-DETALHE
                   STRING 'TODOS OS PARAMETROS COM VIGENCIA EM '
                       DMV-DATA-MOVIMENTO
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-OK
                   PERFORM GRAVA-LINHA-ITEM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-PARAMETRO            SECTION.
      *----------------------------------------------------------------*
      *    WS-SUB-ANTERIOR aponta a linha da tabela em exame; nome já
      *    visto numa linha anterior não é conferido de novo.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-NOME-REPETIDO
           PERFORM VARYING PRS-SUB FROM 1 BY 1
               UNTIL PRS-SUB >= WS-SUB-ANTERIOR
                  OR NOME-JA-CONFERIDO
               IF  TPR-NOME(PRS-SUB)   = TPR-NOME(WS-SUB-ANTERIOR)
                   MOVE 'S'            TO IND-NOME-REPETIDO
               END-IF
           END-PERFORM

           IF  NOT NOME-JA-CONFERIDO
               MOVE TPR-NOME(WS-SUB-ANTERIOR)
                                       TO PRS-NOME-PEDIDO
               PERFORM PRS-OBTEM-PARAMETRO
               IF  NOT PRS-ACHADO
                   ADD 1               TO CONTA-ACHADOS
                   MOVE SPACES         TO LD-DETALHE
                   STRING PRS-NOME-PEDIDO ' SEM VIGENCIA ATE '
                       DMV-DATA-MOVIMENTO
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-WARN
                   PERFORM GRAVA-LINHA-ITEM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ARQUIVOS-PLANO     SECTION.
      *----------------------------------------------------------------*
      *    Percorre o plano de execução e, para cada etapa cujo
      *    parâmetro é um caminho de arquivo (tem '\'; a parte
      *    depois de ';' é opção da etapa, como em MUNICI), confere
      *    que o arquivo existe. Plano ilegível é FAIL: o LOTE01
      *    também não o abriria.
      *----------------------------------------------------------------*

           MOVE 'ARQUIVOS DO PLANO'    TO LD-ITEM
           MOVE ZEROS                  TO CONTA-ACHADOS

           OPEN INPUT PLANO-EXECUCAO

           IF  NOT FS-PLANO-OK
               MOVE SPACES             TO LD-DETALHE
               STRING 'PLANO DE EXECUCAO ILEGIVEL, FILE STATUS '
                   FS-PLANO-EXECUCAO
                   DELIMITED BY SIZE INTO LD-DETALHE
               PERFORM GRAVA-ITEM-FAIL
               PERFORM GRAVA-LINHA-ITEM
           ELSE
               MOVE 'N'                TO IND-FIM-PLANO
               PERFORM UNTIL FIM-DO-PLANO
                   READ PLANO-EXECUCAO
                   AT END
                       MOVE 'S'        TO IND-FIM-PLANO
                   NOT AT END
                       IF  PLN-PROGRAMA NOT = SPACES
                           AND PLN-PROGRAMA(1:1) NOT = '*'
                           AND PLN-PROGRAMA NOT = NOME-PROGRAMA
                           PERFORM AVALIA-ETAPA-PLANO
                       END-IF
               END-PERFORM
               CLOSE PLANO-EXECUCAO

               IF  CONTA-ACHADOS       = ZEROS
                   MOVE 'NENHUM ARQUIVO AUSENTE NO PLANO'
                                       TO LD-DETALHE
                   PERFORM GRAVA-ITEM-OK
                   PERFORM GRAVA-LINHA-ITEM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           AVALIA-ETAPA-PLANO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-QTDE-BARRAS
           INSPECT PLN-PARM TALLYING WS-QTDE-BARRAS FOR ALL '\'

           IF  WS-QTDE-BARRAS          > ZEROS
               MOVE SPACES             TO WS-CAMINHO-REFERIDO
               UNSTRING PLN-PARM DELIMITED BY ';'
                   INTO WS-CAMINHO-REFERIDO
               END-UNSTRING

               OPEN INPUT ARQUIVO-REFERIDO
               IF  FS-REF-OK
                   CLOSE ARQUIVO-REFERIDO
               ELSE
                   ADD 1               TO CONTA-ACHADOS
                   MOVE SPACES         TO LD-DETALHE
                   STRING PLN-PROGRAMA ' FS ' FS-ARQUIVO-REFERIDO ' '
                       WS-CAMINHO-REFERIDO
                       DELIMITED BY SIZE INTO LD-DETALHE
                   PERFORM GRAVA-ITEM-FAIL
                   PERFORM GRAVA-LINHA-ITEM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ITEM-OK               SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-ITENS
           ADD 1                       TO CONTA-OK
           MOVE 'OK'                   TO LD-RESULTADO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ITEM-WARN             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-ITENS
           ADD 1                       TO CONTA-WARN
           MOVE 'WARN'                 TO LD-RESULTADO
           IF  WS-RC-PREVIA            < 4
               MOVE 4                  TO WS-RC-PREVIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ITEM-FAIL             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-ITENS
           ADD 1                       TO CONTA-FAIL
           MOVE 'FAIL'                 TO LD-RESULTADO
           MOVE 16                     TO WS-RC-PREVIA

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LINHA-ITEM            SECTION.
      *----------------------------------------------------------------*
      *    Imprime o item e repete no console os que não são OK, para
      *    o operador de plantão ver sem abrir o relatório.
      *----------------------------------------------------------------*

           MOVE LINHA-DETALHE          TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  LD-RESULTADO            NOT = 'OK'
               DISPLAY NOME-PROGRAMA ' ' LD-RESULTADO ' ' LD-ITEM
                   ' ' LD-DETALHE      UPON CONSOLE
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY CMPPROC.

       COPY PRSPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE PLANO-EXECUCAO
           CLOSE RELATORIO-PREVIA
           CLOSE ARQUIVO-TRAVAS
           CLOSE LOG-INTERFACES
           PERFORM CMP-FECHA-COMPETENCIAS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE CONTA-ITENS            TO LR-ITENS
           MOVE CONTA-OK               TO LR-OK
           MOVE CONTA-WARN             TO LR-WARN
           MOVE CONTA-FAIL             TO LR-FAIL
           MOVE WS-RC-PREVIA           TO LR-RC
           EVALUATE WS-RC-PREVIA
               WHEN 0
                   MOVE 'CADEIA LIBERADA'
                                       TO LR-CONCLUSAO
               WHEN 4
                   MOVE 'CADEIA LIBERADA COM AVISOS'
                                       TO LR-CONCLUSAO
               WHEN OTHER
                   MOVE 'CADEIA BLOQUEADA'
                                       TO LR-CONCLUSAO
           END-EVALUATE
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO-PREVIA

           MOVE 'RELATORIO-PREVIA'     TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' ITENS: ' CONTA-ITENS
               ' OK: ' CONTA-OK ' WARN: ' CONTA-WARN
               ' FAIL: ' CONTA-FAIL ' - ' LR-CONCLUSAO UPON CONSOLE

           MOVE WS-RC-PREVIA           TO RETURN-CODE

           MOVE CONTA-ITENS            TO AUD-QTDE-LIDOS
           MOVE CONTA-FAIL             TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           MOVE WS-RC-PREVIA           TO RETURN-CODE

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
