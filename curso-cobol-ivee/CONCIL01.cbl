      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Conciliação do extrato bancário diário contra os
      *    movimentos que o sistema espera ver na conta: crédito de
      *    adiantamentos (RETBAN01), pagamento a fornecedores
      *    (TITPAG01), recebimento de títulos (RECREC01) e depósito
      *    do caixa do dia (FECHCX01), todos registrados como itens
      *    pendentes em ITENS-CONCILIACAO (copybooks CNC*). Importa o
      *    arquivo do banco para EXTRATO-BANCARIO (indexado por data
      *    + documento, de modo que reimportar o mesmo arquivo não
      *    duplica linha), casa cada linha ainda não conciliada com
      *    um item pendente do mesmo sentido e valor cuja data esteja
      *    a até 3 dias da data do extrato (o mais próximo vence) e
      *    marca os dois lados como conciliados, para não casarem de
      *    novo. O relatório lista as conciliações da execução, as
      *    linhas do banco sem correspondência e os itens do sistema
      *    que não apareceram no extrato até a data da última linha
      *    importada; havendo pendência fora do prazo, RETURN-CODE 4.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-CONCILIACAO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: linhas 1 a 4 com os
      *    caminhos do extrato do dia, do extrato acumulado, dos
      *    itens a conciliar e do relatório.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     CONCIL01.
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
           SELECT EXTRATO-DIA ASSIGN TO OPE01
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRATO-DIA.

           SELECT EXTRATO-BANCARIO ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXT-CHAVE
           FILE STATUS IS FS-EXTRATO-BANCARIO.

           SELECT RELATORIO-CONCILIACAO ASSIGN TO OPE03
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY CNCCTL.

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
      *    Linha do extrato entregue pelo banco: data AAAAMMDD, número
      *    do documento, D (saída) ou C (entrada), valor sem vírgula
      *    com 2 decimais e histórico, em posições fixas.
       FD  EXTRATO-DIA.
       01  REG-EXTRATO-DIA.
           03  EXD-DATA                PIC X(08).
           03  FILLER                  PIC X(01).
           03  EXD-DOCUMENTO           PIC X(15).
           03  FILLER                  PIC X(01).
           03  EXD-SENTIDO             PIC X(01).
               88  EXD-SENTIDO-VALIDO                   VALUE 'D' 'C'.
           03  FILLER                  PIC X(01).
           03  EXD-VALOR               PIC X(13).
           03  EXD-VALOR-N REDEFINES EXD-VALOR
                                       PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  EXD-HISTORICO           PIC X(30).
           03  FILLER                  PIC X(09).

      *    Extrato acumulado: cada linha já importada, com a situação
      *    (P pendente, C conciliada) e a chave do item que a baixou.
       FD  EXTRATO-BANCARIO.
       01  REG-EXTRATO-BANCARIO.
           03  EXT-CHAVE.
               05  EXT-DATA            PIC 9(08).
               05  EXT-DOCUMENTO       PIC X(15).
           03  FILLER                  PIC X(01).
           03  EXT-SENTIDO             PIC X(01).
           03  FILLER                  PIC X(01).
           03  EXT-VALOR               PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  EXT-HISTORICO           PIC X(30).
           03  FILLER                  PIC X(01).
           03  EXT-SITUACAO            PIC X(01).
               88  EXT-PENDENTE                         VALUE 'P'.
               88  EXT-CONCILIADA                       VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  EXT-ITEM-CHAVE          PIC X(23).
           03  FILLER                  PIC X(01).
           03  EXT-CONCILIADA-EM       PIC X(30).

       FD  RELATORIO-CONCILIACAO.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY CNCFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'CONCIL01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY CNCDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\EXTRDIA.TXT".
           03  OPE02                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\EXTRATO.dat".
           03  OPE03                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\RELCONCL.TXT".
           03  FS-EXTRATO-DIA          PIC X(02)        VALUE '00'.
               88  FS-EXD-OK                            VALUE '00'.
           03  FS-EXTRATO-BANCARIO     PIC X(02)        VALUE '00'.
               88  FS-EXT-OK                            VALUE '00'.
               88  FS-EXT-NAO-EXISTE                    VALUE '35'.
           03  FS-RELATORIO            PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-EXTRATO         PIC X(01)        VALUE 'N'.
               88  FIM-DO-EXTRATO                       VALUE 'S'.
           03  IND-FIM-ITENS           PIC X(01)        VALUE 'N'.
               88  FIM-DOS-ITENS                        VALUE 'S'.
           03  IND-TABELA-CHEIA        PIC X(01)        VALUE 'N'.
               88  TABELA-PENDENTES-CHEIA               VALUE 'S'.
           03  WS-DATA-AAAAMMDD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               05  WS-ANO-DATA         PIC 9(04).
               05  WS-MES-DATA         PIC 9(02).
               05  WS-DIA-DATA         PIC 9(02).
           03  WS-DATA-CORTE           PIC 9(08)        VALUE ZEROS.
           03  WS-DIAS-CORTE           PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DIAS-EXTRATO         PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-DISTANCIA            PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-MELHOR-DISTANCIA     PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-MELHOR-SUB           PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-SUB-PEN              PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-JANELA-DIAS          PIC S9(03) COMP-5 VALUE 3.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-IMPORTADOS        PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-JA-IMPORTADOS     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-INVALIDOS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CONCILIADOS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-EXTRATO-ABERTO    PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS-ATRASADOS   PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ITENS-NO-PRAZO    PIC S9(07) COMP-5 VALUE ZEROS.
           03  SOMA-EXTRATO-ABERTO     PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ITENS-ATRASADOS    PIC S9(13)V99    VALUE ZEROS.
           03  SOMA-ITENS-NO-PRAZO     PIC S9(13)V99    VALUE ZEROS.

      *    Itens pendentes carregados de ITENS-CONCILIACAO, com a data
      *    em dias corridos para medir a distância até o extrato.
       01  TABELA-PENDENTES.
           03  CONTA-PENDENTES         PIC S9(05) COMP-5 VALUE ZEROS.
           03  TPD-ITEM                OCCURS 2000 TIMES.
               05  TPD-CHAVE.
                   07  TPD-ORIGEM      PIC X(03).
                   07  TPD-REFERENCIA  PIC X(20).
               05  TPD-DATA            PIC X(10).
               05  TPD-DIAS            PIC S9(07) COMP-5.
               05  TPD-SENTIDO         PIC X(01).
               05  TPD-VALOR           PIC 9(11)V99.
               05  TPD-DESCRICAO       PIC X(30).
               05  TPD-IND-USADO       PIC X(01).
                   88  TPD-USADO                        VALUE 'S'.

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(34)        VALUE
           'CONCILIACAO BANCARIA - EXECUCAO: '.
           03  LC-DATA-HORA            PIC X(30).

       01  LINHA-CORTE.
           03  FILLER                  PIC X(36)        VALUE
           'EXTRATO CONCILIADO ATE (AAAAMMDD): '.
           03  LCT-DATA-CORTE          PIC 9(08).

       01  LINHA-TITULO.
           03  LTI-TEXTO               PIC X(80).

       01  LINHA-CONCILIADA.
           03  LCO-DATA                PIC 9(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-DOCUMENTO           PIC X(15).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-SENTIDO             PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LCO-ITEM                PIC X(23).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LCO-DATA-ITEM           PIC X(10).

       01  LINHA-EXTRATO-ABERTO.
           03  LEA-DATA                PIC 9(08).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LEA-DOCUMENTO           PIC X(15).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LEA-SENTIDO             PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LEA-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LEA-HISTORICO           PIC X(30).

       01  LINHA-ITEM-ABERTO.
           03  LIA-DATA                PIC X(10).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIA-ORIGEM              PIC X(03).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIA-REFERENCIA          PIC X(20).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIA-SENTIDO             PIC X(01).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LIA-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LIA-SITUACAO            PIC X(08).

       01  LINHA-INVALIDA.
           03  FILLER                  PIC X(18)        VALUE
                                       'LINHA INVALIDA: '.
           03  LI-LINHA                PIC X(62).

       01  LINHA-TOTAL.
           03  LT-DESCRICAO            PIC X(36).
           03  LT-QTDE                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LT-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM IMPORTA-EXTRATO

           PERFORM CARREGA-PENDENTES

           PERFORM CONCILIA-EXTRATO

           PERFORM LISTA-ITENS-ABERTOS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM OBTER-DATA-HORA

           OPEN INPUT EXTRATO-DIA

           IF  NOT FS-EXD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR EXTRATO-DIA, FILE STATUS: '
                   FS-EXTRATO-DIA      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O EXTRATO-BANCARIO

           IF  FS-EXT-NAO-EXISTE
               OPEN OUTPUT EXTRATO-BANCARIO
               CLOSE EXTRATO-BANCARIO
               OPEN I-O EXTRATO-BANCARIO
           END-IF

           IF  NOT FS-EXT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR EXTRATO-BANCARIO, FILE STATUS: '
                   FS-EXTRATO-BANCARIO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           PERFORM CNC-ABRE-ITENS

           IF  NOT ITENS-CONCILIACAO-ABERTO
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT RELATORIO-CONCILIACAO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-CONCILIACAO, STATUS: '
                   FS-RELATORIO        UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE DTH-LINHA-DATA-HORA    TO LC-DATA-HORA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 4 com os caminhos do extrato do
      *    dia, do extrato acumulado, dos itens a conciliar e do
      *    relatório; linha ausente ou em branco mantém o padrão.
      *    Via PARM, aceita apenas o caminho do extrato do dia.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE    TO OPE01
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE01
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE02
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-ITENS-CONCILIACAO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPORTA-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      *    Grava cada linha do extrato do dia no extrato acumulado
      *    como pendente. Linha com data, sentido ou valor inválido
      *    vai ao relatório e é ignorada; linha já importada (mesma
      *    data e documento) é apenas contada, para o mesmo arquivo
      *    poder ser reprocessado sem duplicar.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPORTA-EXTRATO'

           MOVE 'LINHAS INVALIDAS DO EXTRATO DO DIA'
                                       TO LTI-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ EXTRATO-DIA
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  REG-EXTRATO-DIA NOT = SPACES
                       ADD 1           TO CONTA-LIDOS
                       PERFORM IMPORTA-LINHA
                   END-IF
           END-PERFORM

           CLOSE EXTRATO-DIA

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPORTA-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-DATA-AAAAMMDD

           IF  EXD-DATA                NUMERIC
               MOVE EXD-DATA           TO WS-DATA-AAAAMMDD
           END-IF

           IF  WS-DATA-AAAAMMDD        = ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-AAAAMMDD)
                                       NOT = 0
               OR EXD-DOCUMENTO        = SPACES
               OR NOT EXD-SENTIDO-VALIDO
               OR EXD-VALOR            NOT NUMERIC
               ADD 1                   TO CONTA-INVALIDOS
               MOVE REG-EXTRATO-DIA    TO LI-LINHA
               MOVE LINHA-INVALIDA     TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES             TO REG-EXTRATO-BANCARIO
               MOVE WS-DATA-AAAAMMDD   TO EXT-DATA
               MOVE EXD-DOCUMENTO      TO EXT-DOCUMENTO
               MOVE EXD-SENTIDO        TO EXT-SENTIDO
               MOVE EXD-VALOR-N        TO EXT-VALOR
               MOVE EXD-HISTORICO      TO EXT-HISTORICO
               MOVE 'P'                TO EXT-SITUACAO
               WRITE REG-EXTRATO-BANCARIO
                   INVALID KEY
                       ADD 1           TO CONTA-JA-IMPORTADOS
                   NOT INVALID KEY
                       ADD 1           TO CONTA-IMPORTADOS
               END-WRITE
               IF  WS-DATA-AAAAMMDD    > WS-DATA-CORTE
                   MOVE WS-DATA-AAAAMMDD
                                       TO WS-DATA-CORTE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-PENDENTES           SECTION.
      *----------------------------------------------------------------*
      *    Carrega na tabela os itens do sistema ainda pendentes, com
      *    a data convertida em dias corridos. Item com data inválida
      *    fica com zero dias e não casa com nenhuma linha.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CARREGA-PENDENTES'

           MOVE LOW-VALUES             TO CNC-CHAVE
           START ITENS-CONCILIACAO
               KEY IS >= CNC-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-ITENS
           END-START

           PERFORM UNTIL FIM-DOS-ITENS
               READ ITENS-CONCILIACAO NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ITENS
               NOT AT END
                   IF  CNC-PENDENTE
                       PERFORM GUARDA-PENDENTE
                   END-IF
           END-PERFORM

           IF  TABELA-PENDENTES-CHEIA
               DISPLAY NOME-PROGRAMA
                   ' TABELA DE PENDENTES CHEIA - ITENS EXCEDENTES '
                   'FICAM PARA A PROXIMA EXECUCAO' UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GUARDA-PENDENTE             SECTION.
      *----------------------------------------------------------------*

           IF  CONTA-PENDENTES         < 2000
               ADD 1                   TO CONTA-PENDENTES
               MOVE CONTA-PENDENTES    TO WS-SUB-PEN
               MOVE CNC-CHAVE          TO TPD-CHAVE(WS-SUB-PEN)
               MOVE CNC-DATA           TO TPD-DATA(WS-SUB-PEN)
               MOVE CNC-SENTIDO        TO TPD-SENTIDO(WS-SUB-PEN)
               MOVE CNC-VALOR          TO TPD-VALOR(WS-SUB-PEN)
               MOVE CNC-DESCRICAO      TO TPD-DESCRICAO(WS-SUB-PEN)
               MOVE 'N'                TO TPD-IND-USADO(WS-SUB-PEN)
               MOVE ZEROS              TO TPD-DIAS(WS-SUB-PEN)
               IF  CNC-DATA(1:2)       NUMERIC
                   AND CNC-DATA(4:2)   NUMERIC
                   AND CNC-DATA(7:4)   NUMERIC
                   MOVE CNC-DATA(7:4)  TO WS-ANO-DATA
                   MOVE CNC-DATA(4:2)  TO WS-MES-DATA
                   MOVE CNC-DATA(1:2)  TO WS-DIA-DATA
                   IF  FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-AAAAMMDD)
                                       = 0
                       COMPUTE TPD-DIAS(WS-SUB-PEN)
                           = FUNCTION INTEGER-OF-DATE
                                 (WS-DATA-AAAAMMDD)
                   END-IF
               END-IF
           ELSE
               MOVE 'S'                TO IND-TABELA-CHEIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONCILIA-EXTRATO            SECTION.
      *----------------------------------------------------------------*
      *    Percorre o extrato acumulado e tenta casar cada linha
      *    pendente (inclusive de dias anteriores) com um item; a
      *    linha que continua sem par vai ao relatório. A data de
      *    corte, se nada foi importado hoje, é a da última linha do
      *    extrato acumulado.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CONCILIA-EXTRATO'

           MOVE 'CONCILIADOS NESTA EXECUCAO (EXTRATO X ITEM)'
                                       TO LTI-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE LOW-VALUES             TO EXT-CHAVE
           START EXTRATO-BANCARIO
               KEY IS >= EXT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-EXTRATO
           END-START

           PERFORM UNTIL FIM-DO-EXTRATO
               READ EXTRATO-BANCARIO NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-EXTRATO
               NOT AT END
                   IF  EXT-DATA        > WS-DATA-CORTE
                       MOVE EXT-DATA   TO WS-DATA-CORTE
                   END-IF
                   IF  EXT-PENDENTE
                       PERFORM CASA-LINHA-EXTRATO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CASA-LINHA-EXTRATO          SECTION.
      *----------------------------------------------------------------*
      *    Procura o item pendente de mesmo sentido e valor com a
      *    menor distância em dias até a data da linha, dentro da
      *    janela; havendo par, marca linha e item como conciliados.
      *----------------------------------------------------------------*

           COMPUTE WS-DIAS-EXTRATO
               = FUNCTION INTEGER-OF-DATE (EXT-DATA)

           MOVE ZEROS                  TO WS-MELHOR-SUB
           COMPUTE WS-MELHOR-DISTANCIA = WS-JANELA-DIAS + 1

           PERFORM VARYING WS-SUB-PEN FROM 1 BY 1
               UNTIL WS-SUB-PEN > CONTA-PENDENTES
               IF  NOT TPD-USADO(WS-SUB-PEN)
                   AND TPD-DIAS(WS-SUB-PEN) > 0
                   AND TPD-SENTIDO(WS-SUB-PEN) = EXT-SENTIDO
                   AND TPD-VALOR(WS-SUB-PEN)   = EXT-VALOR
                   COMPUTE WS-DISTANCIA
                       = WS-DIAS-EXTRATO - TPD-DIAS(WS-SUB-PEN)
                   IF  WS-DISTANCIA    < 0
                       COMPUTE WS-DISTANCIA = 0 - WS-DISTANCIA
                   END-IF
                   IF  WS-DISTANCIA    < WS-MELHOR-DISTANCIA
                       MOVE WS-DISTANCIA
                                       TO WS-MELHOR-DISTANCIA
                       MOVE WS-SUB-PEN TO WS-MELHOR-SUB
                   END-IF
               END-IF
           END-PERFORM

           IF  WS-MELHOR-SUB           > 0
               PERFORM MARCA-CONCILIADOS
           ELSE
               ADD 1                   TO CONTA-EXTRATO-ABERTO
               ADD EXT-VALOR           TO SOMA-EXTRATO-ABERTO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MARCA-CONCILIADOS           SECTION.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA

           MOVE 'S'                    TO TPD-IND-USADO(WS-MELHOR-SUB)

           MOVE 'C'                    TO EXT-SITUACAO
           MOVE TPD-CHAVE(WS-MELHOR-SUB)
                                       TO EXT-ITEM-CHAVE
           MOVE DTH-LINHA-DATA-HORA    TO EXT-CONCILIADA-EM
           REWRITE REG-EXTRATO-BANCARIO

           IF  NOT FS-EXT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR EXTRATO-BANCARIO, FS: '
                   FS-EXTRATO-BANCARIO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE TPD-CHAVE(WS-MELHOR-SUB)
                                       TO CNC-CHAVE
           READ ITENS-CONCILIACAO
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ITEM A CONCILIAR NAO ENCONTRADO: '
                       CNC-CHAVE       UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-READ

           MOVE 'C'                    TO CNC-SITUACAO
           MOVE DTH-LINHA-DATA-HORA    TO CNC-CONCILIADO-EM
           MOVE EXT-DATA               TO CNC-EXT-DATA
           MOVE EXT-DOCUMENTO          TO CNC-EXT-DOCUMENTO
           REWRITE REG-ITEM-CONCILIACAO

           IF  NOT FS-CNC-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR ITENS-CONCILIACAO, FS: '
                   FS-ITENS-CONCILIACAO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           ADD 1                       TO CONTA-CONCILIADOS

           MOVE EXT-DATA               TO LCO-DATA
           MOVE EXT-DOCUMENTO          TO LCO-DOCUMENTO
           MOVE EXT-SENTIDO            TO LCO-SENTIDO
           MOVE EXT-VALOR              TO LCO-VALOR
           MOVE TPD-CHAVE(WS-MELHOR-SUB)
                                       TO LCO-ITEM
           MOVE TPD-DATA(WS-MELHOR-SUB)
                                       TO LCO-DATA-ITEM
           MOVE LINHA-CONCILIADA       TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LISTA-ITENS-ABERTOS         SECTION.
      *----------------------------------------------------------------*
      *    Lista as linhas do extrato que seguem sem par e os itens
      *    do sistema que não apareceram no extrato até a data de
      *    corte: ATRASADO quando a janela de dias já passou, NO
      *    PRAZO quando o banco ainda pode lançar.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'LISTA-ITENS-ABERTOS'

           MOVE 'LINHAS DO EXTRATO SEM CORRESPONDENCIA NO SISTEMA'
                                       TO LTI-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'N'                    TO IND-FIM-EXTRATO
           MOVE LOW-VALUES             TO EXT-CHAVE
           START EXTRATO-BANCARIO
               KEY IS >= EXT-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-EXTRATO
           END-START

           PERFORM UNTIL FIM-DO-EXTRATO
               READ EXTRATO-BANCARIO NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-EXTRATO
               NOT AT END
                   IF  EXT-PENDENTE
                       MOVE EXT-DATA   TO LEA-DATA
                       MOVE EXT-DOCUMENTO
                                       TO LEA-DOCUMENTO
                       MOVE EXT-SENTIDO
                                       TO LEA-SENTIDO
                       MOVE EXT-VALOR  TO LEA-VALOR
                       MOVE EXT-HISTORICO
                                       TO LEA-HISTORICO
                       MOVE LINHA-EXTRATO-ABERTO
                                       TO REG-RELATORIO
                       WRITE REG-RELATORIO
                   END-IF
           END-PERFORM

           MOVE 'ITENS DO SISTEMA NAO ENCONTRADOS NO EXTRATO'
                                       TO LTI-TEXTO
           MOVE LINHA-TITULO           TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  WS-DATA-CORTE           > ZEROS
               COMPUTE WS-DIAS-CORTE
                   = FUNCTION INTEGER-OF-DATE (WS-DATA-CORTE)
           END-IF

           PERFORM VARYING WS-SUB-PEN FROM 1 BY 1
               UNTIL WS-SUB-PEN > CONTA-PENDENTES
               IF  NOT TPD-USADO(WS-SUB-PEN)
                   AND TPD-DIAS(WS-SUB-PEN) <= WS-DIAS-CORTE
                   PERFORM IMPRIME-ITEM-ABERTO
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ITEM-ABERTO         SECTION.
      *----------------------------------------------------------------*

           MOVE TPD-DATA(WS-SUB-PEN)   TO LIA-DATA
           MOVE TPD-ORIGEM(WS-SUB-PEN) TO LIA-ORIGEM
           MOVE TPD-REFERENCIA(WS-SUB-PEN)
                                       TO LIA-REFERENCIA
           MOVE TPD-SENTIDO(WS-SUB-PEN)
                                       TO LIA-SENTIDO
           MOVE TPD-VALOR(WS-SUB-PEN)  TO LIA-VALOR

           IF  WS-DIAS-CORTE - TPD-DIAS(WS-SUB-PEN) > WS-JANELA-DIAS
               MOVE 'ATRASADO'         TO LIA-SITUACAO
               ADD 1                   TO CONTA-ITENS-ATRASADOS
               ADD TPD-VALOR(WS-SUB-PEN)
                                       TO SOMA-ITENS-ATRASADOS
           ELSE
               MOVE 'NO PRAZO'         TO LIA-SITUACAO
               ADD 1                   TO CONTA-ITENS-NO-PRAZO
               ADD TPD-VALOR(WS-SUB-PEN)
                                       TO SOMA-ITENS-NO-PRAZO
           END-IF

           MOVE LINHA-ITEM-ABERTO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

       COPY DTHPROC.

       COPY CNCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE EXTRATO-DIA
           CLOSE EXTRATO-BANCARIO
           CLOSE RELATORIO-CONCILIACAO
           PERFORM CNC-FECHA-ITENS

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE 'LINHAS DO EXTRATO IMPORTADAS'
                                       TO LT-DESCRICAO
           MOVE CONTA-IMPORTADOS       TO LT-QTDE
           MOVE ZEROS                  TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LINHAS JA IMPORTADAS ANTES'
                                       TO LT-DESCRICAO
           MOVE CONTA-JA-IMPORTADOS    TO LT-QTDE
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'LINHAS INVALIDAS'     TO LT-DESCRICAO
           MOVE CONTA-INVALIDOS        TO LT-QTDE
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'CONCILIADOS NESTA EXECUCAO'
                                       TO LT-DESCRICAO
           MOVE CONTA-CONCILIADOS      TO LT-QTDE
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'EXTRATO SEM CORRESPONDENCIA'
                                       TO LT-DESCRICAO
           MOVE CONTA-EXTRATO-ABERTO   TO LT-QTDE
           MOVE SOMA-EXTRATO-ABERTO    TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'ITENS FORA DO EXTRATO - ATRASADOS'
                                       TO LT-DESCRICAO
           MOVE CONTA-ITENS-ATRASADOS  TO LT-QTDE
           MOVE SOMA-ITENS-ATRASADOS   TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 'ITENS FORA DO EXTRATO - NO PRAZO'
                                       TO LT-DESCRICAO
           MOVE CONTA-ITENS-NO-PRAZO   TO LT-QTDE
           MOVE SOMA-ITENS-NO-PRAZO    TO LT-VALOR
           MOVE LINHA-TOTAL            TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE WS-DATA-CORTE          TO LCT-DATA-CORTE
           MOVE LINHA-CORTE            TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF  CONTA-EXTRATO-ABERTO    > 0
               OR CONTA-ITENS-ATRASADOS > 0
               DISPLAY NOME-PROGRAMA ' CONCILIACAO COM PENDENCIAS - '
                   'EXTRATO SEM PAR: ' CONTA-EXTRATO-ABERTO
                   ' ITENS ATRASADOS: ' CONTA-ITENS-ATRASADOS
                                       UPON CONSOLE
               MOVE 4                  TO RETURN-CODE
           END-IF

           CLOSE EXTRATO-BANCARIO

           CLOSE RELATORIO-CONCILIACAO

           MOVE 'RELATORIO-CONCILIACAO'
                                       TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           PERFORM CNC-FECHA-ITENS

           DISPLAY NOME-PROGRAMA ' CONCILIADOS: ' CONTA-CONCILIADOS
                                       UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-CONCILIADOS      TO AUD-QTDE-GRAVADOS

           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
