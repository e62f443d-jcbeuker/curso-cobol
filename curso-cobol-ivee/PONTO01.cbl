      *    apontados abaixo do mínimo e as horas acima de
      *    WS-HORAS-LIMITE-MENSAL. O arquivo de horas deixa de nascer
      *    num editor de texto - e a maior fonte de
      *    REJEITOS-C3A07P01 seca. Com o banco de horas, o dia além
      *    da jornada vira crédito em BANCO-HORAS (até o limite do
      *    mês, o resto é hora extra), o dia curto e a folga
      *    compensatória (batida tipo 'F', sem hora) são debitados dos
      *    créditos mais antigos, e o crédito vencido pelo prazo do
      *    acordo é pago; EXTRATO-BANCO-HORAS traz o extrato mensal.
      *----------------------------------------------------------------*
      * VERSAO 03 - RELATORIO-ANOMALIAS e EXTRATO-BANCO-HORAS passam a
      *    ser registrados, ao serem fechados, no repositorio de
      *    relatorios (copybooks RRL*): copia guardada e indexada por
      *    programa, nome, data de movimento e operador, para consulta
      *    e reimpressao em RELREP01.
      * VERSAO 02 - Banco de horas (BANCO-HORAS) por matricula: cada
      *    dia apontado e comparado com a jornada diaria; o que passa
      *    da jornada vira credito no banco ate o limite do mes e o
      *    resto sai como hora extra; dia curto e folga compensatoria
      *    (batida tipo 'F') consomem os creditos mais antigos; lotes
      *    vencidos pelo prazo do acordo sao pagos. O E1 sai com as
      *    horas ajustadas e EXTRATO-BANCO-HORAS com o extrato do mes.
      * VERSAO 01 - Versão inicial. Matrícula sem valor-hora no
      *    mestre não gera E1, só anomalia; minutos totais viram
      *    horas inteiras arredondadas.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           SELECT EXTRATO-BANCO-HORAS ASSIGN TO OPE05
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRATO.

           SELECT PONTO-ORDENADO ASSIGN TO "SORTWK".

           COPY BCHCTL.

           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(59).

       FD  EXTRATO-BANCO-HORAS.
       01  REG-EXTRATO                 PIC X(80).

       SD  PONTO-ORDENADO.
       01  REG-PONTO-ORDENADO.
           03  SRT-MATRICULA           PIC X(04).
           03  SRT-HORA                PIC X(05).
           03  SRT-TIPO                PIC X(01).

       COPY BCHFD.

       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE        'PONTO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS003'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY PRSDADOS.
       COPY BCHDADOS.

      *    Acima de WS-HORAS-LIMITE-MENSAL as horas do mes saem
      *    sinalizadas para revisao, com o mesmo limite (e a mesma
      *    dias faltando (3a linha do cartao SYSIN).
       01  WS-DIAS-MINIMOS             PIC 9(02)     VALUE 20.

      *    Banco de horas do acordo (PARAMS.TXT): jornada diaria em
      *    horas; horas por mes que entram no banco, o excedente e
      *    pago como hora extra; prazo em meses para o credito ser
      *    compensado, depois e pago; e a tolerancia diaria em
      *    minutos, abaixo da qual a diferenca nao e lancada.
       01  WS-JORNADA-DIARIA           PIC 9(02)V99  VALUE 08,00.
       01  WS-LIMITE-BANCO-MES         PIC 9(03)V99  VALUE 020,00.
       01  WS-PRAZO-BANCO-HORAS        PIC 9(02)     VALUE 06.
       01  WS-TOLERANCIA-PONTO         PIC 9(02)     VALUE 10.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PONTO.TXT".
               88  FS-ANO-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  OPE05                   PIC X(59)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\EXTBCOHR.TXT".
           03  FS-EXTRATO              PIC X(02)        VALUE '00'.
               88  FS-EXT-OK                            VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(59)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-ORDENADO        PIC X(01)        VALUE 'N'.
           03  CONTA-BATIDAS           PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-E1-GRAVADOS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ANOMALIAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-GERA-E1             PIC X(01)        VALUE 'N'.
               88  GERA-E1                              VALUE 'S'.
           03  WS-MOTIVO-SEM-E1        PIC X(40)        VALUE SPACES.
           03  IND-DIA-FOLGA           PIC X(01)        VALUE 'N'.
               88  DIA-DE-FOLGA                         VALUE 'S'.
           03  IND-CONTROLE-NOVO       PIC X(01)        VALUE 'N'.
               88  CONTROLE-NOVO                        VALUE 'S'.
           03  IND-FIM-LOTES           PIC X(01)        VALUE 'N'.
               88  FIM-DOS-LOTES                        VALUE 'S'.
           03  WS-COMPETENCIA          PIC X(07)        VALUE SPACES.
           03  WS-DATA-FIM-MES         PIC 9(08)        VALUE ZEROS.
           03  WS-JORNADA-MINUTOS      PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-LIMITE-BANCO-MINUTOS PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-MINUTOS-DIA          PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-DIFERENCA-DIA        PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-MINUTOS-LOTE         PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-MINUTOS-A-CONSUMIR   PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-MINUTOS-CONSUMIDOS   PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-CREDITO-MES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-PAGO-EXTRA-MES       PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-COBERTO-MES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-NAO-COBERTO-MES      PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-VENCIDO-MES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-SALDO-ANTERIOR       PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-SALDO-BANCO          PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-AJUSTE-MINUTOS       PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-ANO-LOTE             PIC 9(04)        VALUE ZEROS.
           03  WS-MES-LOTE             PIC 9(02)        VALUE ZEROS.
           03  WS-MESES-LOTE           PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-MESES-COMPETENCIA    PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-SUB-DIA              PIC S9(04) COMP-5 VALUE ZEROS.
           03  WS-MINUTOS-FORMATAR     PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-HORAS-FORMATAR       PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-RESTO-FORMATAR       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-LANCAMENTOS-BANCO PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-EXTRATOS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-BANCO-REPETIDOS   PIC S9(05) COMP-5 VALUE ZEROS.

      *    Dias do mes da matricula corrente com diferenca a lancar
      *    no banco de horas, na ordem cronologica das batidas.
       01  TAB-DIAS-BANCO.
           03  CONTA-DIAS-BANCO        PIC S9(04) COMP-5 VALUE ZEROS.
           03  TDB-ENTRADA             OCCURS 31 TIMES.
               05  TDB-DATA-AMD        PIC 9(08).
               05  TDB-TIPO            PIC X(01).
               05  TDB-MINUTOS         PIC 9(05).

      *    Horas no formato HHHH:MM para o extrato.
       01  WS-HORAS-ED.
           03  HED-SINAL               PIC X(01)        VALUE SPACES.
           03  HED-HORAS               PIC ZZZ9.
           03  FILLER                  PIC X(01)        VALUE ':'.
           03  HED-MINUTOS             PIC 9(02).

       01  LINHA-EXT-CABECALHO.
           03  FILLER                  PIC X(36)        VALUE
               'EXTRATO DO BANCO DE HORAS MATRICULA '.
           03  LEX-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LEX-NOME                PIC X(20).
           03  FILLER                  PIC X(12)        VALUE
               ' COMPETENCIA'.
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LEX-COMPETENCIA         PIC X(07).

       01  LINHA-EXT-DETALHE.
           03  LEX-DATA                PIC X(10).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LEX-DESCRICAO           PIC X(32).
           03  LEX-HORAS               PIC X(08).
           03  FILLER                  PIC X(02)        VALUE SPACES.
           03  LEX-OBSERVACAO          PIC X(14).
           03  LEX-HORAS-OBS           PIC X(08).

       01  LINHA-CAB-ANOMALIAS.
           03  FILLER                  PIC X(80)        VALUE
           MOVE LINHA-CAB-ANOMALIAS    TO REG-ANOMALIA
           WRITE REG-ANOMALIA

           OPEN OUTPUT EXTRATO-BANCO-HORAS

           IF  NOT FS-EXT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR EXTRATO-BANCO-HORAS, STATUS: '
                   FS-EXTRATO          UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN I-O BANCO-HORAS

           IF  FS-BCH-NAO-EXISTE
               OPEN OUTPUT BANCO-HORAS
               CLOSE BANCO-HORAS
               OPEN I-O BANCO-HORAS
           END-IF

           IF  NOT FS-BCH-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR BANCO-HORAS, FILE STATUS: '
                   FS-BANCO-HORAS      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.
      *    Cartão SYSIN: 1a linha com o caminho do arquivo de batidas,
      *    2a com o do E1 a gravar, 3a com o mínimo de dias apontados
      *    (2 dígitos), 4a/5a com os caminhos do mestre e do relatório
      *    de anomalias, 6a/7a com os do extrato e do banco de horas.
      *    Via PARM, aceita apenas o caminho das batidas.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-BANCO-HORAS
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
           CARREGA-LIMITES             SECTION.
      *----------------------------------------------------------------*
      *    Carrega de PARAMS.TXT o limite mensal de horas vigente,
      *    o mesmo que C3A07P01 usa, e as regras do banco de horas;
      *    parametro ausente mantem o padrao de WORKING-STORAGE.
      *----------------------------------------------------------------*

           PERFORM PRS-CARREGA-PARAMETROS
               MOVE PRS-VALOR-ACHADO   TO WS-HORAS-LIMITE-MENSAL
           END-IF

           MOVE 'JORNADA-DIARIA'       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-JORNADA-DIARIA
           END-IF

           MOVE 'LIMITE-BANCO-HORAS-MES'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-LIMITE-BANCO-MES
           END-IF

           MOVE 'PRAZO-BANCO-HORAS'    TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-PRAZO-BANCO-HORAS
           END-IF

           MOVE 'TOLERANCIA-PONTO'     TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-TOLERANCIA-PONTO
           END-IF

           COMPUTE WS-JORNADA-MINUTOS ROUNDED
               = WS-JORNADA-DIARIA * 60
           COMPUTE WS-LIMITE-BANCO-MINUTOS ROUNDED
               = WS-LIMITE-BANCO-MES * 60

           .

           EXIT.
                       MOVE ZEROS      TO WS-DIAS-APONTADOS
                       MOVE ZEROS      TO WS-DATA-CORRENTE
                       MOVE 'N'        TO IND-ENTRADA-ABERTA
                       MOVE ZEROS      TO WS-MINUTOS-DIA
                       MOVE 'N'        TO IND-DIA-FOLGA
                       MOVE ZEROS      TO CONTA-DIAS-BANCO
                   END-IF

                   PERFORM PROCESSA-BATIDA
               IF  ENTRADA-ABERTA
                   PERFORM APONTA-ENTRADA-ABERTA
               END-IF
               IF  WS-DATA-CORRENTE    NOT = ZEROS
                   PERFORM FECHA-DIA
               END-IF
               MOVE SRT-DATA-AMD       TO WS-DATA-CORRENTE
               ADD 1                   TO WS-DIAS-APONTADOS
               MOVE ZEROS              TO WS-MINUTOS-DIA
               MOVE 'N'                TO IND-DIA-FOLGA
           END-IF

           IF  SRT-TIPO                = 'F'
               MOVE ZEROS              TO WS-MINUTOS-BATIDA
           ELSE
               COMPUTE WS-MINUTOS-BATIDA
                   = (FUNCTION NUMVAL(SRT-HORA(1:2)) * 60)
                   + FUNCTION NUMVAL(SRT-HORA(4:2))
           END-IF

           EVALUATE TRUE
               WHEN SRT-TIPO = 'F'
      *            Folga compensatoria do dia, debitada do banco.
                   MOVE 'S'            TO IND-DIA-FOLGA
               WHEN SRT-TIPO = 'E' AND NOT ENTRADA-ABERTA
                   MOVE WS-MINUTOS-BATIDA
                                       TO WS-MINUTOS-ENTRADA
                       COMPUTE WS-MINUTOS-MES
                           = WS-MINUTOS-MES
                           + WS-MINUTOS-BATIDA - WS-MINUTOS-ENTRADA
                       COMPUTE WS-MINUTOS-DIA
                           = WS-MINUTOS-DIA
                           + WS-MINUTOS-BATIDA - WS-MINUTOS-ENTRADA
                   ELSE
                       PERFORM APONTA-HORA-INVERTIDA
                   END-IF
           FECHA-MATRICULA             SECTION.
      *----------------------------------------------------------------*
      *    Fecha o mês da matrícula corrente: entrada ainda aberta é
      *    batida ímpar; o último dia vai para o banco de horas, que
      *    devolve o ajuste em minutos (só para quem terá E1); os
      *    minutos ajustados viram horas inteiras arredondadas;
      *    poucos dias apontados e horas acima do limite saem como
      *    anomalia; e o E1 é gravado com o valor-hora e os demais
      *    campos do CADASTRO-MESTRE.
               MOVE 'N'                TO IND-ENTRADA-ABERTA
           END-IF

           PERFORM FECHA-DIA

           MOVE WS-DATA-CORRENTE       TO WS-DATA-FIM-MES
           MOVE SPACES                 TO WS-COMPETENCIA
           STRING WS-DATA-CORRENTE(5:2) '/' WS-DATA-CORRENTE(1:4)
               DELIMITED BY SIZE INTO WS-COMPETENCIA

           MOVE 'N'                    TO IND-GERA-E1
           MOVE WS-MATRICULA-CORRENTE  TO CDM-MATRICULA
           READ CADASTRO-MESTRE
               INVALID KEY
                   MOVE 'MATRICULA SEM CADASTRO-MESTRE, E1 NAO GERADO'
                                       TO WS-MOTIVO-SEM-E1
               NOT INVALID KEY
                   IF  CDM-VALOR-HORA  = 0
                       MOVE 'SEM VALOR-HORA NO MESTRE, E1 NAO GERADO'
                                       TO WS-MOTIVO-SEM-E1
                   ELSE
                       MOVE 'S'        TO IND-GERA-E1
                   END-IF
           END-READ

           MOVE ZEROS                  TO WS-AJUSTE-MINUTOS

           IF  GERA-E1
               PERFORM PROCESSA-BANCO-HORAS
           END-IF

           COMPUTE WS-HORAS-MES ROUNDED
               = (WS-MINUTOS-MES + WS-AJUSTE-MINUTOS) / 60

           MOVE WS-MATRICULA-CORRENTE  TO LDA-MATRICULA
           MOVE SPACES                 TO LDA-DATA
               WRITE REG-ANOMALIA
           END-IF

           IF  GERA-E1
               PERFORM GRAVA-E1
           ELSE
               ADD 1                   TO CONTA-ANOMALIAS
               MOVE WS-MOTIVO-SEM-E1   TO LDA-MOTIVO
               MOVE LINHA-DET-ANOMALIA TO REG-ANOMALIA
               WRITE REG-ANOMALIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FECHA-DIA                   SECTION.
      *----------------------------------------------------------------*
      *    Compara o dia corrente com a jornada: folga compensatória
      *    debita a jornada menos o que foi trabalhado; nos demais
      *    dias, a diferença acima da tolerância vira crédito ('C')
      *    ou débito de dia curto ('D'). Guarda na tabela do mês.
      *----------------------------------------------------------------*

           COMPUTE WS-DIFERENCA-DIA
               = WS-MINUTOS-DIA - WS-JORNADA-MINUTOS

           IF  CONTA-DIAS-BANCO        < 31
               IF  DIA-DE-FOLGA
                   IF  WS-DIFERENCA-DIA < 0
                       ADD 1           TO CONTA-DIAS-BANCO
                       MOVE 'F'        TO TDB-TIPO(CONTA-DIAS-BANCO)
                       COMPUTE TDB-MINUTOS(CONTA-DIAS-BANCO)
                           = 0 - WS-DIFERENCA-DIA
                       MOVE WS-DATA-CORRENTE
                                   TO TDB-DATA-AMD(CONTA-DIAS-BANCO)
                   END-IF
               ELSE
                   IF  WS-DIFERENCA-DIA > WS-TOLERANCIA-PONTO
                       ADD 1           TO CONTA-DIAS-BANCO
                       MOVE 'C'        TO TDB-TIPO(CONTA-DIAS-BANCO)
                       MOVE WS-DIFERENCA-DIA
                                   TO TDB-MINUTOS(CONTA-DIAS-BANCO)
                       MOVE WS-DATA-CORRENTE
                                   TO TDB-DATA-AMD(CONTA-DIAS-BANCO)
                   END-IF
                   IF  WS-DIFERENCA-DIA < 0 - WS-TOLERANCIA-PONTO
                       ADD 1           TO CONTA-DIAS-BANCO
                       MOVE 'D'        TO TDB-TIPO(CONTA-DIAS-BANCO)
                       COMPUTE TDB-MINUTOS(CONTA-DIAS-BANCO)
                           = 0 - WS-DIFERENCA-DIA
                       MOVE WS-DATA-CORRENTE
                                   TO TDB-DATA-AMD(CONTA-DIAS-BANCO)
                   END-IF
               END-IF
           END-IF

           .


           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-BANCO-HORAS        SECTION.
      *----------------------------------------------------------------*
      *    Lança o mês da matrícula no banco de horas e devolve em
      *    WS-AJUSTE-MINUTOS o que muda nas horas do E1: menos o
      *    crédito que ficou no banco, mais o débito coberto pelo
      *    banco (dia curto e folga pagos como trabalhados) e mais os
      *    lotes vencidos pagos. Competência já lançada (reexecução)
      *    só reaplica o ajuste guardado no controle.
      *----------------------------------------------------------------*

           MOVE WS-MATRICULA-CORRENTE  TO BCH-MATRICULA
           MOVE ZEROS                  TO BCH-DATA-AMD
           MOVE 'S'                    TO BCH-TIPO

           READ BANCO-HORAS
               INVALID KEY
                   MOVE 'S'            TO IND-CONTROLE-NOVO
                   MOVE ZEROS          TO WS-SALDO-ANTERIOR
               NOT INVALID KEY
                   MOVE 'N'            TO IND-CONTROLE-NOVO
                   MOVE BCH-SALDO-ATUAL
                                       TO WS-SALDO-ANTERIOR
           END-READ

           IF  NOT CONTROLE-NOVO
               AND BCH-ULTIMA-COMPETENCIA = WS-COMPETENCIA
               MOVE BCH-ULTIMO-AJUSTE  TO WS-AJUSTE-MINUTOS
               ADD 1                   TO CONTA-BANCO-REPETIDOS
           ELSE
               MOVE ZEROS              TO WS-CREDITO-MES
               MOVE ZEROS              TO WS-PAGO-EXTRA-MES
               MOVE ZEROS              TO WS-COBERTO-MES
               MOVE ZEROS              TO WS-NAO-COBERTO-MES

               PERFORM LANCA-DIA-BANCO
                   VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA    > CONTA-DIAS-BANCO

               IF  WS-PAGO-EXTRA-MES   > 0
                   PERFORM INICIA-REG-BANCO
                   MOVE WS-DATA-FIM-MES
                                       TO BCH-DATA-AMD
                   MOVE 'P'            TO BCH-TIPO
                   MOVE WS-PAGO-EXTRA-MES
                                       TO BCH-MINUTOS
                   PERFORM GRAVA-LANCAMENTO-BANCO
               END-IF

               PERFORM VENCE-LOTES-BANCO

               COMPUTE WS-AJUSTE-MINUTOS
                   = WS-COBERTO-MES + WS-VENCIDO-MES - WS-CREDITO-MES

               PERFORM GRAVA-CONTROLE-BANCO
           END-IF

           PERFORM EMITE-EXTRATO-BANCO

           .

           EXIT.

      *----------------------------------------------------------------*
           INICIA-REG-BANCO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-BANCO-HORAS
           MOVE WS-MATRICULA-CORRENTE  TO BCH-MATRICULA
           MOVE ZEROS                  TO BCH-DATA-AMD
           MOVE WS-COMPETENCIA         TO BCH-COMPETENCIA
           MOVE ZEROS                  TO BCH-MINUTOS
           MOVE ZEROS                  TO BCH-SALDO-LOTE
           MOVE ZEROS                  TO BCH-NAO-COBERTO
           MOVE ZEROS                  TO BCH-SALDO-ANTERIOR
           MOVE ZEROS                  TO BCH-SALDO-ATUAL
           MOVE ZEROS                  TO BCH-ULTIMO-AJUSTE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LANCAMENTO-BANCO      SECTION.
      *----------------------------------------------------------------*

           WRITE REG-BANCO-HORAS
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' LANCAMENTO JA EXISTE NO BANCO DE HORAS: '
                       BCH-CHAVE       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1               TO CONTA-LANCAMENTOS-BANCO
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           LANCA-DIA-BANCO             SECTION.
      *----------------------------------------------------------------*
      *    Crédito do dia entra no banco até o limite do mês e o
      *    excedente é pago como hora extra (fica nas horas do E1);
      *    débito do dia consome os lotes mais antigos e o que não
      *    tem cobertura fica como falta (fora do E1).
      *----------------------------------------------------------------*

           PERFORM INICIA-REG-BANCO
           MOVE TDB-DATA-AMD(WS-SUB-DIA)
                                       TO BCH-DATA-AMD
           MOVE TDB-TIPO(WS-SUB-DIA)   TO BCH-TIPO
           MOVE TDB-MINUTOS(WS-SUB-DIA)
                                       TO BCH-MINUTOS

           IF  BCH-CREDITO
               COMPUTE WS-MINUTOS-LOTE
                   = WS-LIMITE-BANCO-MINUTOS - WS-CREDITO-MES
               IF  WS-MINUTOS-LOTE     < 0
                   MOVE ZEROS          TO WS-MINUTOS-LOTE
               END-IF
               IF  WS-MINUTOS-LOTE     > TDB-MINUTOS(WS-SUB-DIA)
                   MOVE TDB-MINUTOS(WS-SUB-DIA)
                                       TO WS-MINUTOS-LOTE
               END-IF
               ADD WS-MINUTOS-LOTE     TO WS-CREDITO-MES
               COMPUTE WS-PAGO-EXTRA-MES
                   = WS-PAGO-EXTRA-MES
                   + TDB-MINUTOS(WS-SUB-DIA) - WS-MINUTOS-LOTE
               IF  WS-MINUTOS-LOTE     > 0
                   MOVE WS-MINUTOS-LOTE
                                       TO BCH-MINUTOS
                   MOVE WS-MINUTOS-LOTE
                                       TO BCH-SALDO-LOTE
                   PERFORM GRAVA-LANCAMENTO-BANCO
               END-IF
           ELSE
               MOVE TDB-MINUTOS(WS-SUB-DIA)
                                       TO WS-MINUTOS-A-CONSUMIR
               PERFORM CONSOME-LOTES-BANCO

               ADD WS-MINUTOS-CONSUMIDOS
                                       TO WS-COBERTO-MES
               COMPUTE WS-NAO-COBERTO-MES
                   = WS-NAO-COBERTO-MES
                   + TDB-MINUTOS(WS-SUB-DIA) - WS-MINUTOS-CONSUMIDOS

               PERFORM INICIA-REG-BANCO
               MOVE TDB-DATA-AMD(WS-SUB-DIA)
                                       TO BCH-DATA-AMD
               MOVE TDB-TIPO(WS-SUB-DIA)
                                       TO BCH-TIPO
               MOVE TDB-MINUTOS(WS-SUB-DIA)
                                       TO BCH-MINUTOS
               COMPUTE BCH-NAO-COBERTO
                   = TDB-MINUTOS(WS-SUB-DIA) - WS-MINUTOS-CONSUMIDOS
               PERFORM GRAVA-LANCAMENTO-BANCO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONSOME-LOTES-BANCO         SECTION.
      *----------------------------------------------------------------*
      *    Baixa WS-MINUTOS-A-CONSUMIR dos lotes de crédito da
      *    matrícula com saldo, do mais antigo para o mais novo;
      *    devolve em WS-MINUTOS-CONSUMIDOS o que conseguiu baixar.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-MINUTOS-CONSUMIDOS
           MOVE 'N'                    TO IND-FIM-LOTES

           MOVE WS-MATRICULA-CORRENTE  TO BCH-MATRICULA
           MOVE 1                      TO BCH-DATA-AMD
           MOVE SPACES                 TO BCH-TIPO

           START BANCO-HORAS
               KEY IS >= BCH-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LOTES
           END-START

           PERFORM UNTIL FIM-DOS-LOTES
                      OR WS-MINUTOS-CONSUMIDOS >= WS-MINUTOS-A-CONSUMIR
               READ BANCO-HORAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LOTES
               NOT AT END
                   IF  BCH-MATRICULA   NOT = WS-MATRICULA-CORRENTE
                       MOVE 'S'        TO IND-FIM-LOTES
                   ELSE
                       IF  BCH-CREDITO AND BCH-SALDO-LOTE > 0
                           COMPUTE WS-MINUTOS-LOTE
                               = WS-MINUTOS-A-CONSUMIR
                               - WS-MINUTOS-CONSUMIDOS
                           IF  WS-MINUTOS-LOTE > BCH-SALDO-LOTE
                               MOVE BCH-SALDO-LOTE
                                       TO WS-MINUTOS-LOTE
                           END-IF
                           SUBTRACT WS-MINUTOS-LOTE
                                       FROM BCH-SALDO-LOTE
                           ADD WS-MINUTOS-LOTE
                                       TO WS-MINUTOS-CONSUMIDOS
                           REWRITE REG-BANCO-HORAS
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           VENCE-LOTES-BANCO           SECTION.
      *----------------------------------------------------------------*
      *    Lote de crédito com saldo lançado há WS-PRAZO-BANCO-HORAS
      *    meses ou mais vence: o saldo é pago (lançamento 'V') e
      *    zerado. Os demais somam o saldo atual do banco.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-VENCIDO-MES
           MOVE ZEROS                  TO WS-SALDO-BANCO
           MOVE 'N'                    TO IND-FIM-LOTES

           MOVE WS-DATA-FIM-MES(1:4)   TO WS-ANO-LOTE
           MOVE WS-DATA-FIM-MES(5:2)   TO WS-MES-LOTE
           COMPUTE WS-MESES-COMPETENCIA
               = WS-ANO-LOTE * 12 + WS-MES-LOTE

           MOVE WS-MATRICULA-CORRENTE  TO BCH-MATRICULA
           MOVE 1                      TO BCH-DATA-AMD
           MOVE SPACES                 TO BCH-TIPO

           START BANCO-HORAS
               KEY IS >= BCH-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LOTES
           END-START

           PERFORM UNTIL FIM-DOS-LOTES
               READ BANCO-HORAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LOTES
               NOT AT END
                   IF  BCH-MATRICULA   NOT = WS-MATRICULA-CORRENTE
                       MOVE 'S'        TO IND-FIM-LOTES
                   ELSE
                       IF  BCH-CREDITO AND BCH-SALDO-LOTE > 0
                           MOVE BCH-DATA-AMD(1:4)
                                       TO WS-ANO-LOTE
                           MOVE BCH-DATA-AMD(5:2)
                                       TO WS-MES-LOTE
                           COMPUTE WS-MESES-LOTE
                               = WS-ANO-LOTE * 12 + WS-MES-LOTE
                           IF  WS-MESES-COMPETENCIA - WS-MESES-LOTE
                                       >= WS-PRAZO-BANCO-HORAS
                               ADD BCH-SALDO-LOTE
                                       TO WS-VENCIDO-MES
                               MOVE ZEROS
                                       TO BCH-SALDO-LOTE
                               REWRITE REG-BANCO-HORAS
                           ELSE
                               ADD BCH-SALDO-LOTE
                                       TO WS-SALDO-BANCO
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM

           IF  WS-VENCIDO-MES          > 0
               PERFORM INICIA-REG-BANCO
               MOVE WS-DATA-FIM-MES    TO BCH-DATA-AMD
               MOVE 'V'                TO BCH-TIPO
               MOVE WS-VENCIDO-MES     TO BCH-MINUTOS
               PERFORM GRAVA-LANCAMENTO-BANCO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-CONTROLE-BANCO        SECTION.
      *----------------------------------------------------------------*
      *    Gravado por último: com ele a competência fica lançada e a
      *    reexecução do mês só reaplica o ajuste.
      *----------------------------------------------------------------*

           PERFORM INICIA-REG-BANCO
           MOVE 'S'                    TO BCH-TIPO
           MOVE WS-SALDO-ANTERIOR      TO BCH-SALDO-ANTERIOR
           MOVE WS-SALDO-BANCO         TO BCH-SALDO-ATUAL
           MOVE WS-COMPETENCIA         TO BCH-ULTIMA-COMPETENCIA
           MOVE WS-AJUSTE-MINUTOS      TO BCH-ULTIMO-AJUSTE

           IF  CONTROLE-NOVO
               WRITE REG-BANCO-HORAS
           ELSE
               REWRITE REG-BANCO-HORAS
           END-IF

           IF  NOT FS-BCH-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR CONTROLE DO BANCO DE HORAS: '
                   BCH-MATRICULA ' FS: ' FS-BANCO-HORAS
                                       UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           EMITE-EXTRATO-BANCO         SECTION.
      *----------------------------------------------------------------*
      *    Extrato mensal da matrícula: saldo anterior, lançamentos
      *    da competência, saldo atual e o ajuste aplicado ao E1, lido
      *    do próprio BANCO-HORAS (vale também na reexecução).
      *----------------------------------------------------------------*

           MOVE WS-MATRICULA-CORRENTE  TO BCH-MATRICULA
           MOVE ZEROS                  TO BCH-DATA-AMD
           MOVE 'S'                    TO BCH-TIPO

           READ BANCO-HORAS
               INVALID KEY
                   PERFORM INICIA-REG-BANCO
           END-READ

           MOVE BCH-SALDO-ANTERIOR     TO WS-SALDO-ANTERIOR
           MOVE BCH-SALDO-ATUAL        TO WS-SALDO-BANCO
           MOVE BCH-ULTIMO-AJUSTE      TO WS-AJUSTE-MINUTOS

           ADD 1                       TO CONTA-EXTRATOS

           MOVE WS-MATRICULA-CORRENTE  TO LEX-MATRICULA
           MOVE CDM-NOME               TO LEX-NOME
           MOVE WS-COMPETENCIA         TO LEX-COMPETENCIA
           MOVE LINHA-EXT-CABECALHO    TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE SPACES                 TO LINHA-EXT-DETALHE
           MOVE 'SALDO ANTERIOR'       TO LEX-DESCRICAO
           MOVE WS-SALDO-ANTERIOR      TO WS-MINUTOS-FORMATAR
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-ED            TO LEX-HORAS
           MOVE LINHA-EXT-DETALHE      TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE 'N'                    TO IND-FIM-LOTES
           MOVE WS-MATRICULA-CORRENTE  TO BCH-MATRICULA
           MOVE 1                      TO BCH-DATA-AMD
           MOVE SPACES                 TO BCH-TIPO

           START BANCO-HORAS
               KEY IS >= BCH-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-LOTES
           END-START

           PERFORM UNTIL FIM-DOS-LOTES
               READ BANCO-HORAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-LOTES
               NOT AT END
                   IF  BCH-MATRICULA   NOT = WS-MATRICULA-CORRENTE
                       MOVE 'S'        TO IND-FIM-LOTES
                   ELSE
                       IF  BCH-COMPETENCIA = WS-COMPETENCIA
                           PERFORM GRAVA-DETALHE-EXTRATO
                       END-IF
                   END-IF
           END-PERFORM

           MOVE SPACES                 TO LINHA-EXT-DETALHE
           MOVE 'SALDO ATUAL'          TO LEX-DESCRICAO
           MOVE WS-SALDO-BANCO         TO WS-MINUTOS-FORMATAR
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-ED            TO LEX-HORAS
           MOVE LINHA-EXT-DETALHE      TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE SPACES                 TO LINHA-EXT-DETALHE
           MOVE 'AJUSTE NAS HORAS DO MES (E1)'
                                       TO LEX-DESCRICAO
           MOVE WS-AJUSTE-MINUTOS      TO WS-MINUTOS-FORMATAR
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-ED            TO LEX-HORAS
           MOVE LINHA-EXT-DETALHE      TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE SPACES                 TO REG-EXTRATO
           WRITE REG-EXTRATO

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-DETALHE-EXTRATO       SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO LINHA-EXT-DETALHE
           STRING BCH-DATA-AMD(7:2) '/' BCH-DATA-AMD(5:2) '/'
                  BCH-DATA-AMD(1:4)
               DELIMITED BY SIZE INTO LEX-DATA

           MOVE BCH-MINUTOS            TO WS-MINUTOS-FORMATAR

           EVALUATE TRUE
               WHEN BCH-CREDITO
                   MOVE 'CREDITO ALEM DA JORNADA'
                                       TO LEX-DESCRICAO
               WHEN BCH-DEBITO
                   MOVE 'DEBITO DE DIA CURTO'
                                       TO LEX-DESCRICAO
                   COMPUTE WS-MINUTOS-FORMATAR = 0 - BCH-MINUTOS
               WHEN BCH-FOLGA
                   MOVE 'DEBITO DE FOLGA COMPENSATORIA'
                                       TO LEX-DESCRICAO
                   COMPUTE WS-MINUTOS-FORMATAR = 0 - BCH-MINUTOS
               WHEN BCH-PAGO-EXTRA
                   MOVE 'ACIMA DO LIMITE, PAGO COMO EXTRA'
                                       TO LEX-DESCRICAO
               WHEN BCH-VENCIDO
                   MOVE 'CREDITO VENCIDO, PAGO'
                                       TO LEX-DESCRICAO
                   COMPUTE WS-MINUTOS-FORMATAR = 0 - BCH-MINUTOS
           END-EVALUATE

           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-ED            TO LEX-HORAS

           IF  BCH-NAO-COBERTO         > 0
               MOVE 'SEM COBERTURA '   TO LEX-OBSERVACAO
               MOVE BCH-NAO-COBERTO    TO WS-MINUTOS-FORMATAR
               PERFORM FORMATA-MINUTOS
               MOVE WS-HORAS-ED        TO LEX-HORAS-OBS
           END-IF

           MOVE LINHA-EXT-DETALHE      TO REG-EXTRATO
           WRITE REG-EXTRATO

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-MINUTOS             SECTION.
      *----------------------------------------------------------------*
      *    WS-MINUTOS-FORMATAR (com sinal) em WS-HORAS-ED, HHHH:MM.
      *----------------------------------------------------------------*

           IF  WS-MINUTOS-FORMATAR     < 0
               MOVE '-'                TO HED-SINAL
               COMPUTE WS-MINUTOS-FORMATAR = 0 - WS-MINUTOS-FORMATAR
           ELSE
               MOVE '+'                TO HED-SINAL
           END-IF

           DIVIDE WS-MINUTOS-FORMATAR BY 60
               GIVING WS-HORAS-FORMATAR
               REMAINDER WS-RESTO-FORMATAR

           MOVE WS-HORAS-FORMATAR      TO HED-HORAS
           MOVE WS-RESTO-FORMATAR      TO HED-MINUTOS

           .

           EXIT.

       COPY DTHPROC.

       COPY PRSPROC.
           CLOSE CADASTRO-MESTRE
           CLOSE ARQUIVO-HORAS
           CLOSE RELATORIO-ANOMALIAS
           CLOSE EXTRATO-BANCO-HORAS
           CLOSE BANCO-HORAS

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RELATORIO-ANOMALIAS

           MOVE 'RELATORIO-ANOMALIAS'  TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE EXTRATO-BANCO-HORAS

           MOVE 'EXTRATO-BANCO-HORAS'  TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE BANCO-HORAS

           DISPLAY NOME-PROGRAMA ' BATIDAS LIDAS: ' CONTA-BATIDAS
               ' E1 GRAVADOS: ' CONTA-E1-GRAVADOS
               ' ANOMALIAS: ' CONTA-ANOMALIAS UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' LANCAMENTOS NO BANCO DE HORAS: '
               CONTA-LANCAMENTOS-BANCO
               ' EXTRATOS: ' CONTA-EXTRATOS
               ' JA LANCADOS NA COMPETENCIA: ' CONTA-BANCO-REPETIDOS
                                       UPON CONSOLE

           MOVE CONTA-BATIDAS          TO AUD-QTDE-LIDOS
           MOVE CONTA-E1-GRAVADOS      TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA
