      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Manifesto diário das entregas em domicílio: lê o
      *    arquivo ENTREGAS gravado por PR16TA01 e lista para o
      *    motorista as entregas pendentes até a data pedida (as de
      *    dias anteriores ainda pendentes saem marcadas como
      *    atrasadas), agrupadas por rota e, dentro da rota, por
      *    município (nome do MUNICIPIOS-MESTRE), com nome, endereço,
      *    telefone, o valor a cobrar e o espaço para marcar a
      *    baixa; entregue ou falhou volta ao sistema por ENTREG01.
      *    Totais de entregas e fretes por rota e do manifesto.
      *----------------------------------------------------------------*
      * VERSAO 02 - RELATORIO-MANIFESTO passa a ser registrado, ao ser
      *    fechado, no repositorio de relatorios (copybooks RRL*): copia
      *    guardada e indexada por programa, nome, data de movimento e
      *    operador, para consulta e reimpressao em RELREP01.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a linha com a data
      *    do manifesto DD/MM/AAAA (em branco usa a data de
      *    movimento), 2a a 4a linhas com os caminhos de ENTREGAS,
      *    MUNICIPIOS-MESTRE e RELATORIO-MANIFESTO, 5a linha com o
      *    código da filial (em branco = todas). Via PARM, aceita
      *    apenas a data.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     MANIFE01.
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
           SELECT MUNICIPIOS-MESTRE    ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-CD-MUNICIPIO
           FILE STATUS IS FS-MUNICIPIOS-MESTRE.

           SELECT RELATORIO-MANIFESTO  ASSIGN TO OPE02
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO-MANIFESTO.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY ENTCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY FILCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
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

       FD  RELATORIO-MANIFESTO.
       01  REG-RELATORIO               PIC X(80).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY ENTFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY FILFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'MANIFE01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY FILDADOS.
       COPY ENTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\MUNMEST.dat".
           03  OPE02                   PIC X(54)            VALUE
           "D:\Documentos\Cursos\COBOL\curso-cobol\MANIFESTO.TXT".
           03  FS-MUNICIPIOS-MESTRE    PIC X(02)        VALUE '00'.
               88  FS-MUN-OK                            VALUE '00'.
           03  FS-RELATORIO-MANIFESTO  PIC X(02)        VALUE '00'.
               88  FS-REL-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           03  IND-HA-MUNICIPIOS       PIC X(01)        VALUE 'N'.
               88  HA-MUNICIPIOS                        VALUE 'S'.
           03  WS-DATA-MANIFESTO       PIC X(10)        VALUE SPACES.
           03  WS-DATA-MANIFESTO-R REDEFINES WS-DATA-MANIFESTO.
               05  WS-DIA-MANIFESTO    PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-MES-MANIFESTO    PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-MANIFESTO    PIC 9(04).
           03  WS-MANIFESTO-AMD        PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-ENTREGA         PIC X(10)        VALUE SPACES.
           03  WS-DATA-ENTREGA-R REDEFINES WS-DATA-ENTREGA.
               05  WS-DIA-ENTREGA      PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-MES-ENTREGA      PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-ENTREGA      PIC 9(04).
           03  WS-ENTREGA-AMD          PIC 9(08)        VALUE ZEROS.
           03  WS-ROTA-ANTERIOR        PIC X(03)        VALUE SPACES.
           03  WS-MUNICIPIO-ANTERIOR   PIC 9(07)        VALUE ZEROS.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-MANIFESTO         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ATRASADAS         PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ROTA              PIC S9(05) COMP-5 VALUE ZEROS.
           03  SOMA-FRETE-ROTA         PIC S9(07)V99    VALUE ZEROS.
           03  SOMA-COBRAR-ROTA        PIC S9(09)V99    VALUE ZEROS.
           03  SOMA-FRETE-TOTAL        PIC S9(07)V99    VALUE ZEROS.
           03  SOMA-COBRAR-TOTAL       PIC S9(09)V99    VALUE ZEROS.
           03  QTD-PASSADAS            PIC S9(05) COMP-5 VALUE ZEROS.
           03  IND-HOUVE-TROCA         PIC X(01)        VALUE 'N'.
               88  HOUVE-TROCA                          VALUE 'S'.
           03  WS-SUB-ORDENA           PIC S9(05) COMP-5 VALUE ZEROS.

      *    Entregas do manifesto, ordenadas por rota, município, data
      *    combinada e número.
       01  TAB-MANIFESTO.
           03  TMF-ENTRADA             OCCURS 2000 TIMES
                                       INDEXED BY TMF-IDX.
               05  TMF-CHAVE.
                   07  TMF-ROTA        PIC X(03).
                   07  TMF-CD-MUNICIPIO
                                       PIC 9(07).
                   07  TMF-DATA-AMD    PIC 9(08).
                   07  TMF-NUMERO      PIC 9(06).
               05  TMF-DATA-ENTREGA    PIC X(10).
               05  TMF-NR-TICKET       PIC 9(06).
               05  TMF-NOME            PIC X(30).
               05  TMF-ENDERECO        PIC X(40).
               05  TMF-BAIRRO          PIC X(20).
               05  TMF-CEP             PIC X(08).
               05  TMF-TELEFONE        PIC X(11).
               05  TMF-VALOR-FRETE     PIC 9(03)V99.
               05  TMF-VALOR-TICKET    PIC 9(07)V99.
               05  TMF-TENTATIVAS      PIC 9(02).

       01  TMF-ENTRADA-AUX             PIC X(165).

       01  LINHA-CABECALHO.
           03  FILLER                  PIC X(38)        VALUE
           'MANIFESTO DE ENTREGAS EM DOMICILIO - '.
           03  LC-DATA                 PIC X(10).

       01  LINHA-ROTA.
           03  FILLER                  PIC X(06)        VALUE 'ROTA: '.
           03  LRT-ROTA                PIC X(03).

       01  LINHA-MUNICIPIO.
           03  FILLER                  PIC X(04)        VALUE SPACES.
           03  FILLER                  PIC X(11)        VALUE
           'MUNICIPIO: '.
           03  LMU-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LMU-NOME                PIC X(35).
           03  FILLER                  PIC X(01)        VALUE '-'.
           03  LMU-UF                  PIC X(02).

       01  LINHA-ENTREGA-1.
           03  FILLER                  PIC X(06)        VALUE SPACES.
           03  LE1-NUMERO              PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  FILLER                  PIC X(03)        VALUE 'TK '.
           03  LE1-NR-TICKET           PIC 9(06).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE1-NOME                PIC X(30).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE1-TELEFONE            PIC X(11).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE1-ATRASO              PIC X(09).

       01  LINHA-ENTREGA-2.
           03  FILLER                  PIC X(13)        VALUE SPACES.
           03  LE2-ENDERECO            PIC X(40).
           03  FILLER                  PIC X(01)        VALUE SPACES.
           03  LE2-BAIRRO              PIC X(20).

       01  LINHA-ENTREGA-3.
           03  FILLER                  PIC X(13)        VALUE SPACES.
           03  FILLER                  PIC X(05)        VALUE 'CEP: '.
           03  LE3-CEP                 PIC X(08).
           03  FILLER                  PIC X(10)        VALUE
           '  COBRAR: '.
           03  LE3-VALOR-TICKET        PIC Z.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(32)        VALUE
           '  ( ) ENTREGUE  ( ) FALHOU'.

       01  LINHA-TOTAL-ROTA.
           03  FILLER                  PIC X(20)        VALUE
           'TOTAL DA ROTA '.
           03  LTR-ROTA                PIC X(03).
           03  FILLER                  PIC X(12)        VALUE
           ' ENTREGAS: '.
           03  LTR-QTDE                PIC ZZZZ9.
           03  FILLER                  PIC X(09)        VALUE
           ' FRETES: '.
           03  LTR-FRETE               PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(09)        VALUE
           ' COBRAR: '.
           03  LTR-COBRAR              PIC Z.ZZZ.ZZ9,99.

       01  LINHA-RODAPE.
           03  FILLER                  PIC X(20)        VALUE
           'ENTREGAS NO DIA: '.
           03  LR-QTDE                 PIC ZZZZ9.
           03  FILLER                  PIC X(14)        VALUE
           '  ATRASADAS: '.
           03  LR-ATRASADAS            PIC ZZZZ9.
           03  FILLER                  PIC X(10)        VALUE
           '  FRETES: '.
           03  LR-FRETE                PIC ZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM CARREGA-ENTREGAS

           PERFORM ORDENA-MANIFESTO

           PERFORM IMPRIME-MANIFESTO

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO

           IF  WS-DATA-MANIFESTO       = SPACES
               MOVE DMV-DATA-MOVIMENTO TO WS-DATA-MANIFESTO
           END-IF

           MOVE ZEROS                  TO WS-MANIFESTO-AMD
           IF  WS-DIA-MANIFESTO        NUMERIC
               AND WS-MES-MANIFESTO    NUMERIC
               AND WS-ANO-MANIFESTO    NUMERIC
               COMPUTE WS-MANIFESTO-AMD
                   = WS-ANO-MANIFESTO * 10000
                   + WS-MES-MANIFESTO * 100
                   + WS-DIA-MANIFESTO
           END-IF

           IF  FUNCTION TEST-DATE-YYYYMMDD (WS-MANIFESTO-AMD) NOT = 0
               DISPLAY NOME-PROGRAMA
                   ' DATA DO MANIFESTO INVALIDA: ' WS-DATA-MANIFESTO
                                       UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           DISPLAY NOME-PROGRAMA ' DATA DO MANIFESTO: '
               WS-DATA-MANIFESTO       UPON CONSOLE

           OPEN INPUT ENTREGAS

           IF  NOT FS-ENT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ENTREGAS, FILE STATUS: '
                   FS-ENTREGAS         UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    O mestre de municipios so da o nome do municipio.
           OPEN INPUT MUNICIPIOS-MESTRE

           IF  FS-MUN-OK
               SET HA-MUNICIPIOS       TO TRUE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' SEM MUNICIPIOS-MESTRE, FILE STATUS: '
                   FS-MUNICIPIOS-MESTRE UPON CONSOLE
           END-IF

           OPEN OUTPUT RELATORIO-MANIFESTO

           IF  NOT FS-REL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR RELATORIO-MANIFESTO, FILE STATUS: '
                   FS-RELATORIO-MANIFESTO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-DATA-MANIFESTO      TO LC-DATA
           MOVE LINHA-CABECALHO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE FIL-LINHA-SELECAO      TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a linha com a data do manifesto DD/MM/AAAA
      *    (em branco usa a data de movimento), 2a a 4a linhas com os
      *    caminhos de ENTREGAS, MUNICIPIOS-MESTRE e
      *    RELATORIO-MANIFESTO, 5a linha com o código da filial (em
      *    branco = todas). Via PARM, aceita apenas a data.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE

           IF  WS-PARM-CMDLINE         NOT = SPACES
               MOVE WS-PARM-CMDLINE(1:10)
                                       TO WS-DATA-MANIFESTO
           ELSE
               OPEN INPUT CARTAO-PARM
               IF  FS-PARM-OK
                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:10)
                                       TO WS-DATA-MANIFESTO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-ENTREGAS
                   END-IF

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
                       MOVE REG-PARM(1:2)
                                       TO FIL-SELECAO
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-ENTREGAS            SECTION.
      *----------------------------------------------------------------*
      *    Entram as entregas pendentes da filial pedida com data
      *    combinada até a do manifesto; as anteriores contam como
      *    atrasadas.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'CARREGA-ENTREGAS'

           MOVE 'N'                    TO IND-FIM-ENTREGAS

           PERFORM UNTIL FIM-DAS-ENTREGAS
               READ ENTREGAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ENTREGAS
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE ENT-FILIAL     TO FIL-CODIGO-REGISTRO
                   PERFORM FIL-CONFERE-SELECAO
                   IF  ENT-PENDENTE
                       AND FIL-REGISTRO-SELECIONADO
                       PERFORM CONFERE-DATA-ENTREGA
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-DATA-ENTREGA        SECTION.
      *----------------------------------------------------------------*

           MOVE ENT-DATA-ENTREGA       TO WS-DATA-ENTREGA
           MOVE ZEROS                  TO WS-ENTREGA-AMD

           IF  WS-DIA-ENTREGA          NUMERIC
               AND WS-MES-ENTREGA      NUMERIC
               AND WS-ANO-ENTREGA      NUMERIC
               COMPUTE WS-ENTREGA-AMD
                   = WS-ANO-ENTREGA * 10000
                   + WS-MES-ENTREGA * 100
                   + WS-DIA-ENTREGA
           END-IF

           IF  WS-ENTREGA-AMD          NOT > WS-MANIFESTO-AMD
               IF  CONTA-MANIFESTO     < 2000
                   ADD 1               TO CONTA-MANIFESTO
                   SET TMF-IDX         TO CONTA-MANIFESTO
                   MOVE ENT-ROTA       TO TMF-ROTA(TMF-IDX)
                   MOVE ENT-CD-MUNICIPIO
                                       TO TMF-CD-MUNICIPIO(TMF-IDX)
                   MOVE WS-ENTREGA-AMD TO TMF-DATA-AMD(TMF-IDX)
                   MOVE ENT-NUMERO     TO TMF-NUMERO(TMF-IDX)
                   MOVE ENT-DATA-ENTREGA
                                       TO TMF-DATA-ENTREGA(TMF-IDX)
                   MOVE ENT-NR-TICKET  TO TMF-NR-TICKET(TMF-IDX)
                   MOVE ENT-NOME       TO TMF-NOME(TMF-IDX)
                   MOVE ENT-ENDERECO   TO TMF-ENDERECO(TMF-IDX)
                   MOVE ENT-BAIRRO     TO TMF-BAIRRO(TMF-IDX)
                   MOVE ENT-CEP        TO TMF-CEP(TMF-IDX)
                   MOVE ENT-TELEFONE   TO TMF-TELEFONE(TMF-IDX)
                   MOVE ENT-VALOR-FRETE
                                       TO TMF-VALOR-FRETE(TMF-IDX)
                   MOVE ENT-VALOR-TICKET
                                       TO TMF-VALOR-TICKET(TMF-IDX)
                   MOVE ENT-TENTATIVAS TO TMF-TENTATIVAS(TMF-IDX)
               ELSE
                   DISPLAY NOME-PROGRAMA
                       ' TABELA DO MANIFESTO CHEIA, FORA: '
                       ENT-NUMERO      UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ORDENA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *    Ordena TAB-MANIFESTO por TMF-CHAVE (rota, município, data
      *    e número), por troca entre vizinhos como ORDENA-VARIACOES
      *    em VARADI01.
      *----------------------------------------------------------------*

           COMPUTE QTD-PASSADAS = CONTA-MANIFESTO - 1

           IF  QTD-PASSADAS            > 0
               PERFORM WITH TEST AFTER UNTIL NOT HOUVE-TROCA
                   MOVE 'N'            TO IND-HOUVE-TROCA
                   MOVE 1              TO WS-SUB-ORDENA
                   PERFORM QTD-PASSADAS TIMES
                       IF  TMF-CHAVE(WS-SUB-ORDENA)
                           > TMF-CHAVE(WS-SUB-ORDENA + 1)
                           MOVE TMF-ENTRADA(WS-SUB-ORDENA)
                                       TO TMF-ENTRADA-AUX
                           MOVE TMF-ENTRADA(WS-SUB-ORDENA + 1)
                                       TO TMF-ENTRADA(WS-SUB-ORDENA)
                           MOVE TMF-ENTRADA-AUX
                                       TO TMF-ENTRADA(WS-SUB-ORDENA + 1)
                           MOVE 'S'    TO IND-HOUVE-TROCA
                       END-IF
                       ADD 1           TO WS-SUB-ORDENA
                   END-PERFORM
               END-PERFORM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-MANIFESTO           SECTION.
      *----------------------------------------------------------------*
      *    Quebra por rota (com o total da rota) e por município.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'IMPRIME-MANIFESTO'

           MOVE HIGH-VALUES            TO WS-ROTA-ANTERIOR

           SET TMF-IDX                 TO 1
           PERFORM CONTA-MANIFESTO TIMES
               IF  TMF-ROTA(TMF-IDX)   NOT = WS-ROTA-ANTERIOR
                   IF  WS-ROTA-ANTERIOR NOT = HIGH-VALUES
                       PERFORM IMPRIME-TOTAL-ROTA
                   END-IF
                   MOVE TMF-ROTA(TMF-IDX)
                                       TO WS-ROTA-ANTERIOR
                   MOVE TMF-ROTA(TMF-IDX)
                                       TO LRT-ROTA
                   MOVE LINHA-ROTA     TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE ZEROS          TO WS-MUNICIPIO-ANTERIOR
               END-IF
               IF  TMF-CD-MUNICIPIO(TMF-IDX)
                                       NOT = WS-MUNICIPIO-ANTERIOR
                   MOVE TMF-CD-MUNICIPIO(TMF-IDX)
                                       TO WS-MUNICIPIO-ANTERIOR
                   PERFORM IMPRIME-MUNICIPIO
               END-IF
               PERFORM IMPRIME-ENTREGA
               SET TMF-IDX             UP BY 1
           END-PERFORM

           IF  CONTA-MANIFESTO         > 0
               PERFORM IMPRIME-TOTAL-ROTA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-MUNICIPIO           SECTION.
      *----------------------------------------------------------------*

           MOVE WS-MUNICIPIO-ANTERIOR  TO LMU-CD-MUNICIPIO
           MOVE SPACES                 TO LMU-NOME
           MOVE SPACES                 TO LMU-UF

           IF  HA-MUNICIPIOS
               MOVE WS-MUNICIPIO-ANTERIOR
                                       TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MM-NM-MUNICIPIO
                                       TO LMU-NOME
                       MOVE MM-SG-UF   TO LMU-UF
               END-READ
           END-IF

           MOVE LINHA-MUNICIPIO        TO REG-RELATORIO
           WRITE REG-RELATORIO

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ENTREGA             SECTION.
      *----------------------------------------------------------------*
      *    Três linhas por entrega: quem recebe, onde, e quanto
      *    cobrar com o espaço para a baixa do motorista.
      *----------------------------------------------------------------*

           MOVE TMF-NUMERO(TMF-IDX)    TO LE1-NUMERO
           MOVE TMF-NR-TICKET(TMF-IDX) TO LE1-NR-TICKET
           MOVE TMF-NOME(TMF-IDX)      TO LE1-NOME
           MOVE TMF-TELEFONE(TMF-IDX)  TO LE1-TELEFONE
           MOVE SPACES                 TO LE1-ATRASO

           IF  TMF-DATA-AMD(TMF-IDX)   < WS-MANIFESTO-AMD
               MOVE 'ATRASADA'         TO LE1-ATRASO
               ADD 1                   TO CONTA-ATRASADAS
           END-IF

           MOVE LINHA-ENTREGA-1        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE TMF-ENDERECO(TMF-IDX)  TO LE2-ENDERECO
           MOVE TMF-BAIRRO(TMF-IDX)    TO LE2-BAIRRO
           MOVE LINHA-ENTREGA-2        TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE TMF-CEP(TMF-IDX)       TO LE3-CEP
           MOVE TMF-VALOR-TICKET(TMF-IDX)
                                       TO LE3-VALOR-TICKET
           MOVE LINHA-ENTREGA-3        TO REG-RELATORIO
           WRITE REG-RELATORIO

           ADD 1                       TO CONTA-ROTA
           ADD TMF-VALOR-FRETE(TMF-IDX)
                                       TO SOMA-FRETE-ROTA
           ADD TMF-VALOR-TICKET(TMF-IDX)
                                       TO SOMA-COBRAR-ROTA

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-TOTAL-ROTA          SECTION.
      *----------------------------------------------------------------*

           MOVE WS-ROTA-ANTERIOR       TO LTR-ROTA
           MOVE CONTA-ROTA             TO LTR-QTDE
           MOVE SOMA-FRETE-ROTA        TO LTR-FRETE
           MOVE SOMA-COBRAR-ROTA       TO LTR-COBRAR
           MOVE LINHA-TOTAL-ROTA       TO REG-RELATORIO
           WRITE REG-RELATORIO

           ADD SOMA-FRETE-ROTA         TO SOMA-FRETE-TOTAL
           ADD SOMA-COBRAR-ROTA        TO SOMA-COBRAR-TOTAL

           MOVE ZEROS                  TO CONTA-ROTA
           MOVE ZEROS                  TO SOMA-FRETE-ROTA
           MOVE ZEROS                  TO SOMA-COBRAR-ROTA

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY FILPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE ENTREGAS
           CLOSE MUNICIPIOS-MESTRE
           CLOSE RELATORIO-MANIFESTO

           .

           EXIT.

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE CONTA-MANIFESTO        TO LR-QTDE
           MOVE CONTA-ATRASADAS        TO LR-ATRASADAS
           MOVE SOMA-FRETE-TOTAL       TO LR-FRETE
           MOVE LINHA-RODAPE           TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM OBTER-DATA-HORA
           MOVE DTH-LINHA-DATA-HORA    TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE ENTREGAS

           IF  HA-MUNICIPIOS
               CLOSE MUNICIPIOS-MESTRE
           END-IF

           CLOSE RELATORIO-MANIFESTO

           MOVE 'RELATORIO-MANIFESTO'  TO RRL-NOME-ATUAL
           MOVE OPE02                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' ENTREGAS NO MANIFESTO: '
               CONTA-MANIFESTO         UPON CONSOLE

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           MOVE CONTA-MANIFESTO        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
