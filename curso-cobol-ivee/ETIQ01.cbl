      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Etiquetas de gôndola: rotina diária que apura, para
      *    cada item ativo do catálogo, o preço efetivo na data de
      *    movimento - o promocional de PRECOS-PROMOCAO (PROMO01) se
      *    vigente, senão GOODS-PRICE, o mesmo critério com que
      *    PR16TA01 cobra no caixa - e o compara com o da última
      *    etiqueta emitida, guardada em ETIQUETAS-EMITIDAS. Só o item
      *    cujo preço mudou (reajuste gravado em HISTORICO-PRECOS por
      *    ARQUIVO/REAJ01, promoção que começou, promoção que acabou
      *    ou teve a validade alterada) ou que ainda não tem etiqueta
      *    vai para o arquivo de impressão ARQUIVO-ETIQUETAS, ordenado
      *    por departamento (GOODS-DEPARTAMENTO) e nome para a ronda
      *    nas gôndolas. A etiqueta impressa é registrada em
      *    ETIQUETAS-EMITIDAS e não sai de novo enquanto o preço não
      *    mudar.
      *----------------------------------------------------------------*
      * VERSAO 02 - REG-DEPARTAMENTO acompanhou a margem-alvo
      *    (DEP-MARGEM-ALVO) incluida por DEPTO01.
      * VERSAO 01 - Versão inicial. Item pesável (ITENS-PESAVEIS,
      *    PESAV01) leva o preço por quilo, unidade KG; os demais,
      *    unidade UN. Item suspenso ou descontinuado não gera
      *    etiqueta.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     ETIQ01.
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
           SELECT ARQUIVO-ENTRADA ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOODS-CODE
           ALTERNATE RECORD KEY IS GOODS-EAN WITH DUPLICATES
           FILE STATUS IS FS-ARQUIVO-ENTRADA.

           SELECT PRECOS-PROMOCAO ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-GOODS-CODE
           FILE STATUS IS FS-PRECOS-PROMOCAO.

           SELECT ITENS-PESAVEIS ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSV-GOODS-CODE
           FILE STATUS IS FS-ITENS-PESAVEIS.

           SELECT DEPARTAMENTOS ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-DEPARTAMENTOS.

           SELECT ETIQUETAS-EMITIDAS ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEM-GOODS-CODE
           FILE STATUS IS FS-ETIQUETAS-EMITIDAS.

           SELECT ARQUIVO-ETIQUETAS ASSIGN TO OPE06
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO-ETIQUETAS.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           SELECT ETIQUETAS-ORDENADAS ASSIGN TO "SORTWK".

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
       FD  ARQUIVO-ENTRADA.
       01  DATA-RECORD.
           03  GOODS-RECORD.
               05  GOODS-CODE          PIC X(4).
               05  FILLER              PIC X.
               05  GOODS-NAME          PIC X(30).
               05  FILLER              PIC X.
               05  GOODS-PRICE         PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-STOCK         PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-MINIMO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-LOJA  PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-ESTOQUE-DEPOSITO
                                       PIC 9(5).
               05  FILLER              PIC X.
               05  GOODS-CUSTO-MEDIO   PIC 9(5)V99.
               05  FILLER              PIC X.
               05  GOODS-SITUACAO      PIC X(01).
                   88  ITEM-ATIVO                       VALUE 'A' ' '.
                   88  ITEM-SUSPENSO                    VALUE 'S'.
                   88  ITEM-DESCONTINUADO               VALUE 'D'.
               05  FILLER              PIC X.
               05  GOODS-DEPARTAMENTO  PIC X(02).
               05  FILLER              PIC X.
               05  GOODS-EAN           PIC X(13).
               05  FILLER              PIC X.
               05  GOODS-CD-TRIBUTACAO PIC X(01).
               05  FILLER              PIC X.
               05  GOODS-ALIQ-ICMS     PIC 9(2)V99.
               05  FILLER              PIC X.
               05  GOODS-MINIMO-LOJA   PIC 9(5).

       FD  PRECOS-PROMOCAO.
       01  REG-PROMOCAO.
           03  PRO-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PRO-PRECO               PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  PRO-DATA-INICIO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  PRO-DATA-FIM            PIC X(10).

       FD  ITENS-PESAVEIS.
       01  REG-ITEM-PESAVEL.
           03  PSV-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PSV-TIPO-ETIQUETA       PIC X(01).

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           03  DEP-CODIGO              PIC X(02).
           03  FILLER                  PIC X(01).
           03  DEP-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  DEP-MARGEM-ALVO         PIC 9(02)V99.

      *    Última etiqueta emitida de cada item: o preço efetivo, se
      *    era promocional e até quando, e a data de movimento da
      *    emissão.
       FD  ETIQUETAS-EMITIDAS.
       01  REG-ETIQUETA-EMITIDA.
           03  EEM-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  EEM-PRECO               PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  EEM-IND-PROMOCAO        PIC X(01).
               88  EEM-PROMOCAO                         VALUE 'S'.
           03  FILLER                  PIC X(01).
           03  EEM-VALIDADE            PIC X(10).
           03  FILLER                  PIC X(01).
           03  EEM-DATA-EMISSAO        PIC X(10).

      *    Arquivo para a impressora de etiquetas: um registro 'D'
      *    abre cada departamento, um 'E' por etiqueta e um 'T' de
      *    controle no fim. Motivo da etiqueta: N = item sem etiqueta
      *    anterior, A = alteração do preço de catálogo, P = início
      *    ou mudança de promoção, F = fim de promoção (volta ao
      *    preço de catálogo).
       FD  ARQUIVO-ETIQUETAS.
       01  REG-ETIQUETA.
           03  ETQ-TIPO                PIC X(01).
           03  FILLER                  PIC X(01).
           03  ETQ-DEPARTAMENTO        PIC X(02).
           03  FILLER                  PIC X(01).
           03  ETQ-CORPO               PIC X(95).
           03  ETQ-CORPO-ETIQUETA REDEFINES ETQ-CORPO.
               05  ETQ-GOODS-CODE      PIC X(04).
               05  FILLER              PIC X(01).
               05  ETQ-NOME            PIC X(30).
               05  FILLER              PIC X(01).
               05  ETQ-PRECO           PIC 9(05)V99.
               05  FILLER              PIC X(01).
               05  ETQ-PRECO-UNITARIO  PIC 9(05)V99.
               05  FILLER              PIC X(01).
               05  ETQ-UNIDADE         PIC X(02).
               05  FILLER              PIC X(01).
               05  ETQ-EAN             PIC X(13).
               05  FILLER              PIC X(01).
               05  ETQ-MOTIVO          PIC X(01).
               05  FILLER              PIC X(01).
               05  ETQ-PRECO-DE        PIC 9(05)V99.
               05  FILLER              PIC X(01).
               05  ETQ-VALIDADE        PIC X(10).
               05  FILLER              PIC X(06).
           03  ETQ-CORPO-DEPARTAMENTO REDEFINES ETQ-CORPO.
               05  ETQ-NOME-DEPARTAMENTO
                                       PIC X(30).
               05  FILLER              PIC X(65).
           03  ETQ-CORPO-CONTROLE REDEFINES ETQ-CORPO.
               05  ETQ-DATA-MOVIMENTO  PIC X(10).
               05  FILLER              PIC X(01).
               05  ETQ-QTDE-ETIQUETAS  PIC 9(07).
               05  FILLER              PIC X(77).

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       SD  ETIQUETAS-ORDENADAS.
       01  REG-ETQ-ORDENADA.
           03  SRT-DEPARTAMENTO        PIC X(02).
           03  SRT-NOME                PIC X(30).
           03  SRT-GOODS-CODE          PIC X(04).
           03  SRT-PRECO               PIC 9(05)V99.
           03  SRT-PRECO-DE            PIC 9(05)V99.
           03  SRT-UNIDADE             PIC X(02).
           03  SRT-EAN                 PIC X(13).
           03  SRT-MOTIVO              PIC X(01).
               88  SRT-ETIQUETA-NOVA                    VALUE 'N'.
           03  SRT-IND-PROMOCAO        PIC X(01).
           03  SRT-VALIDADE            PIC X(10).

       COPY AUDFD.
       COPY DMVFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE         'ETIQ01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY DMVDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DATAFILE.TXT".
           03  OPE02                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PROMOCAO.dat".
           03  OPE03                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\PESAVEIS.dat".
           03  OPE04                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\DEPARTAM.dat".
           03  OPE05                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\ETIQEMIT.dat".
           03  OPE06                   PIC X(54)
           VALUE "D:\Documentos\Cursos\COBOL\curso-cobol\ETIQUETA.TXT".
           03  FS-ARQUIVO-ENTRADA      PIC X(02)        VALUE '00'.
               88  FS-CAT-OK                            VALUE '00'.
           03  FS-PRECOS-PROMOCAO      PIC X(02)        VALUE '00'.
               88  FS-PRO-OK                            VALUE '00'.
               88  FS-PRO-NAO-EXISTE                    VALUE '35'.
           03  FS-ITENS-PESAVEIS       PIC X(02)        VALUE '00'.
               88  FS-PSV-OK                            VALUE '00'.
               88  FS-PSV-NAO-EXISTE                    VALUE '35'.
           03  FS-DEPARTAMENTOS        PIC X(02)        VALUE '00'.
               88  FS-DEP-OK                            VALUE '00'.
               88  FS-DEP-NAO-EXISTE                    VALUE '35'.
           03  FS-ETIQUETAS-EMITIDAS   PIC X(02)        VALUE '00'.
               88  FS-EEM-OK                            VALUE '00'.
               88  FS-EEM-NAO-EXISTE                    VALUE '35'.
           03  FS-ARQUIVO-ETIQUETAS    PIC X(02)        VALUE '00'.
               88  FS-ETQ-OK                            VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  WS-PARM-CMDLINE         PIC X(54)        VALUE SPACES.
           COPY EOFSW.
           03  IND-FIM-ORDENADAS       PIC X(01)        VALUE 'N'.
               88  FIM-DAS-ORDENADAS                    VALUE 'S'.
           03  IND-HA-PROMOCOES        PIC X(01)        VALUE 'N'.
               88  HA-PROMOCOES                         VALUE 'S'.
           03  IND-HA-PESAVEIS         PIC X(01)        VALUE 'N'.
               88  HA-PESAVEIS                          VALUE 'S'.
           03  IND-HA-DEPARTAMENTOS    PIC X(01)        VALUE 'N'.
               88  HA-DEPARTAMENTOS                     VALUE 'S'.
           03  IND-PROMOCAO-VIGENTE    PIC X(01)        VALUE 'N'.
               88  PROMOCAO-VIGENTE                     VALUE 'S'.
           03  IND-JA-EMITIDA          PIC X(01)        VALUE 'N'.
               88  JA-EMITIDA                           VALUE 'S'.
           03  IND-PRIMEIRO-GRUPO      PIC X(01)        VALUE 'S'.
               88  PRIMEIRO-GRUPO                       VALUE 'S'.
           03  WS-DEPARTAMENTO-ANTERIOR
                                       PIC X(02)        VALUE SPACES.
           03  WS-DATA-MOV-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-INI-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-DATA-FIM-AMD         PIC 9(08)        VALUE ZEROS.
           03  WS-PRECO-EFETIVO        PIC 9(05)V99     VALUE ZEROS.
           03  WS-VALIDADE             PIC X(10)        VALUE SPACES.
           03  WS-MOTIVO               PIC X(01)        VALUE SPACES.
           03  CONTA-ITENS-LIDOS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-ETIQUETAS         PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-JA-EMITIDAS       PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-FORA-DE-LINHA     PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-DEPARTAMENTOS     PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           SORT ETIQUETAS-ORDENADAS
               ON ASCENDING KEY SRT-DEPARTAMENTO
                                SRT-NOME
                                SRT-GOODS-CODE
               INPUT PROCEDURE IS COLETA-ETIQUETAS
               OUTPUT PROCEDURE IS GRAVA-ETIQUETAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           MOVE ZEROS                  TO WS-DATA-MOV-AMD
           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-AMD

           OPEN INPUT ARQUIVO-ENTRADA

           IF  NOT FS-CAT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ENTRADA, FILE STATUS: '
                   FS-ARQUIVO-ENTRADA  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

      *    Promoções, pesáveis e departamentos são opcionais: sem o
      *    arquivo vale o preço de catálogo, a unidade UN e o
      *    departamento sem nome.
           OPEN INPUT PRECOS-PROMOCAO

           IF  FS-PRO-OK
               SET HA-PROMOCOES        TO TRUE
           ELSE
               IF  NOT FS-PRO-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR PRECOS-PROMOCAO, FILE STATUS: '
                       FS-PRECOS-PROMOCAO UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT ITENS-PESAVEIS

           IF  FS-PSV-OK
               SET HA-PESAVEIS         TO TRUE
           ELSE
               IF  NOT FS-PSV-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITENS-PESAVEIS, FILE STATUS: '
                       FS-ITENS-PESAVEIS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT DEPARTAMENTOS

           IF  FS-DEP-OK
               SET HA-DEPARTAMENTOS    TO TRUE
           ELSE
               IF  NOT FS-DEP-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR DEPARTAMENTOS, FILE STATUS: '
                       FS-DEPARTAMENTOS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

      *    Primeira execução: o registro de etiquetas emitidas é
      *    criado vazio e todo item ativo recebe etiqueta.
           OPEN I-O ETIQUETAS-EMITIDAS

           IF  FS-EEM-NAO-EXISTE
               OPEN OUTPUT ETIQUETAS-EMITIDAS
               CLOSE ETIQUETAS-EMITIDAS
               OPEN I-O ETIQUETAS-EMITIDAS
           END-IF

           IF  NOT FS-EEM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ETIQUETAS-EMITIDAS, FILE STATUS: '
                   FS-ETIQUETAS-EMITIDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT ARQUIVO-ETIQUETAS

           IF  NOT FS-ETQ-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ARQUIVO-ETIQUETAS, FILE STATUS: '
                   FS-ARQUIVO-ETIQUETAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: linhas 1 a 6 substituem, na ordem, os caminhos
      *    de ARQUIVO-ENTRADA, PRECOS-PROMOCAO, ITENS-PESAVEIS,
      *    DEPARTAMENTOS, ETIQUETAS-EMITIDAS e ARQUIVO-ETIQUETAS;
      *    linha ausente ou em branco mantém o caminho padrão. Via
      *    PARM (COMMAND-LINE), aceita apenas o caminho do catálogo.
      *    A data de referência é a data de movimento (copybooks
      *    DMV*).
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
                       MOVE REG-PARM   TO OPE03
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE05
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE06
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           COLETA-ETIQUETAS            SECTION.
      *----------------------------------------------------------------*
      *    Alimentação do SORT: percorre o catálogo e libera cada item
      *    ativo cujo preço efetivo (ou a promoção que o sustenta)
      *    difere da última etiqueta emitida.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'COLETA-ETIQUETAS'

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ARQUIVO-ENTRADA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-ITENS-LIDOS
                   IF  ITEM-SUSPENSO OR ITEM-DESCONTINUADO
                       ADD 1           TO CONTA-FORA-DE-LINHA
                   ELSE
                       PERFORM APURA-PRECO-EFETIVO
                       PERFORM CONFERE-ETIQUETA-EMITIDA
                       IF  JA-EMITIDA
                           ADD 1       TO CONTA-JA-EMITIDAS
                       ELSE
                           PERFORM LIBERA-ETIQUETA
                       END-IF
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           APURA-PRECO-EFETIVO         SECTION.
      *----------------------------------------------------------------*
      *    Mesmo critério de BUSCA-PRECO-PROMOCIONAL em PR16TA01: com
      *    promoção do item vigente na data de movimento (início <=
      *    data <= fim), vale o preço promocional, válido até o fim
      *    da promoção; fora disso, vale GOODS-PRICE.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PROMOCAO-VIGENTE
           MOVE GOODS-PRICE            TO WS-PRECO-EFETIVO
           MOVE SPACES                 TO WS-VALIDADE

           IF  HA-PROMOCOES
               MOVE GOODS-CODE         TO PRO-GOODS-CODE
               READ PRECOS-PROMOCAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZEROS      TO WS-DATA-INI-AMD
                       STRING PRO-DATA-INICIO(7:4)
                              PRO-DATA-INICIO(4:2)
                              PRO-DATA-INICIO(1:2)
                           DELIMITED BY SIZE INTO WS-DATA-INI-AMD
                       MOVE ZEROS      TO WS-DATA-FIM-AMD
                       STRING PRO-DATA-FIM(7:4)
                              PRO-DATA-FIM(4:2)
                              PRO-DATA-FIM(1:2)
                           DELIMITED BY SIZE INTO WS-DATA-FIM-AMD
                       IF  WS-DATA-MOV-AMD >= WS-DATA-INI-AMD
                           AND WS-DATA-MOV-AMD <= WS-DATA-FIM-AMD
                           MOVE 'S'    TO IND-PROMOCAO-VIGENTE
                           MOVE PRO-PRECO
                                       TO WS-PRECO-EFETIVO
                           MOVE PRO-DATA-FIM
                                       TO WS-VALIDADE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-ETIQUETA-EMITIDA    SECTION.
      *----------------------------------------------------------------*
      *    Compara o preço apurado com a última etiqueta do item e
      *    define o motivo da nova etiqueta, quando houver.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-JA-EMITIDA
           MOVE GOODS-CODE             TO EEM-GOODS-CODE

           READ ETIQUETAS-EMITIDAS
               INVALID KEY
                   MOVE 'N'            TO WS-MOTIVO
               NOT INVALID KEY
                   IF  EEM-PRECO       = WS-PRECO-EFETIVO
                       AND EEM-IND-PROMOCAO = IND-PROMOCAO-VIGENTE
                       AND EEM-VALIDADE = WS-VALIDADE
                       SET JA-EMITIDA  TO TRUE
                   ELSE
                       IF  PROMOCAO-VIGENTE
                           MOVE 'P'    TO WS-MOTIVO
                       ELSE
                           IF  EEM-PROMOCAO
                               MOVE 'F'
                                       TO WS-MOTIVO
                           ELSE
                               MOVE 'A'
                                       TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           LIBERA-ETIQUETA             SECTION.
      *----------------------------------------------------------------*
      *    Monta o registro de ordenação. Em promoção, o preço de
      *    catálogo segue como o "de" da etiqueta. Item pesável tem
      *    GOODS-PRICE por quilo.
      *----------------------------------------------------------------*

           MOVE GOODS-DEPARTAMENTO     TO SRT-DEPARTAMENTO
           MOVE GOODS-NAME             TO SRT-NOME
           MOVE GOODS-CODE             TO SRT-GOODS-CODE
           MOVE WS-PRECO-EFETIVO       TO SRT-PRECO
           MOVE GOODS-EAN              TO SRT-EAN
           MOVE WS-MOTIVO              TO SRT-MOTIVO
           MOVE IND-PROMOCAO-VIGENTE   TO SRT-IND-PROMOCAO
           MOVE WS-VALIDADE            TO SRT-VALIDADE

           IF  PROMOCAO-VIGENTE
               MOVE GOODS-PRICE        TO SRT-PRECO-DE
           ELSE
               MOVE ZEROS              TO SRT-PRECO-DE
           END-IF

           MOVE 'UN'                   TO SRT-UNIDADE
           IF  HA-PESAVEIS
               MOVE GOODS-CODE         TO PSV-GOODS-CODE
               READ ITENS-PESAVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'KG'       TO SRT-UNIDADE
               END-READ
           END-IF

           RELEASE REG-ETQ-ORDENADA

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ETIQUETAS             SECTION.
      *----------------------------------------------------------------*
      *    Devolução do SORT: registro de abertura a cada quebra de
      *    departamento, uma etiqueta por item e o registro da
      *    emissão em ETIQUETAS-EMITIDAS.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GRAVA-ETIQUETAS'

           PERFORM UNTIL FIM-DAS-ORDENADAS
               RETURN ETIQUETAS-ORDENADAS
               AT END
                   MOVE 'S'            TO IND-FIM-ORDENADAS
               NOT AT END
                   IF  PRIMEIRO-GRUPO
                       OR SRT-DEPARTAMENTO
                                   NOT = WS-DEPARTAMENTO-ANTERIOR
                       MOVE 'N'        TO IND-PRIMEIRO-GRUPO
                       MOVE SRT-DEPARTAMENTO
                                       TO WS-DEPARTAMENTO-ANTERIOR
                       PERFORM GRAVA-ABERTURA-DEPARTAMENTO
                   END-IF
                   PERFORM GRAVA-ETIQUETA
                   PERFORM REGISTRA-ETIQUETA-EMITIDA
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ABERTURA-DEPARTAMENTO SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-DEPARTAMENTOS

           MOVE SPACES                 TO REG-ETIQUETA
           MOVE 'D'                    TO ETQ-TIPO
           MOVE SRT-DEPARTAMENTO       TO ETQ-DEPARTAMENTO
           MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                       TO ETQ-NOME-DEPARTAMENTO

           IF  HA-DEPARTAMENTOS
               MOVE SRT-DEPARTAMENTO   TO DEP-CODIGO
               READ DEPARTAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-NOME   TO ETQ-NOME-DEPARTAMENTO
               END-READ
           END-IF

           WRITE REG-ETIQUETA

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ETIQUETA              SECTION.
      *----------------------------------------------------------------*
      *    O preço unitário é o preço pela unidade de medida da
      *    etiqueta: por quilo no item pesável, por unidade nos
      *    demais.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-ETIQUETA
           MOVE 'E'                    TO ETQ-TIPO
           MOVE SRT-DEPARTAMENTO       TO ETQ-DEPARTAMENTO
           MOVE SRT-GOODS-CODE         TO ETQ-GOODS-CODE
           MOVE SRT-NOME               TO ETQ-NOME
           MOVE SRT-PRECO              TO ETQ-PRECO
           MOVE SRT-PRECO              TO ETQ-PRECO-UNITARIO
           MOVE SRT-UNIDADE            TO ETQ-UNIDADE
           MOVE SRT-EAN                TO ETQ-EAN
           MOVE SRT-MOTIVO             TO ETQ-MOTIVO
           MOVE SRT-PRECO-DE           TO ETQ-PRECO-DE
           MOVE SRT-VALIDADE           TO ETQ-VALIDADE

           WRITE REG-ETIQUETA

           IF  NOT FS-ETQ-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR ARQUIVO-ETIQUETAS, FILE STATUS: '
                   FS-ARQUIVO-ETIQUETAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           ADD 1                       TO CONTA-ETIQUETAS

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-ETIQUETA-EMITIDA   SECTION.
      *----------------------------------------------------------------*
      *    Guarda a etiqueta recém-gravada como a última do item, para
      *    que a próxima execução não a repita.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-ETIQUETA-EMITIDA
           MOVE SRT-GOODS-CODE         TO EEM-GOODS-CODE
           MOVE SRT-PRECO              TO EEM-PRECO
           MOVE SRT-IND-PROMOCAO       TO EEM-IND-PROMOCAO
           MOVE SRT-VALIDADE           TO EEM-VALIDADE
           MOVE DMV-DATA-MOVIMENTO     TO EEM-DATA-EMISSAO

           IF  SRT-ETIQUETA-NOVA
               WRITE REG-ETIQUETA-EMITIDA
           ELSE
               REWRITE REG-ETIQUETA-EMITIDA
           END-IF

           IF  NOT FS-EEM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO GRAVAR ETIQUETAS-EMITIDAS, ITEM '
                   SRT-GOODS-CODE ', FILE STATUS: '
                   FS-ETIQUETAS-EMITIDAS UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

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

           CLOSE ARQUIVO-ENTRADA
           CLOSE PRECOS-PROMOCAO
           CLOSE ITENS-PESAVEIS
           CLOSE DEPARTAMENTOS
           CLOSE ETIQUETAS-EMITIDAS
           CLOSE ARQUIVO-ETIQUETAS

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           MOVE SPACES                 TO REG-ETIQUETA
           MOVE 'T'                    TO ETQ-TIPO
           MOVE DMV-DATA-MOVIMENTO     TO ETQ-DATA-MOVIMENTO
           MOVE CONTA-ETIQUETAS        TO ETQ-QTDE-ETIQUETAS
           WRITE REG-ETIQUETA

           CLOSE ARQUIVO-ENTRADA
           CLOSE ETIQUETAS-EMITIDAS
           CLOSE ARQUIVO-ETIQUETAS

           IF  HA-PROMOCOES
               CLOSE PRECOS-PROMOCAO
           END-IF

           IF  HA-PESAVEIS
               CLOSE ITENS-PESAVEIS
           END-IF

           IF  HA-DEPARTAMENTOS
               CLOSE DEPARTAMENTOS
           END-IF

           DISPLAY NOME-PROGRAMA ' ITENS LIDOS.........: '
               CONTA-ITENS-LIDOS
           DISPLAY NOME-PROGRAMA ' ETIQUETAS GRAVADAS..: '
               CONTA-ETIQUETAS
           DISPLAY NOME-PROGRAMA ' DEPARTAMENTOS.......: '
               CONTA-DEPARTAMENTOS
           DISPLAY NOME-PROGRAMA ' ETIQUETA JA EMITIDA.: '
               CONTA-JA-EMITIDAS
           DISPLAY NOME-PROGRAMA ' SUSPENSOS/DESCONT...: '
               CONTA-FORA-DE-LINHA

           MOVE CONTA-ITENS-LIDOS      TO AUD-QTDE-LIDOS
           MOVE CONTA-ETIQUETAS        TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
