      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Campos do arquivo de alterações pendentes de
      *    aprovação (ALTERACOES-PENDENTES, copybooks PNDCTL/PNDFD/
      *    PNDPROC): caminho, FILE STATUS, o último número gravado,
      *    o pedido corrente montado pelo programa de manutenção e a
      *    imagem do domicílio bancário (banco, agência e conta), que
      *    é pedido e aprovado como um campo só.
      *----------------------------------------------------------------*
       01  GRP-PENDENCIAS.
           03  OPE-PENDENCIAS          PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\PENDENC.dat'.
           03  FS-PENDENCIAS           PIC X(02)            VALUE '00'.
               88  FS-PND-OK                                VALUE '00'.
               88  FS-PND-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-PND-NAO-EXISTE                        VALUE '35'.
           03  IND-PND-ABERTO          PIC X(01)            VALUE 'N'.
               88  PENDENCIAS-ABERTO                        VALUE 'S'.
           03  IND-FIM-PENDENCIAS      PIC X(01)            VALUE 'N'.
               88  FIM-DAS-PENDENCIAS                       VALUE 'S'.
           03  PND-ULTIMO-NUMERO       PIC 9(06)        VALUE ZEROS.
           03  PND-MESTRE-ATUAL        PIC X(12)        VALUE SPACES.
           03  PND-CHAVE-ATUAL         PIC X(10)        VALUE SPACES.
           03  PND-CAMPO-ATUAL         PIC X(20)        VALUE SPACES.
           03  PND-ANTES-ATUAL         PIC X(40)        VALUE SPACES.
           03  PND-DEPOIS-ATUAL        PIC X(40)        VALUE SPACES.
           03  PND-NUMERO-GRAVADO      PIC 9(06)        VALUE ZEROS.
           03  CONTA-PND-GRAVADAS      PIC S9(05) COMP-5    VALUE ZEROS.
           03  CONTA-PND-SUBSTITUIDAS  PIC S9(05) COMP-5    VALUE ZEROS.
           03  CONTA-PND-EM-ABERTO     PIC S9(05) COMP-5    VALUE ZEROS.
           03  PND-QTDE-ED             PIC ZZZZ9.

      *    Domicilio bancario como um campo so nos pedidos: 'BBB
      *    AAAAA CCCCCCCCCC'.
       01  PND-DOMICILIO-BANCARIO.
           03  PND-DOM-BANCO           PIC X(03)        VALUE SPACES.
           03  FILLER                  PIC X(01)        VALUE SPACE.
           03  PND-DOM-AGENCIA         PIC X(05)        VALUE SPACES.
           03  FILLER                  PIC X(01)        VALUE SPACE.
           03  PND-DOM-CONTA           PIC X(10)        VALUE SPACES.
