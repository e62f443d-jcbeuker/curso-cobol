      *    que só grava quando houve mudança. O programa que inclui
      *    este copybook deve também ter incluído ALTCTL/ALTFD, feito
      *    COPY DTHDADOS e COPY OPRDADOS (o operador assinado vai em
      *    cada linha). Na decisão de um pedido sob dupla custódia, o
      *    programa informa em ALT-SOLICITANTE-ATUAL quem pediu (o
      *    assinado vai como aprovador) e em ALT-SITUACAO-ATUAL a
      *    situação da aprovação, e os devolve a branco depois.
      *----------------------------------------------------------------*
       01  GRP-LOG-ALTERACOES.
           03  OPE-ALTERACOES          PIC X(54)            VALUE
           03  ALT-CAMPO-ATUAL         PIC X(20)        VALUE SPACES.
           03  ALT-VALOR-ANTES         PIC X(40)        VALUE SPACES.
           03  ALT-VALOR-DEPOIS        PIC X(40)        VALUE SPACES.
           03  ALT-SITUACAO-ATUAL      PIC X(01)        VALUE SPACE.
           03  ALT-SOLICITANTE-ATUAL   PIC X(04)        VALUE SPACES.
           03  CONTA-ALT-GRAVADAS      PIC S9(05) COMP-5    VALUE ZEROS.
