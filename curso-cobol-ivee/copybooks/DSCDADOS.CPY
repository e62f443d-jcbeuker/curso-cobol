      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do desconto manual no caixa (copybook
      *    DSCPROC): o limite percentual livre do operador
      *    (DESCONTO-MAXIMO de PARAMS.TXT, padrão 5%, com exceção por
      *    operador em DESCONTO-OPR-cccc) e a tabela de motivos de
      *    desconto. Para conferir um motivo o programa move o código
      *    para DSC-MOTIVO-ATUAL e chama DSC-VALIDA-MOTIVO, que liga
      *    DSC-MOTIVO-OK e devolve a descrição em DSC-DESCRICAO-ATUAL.
      *----------------------------------------------------------------*
       01  GRP-DESCONTOS.
           03  DSC-PERC-MAXIMO-PADRAO  PIC 9(02)V99         VALUE 5.
           03  DSC-PERC-MAXIMO-OPR     PIC 9(02)V99         VALUE 5.
           03  DSC-MOTIVO-ATUAL        PIC X(02)        VALUE SPACES.
           03  DSC-DESCRICAO-ATUAL     PIC X(20)        VALUE SPACES.
           03  IND-DSC-MOTIVO-VALIDO   PIC X(01)        VALUE 'N'.
               88  DSC-MOTIVO-OK                            VALUE 'S'.
           03  DSC-TABELA-MOTIVOS.
               05  FILLER              PIC X(22)        VALUE
                   '01AVARIA/DEFEITO'.
               05  FILLER              PIC X(22)        VALUE
                   '02CLIENTE ESPECIAL'.
               05  FILLER              PIC X(22)        VALUE
                   '03PRECO CONCORRENCIA'.
               05  FILLER              PIC X(22)        VALUE
                   '04PONTA DE ESTOQUE'.
               05  FILLER              PIC X(22)        VALUE
                   '05ERRO DE ETIQUETA'.
               05  FILLER              PIC X(22)        VALUE
                   '06COMPRA EM QUANTIDADE'.
               05  FILLER              PIC X(22)        VALUE
                   '99OUTROS'.
           03  DSC-TABELA-MOTIVOS-R REDEFINES DSC-TABELA-MOTIVOS.
               05  DSC-MOTIVO          OCCURS 7 TIMES
                                       INDEXED BY DSC-MOT-IDX.
                   07  DSC-COD-MOTIVO  PIC X(02).
                   07  DSC-DESC-MOTIVO PIC X(20).
