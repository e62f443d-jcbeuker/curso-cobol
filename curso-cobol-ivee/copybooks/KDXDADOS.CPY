      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do kardex (copybook KDXPROC): depois de cada
      *    REWRITE bem sucedido do catálogo o programa move o item, o
      *    tipo do movimento, o documento, a entrada ou saída, o
      *    local e o GOODS-STOCK resultante para cá e chama
      *    KDX-GRAVA-MOVIMENTO. O programa que inclui este copybook
      *    deve também ter incluído KDXCTL/KDXFD e feito
      *    COPY AUDDADOS e COPY DMVDADOS (a linha sai com a data de
      *    movimento e AUD-OPERADOR-ATIVO). KDX-FILIAL-ATUAL fica com a
      *    matriz, a menos que o programa mova para ela a filial
      *    corrente; ela não é reiniciada a cada linha.
      *----------------------------------------------------------------*
       01  GRP-KARDEX.
           03  OPE-KARDEX              PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\KARDEX.TXT'.
           03  FS-KARDEX               PIC X(02)            VALUE '00'.
               88  FS-KDX-OK                                VALUE '00'.
               88  FS-KDX-NAO-EXISTE                        VALUE '35'.
           03  IND-KDX-ABERTO          PIC X(01)            VALUE 'N'.
               88  KARDEX-ABERTO                            VALUE 'S'.
           03  KDX-GOODS-ATUAL         PIC X(04)        VALUE SPACES.
           03  KDX-TIPO-ATUAL          PIC X(02)        VALUE SPACES.
               88  KDX-RECEBIMENTO                          VALUE 'RE'.
               88  KDX-VENDA                                VALUE 'VE'.
               88  KDX-DEVOLUCAO-CLIENTE                    VALUE 'DV'.
               88  KDX-DEVOLUCAO-FORNECEDOR                 VALUE 'DF'.
               88  KDX-TRANSFERENCIA                        VALUE 'TR'.
               88  KDX-AJUSTE                               VALUE 'AJ'.
               88  KDX-SALDO-INICIAL                        VALUE 'SI'.
               88  KDX-ESTORNO                              VALUE 'ES'.
               88  KDX-MONTAGEM-KIT                         VALUE 'MK'.
           03  KDX-DOCUMENTO-ATUAL     PIC X(12)        VALUE SPACES.
           03  KDX-ENTRADA-ATUAL       PIC 9(07)            VALUE ZEROS.
           03  KDX-SAIDA-ATUAL         PIC 9(07)            VALUE ZEROS.
           03  KDX-LOCAL-ATUAL         PIC X(01)        VALUE 'T'.
               88  KDX-LOCAL-LOJA                           VALUE 'L'.
               88  KDX-LOCAL-DEPOSITO                       VALUE 'D'.
               88  KDX-LOCAL-TOTAL                          VALUE 'T'.
           03  KDX-SALDO-ATUAL         PIC 9(07)            VALUE ZEROS.
           03  KDX-FILIAL-ATUAL        PIC X(02)            VALUE '01'.
           03  CONTA-KDX-GRAVADOS      PIC S9(05) COMP-5    VALUE ZEROS.
