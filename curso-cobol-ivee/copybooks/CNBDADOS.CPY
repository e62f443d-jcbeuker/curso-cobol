      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Layout da remessa bancária no padrão CNAB240 exigido
      *    pelo banco: header de arquivo (tipo 0) com empresa, CNPJ,
      *    data e o NSA do banco, header de lote (tipo 1), um segmento
      *    A (tipo 3) por crédito com o domicílio bancário e o
      *    líquido a creditar, trailer de lote (tipo 5) com quantidade
      *    e somatória e trailer de arquivo (tipo 9), mais as tabelas
      *    de bancos da remessa e de NSA por banco (cartão CNABSEQ).
      *    Compartilhado pelos geradores de remessa de pagamento
      *    (C3A07P01 para os adiantamentos, FERPAG01 para as férias,
      *    DECTER01 para o 13o salário),
      *    que usam a mesma sequência de NSA por banco. A matrícula
      *    vai nas quatro primeiras posições de CNA-MATRICULA, de uso
      *    da empresa, como RETBAN01 espera no retorno; as duas
      *    seguintes ficam em branco no crédito do funcionário e
      *    levam 'P' e a sequência da ordem no crédito do
      *    beneficiário de pensão alimentícia.
      *----------------------------------------------------------------*
       01  CNAB-HEADER-ARQUIVO.
           03  CNH-BANCO               PIC X(03)          VALUE ' '.
           03  FILLER                  PIC X(04)          VALUE '0000'.
           03  FILLER                  PIC X(01)          VALUE '0'.
           03  FILLER                  PIC X(09)          VALUE ' '.
           03  FILLER                  PIC X(01)          VALUE '2'.
           03  CNH-CNPJ                PIC X(14)          VALUE
               '12345678000199'.
           03  FILLER                  PIC X(04)          VALUE ' '.
           03  CNH-EMPRESA             PIC X(30)          VALUE
               'TR03 FLUX COMERCIO LTDA'.
           03  FILLER                  PIC X(76)          VALUE ' '.
           03  CNH-DATA-GERACAO        PIC X(08)          VALUE ' '.
           03  FILLER                  PIC X(07)          VALUE ' '.
           03  CNH-NSA                 PIC 9(06)          VALUE ZEROS.
           03  FILLER                  PIC X(77)          VALUE ' '.

       01  CNAB-HEADER-LOTE.
           03  CNL-BANCO               PIC X(03)          VALUE ' '.
           03  FILLER                  PIC X(04)          VALUE '0001'.
           03  FILLER                  PIC X(01)          VALUE '1'.
           03  FILLER                  PIC X(01)          VALUE 'C'.
           03  FILLER                  PIC X(04)          VALUE '3030'.
           03  FILLER                  PIC X(04)          VALUE ' '.
           03  FILLER                  PIC X(01)          VALUE '2'.
           03  CNL-CNPJ                PIC X(14)          VALUE
               '12345678000199'.
           03  FILLER                  PIC X(04)          VALUE ' '.
           03  CNL-EMPRESA             PIC X(30)          VALUE
               'TR03 FLUX COMERCIO LTDA'.
           03  FILLER                  PIC X(174)         VALUE ' '.

       01  CNAB-SEGMENTO-A.
           03  CNA-BANCO               PIC X(03)          VALUE ' '.
           03  FILLER                  PIC X(04)          VALUE '0001'.
           03  FILLER                  PIC X(01)          VALUE '3'.
           03  CNA-NR-REGISTRO         PIC 9(05)          VALUE ZEROS.
           03  FILLER                  PIC X(01)          VALUE 'A'.
           03  FILLER                  PIC X(03)          VALUE ' '.
           03  CNA-BANCO-FAVORECIDO    PIC X(03)          VALUE ' '.
           03  CNA-AGENCIA             PIC X(05)          VALUE ' '.
           03  CNA-CONTA               PIC X(12)          VALUE ' '.
           03  CNA-NOME-FAVORECIDO     PIC X(20)          VALUE ' '.
           03  CNA-MATRICULA           PIC X(06)          VALUE ' '.
           03  FILLER                  PIC X(56)          VALUE ' '.
           03  CNA-VALOR-CREDITO       PIC 9(13)V99       VALUE ZEROS.
           03  FILLER                  PIC X(106)         VALUE ' '.

       01  CNAB-TRAILER-LOTE.
           03  CNT-BANCO               PIC X(03)          VALUE ' '.
           03  FILLER                  PIC X(04)          VALUE '0001'.
           03  FILLER                  PIC X(01)          VALUE '5'.
           03  FILLER                  PIC X(09)          VALUE ' '.
           03  CNT-QTDE-REGISTROS      PIC 9(06)          VALUE ZEROS.
           03  CNT-SOMA-VALORES        PIC 9(16)V99       VALUE ZEROS.
           03  FILLER                  PIC X(199)         VALUE ' '.

       01  CNAB-TRAILER-ARQUIVO.
           03  CNF-BANCO               PIC X(03)          VALUE ' '.
           03  FILLER                  PIC X(04)          VALUE '9999'.
           03  FILLER                  PIC X(01)          VALUE '9'.
           03  FILLER                  PIC X(09)          VALUE ' '.
           03  CNF-QTDE-LOTES          PIC 9(06)          VALUE 1.
           03  CNF-QTDE-REGISTROS      PIC 9(06)          VALUE ZEROS.
           03  FILLER                  PIC X(211)         VALUE ' '.

      *    Bancos distintos dos créditos e o NSA corrente de cada
      *    um, lido e regravado em CNABSEQ pelo gerador de remessas.
       01  TAB-BANCOS-REMESSA.
           03  TBR-BANCO               PIC X(03)
                                       OCCURS 10 TIMES
                                       INDEXED BY TBR-IDX.

       01  TAB-SEQUENCIAS-CNAB.
           03  TSQ-ENTRADA             OCCURS 20 TIMES
                                       INDEXED BY TSQ-IDX.
               05  TSQ-BANCO           PIC X(03).
               05  TSQ-SEQUENCIA       PIC 9(06).
