      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Campos das regras de retenção dos relatórios do
      *    repositório (copybook RTRPROC): RTR-CARREGA-REGRAS carrega
      *    o cartão RETRELAT.TXT uma vez por execução e
      *    RTR-OBTEM-LIMITE devolve, para o registro corrente de
      *    REPOSITORIO-RELATORIOS, até quando a cópia é mantida
      *    (RTR-MANTER-ATE, AAAAMMDD). O programa que inclui este
      *    copybook deve também ter incluído os copybooks RRL*.
      *----------------------------------------------------------------*
       01  GRP-REGRAS-RETENCAO.
           03  OPE-REGRAS-RETENCAO     PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\RETRELAT.TXT'.
           03  FS-REGRAS-RETENCAO      PIC X(02)            VALUE '00'.
               88  FS-RTR-OK                                VALUE '00'.
           03  IND-FIM-REGRAS-RETENCAO PIC X(01)            VALUE 'N'.
               88  FIM-DAS-REGRAS-RETENCAO                  VALUE 'S'.
           03  RTR-QTDE-REGRAS         PIC S9(04) COMP-5    VALUE ZEROS.
           03  RTR-SUB                 PIC S9(04) COMP-5    VALUE ZEROS.
           03  RTR-DIAS-PADRAO         PIC 9(05)            VALUE ZEROS.
           03  IND-RTR-HA-PADRAO       PIC X(01)            VALUE 'N'.
               88  RTR-HA-PADRAO                            VALUE 'S'.
           03  RTR-DIAS-ACHADO         PIC 9(05)            VALUE ZEROS.
           03  IND-RTR-TEM-PRAZO       PIC X(01)            VALUE 'N'.
               88  RTR-TEM-PRAZO                            VALUE 'S'.
           03  RTR-MANTER-ATE          PIC 9(08)            VALUE ZEROS.
           03  RTR-DIAS-INTEIROS       PIC S9(09) COMP-5    VALUE ZEROS.

       01  TAB-REGRAS-RETENCAO.
           03  TRT-REGRA               OCCURS 100 TIMES.
               05  TRT-NOME-RELATORIO  PIC X(30).
               05  TRT-DIAS            PIC 9(05).
