      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de orçamento de vendas por
      *    departamento e mês (ORCAMENTO-VENDAS). O programa que
      *    inclui este copybook deve também ter incluído
      *    ORCCTL/ORCFD.
      *----------------------------------------------------------------*
       01  GRP-ORCAMENTO-VENDAS.
           03  OPE-ORCAMENTO           PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\ORCAMENT.dat'.
           03  FS-ORCAMENTO            PIC X(02)            VALUE '00'.
               88  FS-ORC-OK                                VALUE '00'.
               88  FS-ORC-NAO-EXISTE                        VALUE '35'.
