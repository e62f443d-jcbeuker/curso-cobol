      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos das rotinas de filial (copybook FILPROC): a
      *    tabela das lojas da rede carregada de CADASTRO-FILIAIS, a
      *    filial corrente lida de CARTAO-FILIAL (padrão 01, a
      *    matriz), a seleção de filial dos relatórios (brancos =
      *    consolidado da rede) e a linha de cabeçalho com a seleção.
      *    O programa que executa as rotinas de FILPROC deve também
      *    ter incluído FILCTL/FILFD.
      *----------------------------------------------------------------*
       01  GRP-FILIAIS.
           03  OPE-FILIAIS             PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\FILIAIS.TXT'.
           03  OPE-CARTAO-FILIAL       PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\FILIAL.TXT'.
           03  FS-FILIAIS              PIC X(02)            VALUE '00'.
               88  FS-FIL-OK                                VALUE '00'.
               88  FS-FIL-NAO-EXISTE                        VALUE '35'.
           03  FS-CARTAO-FILIAL        PIC X(02)            VALUE '00'.
               88  FS-CFL-OK                                VALUE '00'.
           03  IND-FIL-FIM             PIC X(01)            VALUE 'N'.
               88  FIL-FIM-CADASTRO                         VALUE 'S'.
           03  IND-FIL-ACHOU           PIC X(01)            VALUE 'N'.
               88  FIL-ACHOU                                VALUE 'S'.
           03  IND-FIL-SELECIONADO     PIC X(01)            VALUE 'N'.
               88  FIL-REGISTRO-SELECIONADO                 VALUE 'S'.
           03  FIL-CODIGO-MATRIZ       PIC X(02)            VALUE '01'.
           03  FIL-FILIAL-CORRENTE     PIC X(02)            VALUE '01'.
               88  FIL-CORRENTE-MATRIZ                      VALUE '01'.
           03  FIL-NOME-CORRENTE       PIC X(30)        VALUE SPACES.
           03  FIL-SELECAO             PIC X(02)        VALUE SPACES.
               88  FIL-CONSOLIDADO                      VALUE SPACES.
           03  FIL-CODIGO-PESQUISA     PIC X(02)        VALUE SPACES.
           03  FIL-NOME-PESQUISA       PIC X(30)        VALUE SPACES.
           03  FIL-CODIGO-REGISTRO     PIC X(02)        VALUE SPACES.
           03  FIL-QTDE                PIC S9(03) COMP-5 VALUE ZEROS.
           03  FIL-SUB                 PIC S9(03) COMP-5 VALUE ZEROS.
           03  FIL-LINHA-SELECAO.
               05  FILLER              PIC X(08)            VALUE
                   'FILIAL: '.
               05  FIL-LS-CODIGO       PIC X(02)        VALUE SPACES.
               05  FILLER              PIC X(01)        VALUE SPACES.
               05  FIL-LS-NOME         PIC X(30)        VALUE SPACES.
       01  TAB-FILIAIS.
           03  TFI-ENTRADA             OCCURS 20 TIMES.
               05  TFI-CODIGO          PIC X(02).
               05  TFI-NOME            PIC X(30).
