      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de metas mensais de venda por
      *    vendedor (METAS-VENDEDORES) e os limites das faixas de
      *    atingimento, em percentual da meta: abaixo de
      *    MET-LIMITE-FAIXA-1 a venda fica na faixa 1, até
      *    MET-LIMITE-FAIXA-2 (inclusive) na faixa 2 e acima dele na
      *    faixa 3. Os limites padrão valem até serem substituídos
      *    pelos parâmetros META-FAIXA-1 e META-FAIXA-2 do arquivo
      *    central de parâmetros (PARAME01), lidos por
      *    MET-CARREGA-LIMITES. MET-CLASSIFICA-FAIXA recebe o
      *    atingimento em MET-PERC-APURADO e devolve a faixa e a
      *    taxa da meta lida em MET-FAIXA-APURADA/MET-TAXA-APURADA.
      *    O programa que inclui este copybook deve também ter
      *    incluído METCTL/METFD.
      *----------------------------------------------------------------*
       01  GRP-METAS-VENDEDORES.
           03  OPE-METAS               PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\METASVEN.dat'.
           03  FS-METAS                PIC X(02)            VALUE '00'.
               88  FS-MET-OK                                VALUE '00'.
               88  FS-MET-NAO-EXISTE                        VALUE '35'.
           03  MET-LIMITE-FAIXA-1      PIC 9(03)V99     VALUE 80.
           03  MET-LIMITE-FAIXA-2      PIC 9(03)V99     VALUE 100.
           03  MET-PERC-APURADO        PIC 9(05)V99     VALUE ZEROS.
           03  MET-FAIXA-APURADA       PIC X(01)        VALUE SPACES.
           03  MET-TAXA-APURADA        PIC 9(02)V99     VALUE ZEROS.
