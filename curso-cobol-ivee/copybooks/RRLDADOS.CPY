      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Campos do repositório de relatórios (copybook
      *    RRLPROC). Cada programa grava o seu relatório no caminho do
      *    cartão, que o movimento seguinte sobrescreve; ao fechá-lo,
      *    o programa informa o nome do relatório em RRL-NOME-ATUAL, o
      *    caminho em RRL-CAMINHO-ATUAL e, tendo DMVDADOS, a data de
      *    movimento em RRL-DATA-MOV-ATUAL (em branco vale a data do
      *    relógio), e faz PERFORM RRL-REGISTRA-RELATORIO: a cópia
      *    datada fica guardada e indexada por programa, nome, data
      *    de movimento e operador, para consulta e reimpressão em
      *    RELREP01. O programa que inclui este copybook deve também
      *    ter feito COPY DTHDADOS e COPY AUDDADOS.
      *----------------------------------------------------------------*
       01  GRP-REPOSITORIO-RELATORIOS.
           03  OPE-REPOSITORIO         PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\RELREPOS.dat'.
           03  FS-REPOSITORIO          PIC X(02)            VALUE '00'.
               88  FS-RRL-OK                                VALUE '00'.
               88  FS-RRL-NAO-EXISTE                        VALUE '35'.
      *    As cópias guardadas ficam ao lado dos demais arquivos, com
      *    o nome RRaaaammdd-PROGRAMA-nnn.TXT.
           03  RRL-PREFIXO-COPIA       PIC X(41)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\RR'.
           03  OPE-RRL-ORIGEM          PIC X(80)        VALUE SPACES.
           03  FS-RRL-ORIGEM           PIC X(02)            VALUE '00'.
               88  FS-RRO-OK                                VALUE '00'.
           03  OPE-RRL-COPIA           PIC X(80)        VALUE SPACES.
           03  FS-RRL-COPIA            PIC X(02)            VALUE '00'.
               88  FS-RRC-OK                                VALUE '00'.
           03  IND-FIM-RRL-ORIGEM      PIC X(01)            VALUE 'N'.
               88  FIM-DA-RRL-ORIGEM                        VALUE 'S'.
           03  IND-FIM-RRL-SEQUENCIA   PIC X(01)            VALUE 'N'.
               88  FIM-DA-RRL-SEQUENCIA                     VALUE 'S'.
           03  IND-RRL-REGISTRADO      PIC X(01)            VALUE 'N'.
               88  RRL-RELATORIO-REGISTRADO                 VALUE 'S'.
      *    Informados pelo chamador antes de RRL-REGISTRA-RELATORIO.
           03  RRL-NOME-ATUAL          PIC X(30)        VALUE SPACES.
           03  RRL-CAMINHO-ATUAL       PIC X(80)        VALUE SPACES.
           03  RRL-DATA-MOV-ATUAL      PIC X(10)        VALUE SPACES.
      *    Páginas contadas pelas linhas da cópia, no formulário
      *    de 60 linhas das impressoras de linha.
           03  RRL-LINHAS-POR-PAGINA   PIC 9(03)            VALUE 60.
           03  RRL-DATA-AMD            PIC 9(08)            VALUE ZEROS.
      *    Programa do registro: NOME-PROGRAMA sem os asteriscos com
      *    que alguns programas o enfeitam (ex. '** PR16TA01 **').
           03  RRL-NOME-PROGRAMA-LIMPO PIC X(18)        VALUE SPACES.
           03  RRL-PROGRAMA-ATUAL      PIC X(08)        VALUE SPACES.
           03  RRL-SEQUENCIA-NOVA      PIC 9(03)            VALUE ZEROS.
           03  RRL-CONTA-LINHAS        PIC S9(07) COMP-5    VALUE ZEROS.
