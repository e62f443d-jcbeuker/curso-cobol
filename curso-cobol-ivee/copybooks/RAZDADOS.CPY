      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Caminhos e FILE STATUS do razão geral (copybooks
      *    RAZCTL/RAZFD): saldos por conta e mês e partidas lançadas.
      *    Arquivo ausente significa que nenhum dia foi lançado
      *    ainda; LANCA01 o cria na primeira execução.
      *----------------------------------------------------------------*
       01  GRP-RAZAO-GERAL.
           03  OPE-SALDOS-CONTAB       PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\SALDOCTB.dat'.
           03  OPE-PARTIDAS            PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\PARTIDAS.dat'.
           03  FS-SALDOS-CONTAB        PIC X(02)            VALUE '00'.
               88  FS-SCT-OK                                VALUE '00'.
               88  FS-SCT-NAO-EXISTE                        VALUE '35'.
           03  FS-PARTIDAS             PIC X(02)            VALUE '00'.
               88  FS-PTD-OK                                VALUE '00'.
               88  FS-PTD-NAO-EXISTE                        VALUE '35'.
