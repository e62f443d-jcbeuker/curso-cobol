      *----------------------------------------------------------------*
      *    FD da declaração de vale-transporte: quantas viagens por
      *    dia útil o funcionário declarou usar entre a residência e
      *    a loja (ida e volta = 2). Sem registro, o funcionário não
      *    optou pelo benefício. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  DECLARACOES-VT.
       01  REG-DECLARACAO-VT.
           03  VTD-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  VTD-VIAGENS-DIA         PIC 9(02).
           03  FILLER                  PIC X(01).
           03  VTD-DATA-DECLARACAO     PIC X(10).
