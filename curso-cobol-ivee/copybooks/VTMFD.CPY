      *----------------------------------------------------------------*
      *    FD do vale-transporte apurado: chave matrícula +
      *    competência MM/AAAA, com a tarifa do município usada, as
      *    viagens declaradas, os dias úteis do calendário, os dias
      *    úteis de afastamento descontados, as passagens compradas e
      *    o custo do mês, teto da parte do funcionário descontada
      *    por C3A07P01. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  VALE-TRANSPORTE-MES.
       01  REG-VALE-TRANSPORTE.
           03  VTM-CHAVE.
               05  VTM-MATRICULA       PIC X(04).
               05  VTM-COMPETENCIA     PIC X(07).
           03  FILLER                  PIC X(01).
           03  VTM-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  VTM-TARIFA              PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  VTM-VIAGENS-DIA         PIC 9(02).
           03  FILLER                  PIC X(01).
           03  VTM-DIAS-UTEIS          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  VTM-DIAS-AFASTADO       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  VTM-QTDE-PASSAGENS      PIC 9(04).
           03  FILLER                  PIC X(01).
           03  VTM-VALOR               PIC 9(05)V99.
