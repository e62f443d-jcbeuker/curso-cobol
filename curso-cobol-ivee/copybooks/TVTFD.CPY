      *----------------------------------------------------------------*
      *    FD da tabela de tarifas do vale-transporte: a tarifa de uma
      *    viagem entre o município de residência do funcionário e a
      *    loja (ônibus municipal para quem mora na cidade da loja,
      *    intermunicipal para os demais) e a operadora que vende os
      *    créditos. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  TARIFAS-VT.
       01  REG-TARIFA-VT.
           03  TVT-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  TVT-TARIFA              PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  TVT-OPERADORA           PIC X(20).
           03  FILLER                  PIC X(01).
           03  TVT-DATA-ATUALIZACAO    PIC X(10).
