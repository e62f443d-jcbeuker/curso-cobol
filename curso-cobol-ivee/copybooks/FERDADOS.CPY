      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Campos do arquivo de períodos de férias
      *    (FERIAS-PERIODOS) e da apuração do direito (copybook
      *    FERPROC). O chamador informa a admissão em
      *    FER-ADMISSAO-AMD e a ordem do período em
      *    FER-ORDEM-PERIODO (zero para o primeiro ano) e recebe em
      *    FER-INICIO-CALC/FER-FIM-CALC o período aquisitivo e em
      *    FER-CONCESSIVO-CALC o último dia do concessivo; com a
      *    matrícula em FER-MATRICULA-APURADA, recebe as faltas
      *    injustificadas do período em FER-FALTAS-APURADAS e os
      *    dias de direito em FER-DIAS-APURADOS. FER-CONVERTE-DATA e
      *    FER-FORMATA-DATA passam FER-DATA-DDMMAAAA para
      *    FER-DATA-AMD e vice-versa.
      *----------------------------------------------------------------*
       01  GRP-FERIAS-PERIODOS.
           03  OPE-FERIAS              PIC X(54)            VALUE
               'D:\Documentos\Cursos\COBOL\curso-cobol\FERIAS.dat'.
           03  FS-FERIAS               PIC X(02)            VALUE '00'.
               88  FS-FER-OK                                VALUE '00'.
               88  FS-FER-NAO-ENCONTRADO                    VALUE '23'.
               88  FS-FER-NAO-EXISTE                        VALUE '35'.
           03  FER-ADMISSAO-AMD        PIC 9(08)        VALUE ZEROS.
           03  FER-ORDEM-PERIODO       PIC 9(03)        VALUE ZEROS.
           03  FER-ANOS-SOMAR          PIC 9(03)        VALUE ZEROS.
           03  FER-AMD-TRABALHO        PIC 9(08)        VALUE ZEROS.
           03  FER-AMD-TRABALHO-R REDEFINES FER-AMD-TRABALHO.
               05  FER-AMD-ANO         PIC 9(04).
               05  FER-AMD-MES         PIC 9(02).
               05  FER-AMD-DIA         PIC 9(02).
           03  FER-INICIO-CALC         PIC 9(08)        VALUE ZEROS.
           03  FER-FIM-CALC            PIC 9(08)        VALUE ZEROS.
           03  FER-CONCESSIVO-CALC     PIC 9(08)        VALUE ZEROS.
           03  FER-INT-INICIO          PIC S9(09) COMP-5 VALUE ZEROS.
           03  FER-INT-FIM             PIC S9(09) COMP-5 VALUE ZEROS.
           03  FER-MATRICULA-APURADA   PIC X(04)        VALUE SPACES.
           03  FER-FALTAS-APURADAS     PIC 9(03)        VALUE ZEROS.
           03  FER-DIAS-APURADOS       PIC 9(02)        VALUE ZEROS.
           03  FER-INT-AFA-INI         PIC S9(09) COMP-5 VALUE ZEROS.
           03  FER-INT-AFA-FIM         PIC S9(09) COMP-5 VALUE ZEROS.
           03  FER-INT-SOBREP-INI      PIC S9(09) COMP-5 VALUE ZEROS.
           03  FER-INT-SOBREP-FIM      PIC S9(09) COMP-5 VALUE ZEROS.
           03  FER-DATA-DDMMAAAA       PIC X(10)        VALUE SPACES.
           03  FER-DATA-AMD            PIC 9(08)        VALUE ZEROS.
           03  FER-DATA-AMD-R REDEFINES FER-DATA-AMD.
               05  FER-DAMD-ANO        PIC X(04).
               05  FER-DAMD-MES        PIC X(02).
               05  FER-DAMD-DIA        PIC X(02).
           03  FER-SUB                 PIC S9(04) COMP-5 VALUE ZEROS.
