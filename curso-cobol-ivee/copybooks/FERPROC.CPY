      *----------------------------------------------------------------*
      *    Rotinas da apuração de férias. FER-CALCULA-PERIODO monta o
      *    período aquisitivo de ordem FER-ORDEM-PERIODO a partir da
      *    admissão (aniversário em 29/02 cai em 01/03 nos anos sem o
      *    dia) e o fim do concessivo, doze meses depois.
      *    FER-CONTA-FALTAS soma os dias de AFASTAMENTOS tipo 'FI'
      *    (falta injustificada) que caem dentro do período, e
      *    FER-DIAS-DE-DIREITO aplica a escala da CLT (art. 130): até
      *    5 faltas 30 dias, até 14 24 dias, até 23 18 dias, até 32 12
      *    dias, acima disso nenhum. FER-APURA-PERIODO faz as três.
      *    O programa que inclui este copybook deve ter incluído
      *    FERDADOS e declarado AFASTAMENTOS (REG-AFASTAMENTO com
      *    AFA-CHAVE, AFA-TIPO e AFA-DATA-FIM, FS-AFA-OK), aberto
      *    para leitura antes de FER-CONTA-FALTAS.
      *----------------------------------------------------------------*
           FER-APURA-PERIODO           SECTION.
      *----------------------------------------------------------------*

           PERFORM FER-CALCULA-PERIODO

           PERFORM FER-CONTA-FALTAS

           PERFORM FER-DIAS-DE-DIREITO

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-CALCULA-PERIODO         SECTION.
      *----------------------------------------------------------------*

           MOVE FER-ORDEM-PERIODO      TO FER-ANOS-SOMAR
           PERFORM FER-SOMA-ANOS
           MOVE FER-AMD-TRABALHO       TO FER-INICIO-CALC
           COMPUTE FER-INT-INICIO
               = FUNCTION INTEGER-OF-DATE(FER-AMD-TRABALHO)

           COMPUTE FER-ANOS-SOMAR      = FER-ORDEM-PERIODO + 1
           PERFORM FER-SOMA-ANOS
           COMPUTE FER-INT-FIM
               = FUNCTION INTEGER-OF-DATE(FER-AMD-TRABALHO) - 1
           COMPUTE FER-FIM-CALC
               = FUNCTION DATE-OF-INTEGER(FER-INT-FIM)

           COMPUTE FER-ANOS-SOMAR      = FER-ORDEM-PERIODO + 2
           PERFORM FER-SOMA-ANOS
           COMPUTE FER-CONCESSIVO-CALC
               = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(FER-AMD-TRABALHO) - 1)

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-SOMA-ANOS               SECTION.
      *----------------------------------------------------------------*
      *    Aniversário da admissão FER-ANOS-SOMAR anos depois.
      *----------------------------------------------------------------*

           MOVE FER-ADMISSAO-AMD       TO FER-AMD-TRABALHO
           ADD FER-ANOS-SOMAR          TO FER-AMD-ANO

           IF  FUNCTION TEST-DATE-YYYYMMDD(FER-AMD-TRABALHO) NOT = 0
               MOVE 03                 TO FER-AMD-MES
               MOVE 01                 TO FER-AMD-DIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-CONTA-FALTAS            SECTION.
      *----------------------------------------------------------------*
      *    Dias de falta injustificada da matrícula
      *    FER-MATRICULA-APURADA dentro do período
      *    FER-INT-INICIO..FER-INT-FIM; falta sem data de fim vale
      *    um dia.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO FER-FALTAS-APURADAS

           MOVE FER-MATRICULA-APURADA  TO AFA-MATRICULA
           MOVE LOW-VALUES             TO AFA-DATA-INICIO

           START AFASTAMENTOS
               KEY IS >= AFA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FER-SOMA-FALTAS
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-SOMA-FALTAS             SECTION.
      *----------------------------------------------------------------*

           READ AFASTAMENTOS NEXT RECORD

           PERFORM UNTIL NOT FS-AFA-OK
               OR AFA-MATRICULA NOT = FER-MATRICULA-APURADA
               IF  AFA-TIPO            = 'FI'
                   MOVE AFA-DATA-INICIO
                                       TO FER-DATA-DDMMAAAA
                   PERFORM FER-CONVERTE-DATA
                   MOVE FER-DATA-AMD   TO FER-AMD-TRABALHO

                   IF  AFA-DATA-FIM    NOT = SPACES
                       MOVE AFA-DATA-FIM
                                       TO FER-DATA-DDMMAAAA
                       PERFORM FER-CONVERTE-DATA
                   END-IF

                   IF  FER-AMD-TRABALHO > 0
                       AND FER-DATA-AMD > 0
                       PERFORM FER-SOMA-SOBREPOSICAO
                   END-IF
               END-IF

               READ AFASTAMENTOS NEXT RECORD
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-SOMA-SOBREPOSICAO       SECTION.
      *----------------------------------------------------------------*
      *    Soma os dias da falta (FER-AMD-TRABALHO..FER-DATA-AMD) que
      *    caem dentro do período aquisitivo.
      *----------------------------------------------------------------*

           COMPUTE FER-INT-AFA-INI
               = FUNCTION INTEGER-OF-DATE(FER-AMD-TRABALHO)
           COMPUTE FER-INT-AFA-FIM
               = FUNCTION INTEGER-OF-DATE(FER-DATA-AMD)

           IF  FER-INT-AFA-INI         > FER-INT-INICIO
               MOVE FER-INT-AFA-INI    TO FER-INT-SOBREP-INI
           ELSE
               MOVE FER-INT-INICIO     TO FER-INT-SOBREP-INI
           END-IF

           IF  FER-INT-AFA-FIM         < FER-INT-FIM
               MOVE FER-INT-AFA-FIM    TO FER-INT-SOBREP-FIM
           ELSE
               MOVE FER-INT-FIM        TO FER-INT-SOBREP-FIM
           END-IF

           IF  FER-INT-SOBREP-FIM      >= FER-INT-SOBREP-INI
               COMPUTE FER-FALTAS-APURADAS
                   = FER-FALTAS-APURADAS
                   + FER-INT-SOBREP-FIM - FER-INT-SOBREP-INI + 1
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-DIAS-DE-DIREITO         SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN FER-FALTAS-APURADAS NOT > 5
                   MOVE 30             TO FER-DIAS-APURADOS
               WHEN FER-FALTAS-APURADAS NOT > 14
                   MOVE 24             TO FER-DIAS-APURADOS
               WHEN FER-FALTAS-APURADAS NOT > 23
                   MOVE 18             TO FER-DIAS-APURADOS
               WHEN FER-FALTAS-APURADAS NOT > 32
                   MOVE 12             TO FER-DIAS-APURADOS
               WHEN OTHER
                   MOVE ZEROS          TO FER-DIAS-APURADOS
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-CONVERTE-DATA           SECTION.
      *----------------------------------------------------------------*
      *    DD/MM/AAAA de FER-DATA-DDMMAAAA para AAAAMMDD em
      *    FER-DATA-AMD; data inválida devolve zeros.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO FER-DATA-AMD

           IF  FER-DATA-DDMMAAAA(1:2)  IS NUMERIC
               AND FER-DATA-DDMMAAAA(4:2) IS NUMERIC
               AND FER-DATA-DDMMAAAA(7:4) IS NUMERIC
               MOVE FER-DATA-DDMMAAAA(7:4) TO FER-DAMD-ANO
               MOVE FER-DATA-DDMMAAAA(4:2) TO FER-DAMD-MES
               MOVE FER-DATA-DDMMAAAA(1:2) TO FER-DAMD-DIA
               IF  FUNCTION TEST-DATE-YYYYMMDD(FER-DATA-AMD) NOT = 0
                   MOVE ZEROS          TO FER-DATA-AMD
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FER-FORMATA-DATA            SECTION.
      *----------------------------------------------------------------*
      *    AAAAMMDD de FER-DATA-AMD para DD/MM/AAAA em
      *    FER-DATA-DDMMAAAA.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO FER-DATA-DDMMAAAA
           STRING FER-DAMD-DIA '/' FER-DAMD-MES '/' FER-DAMD-ANO
               DELIMITED BY SIZE INTO FER-DATA-DDMMAAAA

           .

           EXIT.
