      *----------------------------------------------------------------*
      *    RRL-REGISTRA-RELATORIO - chamada logo depois do CLOSE do
      *    relatório, com RRL-NOME-ATUAL, RRL-CAMINHO-ATUAL e
      *    RRL-DATA-MOV-ATUAL informados: copia o relatório linha a
      *    linha para a cópia guardada RRaaaammdd-PROGRAMA-nnn.TXT
      *    (nnn = próxima sequência do programa no dia de movimento),
      *    conta linhas e páginas e grava o registro no repositório
      *    com o operador de AUD-OPERADOR-ATIVO (em branco na execução
      *    em lote). Falha aqui só avisa no console: o relatório já
      *    saiu no caminho do cartão e a execução não é perdida por
      *    causa do repositório. O programa que inclui este copybook
      *    deve ter incluído RRLCTL, RRLFD e RRLDADOS, e ter DTHPROC
      *    presente na PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           RRL-REGISTRA-RELATORIO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-RRL-REGISTRADO

           PERFORM OBTER-DATA-HORA

           IF  RRL-DATA-MOV-ATUAL(1:2) NOT NUMERIC
               OR RRL-DATA-MOV-ATUAL(4:2) NOT NUMERIC
               OR RRL-DATA-MOV-ATUAL(7:4) NOT NUMERIC
               MOVE DTH-DATA-ATUAL-RED TO RRL-DATA-MOV-ATUAL
           END-IF

           MOVE ZEROS                  TO RRL-DATA-AMD
           STRING RRL-DATA-MOV-ATUAL(7:4)
                  RRL-DATA-MOV-ATUAL(4:2)
                  RRL-DATA-MOV-ATUAL(1:2)
                  DELIMITED BY SIZE  INTO RRL-DATA-AMD

           MOVE NOME-PROGRAMA          TO RRL-NOME-PROGRAMA-LIMPO
           INSPECT RRL-NOME-PROGRAMA-LIMPO
                                       REPLACING ALL '*' BY SPACE
           MOVE FUNCTION TRIM(RRL-NOME-PROGRAMA-LIMPO LEADING)
                                       TO RRL-PROGRAMA-ATUAL

           OPEN I-O REPOSITORIO-RELATORIOS
           IF  FS-RRL-NAO-EXISTE
               OPEN OUTPUT REPOSITORIO-RELATORIOS
               CLOSE REPOSITORIO-RELATORIOS
               OPEN I-O REPOSITORIO-RELATORIOS
           END-IF

           IF  NOT FS-RRL-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR REPOSITORIO-RELATORIOS, STATUS: '
                   FS-REPOSITORIO      UPON CONSOLE
           ELSE
               PERFORM RRL-PROXIMA-SEQUENCIA
               PERFORM RRL-GUARDA-COPIA

               IF  RRL-RELATORIO-REGISTRADO
                   MOVE SPACES         TO REG-REPOSITORIO-RELATORIO
                   MOVE RRL-DATA-AMD   TO RRL-DATA-MOVIMENTO
                   MOVE RRL-PROGRAMA-ATUAL
                                       TO RRL-PROGRAMA
                   MOVE RRL-SEQUENCIA-NOVA
                                       TO RRL-SEQUENCIA
                   MOVE RRL-NOME-ATUAL TO RRL-NOME-RELATORIO
                   MOVE AUD-OPERADOR-ATIVO
                                       TO RRL-OPERADOR
                   MOVE RRL-CONTA-LINHAS
                                       TO RRL-QTDE-LINHAS
                   COMPUTE RRL-QTDE-PAGINAS
                       = (RRL-CONTA-LINHAS + RRL-LINHAS-POR-PAGINA
                          - 1) / RRL-LINHAS-POR-PAGINA
                   MOVE RRL-CAMINHO-ATUAL
                                       TO RRL-CAMINHO-ORIGINAL
                   MOVE OPE-RRL-COPIA  TO RRL-CAMINHO-COPIA
                   MOVE DTH-LINHA-DATA-HORA
                                       TO RRL-REGISTRADO-EM
                   MOVE 'D'            TO RRL-SITUACAO

                   WRITE REG-REPOSITORIO-RELATORIO
                       INVALID KEY
                           MOVE 'N'    TO IND-RRL-REGISTRADO
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGISTRAR ' RRL-NOME-ATUAL
                               ' NO REPOSITORIO, STATUS: '
                               FS-REPOSITORIO UPON CONSOLE
                   END-WRITE
               END-IF

               CLOSE REPOSITORIO-RELATORIOS
           END-IF

           IF  RRL-RELATORIO-REGISTRADO
               DISPLAY NOME-PROGRAMA ' ' RRL-NOME-ATUAL
                   ' REGISTRADO NO REPOSITORIO: ' OPE-RRL-COPIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           RRL-PROXIMA-SEQUENCIA       SECTION.
      *----------------------------------------------------------------*
      *    Maior sequência do programa no dia de movimento + 1; a
      *    primeira emissão do dia é a 001.
      *----------------------------------------------------------------*

           MOVE 1                      TO RRL-SEQUENCIA-NOVA
           MOVE 'N'                    TO IND-FIM-RRL-SEQUENCIA

           MOVE RRL-DATA-AMD           TO RRL-DATA-MOVIMENTO
           MOVE RRL-PROGRAMA-ATUAL     TO RRL-PROGRAMA
           MOVE ZEROS                  TO RRL-SEQUENCIA

           START REPOSITORIO-RELATORIOS
               KEY IS >= RRL-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-RRL-SEQUENCIA
           END-START

           PERFORM UNTIL FIM-DA-RRL-SEQUENCIA
               READ REPOSITORIO-RELATORIOS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-RRL-SEQUENCIA
               NOT AT END
                   IF  RRL-DATA-MOVIMENTO = RRL-DATA-AMD
                       AND RRL-PROGRAMA   = RRL-PROGRAMA-ATUAL
                       COMPUTE RRL-SEQUENCIA-NOVA
                           = RRL-SEQUENCIA + 1
                   ELSE
                       MOVE 'S'        TO IND-FIM-RRL-SEQUENCIA
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           RRL-GUARDA-COPIA            SECTION.
      *----------------------------------------------------------------*
      *    Copia o relatório do caminho do cartão para a cópia
      *    guardada; relatório que não abre não é registrado.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO RRL-CONTA-LINHAS

           MOVE SPACES                 TO OPE-RRL-COPIA
           STRING RRL-PREFIXO-COPIA    DELIMITED BY SIZE
                  RRL-DATA-AMD         DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  RRL-PROGRAMA-ATUAL   DELIMITED BY SPACE
                  '-'                  DELIMITED BY SIZE
                  RRL-SEQUENCIA-NOVA   DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                  INTO OPE-RRL-COPIA

           MOVE RRL-CAMINHO-ATUAL      TO OPE-RRL-ORIGEM

           OPEN INPUT RRL-RELATORIO-ORIGEM
           IF  NOT FS-RRO-OK
               DISPLAY NOME-PROGRAMA ' ' RRL-NOME-ATUAL
                   ' NAO REGISTRADO, ERRO AO LER O RELATORIO, STATUS: '
                   FS-RRL-ORIGEM       UPON CONSOLE
           ELSE
               OPEN OUTPUT RRL-COPIA-RELATORIO
               IF  NOT FS-RRC-OK
                   DISPLAY NOME-PROGRAMA ' ' RRL-NOME-ATUAL
                       ' NAO REGISTRADO, ERRO NA COPIA, STATUS: '
                       FS-RRL-COPIA    UPON CONSOLE
               ELSE
                   MOVE 'N'            TO IND-FIM-RRL-ORIGEM
                   PERFORM UNTIL FIM-DA-RRL-ORIGEM
                       READ RRL-RELATORIO-ORIGEM
                       AT END
                           MOVE 'S'    TO IND-FIM-RRL-ORIGEM
                       NOT AT END
                           ADD 1       TO RRL-CONTA-LINHAS
                           MOVE REG-RRL-ORIGEM
                                       TO REG-RRL-COPIA
                           WRITE REG-RRL-COPIA
                   END-PERFORM
                   CLOSE RRL-COPIA-RELATORIO
                   MOVE 'S'            TO IND-RRL-REGISTRADO
               END-IF
               CLOSE RRL-RELATORIO-ORIGEM
           END-IF

           .

           EXIT.
