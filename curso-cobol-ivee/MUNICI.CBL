      * Purpose: Lê dados de municípios em txt e separa os da UF
      *    escolhida em outro arquivo.
      *----------------------------------------------------------------*
      * VERSAO 25 - RESUMO-MUN-ESCOLHIDA e RELATORIO-MUDANCAS-MUN
      *    passam a ser registrados, ao serem fechados, no repositorio
      *    de relatorios (copybooks RRL*): copia guardada e indexada
      *    por programa, nome, data de movimento e operador, para
      *    consulta e reimpressao em RELREP01.
      * VERSAO 24 - MUNICIPIOS-MESTRE ganhou MM-SITUACAO e
      *    MM-CD-SUCESSOR: o codigo recodificado pelo IBGE permanece
      *    no mestre marcado EXTINTO apontando o sucessor (gravado
           COPY PRMCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.


       COPY PRMFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.


       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE   '** MUNICI **'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS025'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY RUNCDADOS.
       COPY PRMDADOS.

           CLOSE RELATORIO-MUDANCAS-MUN

           MOVE 'RELATORIO-MUDANCAS-MUN'
                                       TO RRL-NOME-ATUAL
           MOVE OPE05                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE ARQUIVO-DEPARA

           .

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY RUNCPROC.

           CLOSE RESUMO-MUN-ESCOLHIDA

           MOVE 'RESUMO-MUN-ESCOLHIDA' TO RRL-NOME-ATUAL
           MOVE OPE03                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           CLOSE EXCECOES-MUNICIPIOS

           CLOSE MUNICIPIOS-MESTRE
