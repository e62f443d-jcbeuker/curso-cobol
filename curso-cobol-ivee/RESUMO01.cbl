      *    do dia veio diferente de zero - a página que se entrega ao
      *    gerente toda manhã.
      *----------------------------------------------------------------*
      * VERSAO 12 - REG-VENDA alargado para os 235 bytes do registro
      *    de vendas com pontos, vale, desconto, canal, pedido web,
      *    frete e entrega incluidos por PR16TA01. RESUMO-FECHAMENTO
      *    passa a ser registrado, ao ser fechado, no repositorio de
      *    relatorios (copybooks RRL*), para consulta e reimpressao em
      *    RELREP01.
      * VERSAO 11 - REG-TRILHA acompanhou a coluna AUD-OCORRENCIA da
      *    trilha de auditoria; as linhas de ocorrencia de seguranca
      *    (acesso recusado) nao contam como execucao nem derrubam a
      *    bandeira GO.
      * VERSAO 10 - REG-VENDA alargado para os 147 bytes do registro
      *    de vendas com o peso da pesagem (PESO-S) incluido por
      *    PR16TA01.
      * VERSAO 09 - REG-VENDA alargado para os 141 bytes do registro
      *    de vendas com a filial (FILIAL-S) incluida por PR16TA01.
      *    Controle por filial (copybooks FIL*): 5a linha do cartao
      *    SYSIN com o codigo da filial (em branco = consolidado da
      *    rede); o cabecalho traz a selecao e, apos o rodape, sai o
      *    valor liquido das vendas da selecao. A trilha de auditoria
      *    e o S1 da folha continuam sendo da rede.
      * VERSAO 08 - REG-VENDA alargado para os 138 bytes do registro
      *    de vendas com a matricula do vendedor incluida por PR16TA01.
      * VERSAO 07 - REG-VENDA alargado para os 133 bytes do registro
           FILE STATUS IS FS-CARTAO-PARM.

           COPY DMVCTL.
           COPY FILCTL.

           COPY AUDCTL.

           COPY RRLCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
           03  TRA-RETURN-CODE         PIC 9(03).
           03  FILLER                  PIC X(01).
           03  TRA-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  TRA-OCORRENCIA          PIC X(40).

       FD  S1-FOLHA.
       01  REG-S1                      PIC X(110).
           03  QTD-VENDA-S             PIC 9(05).
           03  FILLER                  PIC X(01).
           03  VENDEDOR-S              PIC X(40).
           03  FILLER                  PIC X(01).
           03  IND-TIPO-TRANSACAO      PIC X(01).
               88  TRANSACAO-VENDA                      VALUE 'V'.
               88  TRANSACAO-DEVOLUCAO                  VALUE 'D'.
           03  FILLER                  PIC X(24).
           03  QTD-DEVOLVIDA-S         PIC 9(05).
           03  FILLER                  PIC X(41).
           03  FILIAL-S                PIC X(02).
           03  FILLER                  PIC X(06).
           03  FILLER                  PIC X(88).

       FD  RESUMO-FECHAMENTO.
       01  REG-RESUMO                  PIC X(100).
       01  REG-PARM                    PIC X(59).

       COPY DMVFD.
       COPY FILFD.

       COPY AUDFD.

       COPY RRLFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'RESUMO01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS012'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY FILDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(59)            VALUE
               88  RODAPE-VENDAS-LIDO                   VALUE 'S'.
           03  CONTA-LINHAS-DIA        PIC S9(05) COMP-5 VALUE ZEROS.
           03  WS-SUB                  PIC S9(02) COMP-5 VALUE ZEROS.
           03  WS-QTD-LIQUIDA          PIC S9(07) COMP-5 VALUE ZEROS.
           03  WS-VALOR-FILIAL         PIC S9(09)V99    VALUE ZEROS.
           03  CONTA-LINHAS-FILIAL     PIC S9(07) COMP-5 VALUE ZEROS.

      *    Totais do dia por subsistema, acumulados das linhas da
      *    trilha de auditoria cuja data de início é o dia de
                                       'RODAPE DE VENDAS: '.
           03  LV-RODAPE               PIC X(40).

       01  LINHA-VENDAS-FILIAL.
           03  FILLER                  PIC X(26)        VALUE
                                       'VENDAS LIQUIDAS - LINHAS: '.
           03  LVF-LINHAS              PIC ZZZZZZ9.
           03  FILLER                  PIC X(10)        VALUE
                                       '  VALOR: '.
           03  LVF-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-GO.
           03  FILLER                  PIC X(22)        VALUE
                                       'SITUACAO DO DIA: '.

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM FIL-CARREGA-FILIAIS
           PERFORM FIL-VALIDA-SELECAO

           MOVE 'ARQUIVO'              TO TS-PROGRAMA(1)
           MOVE '** MUNICI **'         TO TS-PROGRAMA(2)
           MOVE '** C3A07P01 **'       TO TS-PROGRAMA(3)
           MOVE LINHA-CABECALHO        TO REG-RESUMO
           WRITE REG-RESUMO

           MOVE FIL-LINHA-SELECAO      TO REG-RESUMO
           WRITE REG-RESUMO

           MOVE LINHA-SUBCABECALHO     TO REG-RESUMO
           WRITE REG-RESUMO

      *    Cartão SYSIN: linhas 1 a 4 substituem, na ordem, os caminhos
      *    da trilha de auditoria, do S1 da folha, do arquivo de
      *    vendas e do resumo; linha ausente ou em branco mantém o
      *    padrão. Linha 5 com o código da filial; ausente ou em
      *    branco, o resumo é o consolidado da rede.
      *----------------------------------------------------------------*

           ACCEPT WS-PARM-CMDLINE      FROM COMMAND-LINE
                       MOVE REG-PARM   TO OPE04
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM(1:2)
                                       TO FIL-SELECAO
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   IF  TRA-DATA-INICIO = DMV-DATA-MOVIMENTO
                       AND TRA-OCORRENCIA = SPACES
                       ADD 1           TO CONTA-LINHAS-DIA
                       IF  TRA-RETURN-CODE NOT = 0
                           MOVE 'S'    TO IND-NO-GO
           LE-RODAPE-VENDAS            SECTION.
      *----------------------------------------------------------------*
      *    Lê por chave o rodapé do arquivo de vendas (ticket 999999),
      *    que carrega o TOTAL VENDAS gravado por TOTALIZA-VENDAS, e
      *    soma o valor líquido das vendas não anuladas da filial
      *    pedida (todas no consolidado); arquivo ausente é apenas
      *    anotado.
      *----------------------------------------------------------------*

           OPEN INPUT ARQUIVO-VENDAS
                           MOVE 'S'    TO IND-RODAPE-VENDAS
                           MOVE VENDEDOR-S
                                       TO LV-RODAPE
                       ELSE
                           PERFORM SOMA-VENDA-FILIAL
                       END-IF
               END-PERFORM

                   WRITE REG-RESUMO
               END-IF

               MOVE CONTA-LINHAS-FILIAL TO LVF-LINHAS
               MOVE WS-VALOR-FILIAL    TO LVF-VALOR
               MOVE LINHA-VENDAS-FILIAL TO REG-RESUMO
               WRITE REG-RESUMO

               CLOSE ARQUIVO-VENDAS
           ELSE
               MOVE 'ARQUIVO DE VENDAS INDISPONIVEL'

           EXIT.

      *----------------------------------------------------------------*
           SOMA-VENDA-FILIAL           SECTION.
      *----------------------------------------------------------------*
      *    Linha de item vendida ou com devolução, da filial pedida:
      *    soma o valor líquido (vendida menos devolvida), como o
      *    fechamento de caixa.
      *----------------------------------------------------------------*

           MOVE FILIAL-S               TO FIL-CODIGO-REGISTRO
           PERFORM FIL-CONFERE-SELECAO

           IF  CODIGO-ITEM-S           NOT = 0000
               AND CODIGO-ITEM-S       NOT = 9999
               AND (TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO)
               AND FIL-REGISTRO-SELECIONADO
               ADD 1                   TO CONTA-LINHAS-FILIAL
               COMPUTE WS-QTD-LIQUIDA
                   = QTD-VENDA-S - QTD-DEVOLVIDA-S
               COMPUTE WS-VALOR-FILIAL
                   = WS-VALOR-FILIAL
                   + PRECO-UNITARIO-S * WS-QTD-LIQUIDA
           END-IF

           .

           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY FILPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*

           CLOSE RESUMO-FECHAMENTO

           MOVE 'RESUMO-FECHAMENTO'    TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           DISPLAY NOME-PROGRAMA ' ' LG-BANDEIRA UPON CONSOLE

           MOVE CONTA-LINHAS-DIA       TO AUD-QTDE-LIDOS
