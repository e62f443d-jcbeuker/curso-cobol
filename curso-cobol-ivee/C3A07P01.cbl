      *    seu cabecalho e seu trailer, em vez de acrescentar aos
      *    arquivos do mes, que ficavam com dois trailers parciais e
      *    uma remessa com um header e dois trailers.
      * VRS056 15.10.2026 - CAETANO - RELATORIO-RECONCILIACAO,
      *    RELATORIO-DESLIGAMENTOS, RELATORIO-ADIANTAMENTOS e
      *    RECIBOS-ADIANTAMENTO passam a ser registrados, ao serem
      *    fechados, no repositorio de relatorios (copybooks RRL*):
      *    copia guardada e indexada por programa, nome, data de
      *    movimento e operador, para consulta e reimpressao em
      *    RELREP01.
      * VRS055 15.10.2026 - CAETANO - 1091-VERIFICA-PENDENCIAS avisa no
      *    console e na trilha de auditoria quando a folha roda com
      *    alteracoes de domicilio bancario, valor-hora ou comissao
      *    ainda pendentes de aprovacao em ALTERACOES-PENDENTES
      *    (copybooks PND*, fila de APROVA01): essas matriculas saem
      *    com o valor ainda vigente no mestre.
      * VRS054 02.09.2026 - CAETANO - Pensao alimenticia judicial:
      *    2073 calcula as ordens vigentes da matricula em
      *    PENSOES-JUDICIAIS (mantido por PENSAO01, 30a linha do
      *    cartao SYSIN) - percentual do liquido apos INSS e IRRF ou
      *    valor fixo, limitado ao liquido - e 2075 desconta antes do
      *    vale-transporte e do consignado. O recibo ganhou uma linha
      *    por ordem, HIM-DESC-PENSAO guarda o desconto e a remessa
      *    CNAB240 um segmento A por beneficiario (matricula + 'P' +
      *    sequencia em CNA-MATRICULA), recalculado do S1 como o do
      *    funcionario. O retroativo nao desconta e HIM-LIQUIDO segue
      *    sem o desconto, como segue sem o vale.
      * VRS053 02.09.2026 - CAETANO - Vale-transporte: 2074 desconta
      *    do liquido a parte do funcionario no vale da competencia
      *    apurado por VALETR01 (VALE-TRANSPORTE-MES, 29a linha do
      *    cartao SYSIN): PRS PERC-VALE-TRANSPORTE (padrao 6%) do
      *    salario-base de horas normais, limitado ao valor do vale,
      *    antes das parcelas do consignado. O recibo ganhou a linha
      *    do vale; o retroativo nao desconta e HIM-LIQUIDO segue
      *    sem o desconto, como segue sem o consignado.
      * VRS052 02.09.2026 - CAETANO - Emprestimo consignado em folha:
      *    2075-APLICA-DESCONTOS desconta do liquido as parcelas dos
      *    contratos ativos de EMPRESTIMOS (mantido por CONSIG01) ate
      *    a margem consignavel (PRS MARGEM-CONSIGNAVEL, padrao 35%),
      *    conta a parcela, registra a falta quando a margem nao
      *    comporta a parcela inteira e quita o contrato na ultima.
      *    O recibo mostra parcela e saldo devedor, a remessa CNAB ja
      *    sai com o liquido descontado e 3080 gera o repasse a cada
      *    banco credor (OPE23, 27a linha do cartao SYSIN; a 28a
      *    troca o caminho de EMPRESTIMOS). O retroativo nao desconta
      *    parcela; HIM-LIQUIDO segue sem o consignado, como segue
      *    sem a comissao.
      * VRS051 02.09.2026 - CAETANO - As linhas do recibo passaram ao
      *    copybook RECDADOS, compartilhado com o recibo do 13o
      *    salario de DECTER01; titulo e rotulo do valor pago viraram
      *    campos (REC-TITULO, REC-ROTULO-VALOR) com os textos de
      *    sempre, e o recibo do adiantamento sai igual.
      * VRS050 02.09.2026 - CAETANO - As faixas de INSS/IRRF e o
      *    layout CNAB240 com as tabelas de bancos e de NSA passaram
      *    aos copybooks TRBDADOS e CNBDADOS, compartilhados com o
      *    pagamento de ferias de FERPAG01, que usa o mesmo cartao
      *    CNABSEQ. HISTORICO-MENSAL ganhou HIM-FERIAS (bruto, INSS,
      *    IRRF e liquido das ferias pagas na competencia por
      *    FERPAG01): 2099 e o modo retro leem o registro antes de
      *    regravar, para nao perder as ferias.
      * VRS049 02.09.2026 - CAETANO - FECHAMENTO-COMISSOES acompanhou a
      *    comissao por faixa de meta de COMISS01 (FEC-FAIXA e
      *    FEC-PERC-ATINGIDO): a faixa, o percentual da meta
      *    atingido e a taxa aplicada sao carregados em
      *    TAB-COMISSOES e impressos no recibo, abaixo da comissao,
      *    para o funcionario ver por que a comissao mudou. Faixa em
      *    branco (taxa unica do mestre) nao imprime a linha.
      * VRS048 02.09.2026 - CAETANO - As linhas por pagina do
      *    relatorio (PAG-LINHAS-POR-PAGINA) passaram a vir da
      *    vigencia LINHAS-POR-PAGINA de PARAMS.TXT, carregada em
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA-CONTROLE.

           SELECT REPASSE-CONSIGNADO   ASSIGN TO OPE23-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPASSE-CONSIGNADO.

           SELECT CARTAO-PARM          ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.
           COPY PRSCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.


           COPY INTCTL.

           COPY CMPCTL.

           COPY EMPCTL.

           COPY VTMCTL.

           COPY PJDCTL.

           COPY PNDCTL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           03  FILLER                  PIC X(01).
           03  RCT-SEQUENCIA           PIC 9(06).

       FD  REPASSE-CONSIGNADO.
       01  REG-REPASSE                  PIC X(100)          VALUE ' '.

       FD  HISTORICO-MENSAL.
       01  REG-HISTORICO-MENSAL.
           03  HIM-CHAVE.
           03  HIM-LIQUIDO             PIC 9(07)V99.
           03  HIM-DESC-INSS           PIC 9(07)V99.
           03  HIM-DESC-IRRF           PIC 9(07)V99.
           03  HIM-FERIAS.
               05  HIM-FERIAS-BRUTO    PIC 9(07)V99.
               05  HIM-FERIAS-INSS     PIC 9(07)V99.
               05  HIM-FERIAS-IRRF     PIC 9(07)V99.
               05  HIM-FERIAS-LIQUIDO  PIC 9(07)V99.
           03  HIM-DESC-PENSAO         PIC 9(07)V99.

       FD  CADASTRO-MESTRE.
       01  REG-CADASTRO-MESTRE.
           03  FEC-PERC-COMISSAO       PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  FEC-VALOR-COMISSAO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  FEC-FAIXA               PIC X(01).
           03  FILLER                  PIC X(01).
           03  FEC-PERC-ATINGIDO       PIC 9(05)V99.

       FD  AFASTAMENTOS.
       01  REG-AFASTAMENTO.
       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.


       COPY INTFD.

       COPY CMPFD.

       COPY EMPFD.

       COPY VTMFD.

       COPY PJDFD.

       COPY PNDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE '** C3A07P01 **'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS056'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY PRSDADOS.
       COPY RUNCDADOS.
       COPY INTDADOS.
       COPY CMPDADOS.
       COPY PAGDADOS.
       COPY EMPDADOS.
       COPY VTMDADOS.
       COPY PJDDADOS.
       COPY PNDDADOS.

      *    Tabela de taxas de adiantamento por categoria do acordo
      *    sindical. Categoria não cadastrada usa a taxa padrão

      *    Faixas de desconto de INSS e IRRF aplicadas sobre o
      *    adiantamento bruto em 2075-APLICA-DESCONTOS, nos moldes de
      *    TAB-TAXA-ADIANTAMENTO, e a deducao por dependente.
       COPY TRBDADOS.

      *    Faixa de VALOR-HORA aceita, baseada no salário mínimo/hora
      *    vigente e no maior valor/hora aprovado pela folha. Registro
                           'TOTAL SEM HORAS LANCADAS: '.
           03  LRR-TOTAL-RECON         PIC ZZZ9.

      *    Linhas do recibo individual, compartilhadas com o 13o
      *    salario de DECTER01 (2086-GRAVA-RECIBO).
       COPY RECDADOS.

       01  SUBTOTAIS-CATEGORIA.
           03  WS-SUBTOTAL-A           PIC S9(09)V99        VALUE  +0.
           03  CONTA-COMISSOES         PIC S9(04) COMP-5  VALUE ZEROS.
           03  CONTA-COMISSOES-PAGAS   PIC S9(04) COMP-5  VALUE ZEROS.
           03  SOMA-COMISSOES          PIC S9(09)V99          VALUE  +0.
           03  WS-FAIXA-COMISSAO       PIC X(01)              VALUE ' '.
           03  WS-PERC-ATINGIDO-COM    PIC 9(05)V99           VALUE 0.
           03  WS-TAXA-COMISSAO        PIC 9(02)V99           VALUE 0.
           03  OPE18                   PIC X(54)              VALUE ' '.
           03  FS-AFASTAMENTOS         PIC X(02)          VALUE '00'.
               88  FS-AFA-OK                                 VALUE '00'.
           03  CONTA-COMPLEMENTARES    PIC S9(05) COMP-5  VALUE ZEROS.
           03  CONTA-AJUSTES-NEG       PIC S9(05) COMP-5  VALUE ZEROS.
           03  CONTA-SEM-DIFERENCA     PIC S9(05) COMP-5  VALUE ZEROS.
           03  OPE23                   PIC X(54)              VALUE ' '.
           03  OPE23-ARQUIVO           PIC X(70)              VALUE ' '.
           03  FS-REPASSE-CONSIGNADO   PIC X(02)          VALUE '00'.
               88  FS-REP-OK                                 VALUE '00'.
           03  IND-HA-EMPRESTIMOS      PIC X(01)              VALUE 'N'.
               88  HA-EMPRESTIMOS                             VALUE 'S'.
           03  IND-FIM-EMPRESTIMOS     PIC X(01)              VALUE 'N'.
               88  FIM-DOS-EMPRESTIMOS                        VALUE 'S'.
           03  WS-MARGEM-DISPONIVEL    PIC S9(07)V99      VALUE ZEROS.
           03  WS-DESC-CONSIGNADO      PIC 9(07)V99       VALUE ZEROS.
           03  WS-DESCONTO-CONTRATO    PIC 9(07)V99       VALUE ZEROS.
           03  WS-FALTA-CONTRATO       PIC 9(07)V99       VALUE ZEROS.
           03  CONTA-CONSIGNADOS       PIC S9(05) COMP-5  VALUE ZEROS.
           03  CONTA-CONSIG-COM-FALTA  PIC S9(05) COMP-5  VALUE ZEROS.
           03  CONTA-CONSIG-QUITADOS   PIC S9(05) COMP-5  VALUE ZEROS.
           03  SOMA-CONSIGNADO         PIC S9(09)V99          VALUE  +0.
           03  SOMA-CONSIG-FALTA       PIC S9(09)V99          VALUE  +0.
           03  IND-HA-VALE-TRANSPORTE  PIC X(01)              VALUE 'N'.
               88  HA-VALE-TRANSPORTE                         VALUE 'S'.
           03  WS-BASE-VALE-TRANSPORTE PIC 9(07)V99       VALUE ZEROS.
           03  WS-DESC-VALE-TRANSPORTE PIC 9(07)V99       VALUE ZEROS.
           03  CONTA-VALES-TRANSPORTE  PIC S9(05) COMP-5  VALUE ZEROS.
           03  SOMA-VALE-TRANSPORTE    PIC S9(09)V99          VALUE  +0.
           03  IND-HA-PENSOES          PIC X(01)              VALUE 'N'.
               88  HA-PENSOES                                 VALUE 'S'.
           03  IND-FIM-PENSOES         PIC X(01)              VALUE 'N'.
               88  FIM-DAS-PENSOES                            VALUE 'S'.
           03  WS-MATRICULA-PENSAO     PIC X(04)          VALUE SPACES.
           03  WS-BASE-PENSAO          PIC S9(07)V99      VALUE ZEROS.
           03  WS-SALDO-PENSAO         PIC S9(07)V99      VALUE ZEROS.
           03  WS-VALOR-PENSAO         PIC 9(07)V99       VALUE ZEROS.
           03  WS-DESC-PENSAO          PIC 9(07)V99       VALUE ZEROS.
           03  WS-PJD-AMD              PIC 9(08)              VALUE 0.
           03  WS-INT-PJD-INI          PIC S9(09) COMP-5  VALUE ZEROS.
           03  WS-INT-PJD-FIM          PIC S9(09) COMP-5  VALUE ZEROS.
           03  CONTA-PENSOES           PIC S9(05) COMP-5  VALUE ZEROS.
           03  SOMA-PENSOES            PIC S9(09)V99          VALUE  +0.
           03  CONTA-PENSOES-REMESSA   PIC S9(05) COMP-5  VALUE ZEROS.
           03  CONTA-BANCOS-CREDORES   PIC S9(04) COMP-5  VALUE ZEROS.
           03  WS-SUB-CREDOR           PIC S9(04) COMP-5  VALUE ZEROS.
           03  WS-BANCO-CREDOR         PIC X(03)          VALUE SPACES.
           03  WS-DETALHES-REPASSE     PIC 9(06)          VALUE ZEROS.
           03  SOMA-REPASSE            PIC S9(11)V99          VALUE  +0.
           03  SOMA-REPASSE-FALTA      PIC S9(11)V99          VALUE  +0.

       01  LINHA-RETRO.
           03  FILLER                  PIC X(11)            VALUE
               05  TCM-MATRICULA       PIC X(04).
               05  TCM-NOME            PIC X(40).
               05  TCM-VALOR           PIC 9(07)V99.
               05  TCM-PERC-COMISSAO   PIC 9(02)V99.
               05  TCM-FAIXA           PIC X(01).
               05  TCM-PERC-ATINGIDO   PIC 9(05)V99.
               05  TCM-SITUACAO        PIC X(01).
                   88  TCM-SEM-MESTRE               VALUE 'M'.
                   88  TCM-PENDENTE                 VALUE 'P'.
           88  TETO-CAPA                             VALUE 'C'.
           88  TETO-REJEITA                          VALUE 'R'.

      *    Margem consignavel: percentual do liquido do adiantamento
      *    (ja sem INSS e IRRF) que as parcelas dos emprestimos
      *    consignados podem comprometer. Vigencia em PARAMS.TXT pelo
      *    nome MARGEM-CONSIGNAVEL; sem ela, o limite legal de 35%.
       01  WS-MARGEM-CONSIGNAVEL       PIC 9(03)V99  VALUE 035,00.

      *    Vale-transporte: percentual do salario-base (valor-hora x
      *    horas normais) que o funcionario paga do vale do mes, nunca
      *    acima do valor do vale. Vigencia em PARAMS.TXT pelo nome
      *    PERC-VALE-TRANSPORTE; sem ela, o limite legal de 6%.
       01  WS-PERC-VALE-TRANSPORTE     PIC 9(03)V99  VALUE 006,00.

      *    Remessa bancária de adiantamentos no padrão CNAB240 exigido
      *    pelo banco: um arquivo por código de banco, gerado em 3070
      *    do S1 já gravado.
       COPY CNBDADOS.

      *    Parcelas de consignado descontadas da matricula corrente
      *    em 2079, guardadas para as linhas do recibo.
       01  TAB-CONSIG-RECIBO.
           03  CONTA-CONSIG-RECIBO     PIC S9(04) COMP-5  VALUE ZEROS.
           03  TCR-ENTRADA             OCCURS 10 TIMES
                                       INDEXED BY TCR-IDX.
               05  TCR-CONTRATO        PIC X(12).
               05  TCR-BANCO           PIC X(03).
               05  TCR-PARCELA         PIC 9(03).
               05  TCR-QTDE-PARCELAS   PIC 9(03).
               05  TCR-DESCONTO        PIC 9(07)V99.
               05  TCR-FALTA           PIC 9(07)V99.
               05  TCR-SALDO           PIC 9(09)V99.

      *    Ordens de pensao alimenticia vigentes da matricula,
      *    calculadas em 2073 para o desconto, as linhas do recibo e
      *    os segmentos A dos beneficiarios na remessa CNAB240.
       01  TAB-PENSOES-MATRICULA.
           03  CONTA-PENSOES-MAT       PIC S9(04) COMP-5  VALUE ZEROS.
           03  TPJ-ENTRADA             OCCURS 9 TIMES
                                       INDEXED BY TPJ-IDX.
               05  TPJ-SEQUENCIA       PIC 9(01).
               05  TPJ-BENEFICIARIO    PIC X(20).
               05  TPJ-PROCESSO        PIC X(20).
               05  TPJ-BANCO           PIC X(03).
               05  TPJ-AGENCIA         PIC X(05).
               05  TPJ-CONTA           PIC X(10).
               05  TPJ-VALOR           PIC 9(07)V99.

      *    Bancos credores com parcela a repassar na competencia,
      *    levantados em 3081 do arquivo de emprestimos.
       01  TAB-BANCOS-CREDORES.
           03  TBC-BANCO               PIC X(03)
                                       OCCURS 20 TIMES
                                       INDEXED BY TBC-IDX.

      *    Repasse do consignado ao banco credor (3080): header com
      *    banco, competencia, data de movimento e numero da remessa
      *    no controle de interfaces, um detalhe por contrato
      *    descontado no mes e o trailer com a quantidade e os totais
      *    descontado e nao descontado (falta de margem).
       01  REPASSE-HEADER.
           03  FILLER                  PIC X(01)            VALUE 'H'.
           03  RPH-BANCO               PIC X(03)            VALUE ' '.
           03  RPH-COMPETENCIA         PIC X(07)            VALUE ' '.
           03  RPH-DATA-GERACAO        PIC X(10)            VALUE ' '.
           03  RPH-NUMERO-REMESSA      PIC 9(06)            VALUE ZEROS.
           03  FILLER                  PIC X(73)            VALUE ' '.

       01  REPASSE-DETALHE.
           03  FILLER                  PIC X(01)            VALUE 'D'.
           03  RPD-MATRICULA           PIC X(04)            VALUE ' '.
           03  RPD-CONTRATO            PIC X(12)            VALUE ' '.
           03  RPD-NOME                PIC X(20)            VALUE ' '.
           03  RPD-PARCELA             PIC 9(03)            VALUE ZEROS.
           03  RPD-QTDE-PARCELAS       PIC 9(03)            VALUE ZEROS.
           03  RPD-VALOR-PARCELA       PIC 9(07)V99         VALUE ZEROS.
           03  RPD-VALOR-DESCONTADO    PIC 9(07)V99         VALUE ZEROS.
           03  RPD-VALOR-FALTA         PIC 9(07)V99         VALUE ZEROS.
           03  RPD-SITUACAO            PIC X(01)            VALUE ' '.
           03  FILLER                  PIC X(29)            VALUE ' '.

       01  REPASSE-TRAILER.
           03  FILLER                  PIC X(01)            VALUE 'T'.
           03  RPT-QTDE-REGISTROS      PIC 9(06)            VALUE ZEROS.
           03  RPT-SOMA-DESCONTADO     PIC 9(11)V99         VALUE ZEROS.
           03  RPT-SOMA-FALTA          PIC 9(11)V99         VALUE ZEROS.
           03  FILLER                  PIC X(67)            VALUE ' '.

      *    Campos auxiliares para converter um valor decimal de duas
      *    casas (vírgula, conforme DECIMAL-POINT IS COMMA) para texto
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPENDEN.dat'
                                       TO OPE21

           MOVE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CSG-C3A07P01'
                                       TO OPE23

           PERFORM 1010-LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM 1090-ABRE-CADASTRO-MESTRE

           PERFORM 1091-VERIFICA-PENDENCIAS

           PERFORM 1095-CARREGA-COMISSOES

           PERFORM 1097-ABRE-AFASTAMENTOS

           PERFORM 1099-ABRE-DEPENDENTES

           PERFORM 1094-ABRE-EMPRESTIMOS

           PERFORM 1093-ABRE-VALE-TRANSPORTE

           PERFORM 1092-ABRE-PENSOES

           .
       1000-SAI.
           EXIT.
                       MOVE 'S'        TO IND-SIMULACAO
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE23
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-EMPRESTIMOS
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-VALE-TRANSPORTE
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-PENSOES
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
               MOVE PRS-VALOR-ACHADO   TO WS-DEDUCAO-DEPENDENTE
           END-IF

           MOVE 'MARGEM-CONSIGNAVEL'   TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-MARGEM-CONSIGNAVEL
           END-IF

           MOVE 'PERC-VALE-TRANSPORTE' TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               MOVE PRS-VALOR-ACHADO   TO WS-PERC-VALE-TRANSPORTE
           END-IF

           MOVE 'LINHAS-POR-PAGINA'    TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
      *    No modo de reprocessamento as saídas da rodada vão para
      *    arquivos complementares próprios (prefixo de duas letras:
      *    R1 saída, RJ rejeitos, CK checkpoint, RL relatório, RO
      *    reconciliação, EX export, RM remessa, RC recibos, RCS
      *    repasse do consignado), abertos
      *    em OUTPUT com cabeçalho e trailer só dos registros
      *    consertados; os arquivos do mês já fechados não são
      *    tocados. Os caminhos do cartão SYSIN valem para o mês, não
                                       TO OPE12
           MOVE 'D:\Documentos\Cursos\COBOL\curso-cobol\RC-C3A07P01.txt'
                                       TO OPE16
           MOVE 'D:\Documentos\Cursos\COBOL\curso-cobol\RCS-C3A07P01'
                                       TO OPE23

           .
       1045-SAI.
       1090-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1091-VERIFICA-PENDENCIAS    SECTION.
      *----------------------------------------------------------------*
      *    Conta os pedidos ainda pendentes de aprovacao que mexem na
      *    folha - domicilio bancario e valor-hora do CADASTRO-MESTRE,
      *    comissao de VENDEDORES-MESTRE - e avisa: a rodada paga com
      *    o valor vigente no mestre, nao com o pedido. O arquivo e
      *    opcional (FS = '35' quando nunca houve pedido).
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-PND-EM-ABERTO

           OPEN INPUT ALTERACOES-PENDENTES

           IF  FS-PND-OK
               MOVE 'N'                TO IND-FIM-PENDENCIAS
               PERFORM UNTIL FIM-DAS-PENDENCIAS
                   READ ALTERACOES-PENDENTES NEXT RECORD
                   AT END
                       MOVE 'S'        TO IND-FIM-PENDENCIAS
                   NOT AT END
                       IF  PND-PENDENTE
                           AND (PND-MESTRE = 'CADMEST'
                             OR PND-MESTRE = 'VENDMEST')
                           ADD 1       TO CONTA-PND-EM-ABERTO
                           DISPLAY NOME-PROGRAMA
                               ' AVISO: ALTERACAO PENDENTE DE '
                               'APROVACAO - ' PND-MESTRE ' '
                               PND-CHAVE ' ' PND-CAMPO
                                       UPON CONSOLE
                       END-IF
               END-PERFORM

               CLOSE ALTERACOES-PENDENTES
           ELSE
               IF  NOT FS-PND-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' AVISO: ALTERACOES-PENDENTES ILEGIVEL, STATUS: '
                       FS-PENDENCIAS   UPON CONSOLE
               END-IF
           END-IF

           IF  CONTA-PND-EM-ABERTO     > ZEROS
               DISPLAY NOME-PROGRAMA ' AVISO: ' CONTA-PND-EM-ABERTO
                   ' ALTERACAO(OES) AGUARDANDO APROVACAO EM APROVA01'
                                       UPON CONSOLE
               MOVE SPACES             TO AUD-TEXTO-OCORRENCIA
               MOVE CONTA-PND-EM-ABERTO
                                       TO PND-QTDE-ED
               STRING 'FOLHA COM ' PND-QTDE-ED
                   ' ALTERACOES PENDENTES'
                   DELIMITED BY SIZE INTO AUD-TEXTO-OCORRENCIA
               PERFORM AUD-GRAVA-OCORRENCIA
           END-IF

           .
       1091-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1094-ABRE-EMPRESTIMOS       SECTION.
      *----------------------------------------------------------------*
      *    Abre os emprestimos consignados mantidos por CONSIG01: em
      *    I-O, para contar as parcelas descontadas, e so para leitura
      *    na simulacao. O arquivo e opcional (FS = '35' quando ainda
      *    nao existe): sem ele, nenhum consignado e descontado. O
      *    retroativo nao desconta parcela e nem abre o arquivo.
      *----------------------------------------------------------------*

           IF  NOT MODO-RETRO
               IF  MODO-SIMULACAO
                   OPEN INPUT EMPRESTIMOS
               ELSE
                   OPEN I-O EMPRESTIMOS
               END-IF

               IF  FS-EMP-OK
                   SET HA-EMPRESTIMOS  TO TRUE
               ELSE
                   IF  NOT FS-EMP-NAO-EXISTE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO ABRIR EMPRESTIMOS, FILE STATUS: '
                           FS-EMPRESTIMOS UPON CONSOLE
                       PERFORM FIM-ENCERRA-ANORMAL
                   END-IF
               END-IF
           END-IF

           .
       1094-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1093-ABRE-VALE-TRANSPORTE   SECTION.
      *----------------------------------------------------------------*
      *    Abre para leitura o vale-transporte do mes apurado por
      *    VALETR01. O arquivo e opcional (FS = '35' quando ainda nao
      *    existe): sem ele, nenhum vale e descontado. O retroativo
      *    nao desconta o vale e nem abre o arquivo.
      *----------------------------------------------------------------*

           IF  NOT MODO-RETRO
               OPEN INPUT VALE-TRANSPORTE-MES

               IF  FS-VTM-OK
                   SET HA-VALE-TRANSPORTE TO TRUE
               ELSE
                   IF  NOT FS-VTM-NAO-EXISTE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO ABRIR VALE-TRANSPORTE-MES, FS: '
                           FS-VALE-TRANSPORTE UPON CONSOLE
                       PERFORM FIM-ENCERRA-ANORMAL
                   END-IF
               END-IF
           END-IF

           .
       1093-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1092-ABRE-PENSOES           SECTION.
      *----------------------------------------------------------------*
      *    Abre para leitura as ordens de pensao alimenticia mantidas
      *    por PENSAO01. O arquivo e opcional (FS = '35' quando ainda
      *    nao existe): sem ele, nenhuma pensao e descontada. O
      *    retroativo nao desconta pensao e nem abre o arquivo.
      *----------------------------------------------------------------*

           IF  NOT MODO-RETRO
               OPEN INPUT PENSOES-JUDICIAIS

               IF  FS-PJD-OK
                   SET HA-PENSOES      TO TRUE
               ELSE
                   IF  NOT FS-PJD-NAO-EXISTE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO ABRIR PENSOES-JUDICIAIS, FS: '
                           FS-PENSOES  UPON CONSOLE
                       PERFORM FIM-ENCERRA-ANORMAL
                   END-IF
               END-IF
           END-IF

           .
       1092-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1095-CARREGA-COMISSOES      SECTION.
      *----------------------------------------------------------------*
                                       TO TCM-NOME(TCM-IDX)
                           MOVE FEC-VALOR-COMISSAO
                                       TO TCM-VALOR(TCM-IDX)
                           PERFORM 1096-CARREGA-FAIXA-COMISSAO
                           MOVE 'P'    TO TCM-SITUACAO(TCM-IDX)
                           IF  HA-CADASTRO-MESTRE
                               MOVE FEC-MATRICULA
       1095-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1096-CARREGA-FAIXA-COMISSAO SECTION.
      *----------------------------------------------------------------*
      *    Taxa, faixa da meta e percentual atingido da comissão
      *    carregada em TCM-IDX. Fechamento gravado antes das faixas
      *    não traz os campos: fica a faixa em branco, sem linha no
      *    recibo.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO TCM-PERC-COMISSAO(TCM-IDX)
           MOVE SPACES                 TO TCM-FAIXA(TCM-IDX)
           MOVE ZEROS                  TO TCM-PERC-ATINGIDO(TCM-IDX)

           IF  FEC-PERC-COMISSAO       NUMERIC
               MOVE FEC-PERC-COMISSAO
                                       TO TCM-PERC-COMISSAO(TCM-IDX)
           END-IF

           IF  (FEC-FAIXA = '1' OR '2' OR '3')
               AND FEC-PERC-ATINGIDO   NUMERIC
               MOVE FEC-FAIXA          TO TCM-FAIXA(TCM-IDX)
               MOVE FEC-PERC-ATINGIDO
                                       TO TCM-PERC-ATINGIDO(TCM-IDX)
           END-IF

           .
       1096-SAI.
           EXIT.

      *----------------------------------------------------------------*
       1097-ABRE-AFASTAMENTOS      SECTION.
      *----------------------------------------------------------------*
                               COMPUTE SOMA-DESCONTOS
                                   = SOMA-DESCONTOS
                                   + S1-DESC-INSS + S1-DESC-IRRF
                                   + WS-DESC-CONSIGNADO
                                   + WS-DESC-VALE-TRANSPORTE
                                   + WS-DESC-PENSAO
                               ADD S1-ADIANTAMENTO-LIQUIDO
                                       TO SOMA-LIQUIDOS
                               IF  NOT MODO-SIMULACAO
       2070-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2072-CALCULA-ORDEM-PENSAO   SECTION.
      *----------------------------------------------------------------*
      *    Ordem lida em REG-PENSAO-JUDICIAL: se vigente em algum dia
      *    da competencia, calcula o valor pela regra da ordem,
      *    limitado ao que resta da base, e guarda em TAB-PENSOES-
      *    MATRICULA.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PJD-AMD
           STRING PJD-DATA-INICIO(7:4) PJD-DATA-INICIO(4:2)
                  PJD-DATA-INICIO(1:2)
               DELIMITED BY SIZE INTO WS-PJD-AMD
           COMPUTE WS-INT-PJD-INI
               = FUNCTION INTEGER-OF-DATE(WS-PJD-AMD)

           IF  PJD-DATA-FIM            = SPACES
               MOVE WS-INT-COMP-FIM    TO WS-INT-PJD-FIM
           ELSE
               MOVE ZEROS              TO WS-PJD-AMD
               STRING PJD-DATA-FIM(7:4) PJD-DATA-FIM(4:2)
                      PJD-DATA-FIM(1:2)
                   DELIMITED BY SIZE INTO WS-PJD-AMD
               COMPUTE WS-INT-PJD-FIM
                   = FUNCTION INTEGER-OF-DATE(WS-PJD-AMD)
           END-IF

           IF  WS-INT-PJD-INI          <= WS-INT-COMP-FIM
               AND WS-INT-PJD-FIM      >= WS-INT-COMP-INI
               AND CONTA-PENSOES-MAT   < 9
               IF  PJD-PERCENTUAL-LIQUIDO
                   COMPUTE WS-VALOR-PENSAO ROUNDED
                       = WS-BASE-PENSAO * PJD-PERCENTUAL / 100
               ELSE
                   MOVE PJD-VALOR-FIXO TO WS-VALOR-PENSAO
               END-IF

               IF  WS-VALOR-PENSAO     > WS-SALDO-PENSAO
                   IF  WS-SALDO-PENSAO > 0
                       MOVE WS-SALDO-PENSAO
                                       TO WS-VALOR-PENSAO
                   ELSE
                       MOVE ZEROS      TO WS-VALOR-PENSAO
                   END-IF
               END-IF

               IF  WS-VALOR-PENSAO     > 0
                   SUBTRACT WS-VALOR-PENSAO
                                       FROM WS-SALDO-PENSAO
                   ADD WS-VALOR-PENSAO TO WS-DESC-PENSAO
                   ADD 1               TO CONTA-PENSOES-MAT
                   SET TPJ-IDX         TO CONTA-PENSOES-MAT
                   MOVE PJD-SEQUENCIA  TO TPJ-SEQUENCIA(TPJ-IDX)
                   MOVE PJD-BENEFICIARIO
                                       TO TPJ-BENEFICIARIO(TPJ-IDX)
                   MOVE PJD-NR-PROCESSO
                                       TO TPJ-PROCESSO(TPJ-IDX)
                   MOVE PJD-BANCO      TO TPJ-BANCO(TPJ-IDX)
                   MOVE PJD-AGENCIA    TO TPJ-AGENCIA(TPJ-IDX)
                   MOVE PJD-CONTA      TO TPJ-CONTA(TPJ-IDX)
                   MOVE WS-VALOR-PENSAO
                                       TO TPJ-VALOR(TPJ-IDX)
               END-IF
           END-IF

           .
       2072-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2073-CALCULA-PENSOES        SECTION.
      *----------------------------------------------------------------*
      *    Calcula as pensoes de WS-MATRICULA-PENSAO sobre
      *    WS-BASE-PENSAO (liquido apos INSS e IRRF): devolve o total
      *    em WS-DESC-PENSAO e cada ordem em TAB-PENSOES-MATRICULA. O
      *    calculo depende so do S1 e das ordens, e a remessa CNAB240
      *    o refaz do S1 gravado para os segmentos dos beneficiarios.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-PENSOES-MAT
           MOVE ZEROS                  TO WS-DESC-PENSAO
           MOVE WS-BASE-PENSAO         TO WS-SALDO-PENSAO
           MOVE 'N'                    TO IND-FIM-PENSOES

           MOVE WS-MATRICULA-PENSAO    TO PJD-MATRICULA
           MOVE ZEROS                  TO PJD-SEQUENCIA

           START PENSOES-JUDICIAIS
               KEY IS >= PJD-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-PENSOES
           END-START

           PERFORM UNTIL FIM-DAS-PENSOES
               READ PENSOES-JUDICIAIS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-PENSOES
               NOT AT END
                   IF  PJD-MATRICULA   = WS-MATRICULA-PENSAO
                       PERFORM 2072-CALCULA-ORDEM-PENSAO
                   ELSE
                       MOVE 'S'        TO IND-FIM-PENSOES
                   END-IF
           END-PERFORM

           .
       2073-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2074-DESCONTA-VALE-TRANSPORTE SECTION.
      *----------------------------------------------------------------*
      *    Le o vale da matricula na competencia; havendo vale, o
      *    desconto e WS-PERC-VALE-TRANSPORTE % do salario-base de
      *    horas normais, limitado ao valor do vale e ao liquido que
      *    resta do adiantamento.
      *----------------------------------------------------------------*

           MOVE E1-MATRICULA           TO VTM-MATRICULA
           MOVE WS-COMPETENCIA         TO VTM-COMPETENCIA

           READ VALE-TRANSPORTE-MES
               INVALID KEY
                   MOVE ZEROS          TO VTM-VALOR
           END-READ

           IF  VTM-VALOR               > 0
               COMPUTE WS-BASE-VALE-TRANSPORTE
                   = E1-VALOR-HORA * WS-HORAS-NORMAIS
               COMPUTE WS-DESC-VALE-TRANSPORTE ROUNDED
                   = WS-BASE-VALE-TRANSPORTE
                   * WS-PERC-VALE-TRANSPORTE / 100
               IF  WS-DESC-VALE-TRANSPORTE > VTM-VALOR
                   MOVE VTM-VALOR      TO WS-DESC-VALE-TRANSPORTE
               END-IF
               IF  WS-DESC-VALE-TRANSPORTE > S1-ADIANTAMENTO-LIQUIDO
                   IF  S1-ADIANTAMENTO-LIQUIDO > 0
                       MOVE S1-ADIANTAMENTO-LIQUIDO
                                       TO WS-DESC-VALE-TRANSPORTE
                   ELSE
                       MOVE ZEROS      TO WS-DESC-VALE-TRANSPORTE
                   END-IF
               END-IF
               SUBTRACT WS-DESC-VALE-TRANSPORTE
                                       FROM S1-ADIANTAMENTO-LIQUIDO
               ADD WS-DESC-VALE-TRANSPORTE
                                       TO SOMA-VALE-TRANSPORTE
               ADD 1                   TO CONTA-VALES-TRANSPORTE
           END-IF

           .
       2074-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2075-APLICA-DESCONTOS       SECTION.
      *----------------------------------------------------------------*
      *    recém-calculado (primeira faixa cujo limite superior o
      *    comporta) e grava em S1 os dois descontos e o líquido, que
      *    antes eram aplicados à mão pela folha antes do pagamento.
      *    Do líquido saem ainda a pensão alimentícia (2073), a
      *    parte do funcionário no vale-transporte (2074) e a parcela
      *    do consignado (2078).
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PERC-INSS
           COMPUTE S1-ADIANTAMENTO-LIQUIDO
               = S1-ADIANTAMENTO - S1-DESC-INSS - S1-DESC-IRRF

           MOVE ZEROS                  TO WS-DESC-PENSAO
           MOVE ZEROS                  TO CONTA-PENSOES-MAT

           IF  HA-PENSOES
               MOVE E1-MATRICULA       TO WS-MATRICULA-PENSAO
               MOVE S1-ADIANTAMENTO-LIQUIDO
                                       TO WS-BASE-PENSAO
               PERFORM 2073-CALCULA-PENSOES
               IF  WS-DESC-PENSAO      > 0
                   SUBTRACT WS-DESC-PENSAO
                                       FROM S1-ADIANTAMENTO-LIQUIDO
                   ADD WS-DESC-PENSAO  TO SOMA-PENSOES
                   ADD 1               TO CONTA-PENSOES
               END-IF
           END-IF

           MOVE ZEROS                  TO WS-DESC-VALE-TRANSPORTE

           IF  HA-VALE-TRANSPORTE
               PERFORM 2074-DESCONTA-VALE-TRANSPORTE
           END-IF

           MOVE ZEROS                  TO WS-DESC-CONSIGNADO
           MOVE ZEROS                  TO CONTA-CONSIG-RECIBO

           IF  HA-EMPRESTIMOS
               PERFORM 2078-DESCONTA-CONSIGNADO
           END-IF

           .
       2075-SAI.
           EXIT.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO S1-VALOR-COMISSAO
           MOVE SPACES                 TO WS-FAIXA-COMISSAO
           MOVE ZEROS                  TO WS-PERC-ATINGIDO-COM
           MOVE ZEROS                  TO WS-TAXA-COMISSAO

           IF  CONTA-COMISSOES         > 0
               SET TCM-IDX             TO 1
                       IF  TCM-PENDENTE(TCM-IDX)
                           MOVE TCM-VALOR(TCM-IDX)
                                       TO S1-VALOR-COMISSAO
                           MOVE TCM-FAIXA(TCM-IDX)
                                       TO WS-FAIXA-COMISSAO
                           MOVE TCM-PERC-ATINGIDO(TCM-IDX)
                                       TO WS-PERC-ATINGIDO-COM
                           MOVE TCM-PERC-COMISSAO(TCM-IDX)
                                       TO WS-TAXA-COMISSAO
                           ADD TCM-VALOR(TCM-IDX)
                               TO S1-ADIANTAMENTO-LIQUIDO
                           ADD TCM-VALOR(TCM-IDX)
       2077-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2078-DESCONTA-CONSIGNADO    SECTION.
      *----------------------------------------------------------------*
      *    Desconta do liquido as parcelas dos emprestimos consignados
      *    da matricula, na ordem dos contratos, ate a margem
      *    consignavel (WS-MARGEM-CONSIGNAVEL % do liquido apos INSS e
      *    IRRF). A parcela conta como descontada no mes mesmo quando
      *    a margem so comporta parte dela: a falta fica acumulada no
      *    contrato e vai no repasse, para o banco cobrar direto do
      *    funcionario.
      *----------------------------------------------------------------*

           COMPUTE WS-MARGEM-DISPONIVEL
               = S1-ADIANTAMENTO-LIQUIDO * WS-MARGEM-CONSIGNAVEL / 100

           MOVE S1-MATRICULA           TO EMP-MATRICULA
           MOVE LOW-VALUES             TO EMP-CONTRATO

           START EMPRESTIMOS
               KEY IS >= EMP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT RECORD
                   PERFORM UNTIL NOT FS-EMP-OK
                       OR EMP-MATRICULA NOT = S1-MATRICULA(1:4)
                       IF  EMP-ATIVO
                           OR EMP-ULTIMA-COMPETENCIA = WS-COMPETENCIA
                           PERFORM 2079-DESCONTA-CONTRATO
                       END-IF
                       READ EMPRESTIMOS NEXT RECORD
                   END-PERFORM
           END-START

           SUBTRACT WS-DESC-CONSIGNADO FROM S1-ADIANTAMENTO-LIQUIDO

           .
       2078-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2079-DESCONTA-CONTRATO      SECTION.
      *----------------------------------------------------------------*
      *    Parcela do contrato em REG-EMPRESTIMO. Contrato ja
      *    descontado nesta competencia (retomada de checkpoint ou
      *    reexecucao autorizada) repete o valor gravado, sem contar
      *    outra parcela. Na simulacao o registro muda so em memoria,
      *    para o recibo simulado mostrar parcela e saldo.
      *----------------------------------------------------------------*

           IF  EMP-ULTIMA-COMPETENCIA  = WS-COMPETENCIA
               MOVE EMP-ULTIMO-DESCONTO
                                       TO WS-DESCONTO-CONTRATO
               MOVE EMP-ULTIMA-FALTA   TO WS-FALTA-CONTRATO
           ELSE
               IF  EMP-VALOR-PARCELA   <= WS-MARGEM-DISPONIVEL
                   MOVE EMP-VALOR-PARCELA
                                       TO WS-DESCONTO-CONTRATO
               ELSE
                   IF  WS-MARGEM-DISPONIVEL > 0
                       MOVE WS-MARGEM-DISPONIVEL
                                       TO WS-DESCONTO-CONTRATO
                   ELSE
                       MOVE ZEROS      TO WS-DESCONTO-CONTRATO
                   END-IF
               END-IF

               COMPUTE WS-FALTA-CONTRATO
                   = EMP-VALOR-PARCELA - WS-DESCONTO-CONTRATO

               ADD 1                   TO EMP-PARCELAS-PAGAS
               ADD WS-FALTA-CONTRATO   TO EMP-NAO-DESCONTADO
               MOVE WS-COMPETENCIA     TO EMP-ULTIMA-COMPETENCIA
               MOVE WS-DESCONTO-CONTRATO
                                       TO EMP-ULTIMO-DESCONTO
               MOVE WS-FALTA-CONTRATO  TO EMP-ULTIMA-FALTA
               MOVE 'N'                TO EMP-IND-REPASSE

               IF  EMP-PARCELAS-PAGAS  >= EMP-QTDE-PARCELAS
                   MOVE 'Q'            TO EMP-SITUACAO
                   MOVE DMV-DATA-MOVIMENTO
                                       TO EMP-DATA-QUITACAO
                   ADD 1               TO CONTA-CONSIG-QUITADOS
               END-IF

               IF  NOT MODO-SIMULACAO
                   REWRITE REG-EMPRESTIMO
                   IF  NOT FS-EMP-OK
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR EMPRESTIMOS, STATUS: '
                           FS-EMPRESTIMOS UPON CONSOLE
                       PERFORM FIM-ENCERRA-ANORMAL
                   END-IF
               END-IF
           END-IF

           SUBTRACT WS-DESCONTO-CONTRATO FROM WS-MARGEM-DISPONIVEL
           ADD WS-DESCONTO-CONTRATO    TO WS-DESC-CONSIGNADO
           ADD WS-DESCONTO-CONTRATO    TO SOMA-CONSIGNADO
           ADD 1                       TO CONTA-CONSIGNADOS

           IF  WS-FALTA-CONTRATO       > 0
               ADD 1                   TO CONTA-CONSIG-COM-FALTA
               ADD WS-FALTA-CONTRATO   TO SOMA-CONSIG-FALTA
           END-IF

           PERFORM EMP-CALCULA-SALDO

           IF  CONTA-CONSIG-RECIBO     < 10
               ADD 1                   TO CONTA-CONSIG-RECIBO
               SET TCR-IDX             TO CONTA-CONSIG-RECIBO
               MOVE EMP-CONTRATO       TO TCR-CONTRATO(TCR-IDX)
               MOVE EMP-BANCO          TO TCR-BANCO(TCR-IDX)
               MOVE EMP-PARCELAS-PAGAS TO TCR-PARCELA(TCR-IDX)
               MOVE EMP-QTDE-PARCELAS  TO TCR-QTDE-PARCELAS(TCR-IDX)
               MOVE WS-DESCONTO-CONTRATO
                                       TO TCR-DESCONTO(TCR-IDX)
               MOVE WS-FALTA-CONTRATO  TO TCR-FALTA(TCR-IDX)
               MOVE EMP-SALDO-DEVEDOR  TO TCR-SALDO(TCR-IDX)
           END-IF

           .
       2079-SAI.
           EXIT.

      *----------------------------------------------------------------*
       2080-BUSCA-MUNICIPIO        SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    Grava em RECIBOS-ADIANTAMENTO uma página formatada por
      *    funcionário processado, com a quebra de horas normais/
      *    extras já calculada em 2000, os valores do adiantamento, as
      *    parcelas de consignado com o saldo devedor e a linha de
      *    assinatura para o dia do pagamento.
      *----------------------------------------------------------------*

           MOVE REC-LINHA-SEPARADORA   TO REG-RECIBO
               MOVE S1-VALOR-COMISSAO  TO REC-COMISSAO
               MOVE REC-LINHA-COMISSAO TO REG-RECIBO
               WRITE REG-RECIBO
               IF  WS-FAIXA-COMISSAO   NOT = SPACES
                   MOVE WS-FAIXA-COMISSAO
                                       TO REC-FAIXA
                   MOVE WS-PERC-ATINGIDO-COM
                                       TO REC-PERC-ATINGIDO
                   MOVE WS-TAXA-COMISSAO
                                       TO REC-TAXA-COMISSAO
                   MOVE REC-LINHA-FAIXA-META
                                       TO REG-RECIBO
                   WRITE REG-RECIBO
               END-IF
           END-IF

           PERFORM VARYING TCR-IDX FROM 1 BY 1
               UNTIL TCR-IDX > CONTA-CONSIG-RECIBO
               MOVE TCR-CONTRATO(TCR-IDX)
                                       TO REC-CONTRATO
               MOVE TCR-BANCO(TCR-IDX) TO REC-BANCO-CREDOR
               MOVE TCR-PARCELA(TCR-IDX)
                                       TO REC-PARC-CONSIGNADO
               MOVE TCR-QTDE-PARCELAS(TCR-IDX)
                                       TO REC-QTDE-CONSIGNADO
               MOVE TCR-DESCONTO(TCR-IDX)
                                       TO REC-DESC-CONSIGNADO
               MOVE TCR-SALDO(TCR-IDX) TO REC-SALDO-CONSIGNADO
               MOVE REC-LINHA-CONSIGNADO
                                       TO REG-RECIBO
               WRITE REG-RECIBO
               IF  TCR-FALTA(TCR-IDX)  > 0
                   MOVE TCR-FALTA(TCR-IDX)
                                       TO REC-FALTA-CONSIGNADO
                   MOVE REC-LINHA-CONSIG-FALTA
                                       TO REG-RECIBO
                   WRITE REG-RECIBO
               END-IF
           END-PERFORM

           PERFORM VARYING TPJ-IDX FROM 1 BY 1
               UNTIL TPJ-IDX > CONTA-PENSOES-MAT
               MOVE TPJ-BENEFICIARIO(TPJ-IDX)
                                       TO REC-BENEFICIARIO
               MOVE TPJ-PROCESSO(TPJ-IDX)
                                       TO REC-PROCESSO
               MOVE TPJ-VALOR(TPJ-IDX) TO REC-DESC-PENSAO
               MOVE REC-LINHA-PENSAO   TO REG-RECIBO
               WRITE REG-RECIBO
           END-PERFORM

           IF  WS-DESC-VALE-TRANSPORTE > 0
               MOVE VTM-QTDE-PASSAGENS TO REC-PASSAGENS-VT
               MOVE VTM-VALOR          TO REC-VALOR-VT
               MOVE WS-DESC-VALE-TRANSPORTE
                                       TO REC-DESC-VT
               MOVE REC-LINHA-VALE-TRANSPORTE
                                       TO REG-RECIBO
               WRITE REG-RECIBO
           END-IF

           COMPUTE REC-DESCONTOS
               = S1-DESC-INSS + S1-DESC-IRRF + WS-DESC-CONSIGNADO
               + WS-DESC-VALE-TRANSPORTE + WS-DESC-PENSAO
           MOVE S1-ADIANTAMENTO-LIQUIDO
                                       TO REC-LIQUIDO
           MOVE REC-LINHA-LIQUIDO      TO REG-RECIBO

           MOVE S1-MATRICULA           TO HIM-MATRICULA
           MOVE WS-COMPETENCIA         TO HIM-COMPETENCIA

      *    As ferias pagas no mes por FERPAG01 dividem o registro da
      *    competencia: le antes para regravar sem perde-las.
           READ HISTORICO-MENSAL
               INVALID KEY
                   MOVE ZEROS          TO HIM-FERIAS
           END-READ

           MOVE S1-ADIANTAMENTO        TO HIM-ADIANTAMENTO
      *    O liquido historico fica sem a verba de comissao, que tem
      *    fechamento proprio em COMISS01, e sem a parcela do
      *    consignado, o vale-transporte e a pensao, que o retroativo
      *    nao desconta: o modo retro recalcula sem eles e compara
      *    liquidos na mesma base. A pensao fica em HIM-DESC-PENSAO.
           COMPUTE HIM-LIQUIDO
               = S1-ADIANTAMENTO-LIQUIDO - S1-VALOR-COMISSAO
               + WS-DESC-CONSIGNADO + WS-DESC-VALE-TRANSPORTE
               + WS-DESC-PENSAO
           MOVE S1-DESC-INSS           TO HIM-DESC-INSS
           MOVE S1-DESC-IRRF           TO HIM-DESC-IRRF
           MOVE WS-DESC-PENSAO         TO HIM-DESC-PENSAO

           WRITE REG-HISTORICO-MENSAL
               INVALID KEY

           READ HISTORICO-MENSAL
               INVALID KEY
                   MOVE ZEROS          TO HIM-FERIAS
                   MOVE ZEROS          TO HIM-DESC-PENSAO
               NOT INVALID KEY
                   MOVE HIM-ADIANTAMENTO
                                       TO WS-ANTIGO-BRUTO
           DISPLAY NOME-PROGRAMA ' ADIANTAMENTOS PRORRATEADOS: '
               CONTA-PRORRATEADOS      UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' PARCELAS DE CONSIGNADO: '
               CONTA-CONSIGNADOS ' TOTAL: ' SOMA-CONSIGNADO
                                       UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' CONSIGNADOS COM FALTA DE MARGEM: '
               CONTA-CONSIG-COM-FALTA ' FALTA: ' SOMA-CONSIG-FALTA
               ' QUITADOS: ' CONTA-CONSIG-QUITADOS
                                       UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' VALES-TRANSPORTE DESCONTADOS: '
               CONTA-VALES-TRANSPORTE ' TOTAL: ' SOMA-VALE-TRANSPORTE
                                       UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' PENSOES ALIMENTICIAS DESCONTADAS: '
               CONTA-PENSOES ' TOTAL: ' SOMA-PENSOES
                                       UPON CONSOLE

           IF  MODO-RETRO
               DISPLAY NOME-PROGRAMA ' RETRO - COMPLEMENTARES: '
                   CONTA-COMPLEMENTARES

           CLOSE RECIBOS-ADIANTAMENTO

           MOVE 'RECIBOS-ADIANTAMENTO' TO RRL-NOME-ATUAL
           MOVE OPE16                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           IF  NOT MODO-SIMULACAO
               PERFORM 3070-GERA-REMESSAS-CNAB
           END-IF

           IF  HA-EMPRESTIMOS
               IF  NOT MODO-SIMULACAO
                   PERFORM 3080-GERA-REPASSES-CONSIGNADO
               END-IF
               CLOSE EMPRESTIMOS
           END-IF

           IF  HA-VALE-TRANSPORTE
               CLOSE VALE-TRANSPORTE-MES
           END-IF

           IF  HA-PENSOES
               CLOSE PENSOES-JUDICIAIS
           END-IF

           IF  HA-CADASTRO-MESTRE
               CLOSE CADASTRO-MESTRE
           END-IF

           CLOSE RELATORIO-RECONCILIACAO

           MOVE 'RELATORIO-RECONCILIACAO'
                                       TO RRL-NOME-ATUAL
           MOVE OPE10                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           .
       3055-SAI.
           EXIT.

               CLOSE RELATORIO-DESLIGAMENTOS

               MOVE 'RELATORIO-DESLIGAMENTOS'
                                       TO RRL-NOME-ATUAL
               MOVE OPE20              TO RRL-CAMINHO-ATUAL
               MOVE DMV-DATA-MOVIMENTO TO RRL-DATA-MOV-ATUAL
               PERFORM RRL-REGISTRA-RELATORIO

               DISPLAY NOME-PROGRAMA ' DESLIGADOS NA COMPETENCIA: '
                   CONTA-DESLIGADOS    UPON CONSOLE
           END-IF

           CLOSE RELATORIO-ADIANTAMENTOS

           MOVE 'RELATORIO-ADIANTAMENTOS'
                                       TO RRL-NOME-ATUAL
           MOVE OPE08                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           .
       3060-SAI.
           EXIT.
      *    distintos dos detalhes, carrega o NSA de cada banco do
      *    cartao CNABSEQ e grava um arquivo por banco (caminho base
      *    OPE12 + '-' + banco + '.txt') com header de arquivo e de
      *    lote, um segmento A por matricula, outro por beneficiario
      *    de pensao alimenticia da matricula, e os trailers com
      *    quantidade e somatoria. Funcionario sem banco no mestre
      *    fica fora e e contado no console. Gerar do S1 final deixa a
      *    remessa correta tambem nas retomadas de checkpoint e no
           DISPLAY NOME-PROGRAMA ' DETALHES SEM BANCO NO MESTRE: '
               CONTA-SEM-BANCO         UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' CREDITOS DE PENSAO NA REMESSA: '
               CONTA-PENSOES-REMESSA   UPON CONSOLE

           .
       3070-SAI.
           EXIT.
       3072-LEVANTA-BANCOS         SECTION.
      *----------------------------------------------------------------*
      *    Relê o S1 do mes e levanta os codigos de banco distintos
      *    dos detalhes, pelo domicilio do CADASTRO-MESTRE, e os dos
      *    beneficiarios de pensao (3077).
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-BANCOS
                                   CONTINUE
                           END-SEARCH
                       END-IF
                       IF  HA-PENSOES
                           PERFORM 3077-LEVANTA-BANCOS-PENSAO
                       END-IF
                   END-IF
           END-PERFORM

      *----------------------------------------------------------------*
      *    Gera o arquivo CNAB240 do banco corrente: NSA novo do
      *    cartao de controle, headers, um segmento A por detalhe do
      *    S1 cujo domicilio e deste banco e por beneficiario de
      *    pensao com conta neste banco (3078), e os trailers.
      *----------------------------------------------------------------*

           PERFORM 3076-PROXIMO-NSA
                                       TO REG-REMESSA
                           WRITE REG-REMESSA
                       END-IF
                       IF  HA-PENSOES
                           PERFORM 3078-GRAVA-SEGMENTOS-PENSAO
                       END-IF
                   END-IF
           END-PERFORM

       3076-SAI.
           EXIT.

      *----------------------------------------------------------------*
       3077-LEVANTA-BANCOS-PENSAO  SECTION.
      *----------------------------------------------------------------*
      *    Refaz as pensoes do detalhe corrente do S1 (2073) e inclui
      *    na tabela de bancos da remessa o banco de cada
      *    beneficiario.
      *----------------------------------------------------------------*

           MOVE S1-MATRICULA           TO WS-MATRICULA-PENSAO
           COMPUTE WS-BASE-PENSAO
               = S1-ADIANTAMENTO - S1-DESC-INSS - S1-DESC-IRRF
           PERFORM 2073-CALCULA-PENSOES

           PERFORM VARYING TPJ-IDX FROM 1 BY 1
               UNTIL TPJ-IDX > CONTA-PENSOES-MAT
               SET TBR-IDX             TO 1
               SEARCH TBR-BANCO
                   AT END
                       ADD 1           TO CONTA-BANCOS
                       SET TBR-IDX     TO CONTA-BANCOS
                       MOVE TPJ-BANCO(TPJ-IDX)
                                       TO TBR-BANCO(TBR-IDX)
                   WHEN TBR-BANCO(TBR-IDX) = TPJ-BANCO(TPJ-IDX)
                       CONTINUE
               END-SEARCH
           END-PERFORM

           .
       3077-SAI.
           EXIT.

      *----------------------------------------------------------------*
       3078-GRAVA-SEGMENTOS-PENSAO SECTION.
      *----------------------------------------------------------------*
      *    Refaz as pensoes do detalhe corrente do S1 (2073) e grava
      *    um segmento A por beneficiario com conta no banco da
      *    remessa. A matricula vai com 'P' e a sequencia da ordem
      *    em CNA-MATRICULA, para RETBAN01 acompanhar o credito do
      *    beneficiario a parte do credito do funcionario.
      *----------------------------------------------------------------*

           MOVE S1-MATRICULA           TO WS-MATRICULA-PENSAO
           COMPUTE WS-BASE-PENSAO
               = S1-ADIANTAMENTO - S1-DESC-INSS - S1-DESC-IRRF
           PERFORM 2073-CALCULA-PENSOES

           PERFORM VARYING TPJ-IDX FROM 1 BY 1
               UNTIL TPJ-IDX > CONTA-PENSOES-MAT
               IF  TPJ-BANCO(TPJ-IDX)  = WS-BANCO-GERACAO
                   ADD 1               TO WS-DETALHES-BANCO
                   ADD 1               TO CONTA-PENSOES-REMESSA
                   MOVE WS-BANCO-GERACAO
                                       TO CNA-BANCO
                   MOVE WS-DETALHES-BANCO
                                       TO CNA-NR-REGISTRO
                   MOVE TPJ-BANCO(TPJ-IDX)
                                       TO CNA-BANCO-FAVORECIDO
                   MOVE TPJ-AGENCIA(TPJ-IDX)
                                       TO CNA-AGENCIA
                   MOVE TPJ-CONTA(TPJ-IDX)
                                       TO CNA-CONTA
                   MOVE TPJ-BENEFICIARIO(TPJ-IDX)
                                       TO CNA-NOME-FAVORECIDO
                   MOVE SPACES         TO CNA-MATRICULA
                   STRING WS-MATRICULA-PENSAO 'P'
                          TPJ-SEQUENCIA(TPJ-IDX)
                       DELIMITED BY SIZE INTO CNA-MATRICULA
                   MOVE TPJ-VALOR(TPJ-IDX)
                                       TO CNA-VALOR-CREDITO
                   ADD TPJ-VALOR(TPJ-IDX)
                                       TO SOMA-BANCO
                   MOVE CNAB-SEGMENTO-A
                                       TO REG-REMESSA
                   WRITE REG-REMESSA
               END-IF
           END-PERFORM

           .
       3078-SAI.
           EXIT.

      *----------------------------------------------------------------*
       3080-GERA-REPASSES-CONSIGNADO SECTION.
      *----------------------------------------------------------------*
      *    Gera o repasse do consignado a cada banco credor: um
      *    arquivo por banco (caminho base OPE23 + '-' + banco +
      *    '.txt') com os contratos descontados na competencia e
      *    ainda nao repassados. Gerar do arquivo de emprestimos, e
      *    nao da memoria, deixa o repasse completo tambem na retomada
      *    de checkpoint; o indicador de repasse gerado evita mandar
      *    de novo ao banco o que o reprocessamento ou uma reexecucao
      *    nao descontou outra vez.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA '3080-GERA-REPASSES-CONSIGNADO'

           PERFORM INT-ABRE-LOG

           PERFORM 3081-LEVANTA-CREDORES

           PERFORM VARYING WS-SUB-CREDOR FROM 1 BY 1
               UNTIL WS-SUB-CREDOR > CONTA-BANCOS-CREDORES
               MOVE TBC-BANCO(WS-SUB-CREDOR)
                                       TO WS-BANCO-CREDOR
               PERFORM 3082-GERA-REPASSE-BANCO
           END-PERFORM

           DISPLAY NOME-PROGRAMA ' BANCOS COM REPASSE DE CONSIGNADO: '
               CONTA-BANCOS-CREDORES   UPON CONSOLE

           .
       3080-SAI.
           EXIT.

      *----------------------------------------------------------------*
       3081-LEVANTA-CREDORES       SECTION.
      *----------------------------------------------------------------*
      *    Levanta os bancos credores distintos dos contratos
      *    descontados na competencia e ainda nao repassados.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-BANCOS-CREDORES
           MOVE 'N'                    TO IND-FIM-EMPRESTIMOS
           MOVE LOW-VALUES             TO EMP-CHAVE

           START EMPRESTIMOS
               KEY IS >= EMP-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-EMPRESTIMOS
           END-START

           PERFORM UNTIL FIM-DOS-EMPRESTIMOS
               READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-EMPRESTIMOS
               NOT AT END
                   IF  EMP-ULTIMA-COMPETENCIA = WS-COMPETENCIA
                       AND EMP-REPASSE-PENDENTE
                       SET TBC-IDX     TO 1
                       SEARCH TBC-BANCO
                           AT END
                               IF  CONTA-BANCOS-CREDORES < 20
                                   ADD 1
                                       TO CONTA-BANCOS-CREDORES
                                   SET TBC-IDX
                                       TO CONTA-BANCOS-CREDORES
                                   MOVE EMP-BANCO
                                       TO TBC-BANCO(TBC-IDX)
                               END-IF
                           WHEN TBC-BANCO(TBC-IDX) = EMP-BANCO
                               CONTINUE
                       END-SEARCH
                   END-IF
           END-PERFORM

           .
       3081-SAI.
           EXIT.

      *----------------------------------------------------------------*
       3082-GERA-REPASSE-BANCO     SECTION.
      *----------------------------------------------------------------*
      *    Gera o arquivo de repasse do banco credor corrente, com o
      *    numero de remessa do controle de interfaces (REPASSE-
      *    + banco), e registra a geracao para o supervisor INTERF01.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO INT-INTERFACE-ATUAL
           STRING 'REPASSE-' WS-BANCO-CREDOR
               DELIMITED BY SIZE INTO INT-INTERFACE-ATUAL
           PERFORM INT-PROXIMO-NUMERO

           MOVE SPACES                 TO OPE23-ARQUIVO
           STRING FUNCTION TRIM(OPE23) '-' WS-BANCO-CREDOR '.txt'
               DELIMITED BY SIZE INTO OPE23-ARQUIVO

           OPEN OUTPUT REPASSE-CONSIGNADO

           IF  NOT FS-REP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR REPASSE-CONSIGNADO, FILE STATUS: '
                   FS-REPASSE-CONSIGNADO UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           MOVE WS-BANCO-CREDOR        TO RPH-BANCO
           MOVE WS-COMPETENCIA         TO RPH-COMPETENCIA
           MOVE DMV-DATA-MOVIMENTO     TO RPH-DATA-GERACAO
           MOVE INT-NUMERO-GERADO      TO RPH-NUMERO-REMESSA
           MOVE REPASSE-HEADER         TO REG-REPASSE
           WRITE REG-REPASSE

           MOVE ZEROS                  TO WS-DETALHES-REPASSE
           MOVE ZEROS                  TO SOMA-REPASSE
           MOVE ZEROS                  TO SOMA-REPASSE-FALTA
           MOVE 'N'                    TO IND-FIM-EMPRESTIMOS
           MOVE LOW-VALUES             TO EMP-CHAVE

           START EMPRESTIMOS
               KEY IS >= EMP-CHAVE
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-EMPRESTIMOS
           END-START

           PERFORM UNTIL FIM-DOS-EMPRESTIMOS
               READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-EMPRESTIMOS
               NOT AT END
                   IF  EMP-ULTIMA-COMPETENCIA = WS-COMPETENCIA
                       AND EMP-REPASSE-PENDENTE
                       AND EMP-BANCO = WS-BANCO-CREDOR
                       PERFORM 3083-GRAVA-DETALHE-REPASSE
                   END-IF
           END-PERFORM

           MOVE WS-DETALHES-REPASSE    TO RPT-QTDE-REGISTROS
           MOVE SOMA-REPASSE           TO RPT-SOMA-DESCONTADO
           MOVE SOMA-REPASSE-FALTA     TO RPT-SOMA-FALTA
           MOVE REPASSE-TRAILER        TO REG-REPASSE
           WRITE REG-REPASSE

           CLOSE REPASSE-CONSIGNADO

           DISPLAY NOME-PROGRAMA ' REPASSE DE CONSIGNADO GERADO, BANCO '
               WS-BANCO-CREDOR ' REMESSA ' INT-NUMERO-GERADO
               ' CONTRATOS ' WS-DETALHES-REPASSE UPON CONSOLE

           MOVE WS-DETALHES-REPASSE    TO INT-QTDE-ATUAL
           MOVE SOMA-REPASSE           TO INT-SOMA-ATUAL
           PERFORM INT-REGISTRA-GERACAO

           .
       3082-SAI.
           EXIT.

      *----------------------------------------------------------------*
       3083-GRAVA-DETALHE-REPASSE  SECTION.
      *----------------------------------------------------------------*
      *    Detalhe do contrato corrente no repasse, com o nome do
      *    CADASTRO-MESTRE, e marca o contrato como ja repassado.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RPD-NOME

           IF  HA-CADASTRO-MESTRE
               MOVE EMP-MATRICULA      TO CDM-MATRICULA
               READ CADASTRO-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CDM-NOME   TO RPD-NOME
               END-READ
           END-IF

           MOVE EMP-MATRICULA          TO RPD-MATRICULA
           MOVE EMP-CONTRATO           TO RPD-CONTRATO
           MOVE EMP-PARCELAS-PAGAS     TO RPD-PARCELA
           MOVE EMP-QTDE-PARCELAS      TO RPD-QTDE-PARCELAS
           MOVE EMP-VALOR-PARCELA      TO RPD-VALOR-PARCELA
           MOVE EMP-ULTIMO-DESCONTO    TO RPD-VALOR-DESCONTADO
           MOVE EMP-ULTIMA-FALTA       TO RPD-VALOR-FALTA
           MOVE EMP-SITUACAO           TO RPD-SITUACAO
           MOVE REPASSE-DETALHE        TO REG-REPASSE
           WRITE REG-REPASSE

           ADD 1                       TO WS-DETALHES-REPASSE
           ADD EMP-ULTIMO-DESCONTO     TO SOMA-REPASSE
           ADD EMP-ULTIMA-FALTA        TO SOMA-REPASSE-FALTA

           MOVE 'S'                    TO EMP-IND-REPASSE
           REWRITE REG-EMPRESTIMO

           IF  NOT FS-EMP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO REGRAVAR EMPRESTIMOS, FILE STATUS: '
                   FS-EMPRESTIMOS      UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .
       3083-SAI.
           EXIT.

       COPY DTHPROC.

       COPY DMVPROC.

       COPY PRSPROC.

       COPY EMPPROC.

      *----------------------------------------------------------------*
       9000-FIM-FECHA-ARQUIVOS     SECTION.
      *----------------------------------------------------------------*
           CLOSE REMESSA-BANCARIA
           CLOSE EXPORT-CONTABIL
           CLOSE CADASTRO-MESTRE
           CLOSE EMPRESTIMOS
           CLOSE VALE-TRANSPORTE-MES
           CLOSE PENSOES-JUDICIAIS
           CLOSE REPASSE-CONSIGNADO
           PERFORM INT-FECHA-LOG

           .

       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY RUNCPROC.
