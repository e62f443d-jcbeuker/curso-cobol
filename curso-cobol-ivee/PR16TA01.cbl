      *    uma venda recusada por preco gravava em REJEITOS-VENDAS o
      *    saldo de outro item, ja que VERIFICA-ESTOQUE-DISPONIVEL nao
      *    chegava a rodar.
      * VERSAO 66 - RELATORIO-VENDEDORES e RELATORIO-ESTOQUE passam a
      *    ser registrados, ao serem fechados, no repositorio de
      *    relatorios (copybooks RRL*): copia guardada e indexada por
      *    programa, nome, data de movimento e operador, para consulta e
      *    reimpressao em RELREP01.
      * VERSAO 65 - Autorizacao por perfil (tabela de permissoes,
      *    copybook OPRPROC): o sign-on do caixa so identifica o
      *    operador; a correcao/anulacao pede a funcao E (excluir) e o
      *    supervisor do desconto a funcao P (aprovar) deste programa ao
      *    perfil de quem assina; a recusa vai para a trilha de
      *    auditoria.
      * VERSAO 64 - Entrega em domicilio (copybooks FRT* e ENT*): no
      *    fechamento pelo console o ticket pode ser marcado para
      *    entrega. O endereco vem do cadastro do cliente (CLIEN01) ou e
      *    digitado, o municipio e conferido no MUNICIPIOS-MESTRE
      *    (OPE18, 20a linha do cartao SYSIN; extinto trocado pelo
      *    sucessor) e precisa estar na tabela FRETES de FRETE01, que da
      *    a rota e o frete somado ao total do ticket. A entrega e
      *    gravada pendente em ENTREGAS com a data combinada, para o
      *    manifesto de MANIFE01 e a baixa de ENTREG01; o cabecalho leva
      *    o frete e o numero da entrega (VALOR-FRETE-S/NR-ENTREGA-S) e
      *    o cupom imprime o frete. Anulacao do ticket cancela a entrega
      *    ainda nao realizada; correcao refaz o total com o frete.
      *    REG-HISTORICO-VENDA ganhou o cliente da venda (HV-CLIENTE)
      *    para a venda por municipio de VENMUN01.
      * VERSAO 63 - Importacao dos pedidos da loja virtual na carga
      *    em lote: com o arquivo de pedidos PEDIDOS-WEB informado
      *    (OPE16, 18a linha do cartao SYSIN), cada pedido (linhas
      *    consecutivas do mesmo numero) vira um ticket depois da
      *    carga, pelas mesmas criticas da carga em lote (codigo
      *    interno ou EAN, preco, estoque) e mais a forma de
      *    pagamento e o cliente do pedido; a prazo gera o titulo em
      *    parcela unica. Pedido ou item recusado volta para a loja
      *    virtual em REJEITOS-WEB (OPE17, 19a linha), no layout do
      *    pedido com codigo MSG-05nn e motivo. Toda linha de venda
      *    passou a levar o canal (CANAL-VENDA-S: L balcao, W loja
      *    virtual) e o numero do pedido (PEDIDO-WEB-S), tambem no
      *    historico (HV-CANAL/HV-PEDIDO-WEB), para RELMES01,
      *    FECHCX01 e COMISS01 separarem a venda da web da do balcao.
      * VERSAO 62 - REG-HISTORICO-VENDA ganhou a hora da venda
      *    (HV-HORA-VENDA, de HORA-VENDA-S) e o operador assinado
      *    (HV-OPERADOR, de OPERADOR-S) para a analise de vendas por
      *    dia da semana e faixa horaria de VENHOR01.
      * VERSAO 61 - Desconto manual no caixa (copybooks DSC*): no
      *    console, cada item aceito pode levar desconto percentual
      *    com motivo, e o fechamento um desconto sobre o total do
      *    ticket. Ate o limite livre do operador (DESCONTO-MAXIMO
      *    de PARAMS.TXT, padrao 5%, excecao DESCONTO-OPR-cccc) o
      *    desconto entra direto; acima dele, exige na hora o
      *    sign-on de outro operador autorizado (OPR-SIGNON), e o
      *    operador do caixa volta assinado em seguida. A linha sai
      *    com o preco liquido e PERC-DESCONTO-S, VALOR-DESCONTO-S,
      *    MOTIVO-DESCONTO-S e SUPERVISOR-DESCONTO-S; no cabecalho
      *    os mesmos campos guardam o desconto do ticket, ja
      *    abatido de VALOR-TOTAL-S e refeito pelo percentual quando
      *    o ticket e corrigido. O cupom imprime os descontos.
      * VERSAO 60 - Vale-troca na devolucao (copybooks VLT*): na
      *    devolucao parcial de venda a vista o operador escolhe
      *    reembolso em dinheiro ou vale-troca; o vale sai numerado
      *    em VALETROC.dat pelo valor devolvido, com validade de
      *    DIAS-VALIDADE-VALE dias (PARAMS.TXT, padrao 90), impresso
      *    em CUPONS-VENDA e anotado na linha devolvida (NR-VALE-S/
      *    VALOR-VALE-S). No fechamento pelo console o vale em
      *    aberto e dentro da validade e aceito como pagamento, por
      *    inteiro ou em parte, abatendo o saldo do vale; o
      *    cabecalho do ticket leva o vale e o valor usado, o cupom
      *    os imprime e a anulacao do ticket devolve o valor ao vale.
      * VERSAO 59 - Orcamento de venda (copybooks COT*): no console,
      *    depois do cliente, o operador pode emitir um orcamento (O)
      *    com a mesma entrada de itens do ticket (catalogo, promocao
      *    e ICMS), sem baixar estoque nem gravar ARQUIVO-SAIDA,
      *    numerado em ORCVENDA.dat, com validade de
      *    DIAS-VALIDADE-ORCAMENTO dias (PARAMS.TXT, padrao 10) e
      *    impresso como orcamento em CUPONS-VENDA; ou converter um
      *    orcamento em ticket (R): os itens entram pelo preco orcado
      *    enquanto o orcamento vale (vencido, pelo preco atual), com
      *    nova critica de estoque, e o orcamento fica marcado como
      *    convertido com o ticket, a data e o valor vendido.
      * VERSAO 58 - Programa de fidelidade (copybooks PTS*): o ticket
      *    de cliente cadastrado ganha pontos sobre o valor vendido
      *    (PONTOS-POR-REAL de PARAMS.TXT, padrao 1 por real, com
      *    excecao por departamento em PONTOS-DEPTO-nn, zero = fora
      *    do programa), lancados no extrato de pontos; anulacao,
      *    correcao e devolucao estornam a diferenca, e a anulacao do
      *    ticket devolve os pontos resgatados. No fechamento pelo
      *    console o cliente pode resgatar pontos como pagamento
      *    (PONTOS-POR-REAL-RESGATE pontos valem R$ 1,00, minimo
      *    PONTOS-MINIMO-RESGATE), que abatem o valor a pagar; o
      *    cabecalho do ticket leva PONTOS-GANHOS-S, PONTOS-RESGATE-S
      *    e VALOR-RESGATE-S, e o cupom imprime os pontos e o saldo.
      *    WS-MAX-PARCELAS saiu de VARIAVEIS-AUXILIARES: o INITIALIZE
      *    de INICIA zerava o padrao de 12 parcelas.
      * VERSAO 57 - Cliente com o credito bloqueado por atraso
      *    (CLI-SITUACAO-CREDITO, bloqueio de RECREC01) nao compra
      *    mais a prazo: o ticket segue a vista, com aviso, ate a
      *    divida ser quitada ou o supervisor liberar o credito em
      *    CLIEN01. Titulo gerado ja sai com multa e juros zerados
      *    (TRC-VALOR-MULTA/TRC-VALOR-JUROS, preenchidos na baixa).
      * VERSAO 56 - Crediario: a venda a prazo pergunta o numero de
      *    parcelas (maximo MAX-PARCELAS de PARAMS.TXT, padrao 12) e
      *    o vencimento da primeira, e gera um titulo por parcela em
      *    TITULOS-RECEBER (TRC-PARCELA/TRC-QTDE-PARCELAS), vencendo
      *    mes a mes; o limite de credito segue criticado pelo total.
      *    Anulacao, correcao e devolucao reduzem ou cancelam as
      *    parcelas abertas a partir da ultima, preservando as ja
      *    recebidas.
      * VERSAO 55 - Itens vendidos por peso (cadastro ITENS-PESAVEIS
      *    mantido por PESAV01, OPE15 / 17a linha do cartao SYSIN,
      *    opcional): estoque e quantidade em gramas, preco por quilo.
      *    A etiqueta EAN-13 de prefixo 2 impressa pela balanca e
      *    decodificada em RESOLVE-CODIGO-ITEM em item e peso ou
      *    valor; a linha gravada leva o peso em PESO-S, quantidade 1
      *    e o valor da pesagem como preco, e o cupom imprime o peso.
      * VERSAO 54 - Controle por filial (copybooks FIL* e EFL*): a
      *    loja em que o caixa roda vem do cartao FILIAL.TXT (ausente
      *    = matriz 01) e sai em FILIAL-S e em HV-FILIAL; kardex com a
      *    filial. O saldo de loja criticado na venda passou a ser o
      *    da filial (ESTFIL.dat), e nao mais o da rede no catalogo.
      * VERSAO 53 - CATALOGO-GOODS ganhou CAT-GOODS-MINIMO-LOJA, o
      *    minimo de prateleira incluido em GOODS-RECORD por ARQUIVO
      *    para a sugestao de reposicao REPOS01.
      * VERSAO 52 - Itens vendidos como kit (composicao mantida por
      *    KIT01, copybooks KIT*, OPE-KITS / 16a linha do cartao
      *    SYSIN, opcional): VERIFICA-ESTOQUE-DISPONIVEL soma ao saldo
      *    de kits ja montados na loja quantos kits os saldos dos
      *    componentes permitem montar, e a venda aceita consome
      *    primeiro os kits montados e o restante dos saldos dos
      *    componentes. A baixa dos componentes e feita por BAIXA01.
      * VERSAO 51 - A devolucao parcial (DEVOLVE-PARCIAL-VENDA)
      *    passou a gravar no kardex (copybooks KDX*) um movimento de
      *    entrada DV com o ticket como documento. O catalogo so e
      *    regravado na baixa do dia (BAIXA01, que lanca a venda
      *    bruta); o saldo da linha e o estoque do catalogo acrescido
      *    do que voltou.
      * VERSAO 50 - As linhas por pagina do resumo por vendedor
      *    (PAG-LINHAS-POR-PAGINA) passaram a vir da vigencia
      *    LINHAS-POR-PAGINA de PARAMS.TXT, carregada em
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUPONS-VENDA.

           SELECT ITENS-PESAVEIS       ASSIGN TO OPE15
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSV-GOODS-CODE
           FILE STATUS IS FS-ITENS-PESAVEIS.

           SELECT PEDIDOS-WEB          ASSIGN TO OPE16
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDIDOS-WEB.

           SELECT REJEITOS-WEB         ASSIGN TO OPE17
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJEITOS-WEB.

           SELECT MUNICIPIOS-MESTRE    ASSIGN TO OPE18
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-CD-MUNICIPIO
           FILE STATUS IS FS-MUNICIPIOS-MESTRE.

           COPY PRMCTL.

           COPY OPRCTL.
           COPY CMPCTL.

           COPY AUDCTL.

           COPY RRLCTL.
           COPY DMVCTL.
           COPY KDXCTL.
           COPY KITCTL.
           COPY FILCTL.
           COPY EFLCTL.
           COPY PTSCTL.
           COPY COTCTL.
           COPY VLTCTL.
           COPY FRTCTL.
           COPY ENTCTL.

      *
      *----------------------------------------------------------------*
           03  VALOR-ICMS-S            PIC  9(05)V99        VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  MATRICULA-VENDEDOR-S    PIC  X(04)           VALUE  ' '.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  FILIAL-S                PIC  X(02)           VALUE  ' '.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  PESO-S                  PIC  9(05)           VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  PONTOS-GANHOS-S         PIC  9(07)           VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  PONTOS-RESGATE-S        PIC  9(07)           VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  VALOR-RESGATE-S         PIC  9(05)V99        VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  NR-VALE-S               PIC  9(06)           VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  VALOR-VALE-S            PIC  9(05)V99        VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  PERC-DESCONTO-S         PIC  9(02)V99        VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  VALOR-DESCONTO-S        PIC  9(05)V99        VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  MOTIVO-DESCONTO-S       PIC  X(02)           VALUE  ' '.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  SUPERVISOR-DESCONTO-S   PIC  X(04)           VALUE  ' '.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  CANAL-VENDA-S           PIC  X(01)           VALUE  'L'.
               88  CANAL-BALCAO                             VALUE  'L'
                                                                   ' '.
               88  CANAL-WEB                                VALUE  'W'.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  PEDIDO-WEB-S            PIC  X(10)           VALUE  ' '.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  VALOR-FRETE-S           PIC  9(05)V99        VALUE ZEROS.
           03  FILLER                  PIC  X(01)           VALUE  ' '.
           03  NR-ENTREGA-S            PIC  9(06)           VALUE ZEROS.

       FD  CARGA-VENDAS.
       01  REG-CARGA-VENDA.
           03  CAT-GOODS-CD-TRIBUTACAO PIC X(01).
           03  FILLER                  PIC X.
           03  CAT-GOODS-ALIQ-ICMS     PIC 9(2)V99.
           03  FILLER                  PIC X.
           03  CAT-GOODS-MINIMO-LOJA   PIC 9(5).

       FD  RELATORIO-VENDEDORES.
       01  REG-REL-VENDEDOR            PIC X(80).
           03  HV-VALOR-ICMS           PIC 9(05)V99.
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-MATRICULA-VENDEDOR   PIC X(04).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-FILIAL               PIC X(02).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-HORA-VENDA           PIC X(11).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-OPERADOR             PIC X(04).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-CANAL                PIC X(01).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-PEDIDO-WEB           PIC X(10).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  HV-CLIENTE              PIC X(04).

       FD  JORNAL-VENDAS.
       01  REG-JORNAL                  PIC X(100).
           03  CLI-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  CLI-LIMITE-CREDITO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CLI-SITUACAO-CREDITO    PIC X(01).
               88  CLI-CREDITO-NORMAL              VALUE ' ' 'N'.
               88  CLI-CREDITO-BLOQUEADO           VALUE 'B'.
               88  CLI-CREDITO-LIBERADO            VALUE 'L'.
           03  FILLER                  PIC X(01).
           03  CLI-DATA-SITUACAO       PIC X(10).
           03  FILLER                  PIC X(01).
           03  CLI-ENDERECO            PIC X(40).
           03  FILLER                  PIC X(01).
           03  CLI-BAIRRO              PIC X(20).
           03  FILLER                  PIC X(01).
           03  CLI-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CLI-CEP                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  CLI-TELEFONE            PIC X(11).

       FD  TITULOS-RECEBER.
       01  REG-TITULO-RECEBER.
               88  TRC-CANCELADO                        VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  TRC-DATA-RECEBIMENTO    PIC X(10).
           03  FILLER                  PIC X(01).
           03  TRC-PARCELA             PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-QTDE-PARCELAS       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-MULTA         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TRC-VALOR-JUROS         PIC 9(07)V99.

       FD  PRECOS-PROMOCAO.
       01  REG-PROMOCAO.
       FD  CUPONS-VENDA.
       01  REG-CUPOM                   PIC X(80).

       FD  ITENS-PESAVEIS.
       01  REG-ITEM-PESAVEL.
           03  PSV-GOODS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  PSV-TIPO-ETIQUETA       PIC X(01).
               88  PSV-ETIQUETA-PESO                    VALUE 'P'.
               88  PSV-ETIQUETA-VALOR                   VALUE 'V'.

       FD  REJEITOS-VENDAS.
       01  REG-REJEITO-VENDA.
           03  RJV-CODIGO-ITEM         PIC 9(04).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  RJV-CD-MENSAGEM         PIC X(08).

      *    Pedido da loja virtual: uma linha por item, as linhas
      *    consecutivas do mesmo PW-NR-PEDIDO formam um pedido, com
      *    cliente e forma de pagamento repetidos em todas.
       FD  PEDIDOS-WEB.
       01  REG-PEDIDO-WEB.
           03  PW-NR-PEDIDO            PIC X(10).
           03  FILLER                  PIC X(01).
           03  PW-DATA-PEDIDO          PIC X(10).
           03  FILLER                  PIC X(01).
           03  PW-CLIENTE              PIC X(04).
           03  FILLER                  PIC X(01).
           03  PW-FORMA-PAGTO          PIC X(01).
           03  FILLER                  PIC X(01).
           03  PW-ITEM                 PIC X(13).
           03  FILLER                  PIC X(01).
           03  PW-QTD                  PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PW-PRECO                PIC 9(03)V99.

      *    Devolucao para a loja virtual: a linha do pedido como veio,
      *    seguida do codigo do catalogo de mensagens e do motivo.
       FD  REJEITOS-WEB.
       01  REG-REJEITO-WEB.
           03  RJW-LINHA-PEDIDO        PIC X(54).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  RJW-CD-MENSAGEM         PIC X(08).
           03  FILLER                  PIC X(01)            VALUE  ' '.
           03  RJW-MOTIVO              PIC X(30).

      *    Mestre de municipios (IBGE), para conferir o municipio do
      *    endereco de entrega.
       FD  MUNICIPIOS-MESTRE.
       01  REG-MUN-MESTRE.
           03  MM-CD-MUNICIPIO         PIC 9(07).
           03  FILLER                  PIC X(01).
           03  MM-NM-MUNICIPIO         PIC X(35).
           03  FILLER                  PIC X(01).
           03  MM-SG-UF                PIC X(02).
           03  FILLER                  PIC X(01).
           03  MM-SITUACAO             PIC X(01).
               88  MM-ATIVO                             VALUE 'A' ' '.
               88  MM-EXTINTO                           VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  MM-CD-SUCESSOR          PIC 9(07).

       COPY PRMFD.

       COPY OPRFD.
       COPY PRSFD.

       COPY AUDFD.

       COPY RRLFD.
       COPY DMVFD.
       COPY CMPFD.
       COPY KDXFD.
       COPY KITFD.
       COPY FILFD.
       COPY EFLFD.
       COPY PTSFD.
       COPY COTFD.
       COPY VLTFD.
       COPY FRTFD.
       COPY ENTFD.


      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE '** PR16TA01 **'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS066'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY RRLDADOS.
       COPY DMVDADOS.
       COPY CMPDADOS.
       COPY PAGDADOS.
       COPY PRSDADOS.
       COPY PRMDADOS.
       COPY OPRDADOS.
       COPY KDXDADOS.
       COPY KITDADOS.
       COPY FILDADOS.
       COPY EFLDADOS.
       COPY PTSDADOS.
       COPY COTDADOS.
       COPY VLTDADOS.
       COPY FRTDADOS.
       COPY ENTDADOS.
       COPY DSCDADOS.

       01  REG-ENT.
           03  CODIGO-ITEM-E           PIC  9(04)           VALUE ZEROS.
           03  WS-SALDO-DISPONIVEL     PIC S9(07) COMP-5    VALUE ZEROS.
           03  WS-RESP-OVERSELL        PIC X(01)            VALUE ' '.
           03  CONTA-SALDOS            PIC S9(04) COMP-5    VALUE ZEROS.
           03  IND-VENDA-KIT           PIC X(01)            VALUE 'N'.
               88  VENDA-DE-KIT                             VALUE 'S'.
           03  WS-SUB-KIT              PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-CODIGO-COMPONENTE    PIC 9(04)            VALUE ZEROS.
           03  WS-KITS-MONTAVEIS       PIC S9(07) COMP-5    VALUE ZEROS.
           03  WS-KITS-COMPONENTE      PIC S9(07) COMP-5    VALUE ZEROS.
           03  WS-KITS-PRONTOS         PIC S9(07) COMP-5    VALUE ZEROS.
           03  WS-KITS-A-MONTAR        PIC S9(07) COMP-5    VALUE ZEROS.
           03  CONTA-VENDAS-RECUSADAS  PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-MOTIVO-RECUSA        PIC X(30)            VALUE ' '.
           03  WS-CD-MSG-RECUSA        PIC X(08)            VALUE ' '.
           03  IND-VENDA-A-PRAZO       PIC X(01)            VALUE 'N'.
               88  VENDA-A-PRAZO                            VALUE 'S'.
           03  WS-DATA-VENC-PRAZO      PIC X(10)        VALUE SPACES.
           03  WS-DATA-VENC-PRAZO-R REDEFINES WS-DATA-VENC-PRAZO.
               05  WS-DIA-VENC-PRAZO   PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-MES-VENC-PRAZO   PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-VENC-PRAZO   PIC X(04).
           03  WS-QTDE-PARCELAS        PIC 9(02)            VALUE 01.
           03  WS-SUB-PARCELA          PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-VALOR-PARCELA        PIC S9(09)V99        VALUE ZEROS.
           03  WS-SOMA-PARCELAS        PIC S9(09)V99        VALUE ZEROS.
           03  WS-VENC-BASE-AMD        PIC 9(08)            VALUE ZEROS.
           03  WS-VENC-BASE-AMD-R REDEFINES WS-VENC-BASE-AMD.
               05  WS-VENC-BASE-ANO    PIC 9(04).
               05  WS-VENC-BASE-MES    PIC 9(02).
               05  WS-VENC-BASE-DIA    PIC 9(02).
           03  WS-VENC-PARCELA-AMD     PIC 9(08)            VALUE ZEROS.
           03  WS-VENC-PARCELA-AMD-R REDEFINES WS-VENC-PARCELA-AMD.
               05  WS-VENC-PARCELA-ANO PIC 9(04).
               05  WS-VENC-PARCELA-MES PIC 9(02).
               05  WS-VENC-PARCELA-DIA PIC 9(02).
           03  WS-MESES-CORRIDOS       PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-ANOS-CORRIDOS        PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-SALDO-RECEBIDO       PIC S9(09)V99        VALUE ZEROS.
           03  WS-SALDO-ABERTO         PIC S9(09)V99        VALUE ZEROS.
           03  WS-NOVO-ABERTO          PIC S9(09)V99        VALUE ZEROS.
           03  WS-REDUCAO-ABERTO       PIC S9(09)V99        VALUE ZEROS.
           03  WS-PROXIMO-TITULO-R     PIC 9(06)            VALUE ZEROS.
           03  IND-FIM-TITULOS-R       PIC X(01)            VALUE 'N'.
               88  FIM-DOS-TITULOS-R                        VALUE 'S'.
           03  WS-QTDE-LINHAS-CUPOM    PIC 9(02)            VALUE ZEROS.
           03  WS-SUB-CUPOM            PIC S9(04) COMP-5    VALUE ZEROS.
           03  CONTA-CUPONS            PIC S9(07) COMP-5    VALUE ZEROS.
           03  OPE15                   PIC X(59)            VALUE ' '.
           03  FS-ITENS-PESAVEIS       PIC X(02)            VALUE '00'.
               88  FS-PSV-OK                                VALUE '00'.
               88  FS-PSV-NAO-EXISTE                        VALUE '35'.
           03  IND-HA-PESAVEIS         PIC X(01)            VALUE 'N'.
               88  HA-PESAVEIS                              VALUE 'S'.
           03  IND-ITEM-PESAVEL        PIC X(01)            VALUE 'N'.
               88  ITEM-PESAVEL                             VALUE 'S'.
           03  WS-TIPO-ETIQUETA        PIC X(01)            VALUE ' '.
               88  ETIQUETA-DE-VALOR                        VALUE 'V'.
           03  IND-ETIQUETA-BALANCA    PIC X(01)            VALUE 'N'.
               88  ETIQUETA-BALANCA                         VALUE 'S'.
           03  WS-ETIQUETA-CONTEUDO    PIC 9(06)            VALUE ZEROS.
           03  WS-ETIQUETA-REAIS       REDEFINES WS-ETIQUETA-CONTEUDO
                                       PIC 9(04)V99.
           03  WS-VALOR-PESAGEM        PIC 9(07)V99         VALUE ZEROS.
           03  WS-QTD-ESTOQUE          PIC S9(09) COMP-5    VALUE ZEROS.
           03  WS-PESO-KG              PIC 9(05)V999        VALUE ZEROS.
           03  WS-PONTOS-RESGATE       PIC 9(07)            VALUE ZEROS.
           03  WS-VALOR-RESGATE        PIC 9(05)V99         VALUE ZEROS.
           03  WS-VALOR-PONTOS         PIC S9(09)V99        VALUE ZEROS.
           03  WS-VALOR-PONTOS-ED      PIC ZZ.ZZ9,99.
           03  WS-SALDO-PONTOS-ED      PIC Z.ZZZ.ZZ9.
           03  WS-TICKET-PONTOS        PIC 9(06)            VALUE ZEROS.
           03  WS-CLIENTE-PONTOS       PIC X(04)        VALUE SPACES.
           03  WS-FILIAL-PONTOS        PIC X(02)        VALUE SPACES.
           03  WS-QTDE-LINHAS-PONTOS   PIC 9(02)            VALUE ZEROS.
           03  WS-RESGATE-TICKET       PIC 9(05)V99         VALUE ZEROS.
           03  WS-PONTOS-JA-GANHOS     PIC 9(07)            VALUE ZEROS.
           03  WS-PONTOS-DEVIDOS       PIC 9(07)            VALUE ZEROS.
           03  WS-PONTOS-BRUTOS        PIC S9(11)V99        VALUE ZEROS.
           03  WS-BASE-PONTOS          PIC S9(09)V99        VALUE ZEROS.
           03  WS-TAXA-PONTOS-ITEM     PIC 9(05)V99         VALUE ZEROS.
           03  WS-DIFERENCA-PONTOS     PIC S9(09) COMP-5    VALUE ZEROS.
           03  WS-SUB-PONTOS           PIC S9(04) COMP-5    VALUE ZEROS.
           03  IND-CLIENTE-PONTOS      PIC X(01)            VALUE 'N'.
               88  CLIENTE-COM-PONTOS                       VALUE 'S'.
           03  WS-CUP-CLIENTE          PIC X(04)        VALUE SPACES.
           03  WS-CUP-PONTOS-GANHOS    PIC 9(07)            VALUE ZEROS.
           03  WS-CUP-PONTOS-RESGATE   PIC 9(07)            VALUE ZEROS.
           03  WS-CUP-VALOR-RESGATE    PIC 9(05)V99         VALUE ZEROS.
           03  CONTA-RESGATES-PONTOS   PIC S9(05) COMP-5    VALUE ZEROS.
           03  WS-OPCAO-ORCAMENTO      PIC X(01)            VALUE ' '.
           03  IND-MODO-ORCAMENTO      PIC X(01)            VALUE 'N'.
               88  EM-ORCAMENTO                             VALUE 'S'.
           03  IND-PRECO-ORCADO        PIC X(01)            VALUE 'N'.
               88  PRECO-ORCADO-VIGENTE                     VALUE 'S'.
           03  WS-PROXIMO-ORCAMENTO    PIC 9(06)            VALUE ZEROS.
           03  WS-ORCAMENTO-CONVERTER  PIC 9(06)            VALUE ZEROS.
           03  WS-LINHA-ORCAMENTO      PIC 9(02)            VALUE ZEROS.
           03  WS-QTDE-LINHAS-ORC      PIC 9(02)            VALUE ZEROS.
           03  WS-SUB-ORCAMENTO        PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-TOTAL-ORCAMENTO      PIC S9(09)V99        VALUE ZEROS.
           03  WS-ICMS-ORCAMENTO       PIC S9(09)V99        VALUE ZEROS.
           03  WS-VALOR-LINHA-ORC      PIC 9(07)V99         VALUE ZEROS.
           03  WS-ICMS-LINHA-ORC       PIC 9(05)V99         VALUE ZEROS.
           03  WS-DATA-VALIDADE-ORC    PIC X(10)        VALUE SPACES.
           03  WS-VALIDADE-ORC-X       PIC X(08)        VALUE SPACES.
           03  WS-VALIDADE-ORC-AMD     REDEFINES WS-VALIDADE-ORC-X
                                       PIC 9(08).
           03  CONTA-ORCAMENTOS        PIC S9(05) COMP-5    VALUE ZEROS.
           03  CONTA-ORCAMENTOS-CONV   PIC S9(05) COMP-5    VALUE ZEROS.
           03  WS-OPCAO-REEMBOLSO      PIC X(01)            VALUE ' '.
               88  REEMBOLSO-EM-VALE                        VALUE 'V'.
           03  WS-PROXIMO-VALE         PIC 9(06)            VALUE ZEROS.
           03  WS-NR-VALE-USO          PIC 9(06)            VALUE ZEROS.
           03  WS-VALOR-VALE-USO       PIC 9(05)V99         VALUE ZEROS.
           03  WS-A-PAGAR-VALE         PIC S9(09)V99        VALUE ZEROS.
           03  WS-VALOR-VALE-ED        PIC ZZ.ZZ9,99.
           03  WS-SALDO-VALE-ED        PIC ZZ.ZZ9,99.
           03  WS-DATA-VALIDADE-VALE   PIC X(10)        VALUE SPACES.
           03  WS-VALIDADE-VALE-X      PIC X(08)        VALUE SPACES.
           03  WS-VALIDADE-VALE-AMD    REDEFINES WS-VALIDADE-VALE-X
                                       PIC 9(08).
           03  WS-CUP-NR-VALE          PIC 9(06)            VALUE ZEROS.
           03  WS-CUP-VALOR-VALE       PIC 9(05)V99         VALUE ZEROS.
           03  CONTA-VALES-EMITIDOS    PIC S9(05) COMP-5    VALUE ZEROS.
           03  CONTA-VALES-USADOS      PIC S9(05) COMP-5    VALUE ZEROS.
           03  WS-PERC-DESC-PEDIDO     PIC 9(07)V99         VALUE ZEROS.
           03  WS-MOTIVO-DESC-PEDIDO   PIC X(02)        VALUE SPACES.
           03  WS-SUPERV-DESC-PEDIDO   PIC X(04)        VALUE SPACES.
           03  IND-DESCONTO-AUTORIZADO PIC X(01)            VALUE 'N'.
               88  DESCONTO-AUTORIZADO                      VALUE 'S'.
           03  WS-PERC-DESC-LINHA      PIC 9(02)V99         VALUE ZEROS.
           03  WS-MOTIVO-DESC-LINHA    PIC X(02)        VALUE SPACES.
           03  WS-SUPERV-DESC-LINHA    PIC X(04)        VALUE SPACES.
           03  WS-DESC-UNITARIO        PIC 9(03)V99         VALUE ZEROS.
           03  WS-PERC-DESC-TICKET     PIC 9(02)V99         VALUE ZEROS.
           03  WS-VALOR-DESC-TICKET    PIC 9(05)V99         VALUE ZEROS.
           03  WS-MOTIVO-DESC-TICKET   PIC X(02)        VALUE SPACES.
           03  WS-SUPERV-DESC-TICKET   PIC X(04)        VALUE SPACES.
           03  WS-PERC-DESC-ED         PIC Z9,99.
           03  WS-OPR-CODIGO-CAIXA     PIC X(04)        VALUE SPACES.
           03  WS-OPR-NOME-CAIXA       PIC X(20)        VALUE SPACES.
           03  WS-OPR-AUTORIZADO-CAIXA PIC X(01)        VALUE SPACES.
           03  WS-CUP-PERC-DESC        PIC 9(02)V99         VALUE ZEROS.
           03  WS-CUP-VALOR-DESC       PIC 9(05)V99         VALUE ZEROS.
           03  CONTA-DESCONTOS         PIC S9(05) COMP-5    VALUE ZEROS.
           03  CONTA-DESCONTOS-SUPERV  PIC S9(05) COMP-5    VALUE ZEROS.

      *    Importacao dos pedidos da loja virtual: fora de
      *    VARIAVEIS-AUXILIARES para o canal nao perder o VALUE no
      *    INITIALIZE do inicio.
       01  CAMPOS-PEDIDO-WEB.
           03  OPE16                   PIC X(59)            VALUE ' '.
           03  OPE17                   PIC X(59)            VALUE ' '.
           03  FS-PEDIDOS-WEB          PIC X(02)            VALUE '00'.
               88  FS-PDW-OK                                VALUE '00'.
           03  FS-REJEITOS-WEB         PIC X(02)            VALUE '00'.
               88  FS-RJW-OK                                VALUE '00'.
           03  IND-HA-PEDIDOS-WEB      PIC X(01)            VALUE 'N'.
               88  HA-PEDIDOS-WEB                           VALUE 'S'.
           03  IND-FIM-PEDIDOS-WEB     PIC X(01)            VALUE 'N'.
               88  FIM-DOS-PEDIDOS-WEB                      VALUE 'S'.
           03  IND-PEDIDO-WEB-RECUSADO PIC X(01)            VALUE 'N'.
               88  PEDIDO-WEB-RECUSADO                      VALUE 'S'.
           03  IND-PEDIDO-WEB-EXCEDIDO PIC X(01)            VALUE 'N'.
               88  PEDIDO-WEB-EXCEDIDO                      VALUE 'S'.
           03  WS-CANAL-VENDA          PIC X(01)            VALUE 'L'.
           03  WS-PEDIDO-WEB-ATUAL     PIC X(10)        VALUE SPACES.
           03  WS-QTDE-ITENS-WEB       PIC 9(02)            VALUE ZEROS.
           03  WS-SUB-ITEM-WEB         PIC S9(04) COMP-5    VALUE ZEROS.
           03  WS-TOTAL-PEDIDO-WEB     PIC S9(09)V99        VALUE ZEROS.
           03  CONTA-PEDIDOS-WEB       PIC S9(07) COMP-5    VALUE ZEROS.
           03  CONTA-PEDIDOS-WEB-RECUS PIC S9(07) COMP-5    VALUE ZEROS.
           03  CONTA-ITENS-WEB-RECUS   PIC S9(07) COMP-5    VALUE ZEROS.

      *    Entrega em domicilio: fora de VARIAVEIS-AUXILIARES pelo
      *    mesmo motivo dos campos do pedido web.
       01  CAMPOS-ENTREGA.
           03  OPE18                   PIC X(59)            VALUE ' '.
           03  FS-MUNICIPIOS-MESTRE    PIC X(02)            VALUE '00'.
               88  FS-MUN-OK                                VALUE '00'.
               88  FS-MUN-NAO-EXISTE                        VALUE '35'.
           03  IND-HA-MUNICIPIOS       PIC X(01)            VALUE 'N'.
               88  HA-MUNICIPIOS                            VALUE 'S'.
           03  IND-HA-FRETES           PIC X(01)            VALUE 'N'.
               88  HA-FRETES                                VALUE 'S'.
           03  IND-ENTREGA-ACEITA      PIC X(01)            VALUE 'N'.
               88  ENTREGA-ACEITA                           VALUE 'S'.
           03  IND-ENTREGA-CANCELADA   PIC X(01)            VALUE 'N'.
               88  ENTREGA-CANCELADA                        VALUE 'S'.
           03  WS-RESP-ENTREGA         PIC X(01)        VALUE SPACES.
           03  WS-VALOR-FRETE-TICKET   PIC 9(05)V99         VALUE ZEROS.
           03  WS-NR-ENTREGA-TICKET    PIC 9(06)            VALUE ZEROS.
           03  WS-NR-ENTREGA-ACERTO    PIC 9(06)            VALUE ZEROS.
           03  WS-DATA-ENTREGA         PIC X(10)        VALUE SPACES.
           03  WS-DATA-ENTREGA-R REDEFINES WS-DATA-ENTREGA.
               05  WS-DIA-ENTREGA      PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-MES-ENTREGA      PIC 9(02).
               05  FILLER              PIC X(01).
               05  WS-ANO-ENTREGA      PIC 9(04).
           03  WS-ENTREGA-AMD          PIC 9(08)            VALUE ZEROS.
           03  WS-ENTREGA-AMD-R REDEFINES WS-ENTREGA-AMD.
               05  WS-ENTREGA-ANO      PIC 9(04).
               05  WS-ENTREGA-MES      PIC 9(02).
               05  WS-ENTREGA-DIA      PIC 9(02).
           03  WS-CUP-VALOR-FRETE      PIC 9(05)V99         VALUE ZEROS.
           03  WS-CUP-NR-ENTREGA       PIC 9(06)            VALUE ZEROS.
           03  CONTA-ENTREGAS          PIC S9(07) COMP-5    VALUE ZEROS.

      *    Linha do pedido em processamento, no layout de PEDIDOS-WEB.
       01  LINHA-PEDIDO-WEB.
           03  LPW-NR-PEDIDO           PIC X(10).
           03  FILLER                  PIC X(01).
           03  LPW-DATA-PEDIDO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  LPW-CLIENTE             PIC X(04).
           03  FILLER                  PIC X(01).
           03  LPW-FORMA-PAGTO         PIC X(01).
               88  LPW-FORMA-VALIDA                     VALUE 'D' 'C'
                                                              'P'.
           03  FILLER                  PIC X(01).
           03  LPW-ITEM                PIC X(13).
           03  FILLER                  PIC X(01).
           03  LPW-QTD                 PIC 9(05).
           03  FILLER                  PIC X(01).
           03  LPW-PRECO               PIC 9(03)V99.

      *    Linhas do pedido corrente, guardadas ate a critica do
      *    pedido inteiro; o pedido acima de 99 linhas e recusado.
       01  TAB-PEDIDO-WEB.
           03  TPW-LINHA               PIC X(54)        OCCURS 99 TIMES.

      *    Linhas do cupom do cliente, uma via por ticket fechado,
      *    impressas por GRAVA-CUPOM.
           03  FILLER                  PIC X(03)      VALUE ' = '.
           03  CUP-VALOR-ITEM          PIC ZZZ.ZZ9,99.

       01  CUP-LINHA-PESO.
           03  FILLER                  PIC X(05)      VALUE SPACES.
           03  FILLER                  PIC X(06)      VALUE 'PESO: '.
           03  CUP-PESO                PIC ZZ9,999.
           03  FILLER                  PIC X(03)      VALUE ' KG'.

       01  CUP-LINHA-TOTAL.
           03  FILLER                  PIC X(07)      VALUE 'TOTAL: '.
           03  CUP-TOTAL               PIC ZZZ.ZZ9,99.
               '  PAGTO: '.
           03  CUP-FORMA               PIC X(08).

       01  CUP-LINHA-RESGATE.
           03  FILLER                  PIC X(17)      VALUE
               'PONTOS RESGATE: '.
           03  CUP-PONTOS-RESGATE      PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(03)      VALUE ' = '.
           03  CUP-VALOR-RESGATE       PIC ZZ.ZZ9,99.

      *    Linhas próprias do orçamento impresso em CUPONS-VENDA por
      *    IMPRIME-ORCAMENTO; os itens e o total usam as do cupom.
       01  CUP-LINHA-ORCAMENTO.
           03  FILLER                  PIC X(11)      VALUE
               'ORCAMENTO: '.
           03  CUP-ORCAMENTO           PIC 9(06).
           03  FILLER                  PIC X(11)      VALUE
               '  EMISSAO: '.
           03  CUP-EMISSAO-ORC         PIC X(10).

       01  CUP-LINHA-VALIDADE.
           03  FILLER                  PIC X(12)      VALUE
               'VALIDO ATE: '.
           03  CUP-VALIDADE-ORC        PIC X(10).
           03  FILLER                  PIC X(11)      VALUE
               '  CLIENTE: '.
           03  CUP-CLIENTE-ORC         PIC X(04).

       01  CUP-LINHA-TOTAL-ORC.
           03  FILLER                  PIC X(07)      VALUE 'TOTAL: '.
           03  CUP-TOTAL-ORC           PIC ZZZ.ZZ9,99.
           03  FILLER                  PIC X(08)      VALUE
               '  ICMS: '.
           03  CUP-ICMS-ORC            PIC ZZ.ZZ9,99.

       01  CUP-LINHA-AVISO-ORC.
           03  FILLER                  PIC X(40)      VALUE
               'ORCAMENTO - NAO E DOCUMENTO DE VENDA'.

       01  CUP-LINHA-A-PAGAR.
           03  FILLER                  PIC X(10)      VALUE
               'A PAGAR: '.
           03  CUP-A-PAGAR             PIC ZZZ.ZZ9,99.

      *    Linhas do vale-troca: o vale aceito como pagamento e o
      *    vale emitido na devolução da linha, no cupom do ticket, e
      *    o comprovante do vale impresso na emissão.
       01  CUP-LINHA-VALE-USO.
           03  FILLER                  PIC X(12)      VALUE
               'VALE-TROCA: '.
           03  CUP-NR-VALE-USO         PIC 9(06).
           03  FILLER                  PIC X(08)      VALUE SPACES.
           03  FILLER                  PIC X(03)      VALUE ' = '.
           03  CUP-VALOR-VALE-USO      PIC ZZ.ZZ9,99.

       01  CUP-LINHA-VALE-ITEM.
           03  FILLER                  PIC X(05)      VALUE SPACES.
           03  FILLER                  PIC X(20)      VALUE
               'DEVOLVIDO EM VALE '.
           03  CUP-NR-VALE-ITEM        PIC 9(06).
           03  FILLER                  PIC X(03)      VALUE ' = '.
           03  CUP-VALOR-VALE-ITEM     PIC ZZ.ZZ9,99.

      *    Linhas do desconto manual: sob o item e antes do total.
       01  CUP-LINHA-DESC-ITEM.
           03  FILLER                  PIC X(05)      VALUE SPACES.
           03  FILLER                  PIC X(09)      VALUE
               'DESCONTO '.
           03  CUP-PERC-DESC-ITEM      PIC Z9,99.
           03  FILLER                  PIC X(02)      VALUE '% '.
           03  FILLER                  PIC X(07)      VALUE
               'MOTIVO '.
           03  CUP-MOTIVO-DESC-ITEM    PIC X(02).
           03  FILLER                  PIC X(03)      VALUE ' -'.
           03  CUP-VALOR-DESC-ITEM     PIC ZZ.ZZ9,99.

       01  CUP-LINHA-DESC-TICKET.
           03  FILLER                  PIC X(19)      VALUE
               'DESCONTO NO TOTAL '.
           03  CUP-PERC-DESC-TICKET    PIC Z9,99.
           03  FILLER                  PIC X(05)      VALUE '%  - '.
           03  CUP-VALOR-DESC-TICKET   PIC ZZ.ZZ9,99.

       01  CUP-LINHA-FRETE.
           03  FILLER                  PIC X(17)      VALUE
               'FRETE DA ENTREGA '.
           03  CUP-NR-ENTREGA          PIC 9(06).
           03  FILLER                  PIC X(03)      VALUE ' - '.
           03  CUP-VALOR-FRETE         PIC ZZ.ZZ9,99.

       01  CUP-LINHA-TITULO-VALE.
           03  FILLER                  PIC X(40)      VALUE
               'VALE-TROCA - CREDITO PARA COMPRAS'.

       01  CUP-LINHA-VALE-NUMERO.
           03  FILLER                  PIC X(06)      VALUE
               'VALE: '.
           03  CUP-NR-VALE             PIC 9(06).
           03  FILLER                  PIC X(11)      VALUE
               '  EMISSAO: '.
           03  CUP-EMISSAO-VALE        PIC X(10).

       01  CUP-LINHA-VALE-VALOR.
           03  FILLER                  PIC X(07)      VALUE
               'VALOR: '.
           03  CUP-VALOR-VALE          PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(14)      VALUE
               '  VALIDO ATE: '.
           03  CUP-VALIDADE-VALE       PIC X(10).

       01  CUP-LINHA-VALE-ORIGEM.
           03  FILLER                  PIC X(16)      VALUE
               'DEVOLUCAO TKT: '.
           03  CUP-TICKET-VALE         PIC 9(06).
           03  FILLER                  PIC X(08)      VALUE
               '  ITEM: '.
           03  CUP-ITEM-VALE           PIC 9(04).

       01  CUP-LINHA-PONTOS.
           03  FILLER                  PIC X(08)      VALUE
               'PONTOS: '.
           03  CUP-PONTOS-GANHOS       PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(09)      VALUE
               '  SALDO: '.
           03  CUP-SALDO-PONTOS        PIC Z.ZZZ.ZZ9.

      *    Tolerância, em pontos percentuais, entre o preço digitado e
      *    CAT-GOODS-PRICE do catálogo (10a linha do cartão SYSIN);
      *    fora da faixa, a venda é recusada em lote e exige
      *    confirmação explícita no console.
       01  WS-TOLERANCIA-PRECO         PIC 9(03)            VALUE 010.

      *    Máximo de parcelas do crediario (MAX-PARCELAS de
      *    PARAMS.TXT).
       01  WS-MAX-PARCELAS             PIC 9(02)            VALUE 12.

      *    Programa de fidelidade (PARAMS.TXT): pontos ganhos por real
      *    vendido (PONTOS-POR-REAL; PONTOS-DEPTO-nn substitui a taxa
      *    do departamento nn, zero o tira do programa), pontos que
      *    valem R$ 1,00 no resgate (PONTOS-POR-REAL-RESGATE), saldo
      *    mínimo para resgatar (PONTOS-MINIMO-RESGATE) e validade
      *    dos pontos em meses (MESES-VALIDADE-PONTOS).
       01  WS-PONTOS-POR-REAL          PIC 9(05)V99         VALUE 1.
       01  WS-PONTOS-POR-REAL-RESGATE  PIC 9(05)            VALUE 100.
       01  WS-PONTOS-MINIMO-RESGATE    PIC 9(07)            VALUE 100.

      *    Parcelas a receber do ticket corrigido, na ordem de
      *    TRC-NUMERO, para o ajuste dos títulos abertos da última
      *    parcela para a primeira.
       01  TAB-PARCELAS-TICKET.
           03  CONTA-PARCELAS-TICKET   PIC S9(04) COMP-5    VALUE ZEROS.
           03  TPT-PARCELA             OCCURS 24 TIMES.
               05  TPT-NUMERO          PIC 9(06).
               05  TPT-VALOR           PIC 9(09)V99.
               05  TPT-SITUACAO        PIC X(01).
                   88  TPT-ABERTO                       VALUE 'A'.

      *    Saldo corrente de estoque por item nesta execução: começa
      *    em CAT-GOODS-STOCK no primeiro toque do item e cai a cada
      *    venda aceita, para a crítica de oversell na entrada.
           "D:\Documentos\Cursos\COBOL\curso-cobol\CUPONS.TXT"
                                       TO OPE14

           MOVE
           "D:\Documentos\Cursos\COBOL\curso-cobol\PESAVEIS.dat"
                                       TO OPE15

           MOVE
           "D:\Documentos\Cursos\COBOL\curso-cobol\REJWEB.TXT"
                                       TO OPE17

           MOVE
           "D:\Documentos\Cursos\COBOL\curso-cobol\MUNMEST.dat"
                                       TO OPE18

           PERFORM LE-PARAMETRO

           PERFORM DMV-LE-DATA-MOVIMENTO

           PERFORM FIL-LE-FILIAL-CORRENTE
           MOVE FIL-FILIAL-CORRENTE    TO KDX-FILIAL-ATUAL
           PERFORM EFL-ABRE-CONSULTA

      *    Mes fechado pelo fechamento de mes (FECHME01) nao aceita
      *    mais gravacao datada dentro dele.
           PERFORM CMP-ABRE-COMPETENCIAS
      *    caixa por operador de FECHCX01. A carga em lote segue sem
      *    operador, como as demais cargas.
           IF  NOT VEIO-DE-BATCH
               SET OPR-FUNC-IDENTIFICA TO TRUE
               PERFORM OPR-SIGNON
               IF  NOT OPR-ASSINADO
                   DISPLAY NOME-PROGRAMA
               END-IF
           END-IF

      *    Os pedidos da loja virtual entram junto com a carga em
      *    lote, que recria ARQUIVO-SAIDA do dia; no console nao ha
      *    importacao.
           IF  HA-PEDIDOS-WEB
               AND NOT VEIO-DE-BATCH
               DISPLAY NOME-PROGRAMA
                   ' PEDIDOS-WEB SO ENTRAM NA CARGA EM LOTE, IGNORADOS'
                                       UPON CONSOLE
               MOVE 'N'                TO IND-HA-PEDIDOS-WEB
           END-IF

           IF  HA-PEDIDOS-WEB
               OPEN INPUT PEDIDOS-WEB
               IF  NOT FS-PDW-OK
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR PEDIDOS-WEB, FILE STATUS: '
                       FS-PEDIDOS-WEB  UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF

               OPEN OUTPUT REJEITOS-WEB
               IF  NOT FS-RJW-OK
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR REJEITOS-WEB, FILE STATUS: '
                       FS-REJEITOS-WEB UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

           OPEN INPUT VENDEDORES-MESTRE

           IF  FS-VEN-OK
               END-IF
           END-IF

      *    A composicao de kits e opcional: sem o arquivo de KIT01,
      *    nenhum item e explodido em componentes.
           PERFORM KIT-ABRE-COMPOSICAO

      *    O cadastro de itens por peso e opcional: sem o arquivo de
      *    PESAV01, todo item vende por unidade e etiqueta de balanca
      *    nao e reconhecida.
           OPEN INPUT ITENS-PESAVEIS

           IF  FS-PSV-OK
               SET HA-PESAVEIS         TO TRUE
           ELSE
               IF  NOT FS-PSV-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ITENS-PESAVEIS, STATUS: '
                       FS-ITENS-PESAVEIS UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               END-IF
           END-IF

      *    O extrato de pontos de fidelidade e criado na primeira
      *    execucao; sem ele aberto, a venda segue sem pontos.
           PERFORM PTS-ABRE-PONTOS

      *    O arquivo de orcamentos e criado na primeira execucao; sem
      *    ele aberto, o console so nao oferece o orcamento.
           OPEN I-O COTACOES-VENDA

           IF  FS-COT-NAO-EXISTE
               OPEN OUTPUT COTACOES-VENDA
               CLOSE COTACOES-VENDA
               OPEN I-O COTACOES-VENDA
           END-IF

           IF  FS-COT-OK
               MOVE 'S'                TO IND-COT-ABERTO
               PERFORM BUSCA-ULTIMO-ORCAMENTO
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR COTACOES-VENDA, FILE STATUS: '
                   FS-COTACOES-VENDA   UPON CONSOLE
           END-IF

      *    O arquivo de vales-troca tambem nasce na primeira
      *    execucao; sem ele aberto, a devolucao so reembolsa em
      *    dinheiro e o fechamento nao aceita vale.
           OPEN I-O VALES-TROCA

           IF  FS-VLT-NAO-EXISTE
               OPEN OUTPUT VALES-TROCA
               CLOSE VALES-TROCA
               OPEN I-O VALES-TROCA
           END-IF

           IF  FS-VLT-OK
               MOVE 'S'                TO IND-VLT-ABERTO
               PERFORM BUSCA-ULTIMO-VALE
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR VALES-TROCA, FILE STATUS: '
                   FS-VALES-TROCA      UPON CONSOLE
           END-IF

      *    Entrega em domicilio: sem a tabela de fretes de FRETE01
      *    nao ha entrega a oferecer; o arquivo de entregas nasce na
      *    primeira execucao, e o mestre de municipios e opcional.
           OPEN INPUT FRETES

           IF  FS-FRT-OK
               SET HA-FRETES           TO TRUE
           ELSE
               IF  NOT FS-FRT-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR FRETES, FILE STATUS: '
                       FS-FRETES       UPON CONSOLE
               END-IF
           END-IF

           OPEN I-O ENTREGAS

           IF  FS-ENT-NAO-EXISTE
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF

           IF  FS-ENT-OK
               SET ENTREGAS-ABERTO     TO TRUE
               PERFORM BUSCA-ULTIMA-ENTREGA
           ELSE
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR ENTREGAS, FILE STATUS: '
                   FS-ENTREGAS         UPON CONSOLE
           END-IF

           OPEN INPUT MUNICIPIOS-MESTRE

           IF  FS-MUN-OK
               SET HA-MUNICIPIOS       TO TRUE
           ELSE
               IF  NOT FS-MUN-NAO-EXISTE
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR MUNICIPIOS-MESTRE, STATUS: '
                       FS-MUNICIPIOS-MESTRE UPON CONSOLE
               END-IF
           END-IF

           MOVE ZEROS                  TO WS-DATA-MOV-AMD
           STRING DMV-ANO-MOV DMV-MES-MOV DMV-DIA-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-AMD
                       MOVE REG-PARM   TO OPE14
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE-KITS
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE15
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE16
                       MOVE 'S'        TO IND-HA-PEDIDOS-WEB
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE17
                   END-IF

                   READ CARTAO-PARM
                   IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                       MOVE REG-PARM   TO OPE18
                   END-IF

                   CLOSE CARTAO-PARM
               END-IF
           END-IF
           CARREGA-LIMITES             SECTION.
      *----------------------------------------------------------------*
      *    Carrega do arquivo central de parametros (PARAMS.TXT,
      *    mantido por PARAME01) a tolerancia de preco, as linhas por
      *    pagina, o maximo de parcelas do crediario (MAX-PARCELAS,
      *    ate 24), as taxas do programa de fidelidade e a validade
      *    do orcamento vigentes na data de movimento; parametro
      *    ausente mantem o padrao de
      *    WORKING-STORAGE (que a 10a linha do cartao SYSIN tambem
      *    pode sobrepor).
      *----------------------------------------------------------------*
               MOVE PRS-VALOR-ACHADO   TO PAG-LINHAS-POR-PAGINA
           END-IF

           MOVE 'MAX-PARCELAS'         TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 25
               MOVE PRS-VALOR-ACHADO   TO WS-MAX-PARCELAS
           END-IF

           MOVE 'PONTOS-POR-REAL'      TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    NOT < 0
               MOVE PRS-VALOR-ACHADO   TO WS-PONTOS-POR-REAL
           END-IF

           MOVE 'PONTOS-POR-REAL-RESGATE'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               MOVE PRS-VALOR-ACHADO   TO WS-PONTOS-POR-REAL-RESGATE
           END-IF

           MOVE 'PONTOS-MINIMO-RESGATE'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    NOT < 0
               MOVE PRS-VALOR-ACHADO   TO WS-PONTOS-MINIMO-RESGATE
           END-IF

           MOVE 'MESES-VALIDADE-PONTOS'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO PTS-MESES-VALIDADE
           END-IF

           MOVE 'DIAS-VALIDADE-ORCAMENTO'
                                       TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO COT-DIAS-VALIDADE
           END-IF

           MOVE 'DIAS-VALIDADE-VALE'   TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO VLT-DIAS-VALIDADE
           END-IF

      *    Limite livre de desconto manual: o geral, substituido pelo
      *    do operador assinado quando houver DESCONTO-OPR-cccc.
           MOVE 'DESCONTO-MAXIMO'      TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    NOT < 0
               AND PRS-VALOR-ACHADO    < 100
               MOVE PRS-VALOR-ACHADO   TO DSC-PERC-MAXIMO-PADRAO
           END-IF
           MOVE DSC-PERC-MAXIMO-PADRAO TO DSC-PERC-MAXIMO-OPR

           IF  OPR-CODIGO-ATIVO        NOT = SPACES
               MOVE SPACES             TO PRS-NOME-PEDIDO
               STRING 'DESCONTO-OPR-' OPR-CODIGO-ATIVO
                   DELIMITED BY SIZE   INTO PRS-NOME-PEDIDO
               PERFORM PRS-OBTEM-PARAMETRO
               IF  PRS-ACHADO
                   AND PRS-VALOR-ACHADO NOT < 0
                   AND PRS-VALOR-ACHADO < 100
                   MOVE PRS-VALOR-ACHADO
                                       TO DSC-PERC-MAXIMO-OPR
               END-IF
           END-IF

           .

           EXIT.
               END-IF
           END-PERFORM

           IF  HA-PEDIDOS-WEB
               PERFORM PROCESSA-PEDIDOS-WEB
           END-IF

           PERFORM GRAVA-RODAPE

           .
      *    do dia) e o cliente abrem o ticket, os itens entram em laço
      *    até o operador fechar com o código em branco, e o
      *    fechamento decide a forma de pagamento, grava o cabeçalho
      *    do ticket com o total e gera o título da venda a prazo. Em
      *    vez da venda, o operador pode emitir um orçamento ou
      *    converter em ticket um orçamento já emitido.
      *----------------------------------------------------------------*

           MOVE 'VENDEDOR (9999 ENCERRA A ENTRADA): '

           IF  VENDEDOR-E(1:4)         = '9999'
               MOVE 'S'                TO IND-FIM-ENTRADA
               MOVE 'E'                TO OPR-FUNCAO-SOLICITADA
               PERFORM OPR-SIGNON
               IF  OPR-AUTORIZADO
                   PERFORM CORRIGE-VENDAS
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-CLIENTE

                   MOVE SPACES         TO WS-OPCAO-ORCAMENTO
                   IF  COTACOES-VENDA-ABERTO
                       MOVE
                   'ORCAMENTO (BRANCO=VENDA O=EMITIR R=CONVERTER): '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO-ORCAMENTO
                   END-IF

                   EVALUATE WS-OPCAO-ORCAMENTO
                       WHEN 'O'
                           PERFORM EMITE-ORCAMENTO
                       WHEN 'R'
                           PERFORM CONVERTE-ORCAMENTO
                       WHEN OTHER
                           PERFORM ABRE-TICKET

                           PERFORM ENTRA-ITENS-TICKET
                               UNTIL FIM-DO-TICKET

                           PERFORM FECHA-TICKET
                   END-EVALUATE
               END-IF
           END-IF


           MOVE ZEROS                  TO WS-LINHA-TICKET
           MOVE ZEROS                  TO WS-TOTAL-TICKET
           MOVE ZEROS                  TO WS-PONTOS-RESGATE
           MOVE ZEROS                  TO WS-VALOR-RESGATE
           MOVE 'N'                    TO IND-FIM-TICKET
           MOVE ZEROS                  TO WS-VALOR-FRETE-TICKET
           MOVE ZEROS                  TO WS-NR-ENTREGA-TICKET

           DISPLAY 'TICKET ABERTO: ' WS-PROXIMO-TICKET UPON CONSOLE

      *    formulario e segue para as criticas de preco e estoque,
      *    cujas confirmacoes de excecao continuam nos dialogos
      *    proprios. Item recusado nao entra, mas o ticket segue
      *    aberto para os proximos. No orcamento o item passa so pela
      *    critica de preco: estoque e rejeitos sao coisa da venda.
      *    O item aceito na venda pode levar desconto manual.
      *----------------------------------------------------------------*

           PERFORM EDITA-TELA-ITEM-VENDA
                   MOVE 'S'            TO IND-FIM-TICKET
               WHEN NOT TELA-CONFIRMADA
                   CONTINUE
               WHEN EM-ORCAMENTO
                   PERFORM VERIFICA-PRECO-CATALOGO

                   IF  VENDA-AUTORIZADA
                       PERFORM GRAVA-LINHA-ORCAMENTO
                   ELSE
                       DISPLAY 'ITEM NAO INCLUIDO NO ORCAMENTO: '
                           WS-MOTIVO-RECUSA UPON CONSOLE
                   END-IF
               WHEN OTHER
                   PERFORM VERIFICA-PRECO-CATALOGO

                   IF  NOT VENDA-AUTORIZADA
                       PERFORM GRAVA-REJEITO-VENDA
                   ELSE
                       PERFORM PERGUNTA-DESCONTO-LINHA
                       PERFORM GRAVA-LINHA-TICKET
                   END-IF
           END-EVALUATE
                                       TO WS-TELA-MENSAGEM
               ELSE
                   MOVE CAT-GOODS-NAME TO TVE-NOME
                   IF  ETIQUETA-BALANCA
                       PERFORM DECODIFICA-ETIQUETA-BALANCA
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TELA-MENSAGEM NOT = SPACES
                           CONTINUE
                       WHEN TVE-PRECO  = ZEROS
                           MOVE 'PRECO UNITARIO DEVE SER MAIOR QUE 0'
                                       TO WS-TELA-MENSAGEM

           EXIT.

      *----------------------------------------------------------------*
           DECODIFICA-ETIQUETA-BALANCA SECTION.
      *----------------------------------------------------------------*
      *    Etiqueta de balanca resolvida por RESOLVE-CODIGO-ITEM: o
      *    item precisa estar no cadastro de itens por peso. Etiqueta
      *    de peso traz os gramas; etiqueta de valor traz o valor da
      *    pesagem em centavos, convertido em gramas pelo preco do
      *    quilo vigente. O formulario recebe o preco do quilo e os
      *    gramas prontos, e a linha segue as criticas de sempre.
      *----------------------------------------------------------------*

           IF  NOT ITEM-PESAVEL
               MOVE 'ETIQUETA DE BALANCA DE ITEM NAO VENDIDO POR PESO'
                                       TO WS-TELA-MENSAGEM
           ELSE
               PERFORM BUSCA-PRECO-PROMOCIONAL
               MOVE WS-PRECO-REFERENCIA
                                       TO TVE-PRECO

               IF  ETIQUETA-DE-VALOR
                   IF  WS-PRECO-REFERENCIA = ZEROS
                       MOVE ZEROS      TO TVE-QTD
                   ELSE
                       COMPUTE TVE-QTD ROUNDED
                           = WS-ETIQUETA-REAIS * 1000
                           / WS-PRECO-REFERENCIA
                   END-IF
               ELSE
                   IF  WS-ETIQUETA-CONTEUDO > 99999
                       MOVE 'PESO DA ETIQUETA ACIMA DE 99,999 KG'
                                       TO WS-TELA-MENSAGEM
                   ELSE
                       MOVE WS-ETIQUETA-CONTEUDO
                                       TO TVE-QTD
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LINHA-TICKET          SECTION.
      *----------------------------------------------------------------*
      *    Grava a linha de item do ticket corrente; a forma de
      *    pagamento definitiva só se decide no fechamento e é
      *    regravada nas linhas por REGRAVA-FORMA-LINHAS. O desconto
      *    manual da linha, se houver, sai do preço unitário.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-REGISTROS

           IF  VENDA-DE-KIT
               PERFORM BAIXA-SALDO-KIT
           ELSE
               SUBTRACT QTD-VENDA-E    FROM TSI-SALDO(TSI-IDX)
           END-IF

           ADD 1                       TO WS-LINHA-TICKET

           SET TRANSACAO-VENDA         TO TRUE
           MOVE ZEROS                  TO QTD-DEVOLVIDA-S
           MOVE ZEROS                  TO VALOR-TOTAL-S
           MOVE ZEROS                  TO PONTOS-GANHOS-S
           MOVE ZEROS                  TO PONTOS-RESGATE-S
           MOVE ZEROS                  TO VALOR-RESGATE-S
           MOVE ZEROS                  TO NR-VALE-S
           MOVE ZEROS                  TO VALOR-VALE-S

      *    Item por peso sai como uma pesagem: os gramas em PESO-S,
      *    quantidade 1 e o valor da pesagem no lugar do preco
      *    unitario, para que preco x quantidade continue valendo o
      *    valor da linha em todos os leitores de ARQUIVO-SAIDA.
           IF  ITEM-PESAVEL
               MOVE QTD-VENDA-E        TO PESO-S
               MOVE 1                  TO QTD-VENDA-S
               MOVE WS-VALOR-PESAGEM   TO PRECO-UNITARIO-S
           ELSE
               MOVE ZEROS              TO PESO-S
           END-IF

      *    Desconto manual ja autorizado em PERGUNTA-DESCONTO-LINHA:
      *    o preco da linha sai liquido, para que preco x quantidade
      *    continue valendo o valor da linha, e o desconto fica
      *    registrado pelo valor total da linha.
           IF  WS-PERC-DESC-LINHA      > 0
               COMPUTE WS-DESC-UNITARIO ROUNDED
                   = PRECO-UNITARIO-S * WS-PERC-DESC-LINHA / 100
               SUBTRACT WS-DESC-UNITARIO
                                       FROM PRECO-UNITARIO-S
               COMPUTE VALOR-DESCONTO-S
                   = WS-DESC-UNITARIO * QTD-VENDA-S
               MOVE WS-PERC-DESC-LINHA TO PERC-DESCONTO-S
               MOVE WS-MOTIVO-DESC-LINHA
                                       TO MOTIVO-DESCONTO-S
               MOVE WS-SUPERV-DESC-LINHA
                                       TO SUPERVISOR-DESCONTO-S
               ADD 1                   TO CONTA-DESCONTOS
           ELSE
               MOVE ZEROS              TO PERC-DESCONTO-S
               MOVE ZEROS              TO VALOR-DESCONTO-S
               MOVE SPACES             TO MOTIVO-DESCONTO-S
               MOVE SPACES             TO SUPERVISOR-DESCONTO-S
           END-IF
           MOVE ZEROS                  TO VALOR-FRETE-S
           MOVE ZEROS                  TO NR-ENTREGA-S
           MOVE ZEROS                  TO WS-PERC-DESC-LINHA
           MOVE SPACES                 TO WS-MOTIVO-DESC-LINHA
           MOVE SPACES                 TO WS-SUPERV-DESC-LINHA

      *    ICMS da linha pelo catalogo que VALIDA-CODIGO-CATALOGO
      *    deixou em maos: item tributado ('T') leva a aliquota e o
               MOVE CAT-GOODS-ALIQ-ICMS
                                       TO ALIQ-ICMS-S
               COMPUTE VALOR-ICMS-S ROUNDED
                   = PRECO-UNITARIO-S * QTD-VENDA-S
                   * CAT-GOODS-ALIQ-ICMS / 100
           ELSE
               MOVE ZEROS              TO ALIQ-ICMS-S
           FECHA-TICKET                SECTION.
      *----------------------------------------------------------------*
      *    Fecha o ticket corrente: sem linha aceita, o número volta;
      *    com linhas, oferece o desconto no total do ticket e a
      *    entrega em domicílio (frete somado ao total), decide
      *    a prazo/forma pelo total líquido,
      *    oferece o resgate de pontos e o vale-troca na venda a
      *    vista, regrava a forma nas linhas, grava o cabeçalho
      *    (linha 00) com o total e gera o título a receber da venda
      *    a prazo; por fim abate o saldo do vale usado e lança no
      *    extrato de pontos o resgate e os pontos ganhos.
      *----------------------------------------------------------------*

           IF  WS-LINHA-TICKET         = 0
               DISPLAY 'TICKET SEM ITENS, NUMERO DEVOLVIDO'
                                       UPON CONSOLE
           ELSE
               PERFORM OFERECE-DESCONTO-TICKET

               PERFORM OFERECE-ENTREGA

               PERFORM VALIDA-CLIENTE-PRAZO

               PERFORM OFERECE-RESGATE-PONTOS

               PERFORM OFERECE-VALE-TROCA

               PERFORM DEFINE-FORMA-PAGAMENTO

               PERFORM REGRAVA-FORMA-LINHAS
                   PERFORM GRAVA-TITULO-RECEBER
               END-IF

               PERFORM REGISTRA-USO-VALE

               MOVE WS-PROXIMO-TICKET  TO WS-TICKET-PONTOS
               PERFORM REGISTRA-RESGATE-PONTOS
               PERFORM ATUALIZA-PONTOS-TICKET

               MOVE WS-PROXIMO-TICKET  TO WS-TICKET-CUPOM
               PERFORM GRAVA-CUPOM

      *----------------------------------------------------------------*
      *    Cabeçalho do ticket (linha 00): data/hora, vendedor,
      *    cliente, forma de pagamento, operador, a quantidade de
      *    linhas em QTD-VENDA-S e o total do ticket em VALOR-TOTAL-S;
      *    o resgate de pontos em PONTOS-RESGATE-S/VALOR-RESGATE-S (os
      *    pontos ganhos entram depois, em ATUALIZA-PONTOS-TICKET) e
      *    o vale-troca aceito como pagamento em NR-VALE-S/
      *    VALOR-VALE-S e o desconto no total do ticket nos campos de
      *    desconto (VALOR-TOTAL-S já vem líquido dele); a entrega
      *    em domicílio em NR-ENTREGA-S, com o frete (já somado ao
      *    total) em VALOR-FRETE-S.
      *----------------------------------------------------------------*

           MOVE WS-PROXIMO-TICKET      TO NR-TICKET-S
           MOVE WS-TOTAL-TICKET        TO VALOR-TOTAL-S
           MOVE ZEROS                  TO ALIQ-ICMS-S
           MOVE ZEROS                  TO VALOR-ICMS-S
           MOVE ZEROS                  TO PESO-S
           MOVE ZEROS                  TO PONTOS-GANHOS-S
           MOVE WS-PONTOS-RESGATE      TO PONTOS-RESGATE-S
           MOVE WS-VALOR-RESGATE       TO VALOR-RESGATE-S
           MOVE WS-NR-VALE-USO         TO NR-VALE-S
           MOVE WS-VALOR-VALE-USO      TO VALOR-VALE-S
           MOVE WS-PERC-DESC-TICKET    TO PERC-DESCONTO-S
           MOVE WS-VALOR-DESC-TICKET   TO VALOR-DESCONTO-S
           MOVE WS-MOTIVO-DESC-TICKET  TO MOTIVO-DESCONTO-S
           MOVE WS-SUPERV-DESC-TICKET  TO SUPERVISOR-DESCONTO-S
           MOVE WS-VALOR-FRETE-TICKET  TO VALOR-FRETE-S
           MOVE WS-NR-ENTREGA-TICKET   TO NR-ENTREGA-S

           PERFORM GRAVA-ARQUIVO-S

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-ULTIMO-ORCAMENTO      SECTION.
      *----------------------------------------------------------------*
      *    O número do orçamento segue de uma execução para a outra:
      *    parte do maior número já gravado em COTACOES-VENDA.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO COT-ULTIMO-NUMERO
           MOVE 'N'                    TO IND-FIM-COTACOES

           PERFORM UNTIL FIM-DAS-COTACOES
               READ COTACOES-VENDA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-COTACOES
               NOT AT END
                   IF  COT-NUMERO      > COT-ULTIMO-NUMERO
                       MOVE COT-NUMERO TO COT-ULTIMO-NUMERO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           EMITE-ORCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *    Orçamento pedido no lugar da venda: os itens entram pelo
      *    mesmo formulário do ticket, com a crítica de preço do
      *    catálogo e da promoção e o ICMS da linha, mas não baixam
      *    estoque nem vão para ARQUIVO-SAIDA; o fechamento grava o
      *    cabeçalho com o total e a validade e imprime o orçamento.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-MODO-ORCAMENTO

           PERFORM ABRE-ORCAMENTO

           PERFORM ENTRA-ITENS-TICKET
               UNTIL FIM-DO-TICKET

           PERFORM FECHA-ORCAMENTO

           MOVE 'N'                    TO IND-MODO-ORCAMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           ABRE-ORCAMENTO              SECTION.
      *----------------------------------------------------------------*
      *    Validade: a data de movimento mais COT-DIAS-VALIDADE dias
      *    corridos.
      *----------------------------------------------------------------*

           COMPUTE WS-PROXIMO-ORCAMENTO = COT-ULTIMO-NUMERO + 1

           MOVE ZEROS                  TO WS-LINHA-ORCAMENTO
           MOVE ZEROS                  TO WS-TOTAL-ORCAMENTO
           MOVE ZEROS                  TO WS-ICMS-ORCAMENTO
           MOVE 'N'                    TO IND-FIM-TICKET

           MOVE WS-DATA-MOV-AMD        TO WS-VALIDADE-ORC-AMD
           COMPUTE WS-VALIDADE-ORC-AMD
               = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-VALIDADE-ORC-AMD)
                  + COT-DIAS-VALIDADE)
           MOVE SPACES                 TO WS-DATA-VALIDADE-ORC
           STRING WS-VALIDADE-ORC-X(7:2) '/'
                  WS-VALIDADE-ORC-X(5:2) '/'
                  WS-VALIDADE-ORC-X(1:4)
               DELIMITED BY SIZE INTO WS-DATA-VALIDADE-ORC

           DISPLAY 'ORCAMENTO ABERTO: ' WS-PROXIMO-ORCAMENTO
               ' VALIDO ATE ' WS-DATA-VALIDADE-ORC UPON CONSOLE

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-LINHA-ORCAMENTO       SECTION.
      *----------------------------------------------------------------*
      *    Linha do orçamento com o item, o preço e a quantidade como
      *    digitados; o valor da linha e o ICMS seguem as regras de
      *    GRAVA-LINHA-TICKET (item por peso vale a pesagem).
      *----------------------------------------------------------------*

           IF  ITEM-PESAVEL
               MOVE WS-VALOR-PESAGEM   TO WS-VALOR-LINHA-ORC
           ELSE
               COMPUTE WS-VALOR-LINHA-ORC
                   = PRECO-UNITARIO-E * QTD-VENDA-E
           END-IF

           MOVE SPACES                 TO REG-COTACAO

           IF  CAT-GOODS-CD-TRIBUTACAO = 'T'
               AND CAT-GOODS-ALIQ-ICMS NUMERIC
               MOVE CAT-GOODS-ALIQ-ICMS
                                       TO COT-ALIQ-ICMS
               COMPUTE WS-ICMS-LINHA-ORC ROUNDED
                   = WS-VALOR-LINHA-ORC * CAT-GOODS-ALIQ-ICMS / 100
           ELSE
               MOVE ZEROS              TO COT-ALIQ-ICMS
               MOVE ZEROS              TO WS-ICMS-LINHA-ORC
           END-IF

           ADD 1                       TO WS-LINHA-ORCAMENTO

           MOVE WS-PROXIMO-ORCAMENTO   TO COT-NUMERO
           MOVE WS-LINHA-ORCAMENTO     TO COT-LINHA
           PERFORM MONTA-CABECALHO-ORCAMENTO
           MOVE CODIGO-ITEM-E          TO COT-CODIGO-ITEM
           MOVE PRECO-UNITARIO-E       TO COT-PRECO-UNITARIO
           MOVE QTD-VENDA-E            TO COT-QTDE
           IF  ITEM-PESAVEL
               MOVE QTD-VENDA-E        TO COT-PESO
           ELSE
               MOVE ZEROS              TO COT-PESO
           END-IF
           MOVE WS-VALOR-LINHA-ORC     TO COT-VALOR
           MOVE WS-ICMS-LINHA-ORC      TO COT-VALOR-ICMS
           MOVE ZEROS                  TO COT-QTDE-LINHAS

           WRITE REG-COTACAO
               INVALID KEY
                   SUBTRACT 1          FROM WS-LINHA-ORCAMENTO
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR COTACOES-VENDA, FS: '
                       FS-COTACOES-VENDA UPON CONSOLE
               NOT INVALID KEY
                   ADD WS-VALOR-LINHA-ORC
                                       TO WS-TOTAL-ORCAMENTO
                   ADD WS-ICMS-LINHA-ORC
                                       TO WS-ICMS-ORCAMENTO
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           MONTA-CABECALHO-ORCAMENTO   SECTION.
      *----------------------------------------------------------------*
      *    Campos comuns ao cabeçalho e às linhas do orçamento.
      *----------------------------------------------------------------*

           MOVE DMV-DATA-MOVIMENTO     TO COT-DATA-EMISSAO
           MOVE WS-DATA-VALIDADE-ORC   TO COT-DATA-VALIDADE
           MOVE WS-CLIENTE             TO COT-CLIENTE
           MOVE VENDEDOR-E             TO COT-VENDEDOR
           MOVE WS-MATRICULA-VENDEDOR  TO COT-MATRICULA-VENDEDOR
           MOVE FIL-FILIAL-CORRENTE    TO COT-FILIAL
           MOVE OPR-CODIGO-ATIVO       TO COT-OPERADOR
           SET COT-EM-ABERTO           TO TRUE
           MOVE ZEROS                  TO COT-NR-TICKET
           MOVE SPACES                 TO COT-DATA-CONVERSAO
           MOVE ZEROS                  TO COT-VALOR-CONVERSAO

           .

           EXIT.

      *----------------------------------------------------------------*
           FECHA-ORCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *    Sem linha gravada, o número volta; com linhas, grava o
      *    cabeçalho (linha 00) com o total, o ICMS e a quantidade de
      *    linhas e imprime o orçamento.
      *----------------------------------------------------------------*

           IF  WS-LINHA-ORCAMENTO      = 0
               DISPLAY 'ORCAMENTO SEM ITENS, NUMERO DEVOLVIDO'
                                       UPON CONSOLE
           ELSE
               MOVE SPACES             TO REG-COTACAO
               MOVE WS-PROXIMO-ORCAMENTO
                                       TO COT-NUMERO
               MOVE ZEROS              TO COT-LINHA
               PERFORM MONTA-CABECALHO-ORCAMENTO
               MOVE ZEROS              TO COT-CODIGO-ITEM
               MOVE ZEROS              TO COT-PRECO-UNITARIO
               MOVE ZEROS              TO COT-QTDE
               MOVE ZEROS              TO COT-PESO
               MOVE WS-TOTAL-ORCAMENTO TO COT-VALOR
               MOVE ZEROS              TO COT-ALIQ-ICMS
               MOVE WS-ICMS-ORCAMENTO  TO COT-VALOR-ICMS
               MOVE WS-LINHA-ORCAMENTO TO COT-QTDE-LINHAS

               WRITE REG-COTACAO
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO GRAVAR COTACOES-VENDA, FS: '
                           FS-COTACOES-VENDA UPON CONSOLE
               END-WRITE

               MOVE WS-PROXIMO-ORCAMENTO
                                       TO COT-ULTIMO-NUMERO
               ADD 1                   TO CONTA-ORCAMENTOS

               PERFORM IMPRIME-ORCAMENTO

               DISPLAY 'ORCAMENTO EMITIDO: ' WS-PROXIMO-ORCAMENTO
                   ' TOTAL: ' WS-TOTAL-ORCAMENTO UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ORCAMENTO           SECTION.
      *----------------------------------------------------------------*
      *    Imprime em CUPONS-VENDA, como o cupom, o orçamento
      *    WS-PROXIMO-ORCAMENTO relido pela chave: número, emissão,
      *    validade, vendedor e cliente, os itens com a descrição do
      *    catálogo, o total com o ICMS e o aviso de que não é
      *    documento de venda.
      *----------------------------------------------------------------*

           OPEN EXTEND CUPONS-VENDA

           IF  FS-CUP-NAO-EXISTE
               OPEN OUTPUT CUPONS-VENDA
           END-IF

           IF  NOT FS-CUP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CUPONS-VENDA, FILE STATUS: '
                   FS-CUPONS-VENDA     UPON CONSOLE
           ELSE
               MOVE CUP-LINHA-SEPARADORA
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-TITULO   TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE WS-PROXIMO-ORCAMENTO
                                       TO CUP-ORCAMENTO
               MOVE DMV-DATA-MOVIMENTO TO CUP-EMISSAO-ORC
               MOVE CUP-LINHA-ORCAMENTO
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE WS-DATA-VALIDADE-ORC
                                       TO CUP-VALIDADE-ORC
               MOVE WS-CLIENTE         TO CUP-CLIENTE-ORC
               MOVE CUP-LINHA-VALIDADE TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE VENDEDOR-E         TO CUP-VENDEDOR
               MOVE CUP-LINHA-VENDEDOR TO REG-CUPOM
               WRITE REG-CUPOM

               PERFORM VARYING WS-SUB-ORCAMENTO FROM 1 BY 1
                   UNTIL WS-SUB-ORCAMENTO > WS-LINHA-ORCAMENTO
                   MOVE WS-PROXIMO-ORCAMENTO
                                       TO COT-NUMERO
                   MOVE WS-SUB-ORCAMENTO
                                       TO COT-LINHA
                   READ COTACOES-VENDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM IMPRIME-ITEM-ORCAMENTO
                   END-READ
               END-PERFORM

               MOVE WS-TOTAL-ORCAMENTO TO CUP-TOTAL-ORC
               MOVE WS-ICMS-ORCAMENTO  TO CUP-ICMS-ORC
               MOVE CUP-LINHA-TOTAL-ORC
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-AVISO-ORC
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-SEPARADORA
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               CLOSE CUPONS-VENDA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ITEM-ORCAMENTO      SECTION.
      *----------------------------------------------------------------*
      *    Item por peso sai como no cupom: uma pesagem pelo valor,
      *    seguida da linha com o peso.
      *----------------------------------------------------------------*

           MOVE COT-CODIGO-ITEM        TO CUP-ITEM

           MOVE COT-CODIGO-ITEM        TO CAT-GOODS-CODE
           READ CATALOGO-GOODS
               INVALID KEY
                   MOVE SPACES         TO CUP-NOME-ITEM
               NOT INVALID KEY
                   MOVE CAT-GOODS-NAME(1:20)
                                       TO CUP-NOME-ITEM
           END-READ

           IF  COT-PESO                > 0
               MOVE 1                  TO CUP-QTDE
               MOVE COT-VALOR          TO CUP-PRECO
           ELSE
               MOVE COT-QTDE           TO CUP-QTDE
               MOVE COT-PRECO-UNITARIO TO CUP-PRECO
           END-IF
           MOVE COT-VALOR              TO CUP-VALOR-ITEM

           MOVE CUP-LINHA-ITEM         TO REG-CUPOM
           WRITE REG-CUPOM

           IF  COT-PESO                > 0
               COMPUTE WS-PESO-KG      = COT-PESO / 1000
               MOVE WS-PESO-KG         TO CUP-PESO
               MOVE CUP-LINHA-PESO     TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CONVERTE-ORCAMENTO          SECTION.
      *----------------------------------------------------------------*
      *    Traz para um ticket novo os itens do orçamento informado:
      *    dentro da validade, pelo preço orçado; vencido, pelo preço
      *    de hoje (catálogo ou promoção). O estoque é criticado de
      *    novo, como na venda digitada, e o operador ainda pode
      *    lançar outros itens antes de fechar. Ticket fechado com
      *    linhas marca o orçamento como convertido; orçamento já
      *    convertido não entra de novo. Cliente em branco na venda
      *    assume o cliente do orçamento.
      *----------------------------------------------------------------*

           MOVE 'NUMERO DO ORCAMENTO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE PRM-VALOR              TO WS-ORCAMENTO-CONVERTER

           MOVE WS-ORCAMENTO-CONVERTER TO COT-NUMERO
           MOVE ZEROS                  TO COT-LINHA

           READ COTACOES-VENDA
               INVALID KEY
                   DISPLAY 'ORCAMENTO INEXISTENTE: '
                       WS-ORCAMENTO-CONVERTER UPON CONSOLE
               NOT INVALID KEY
                   IF  COT-CONVERTIDO
                       DISPLAY 'ORCAMENTO JA CONVERTIDO NO TICKET '
                           COT-NR-TICKET ' DE ' COT-DATA-CONVERSAO
                                       UPON CONSOLE
                   ELSE
                       PERFORM CARREGA-ORCAMENTO-TICKET
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-ORCAMENTO-TICKET    SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WS-VALIDADE-ORC-X
           STRING COT-DATA-VALIDADE(7:4)
                  COT-DATA-VALIDADE(4:2)
                  COT-DATA-VALIDADE(1:2)
               DELIMITED BY SIZE INTO WS-VALIDADE-ORC-X

           IF  WS-VALIDADE-ORC-AMD     < WS-DATA-MOV-AMD
               MOVE 'N'                TO IND-PRECO-ORCADO
               DISPLAY 'ORCAMENTO VENCIDO EM ' COT-DATA-VALIDADE
                   ', ITENS PELO PRECO ATUAL' UPON CONSOLE
           ELSE
               MOVE 'S'                TO IND-PRECO-ORCADO
           END-IF

           IF  WS-CLIENTE              = SPACES
               MOVE COT-CLIENTE        TO WS-CLIENTE
           END-IF

           MOVE COT-QTDE-LINHAS        TO WS-QTDE-LINHAS-ORC

           PERFORM ABRE-TICKET

           PERFORM VARYING WS-SUB-ORCAMENTO FROM 1 BY 1
               UNTIL WS-SUB-ORCAMENTO > WS-QTDE-LINHAS-ORC
               MOVE WS-ORCAMENTO-CONVERTER
                                       TO COT-NUMERO
               MOVE WS-SUB-ORCAMENTO   TO COT-LINHA
               READ COTACOES-VENDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TRAZ-ITEM-ORCAMENTO
               END-READ
           END-PERFORM

           MOVE 'N'                    TO IND-PRECO-ORCADO

           DISPLAY 'ITENS DO ORCAMENTO ' WS-ORCAMENTO-CONVERTER
               ' NO TICKET: ' WS-LINHA-TICKET UPON CONSOLE

           PERFORM ENTRA-ITENS-TICKET
               UNTIL FIM-DO-TICKET

           PERFORM FECHA-TICKET

           IF  WS-LINHA-TICKET         > 0
               PERFORM MARCA-ORCAMENTO-CONVERTIDO
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           TRAZ-ITEM-ORCAMENTO         SECTION.
      *----------------------------------------------------------------*
      *    Uma linha do orçamento vira linha do ticket com as
      *    críticas da venda digitada; item fora de linha ou recusado
      *    fica de fora, como no console.
      *----------------------------------------------------------------*

           MOVE COT-CODIGO-ITEM        TO CODIGO-ITEM-E
           MOVE COT-PRECO-UNITARIO     TO PRECO-UNITARIO-E
           MOVE COT-QTDE               TO QTD-VENDA-E
           MOVE 'N'                    TO IND-ETIQUETA-BALANCA

           ADD 1                       TO CONTA-TENTATIVAS-VENDA

           PERFORM VALIDA-CODIGO-CATALOGO

           IF  NOT CODIGO-VALIDO
               DISPLAY 'ITEM DO ORCAMENTO FORA DE LINHA, NAO '
                   'INCLUIDO: ' CODIGO-ITEM-E UPON CONSOLE
           ELSE
               IF  NOT PRECO-ORCADO-VIGENTE
                   PERFORM BUSCA-PRECO-PROMOCIONAL
                   MOVE WS-PRECO-REFERENCIA
                                       TO PRECO-UNITARIO-E
               END-IF

               PERFORM VERIFICA-PRECO-CATALOGO

               IF  VENDA-AUTORIZADA
                   PERFORM VERIFICA-ESTOQUE-DISPONIVEL
               END-IF

               IF  NOT VENDA-AUTORIZADA
                   PERFORM GRAVA-REJEITO-VENDA
               ELSE
                   PERFORM GRAVA-LINHA-TICKET
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MARCA-ORCAMENTO-CONVERTIDO  SECTION.
      *----------------------------------------------------------------*

           MOVE WS-ORCAMENTO-CONVERTER TO COT-NUMERO
           MOVE ZEROS                  TO COT-LINHA

           READ COTACOES-VENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COT-CONVERTIDO  TO TRUE
                   MOVE WS-PROXIMO-TICKET
                                       TO COT-NR-TICKET
                   MOVE DMV-DATA-MOVIMENTO
                                       TO COT-DATA-CONVERSAO
                   MOVE WS-TOTAL-TICKET
                                       TO COT-VALOR-CONVERSAO
                   REWRITE REG-COTACAO
                       INVALID KEY
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR COTACOES-VENDA, FS: '
                               FS-COTACOES-VENDA UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-ORCAMENTOS-CONV
                   END-REWRITE
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-TICKET-LOTE        SECTION.
      *----------------------------------------------------------------*
      *    Cada registro do cartão de carga vira um ticket de uma
      *    linha (cabeçalho + linha 01), sempre a vista, com as mesmas
      *    críticas da entrada pelo console.
      *----------------------------------------------------------------*

           READ CARGA-VENDAS
               AT END
                   MOVE 'S'            TO IND-FIM-ENTRADA
               NOT AT END
                   MOVE CV-CODIGO-ITEM     TO CODIGO-ITEM-E
                   MOVE CV-PRECO-UNITARIO  TO PRECO-UNITARIO-E
                   MOVE CV-QTD-VENDA       TO QTD-VENDA-E
                   MOVE CV-VENDEDOR        TO VENDEDOR-E
      *            A carga em lote pode trazer o cliente, mas a venda
      *            em lote e sempre a vista.
                   MOVE CV-CLIENTE         TO WS-CLIENTE
                   MOVE 'N'                TO IND-VENDA-A-PRAZO
                   MOVE 'D'                TO WS-FORMA-PAGTO

                   ADD 1               TO CONTA-TENTATIVAS-VENDA

                   PERFORM VALIDA-CODIGO-CATALOGO

                   IF  NOT CODIGO-VALIDO
                       DISPLAY 'CODIGO-ITEM INEXISTENTE NO CATALOGO: '
                                       CODIGO-ITEM-E UPON CONSOLE
                   ELSE
                       PERFORM VALIDA-VENDEDOR

                       IF  NOT VENDEDOR-VALIDO
                           DISPLAY 'VENDEDOR EM BRANCO, IGNORADO: '
                                       CODIGO-ITEM-E UPON CONSOLE
                       ELSE
                           PERFORM VERIFICA-PRECO-CATALOGO

                           IF  VENDA-AUTORIZADA
                               PERFORM VERIFICA-ESTOQUE-DISPONIVEL
                           END-IF

                           IF  NOT VENDA-AUTORIZADA
                               PERFORM GRAVA-REJEITO-VENDA
                           ELSE
                               PERFORM ABRE-TICKET
                               PERFORM GRAVA-LINHA-TICKET
                               PERFORM GRAVA-CABECALHO-TICKET
                               MOVE WS-PROXIMO-TICKET
                                       TO WS-TICKET-PONTOS
                               PERFORM ATUALIZA-PONTOS-TICKET
                               ADD 1   TO CONTA-TICKETS
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           PROCESSA-PEDIDOS-WEB        SECTION.
      *----------------------------------------------------------------*
      *    Importa os pedidos da loja virtual depois da carga em
      *    lote: cada pedido vira um ticket do canal W, vendido pela
      *    LOJA VIRTUAL, com o numero do pedido em cada linha.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'PROCESSA-PEDIDOS-WEB'

           MOVE 'W'                    TO WS-CANAL-VENDA
           MOVE 'N'                    TO IND-FIM-PEDIDOS-WEB

           PERFORM LE-PEDIDO-WEB

           PERFORM UNTIL FIM-DOS-PEDIDOS-WEB
               PERFORM CARREGA-PEDIDO-WEB
               PERFORM CRITICA-PEDIDO-WEB

               IF  PEDIDO-WEB-RECUSADO
                   PERFORM RECUSA-PEDIDO-WEB
               ELSE
                   PERFORM GRAVA-TICKET-WEB
               END-IF
           END-PERFORM

           MOVE 'L'                    TO WS-CANAL-VENDA
           MOVE SPACES                 TO WS-PEDIDO-WEB-ATUAL

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PEDIDO-WEB               SECTION.
      *----------------------------------------------------------------*

           READ PEDIDOS-WEB
               AT END
                   MOVE 'S'            TO IND-FIM-PEDIDOS-WEB
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-PEDIDO-WEB          SECTION.
      *----------------------------------------------------------------*
      *    Guarda as linhas consecutivas do mesmo numero de pedido em
      *    TAB-PEDIDO-WEB; a linha alem da 99a so marca o pedido
      *    como excedido e volta recusada para a loja virtual.
      *----------------------------------------------------------------*

           MOVE PW-NR-PEDIDO           TO WS-PEDIDO-WEB-ATUAL
           MOVE ZEROS                  TO WS-QTDE-ITENS-WEB
           MOVE 'N'                    TO IND-PEDIDO-WEB-EXCEDIDO

           PERFORM UNTIL FIM-DOS-PEDIDOS-WEB
                      OR PW-NR-PEDIDO NOT = WS-PEDIDO-WEB-ATUAL
               IF  WS-QTDE-ITENS-WEB   < 99
                   ADD 1               TO WS-QTDE-ITENS-WEB
                   MOVE REG-PEDIDO-WEB
                                   TO TPW-LINHA(WS-QTDE-ITENS-WEB)
               ELSE
                   MOVE 'S'            TO IND-PEDIDO-WEB-EXCEDIDO
                   MOVE REG-PEDIDO-WEB TO LINHA-PEDIDO-WEB
                   MOVE 'PEDIDO COM MAIS DE 99 ITENS'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0505'     TO WS-CD-MSG-RECUSA
                   PERFORM GRAVA-REJEITO-WEB
               END-IF
               PERFORM LE-PEDIDO-WEB
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CRITICA-PEDIDO-WEB          SECTION.
      *----------------------------------------------------------------*
      *    Criticas do pedido inteiro, pela primeira linha: forma de
      *    pagamento D, C ou P; cliente informado precisa estar em
      *    CLIENTES; a prazo exige cliente sem bloqueio de credito e
      *    com o saldo em aberto mais o pedido dentro do limite.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-PEDIDOS-WEB

           MOVE 'N'                    TO IND-PEDIDO-WEB-RECUSADO
           MOVE 'N'                    TO IND-VENDA-A-PRAZO
           MOVE TPW-LINHA(1)           TO LINHA-PEDIDO-WEB
           MOVE LPW-CLIENTE            TO WS-CLIENTE
           MOVE LPW-FORMA-PAGTO        TO WS-FORMA-PAGTO

           MOVE ZEROS                  TO WS-TOTAL-PEDIDO-WEB
           PERFORM VARYING WS-SUB-ITEM-WEB FROM 1 BY 1
               UNTIL WS-SUB-ITEM-WEB > WS-QTDE-ITENS-WEB
               MOVE TPW-LINHA(WS-SUB-ITEM-WEB)
                                       TO LINHA-PEDIDO-WEB
               IF  LPW-QTD NUMERIC AND LPW-PRECO NUMERIC
                   COMPUTE WS-TOTAL-PEDIDO-WEB
                       = WS-TOTAL-PEDIDO-WEB + LPW-QTD * LPW-PRECO
               END-IF
           END-PERFORM
           MOVE TPW-LINHA(1)           TO LINHA-PEDIDO-WEB

           EVALUATE TRUE
               WHEN PEDIDO-WEB-EXCEDIDO
                   MOVE 'S'            TO IND-PEDIDO-WEB-RECUSADO
                   MOVE 'PEDIDO COM MAIS DE 99 ITENS'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0505'     TO WS-CD-MSG-RECUSA
               WHEN NOT LPW-FORMA-VALIDA
                   MOVE 'S'            TO IND-PEDIDO-WEB-RECUSADO
                   MOVE 'FORMA DE PAGAMENTO INVALIDA'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0503'     TO WS-CD-MSG-RECUSA
               WHEN WS-CLIENTE         = SPACES
                   IF  WS-FORMA-PAGTO  = 'P'
                       MOVE 'S'        TO IND-PEDIDO-WEB-RECUSADO
                       MOVE 'A PRAZO SEM CLIENTE'
                                       TO WS-MOTIVO-RECUSA
                       MOVE 'MSG-0504' TO WS-CD-MSG-RECUSA
                   END-IF
               WHEN NOT HA-CLIENTES
                   MOVE 'S'            TO IND-PEDIDO-WEB-RECUSADO
                   MOVE 'CADASTRO DE CLIENTES AUSENTE'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0504'     TO WS-CD-MSG-RECUSA
               WHEN OTHER
                   PERFORM VALIDA-CLIENTE-WEB
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           VALIDA-CLIENTE-WEB          SECTION.
      *----------------------------------------------------------------*

           MOVE WS-CLIENTE             TO CLI-CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE 'S'            TO IND-PEDIDO-WEB-RECUSADO
                   MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0504'     TO WS-CD-MSG-RECUSA
               NOT INVALID KEY
                   IF  WS-FORMA-PAGTO  = 'P'
                       PERFORM VALIDA-CREDITO-WEB
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           VALIDA-CREDITO-WEB          SECTION.
      *----------------------------------------------------------------*
      *    Na loja virtual nao ha operador para passar por cima do
      *    limite: estourou, o pedido a prazo volta recusado.
      *----------------------------------------------------------------*

           IF  CLI-CREDITO-BLOQUEADO
               MOVE 'S'                TO IND-PEDIDO-WEB-RECUSADO
               MOVE 'CLIENTE COM CREDITO BLOQUEADO'
                                       TO WS-MOTIVO-RECUSA
               MOVE 'MSG-0504'         TO WS-CD-MSG-RECUSA
           ELSE
               PERFORM CALCULA-SALDO-CLIENTE
               IF  WS-SALDO-CLIENTE + WS-TOTAL-PEDIDO-WEB
                   > CLI-LIMITE-CREDITO
                   MOVE 'S'            TO IND-PEDIDO-WEB-RECUSADO
                   MOVE 'LIMITE DE CREDITO EXCEDIDO'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0504'     TO WS-CD-MSG-RECUSA
               ELSE
                   MOVE 'S'            TO IND-VENDA-A-PRAZO
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           RECUSA-PEDIDO-WEB           SECTION.
      *----------------------------------------------------------------*
      *    Pedido recusado inteiro: todas as linhas guardadas voltam
      *    para a loja virtual com o mesmo codigo e motivo.
      *----------------------------------------------------------------*

           ADD 1                       TO CONTA-PEDIDOS-WEB-RECUS

           DISPLAY 'PEDIDO WEB RECUSADO: ' WS-PEDIDO-WEB-ATUAL ' - '
               WS-MOTIVO-RECUSA        UPON CONSOLE

           PERFORM VARYING WS-SUB-ITEM-WEB FROM 1 BY 1
               UNTIL WS-SUB-ITEM-WEB > WS-QTDE-ITENS-WEB
               MOVE TPW-LINHA(WS-SUB-ITEM-WEB)
                                       TO LINHA-PEDIDO-WEB
               PERFORM GRAVA-REJEITO-WEB
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TICKET-WEB            SECTION.
      *----------------------------------------------------------------*
      *    Abre o ticket do pedido aceito e lanca item a item pelas
      *    criticas da carga em lote; o item recusado volta para a
      *    loja virtual e o restante do pedido segue faturado.
      *----------------------------------------------------------------*

           MOVE 'LOJA VIRTUAL'         TO VENDEDOR-E
           MOVE SPACES                 TO WS-MATRICULA-VENDEDOR

           PERFORM ABRE-TICKET

           PERFORM VARYING WS-SUB-ITEM-WEB FROM 1 BY 1
               UNTIL WS-SUB-ITEM-WEB > WS-QTDE-ITENS-WEB
               PERFORM GRAVA-ITEM-PEDIDO-WEB
           END-PERFORM

           PERFORM FECHA-TICKET-WEB

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ITEM-PEDIDO-WEB       SECTION.
      *----------------------------------------------------------------*

           MOVE TPW-LINHA(WS-SUB-ITEM-WEB)
                                       TO LINHA-PEDIDO-WEB

           ADD 1                       TO CONTA-TENTATIVAS-VENDA

           MOVE LPW-ITEM               TO WS-ITEM-DIGITADO
           PERFORM RESOLVE-CODIGO-ITEM

           MOVE 'S'                    TO IND-VENDA-AUTORIZADA
           MOVE ZEROS                  TO WS-SALDO-DISPONIVEL
           MOVE ZEROS                  TO QTD-VENDA-E
           MOVE ZEROS                  TO PRECO-UNITARIO-E

           IF  LPW-QTD NUMERIC AND LPW-PRECO NUMERIC
               MOVE LPW-QTD            TO QTD-VENDA-E
               MOVE LPW-PRECO          TO PRECO-UNITARIO-E
           END-IF

           IF  QTD-VENDA-E             = 0
               MOVE 'N'                TO IND-VENDA-AUTORIZADA
               MOVE 'QUANTIDADE OU PRECO INVALIDO'
                                       TO WS-MOTIVO-RECUSA
               MOVE 'MSG-0505'         TO WS-CD-MSG-RECUSA
           ELSE
               PERFORM VALIDA-CODIGO-CATALOGO
               IF  NOT CODIGO-VALIDO
                   MOVE 'N'            TO IND-VENDA-AUTORIZADA
                   MOVE 'ITEM INEXISTENTE OU INATIVO'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0505'     TO WS-CD-MSG-RECUSA
               ELSE
                   PERFORM VERIFICA-PRECO-CATALOGO
                   IF  VENDA-AUTORIZADA
                       PERFORM VERIFICA-ESTOQUE-DISPONIVEL
                   END-IF
               END-IF
           END-IF

           IF  VENDA-AUTORIZADA
               PERFORM GRAVA-LINHA-TICKET
           ELSE
               ADD 1                   TO CONTA-ITENS-WEB-RECUS
               PERFORM GRAVA-REJEITO-VENDA
               PERFORM GRAVA-REJEITO-WEB
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           FECHA-TICKET-WEB            SECTION.
      *----------------------------------------------------------------*
      *    Pedido sem item aceito devolve o numero do ticket; com
      *    itens, grava o cabecalho com a forma do pedido, o titulo
      *    a receber em parcela unica vencendo na data de movimento
      *    quando a prazo, e os pontos do cliente.
      *----------------------------------------------------------------*

           IF  WS-LINHA-TICKET         = 0
               SUBTRACT 1              FROM WS-PROXIMO-TICKET
               ADD 1                   TO CONTA-PEDIDOS-WEB-RECUS
               DISPLAY 'PEDIDO WEB SEM ITEM ACEITO: '
                   WS-PEDIDO-WEB-ATUAL UPON CONSOLE
           ELSE
               PERFORM GRAVA-CABECALHO-TICKET

               IF  VENDA-A-PRAZO
                   MOVE 1              TO WS-QTDE-PARCELAS
                   MOVE DMV-ANO-MOV    TO WS-VENC-BASE-ANO
                   MOVE DMV-MES-MOV    TO WS-VENC-BASE-MES
                   MOVE DMV-DIA-MOV    TO WS-VENC-BASE-DIA
                   PERFORM GRAVA-TITULO-RECEBER
               END-IF

               MOVE WS-PROXIMO-TICKET  TO WS-TICKET-PONTOS
               PERFORM ATUALIZA-PONTOS-TICKET

               ADD 1                   TO CONTA-TICKETS

               DISPLAY 'PEDIDO WEB ' WS-PEDIDO-WEB-ATUAL
                   ' FATURADO NO TICKET ' WS-PROXIMO-TICKET
                   ' TOTAL: ' WS-TOTAL-TICKET UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-REJEITO-WEB           SECTION.
      *----------------------------------------------------------------*
      *    Devolve a linha do pedido para a loja virtual no layout em
      *    que veio, com o codigo do catalogo de mensagens e o motivo.
      *----------------------------------------------------------------*

           MOVE LINHA-PEDIDO-WEB       TO RJW-LINHA-PEDIDO
           MOVE WS-CD-MSG-RECUSA       TO RJW-CD-MENSAGEM
           MOVE WS-MOTIVO-RECUSA       TO RJW-MOTIVO

           WRITE REG-REJEITO-WEB

           .

           EXIT.

      *----------------------------------------------------------------*
           RESOLVE-CODIGO-ITEM         SECTION.
      *----------------------------------------------------------------*
      *    Resolve a resposta do console para CODIGO-ITEM-E: 13
      *    digitos numericos sao um EAN-13 bipado/digitado e viram o
      *    codigo interno por READ na chave alternativa CAT-GOODS-EAN
      *    (a validacao do digito verificador foi feita no cadastro);
      *    qualquer outra resposta vale como o codigo interno de 4
      *    digitos, como sempre. EAN sem item cadastrado devolve
      *    codigo zerado, recusado na validacao de catalogo.
      *
      *    EAN de prefixo 2 sem item no catalogo e etiqueta da
      *    balanca: posicoes 2-5 trazem o codigo interno do item e
      *    7-12 o peso em gramas ou o valor em centavos, conforme o
      *    tipo de etiqueta do item em ITENS-PESAVEIS (posicao 13 e
      *    o digito verificador impresso pela balanca).
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-EAN-ACHADO
           MOVE 'N'                    TO IND-ETIQUETA-BALANCA

           IF  WS-ITEM-DIGITADO(1:13)  NUMERIC
               MOVE WS-ITEM-DIGITADO   TO CAT-GOODS-EAN
               READ CATALOGO-GOODS
                   KEY IS CAT-GOODS-EAN
                   INVALID KEY
                       IF  WS-ITEM-DIGITADO(1:1) = '2'
                           AND HA-PESAVEIS
                           MOVE 'S'    TO IND-ETIQUETA-BALANCA
                           MOVE WS-ITEM-DIGITADO(2:4)
                                       TO CODIGO-ITEM-E
                           MOVE WS-ITEM-DIGITADO(7:6)
                                       TO WS-ETIQUETA-CONTEUDO
                       ELSE
                           MOVE ZEROS  TO CODIGO-ITEM-E
                           DISPLAY 'EAN-13 SEM ITEM NO CATALOGO: '
                               WS-ITEM-DIGITADO UPON CONSOLE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-EAN-ACHADO
                       MOVE CAT-GOODS-CODE
                                       TO CODIGO-ITEM-E
               END-READ
           ELSE
               IF  WS-ITEM-DIGITADO(1:4) NUMERIC
                   MOVE WS-ITEM-DIGITADO(1:4)
                                       TO CODIGO-ITEM-E
               ELSE
                   MOVE ZEROS          TO CODIGO-ITEM-E
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CORRIGE-VENDAS              SECTION.
      *----------------------------------------------------------------*
      *    Correção por ticket ou por linha: o operador informa o
      *    número do ticket e a linha (0 anula o ticket inteiro; 1 em
      *    diante anula, corrige ou devolve só aquela linha), e o
      *    total do cabeçalho do ticket é refeito depois de cada
      *    mexida. Acesso direto pela chave composta CHAVE-VENDA.
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-TICKET-CORRIGIR

           PERFORM UNTIL WS-TICKET-CORRIGIR = 0
               MOVE 'CORRIGIR/ANULAR VENDA - TICKET (0 P/ SAIR): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-VALOR
               MOVE PRM-VALOR          TO WS-TICKET-CORRIGIR

               IF  WS-TICKET-CORRIGIR  NOT = 0
                   MOVE 'LINHA DO TICKET (0 = TICKET INTEIRO): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-VALOR
                   MOVE PRM-VALOR      TO WS-LINHA-CORRIGIR

                   IF  WS-LINHA-CORRIGIR = 0
                       MOVE 'ANULAR (A) OU REIMPRIMIR CUPOM (R)? '
                                       TO PRM-MENSAGEM
                       PERFORM PRM-SOLICITA-TEXTO
                       IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) = 'R'
                           MOVE WS-TICKET-CORRIGIR
                                       TO WS-TICKET-CUPOM
                           PERFORM GRAVA-CUPOM
                       ELSE
                           PERFORM ANULA-TICKET-INTEIRO
                       END-IF
                   ELSE
                       PERFORM CORRIGE-LINHA-TICKET
                   END-IF
               END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           CORRIGE-LINHA-TICKET        SECTION.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-CORRIGIR     TO NR-TICKET-S
           MOVE WS-LINHA-CORRIGIR      TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   IF  FS-NAO-ENCONTRADO
                       DISPLAY 'TICKET/LINHA NAO ENCONTRADO: '
                           WS-TICKET-CORRIGIR '/'
                           WS-LINHA-CORRIGIR UPON CONSOLE
                   ELSE
                       DISPLAY NOME-PROGRAMA
                           ' ERRO EM ARQUIVO-SAIDA, FS: '
                           FS-ARQUIVO-SAIDA UPON CONSOLE
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ITEM: ' CODIGO-ITEM-S
                       ' VENDEDOR: ' VENDEDOR-S UPON CONSOLE
                   MOVE
                   'ANULAR (A), CORRIGIR (C) OU DEVOLVER (D)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA TO WS-OPCAO-CORRECAO

                   EVALUATE FUNCTION UPPER-CASE
                       (WS-OPCAO-CORRECAO)
                       WHEN 'A'
                           PERFORM ANULA-VENDA
                           PERFORM RECALCULA-TOTAL-TICKET
                           PERFORM ATUALIZA-TITULO-TICKET
                           MOVE WS-TICKET-CORRIGIR
                                       TO WS-TICKET-PONTOS
                           PERFORM ATUALIZA-PONTOS-TICKET
                       WHEN 'C'
                           PERFORM CORRIGE-VALORES-VENDA
                           PERFORM RECALCULA-TOTAL-TICKET
                           PERFORM ATUALIZA-TITULO-TICKET
                           MOVE WS-TICKET-CORRIGIR
                                       TO WS-TICKET-PONTOS
                           PERFORM ATUALIZA-PONTOS-TICKET
                       WHEN 'D'
                           PERFORM DEVOLVE-PARCIAL-VENDA
                           PERFORM RECALCULA-TOTAL-TICKET
                           PERFORM ATUALIZA-TITULO-TICKET
                           MOVE WS-TICKET-CORRIGIR
                                       TO WS-TICKET-PONTOS
                           PERFORM ATUALIZA-PONTOS-TICKET
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA, IGNORADA'
                               UPON CONSOLE
                   END-EVALUATE
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           ANULA-TICKET-INTEIRO        SECTION.
      *----------------------------------------------------------------*
      *    Anula o ticket inteiro: cada linha de item ainda em vigor é
      *    anulada (estornando TOTALIZA-VENDAS) e o cabeçalho sai
      *    anulado com o total zerado, depois de confirmação
      *    explícita; os pontos do ticket são estornados e o resgate
      *    devolvido, e o vale-troca usado no pagamento volta a ter
      *    o valor abatido; a entrega em domicílio ainda não
      *    realizada é cancelada.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-CORRIGIR     TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   DISPLAY 'TICKET NAO ENCONTRADO: '
                       WS-TICKET-CORRIGIR UPON CONSOLE
               NOT INVALID KEY
                   DISPLAY 'TICKET ' NR-TICKET-S
                       ' VENDEDOR ' VENDEDOR-S
                       ' TOTAL ' VALOR-TOTAL-S UPON CONSOLE
                   MOVE 'ANULAR O TICKET INTEIRO (S/N)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-RESP-ANULA

                   IF  FUNCTION UPPER-CASE(WS-RESP-ANULA) = 'S'
                       MOVE QTD-VENDA-S
                                       TO WS-QTDE-LINHAS

                       PERFORM VARYING WS-SUB-LINHA FROM 1 BY 1
                           UNTIL WS-SUB-LINHA > WS-QTDE-LINHAS
                           MOVE WS-TICKET-CORRIGIR
                                       TO NR-TICKET-S
                           MOVE WS-SUB-LINHA
                                       TO NR-LINHA-S
                           READ ARQUIVO-SAIDA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF  TRANSACAO-VENDA
                                       OR TRANSACAO-DEVOLUCAO
                                       PERFORM ANULA-VENDA
                                   END-IF
                           END-READ
                       END-PERFORM

                       MOVE ZEROS      TO WS-NR-ENTREGA-ACERTO
                       MOVE WS-TICKET-CORRIGIR
                                       TO NR-TICKET-S
                       MOVE ZEROS      TO NR-LINHA-S
                       READ ARQUIVO-SAIDA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET TRANSACAO-ANULADA TO TRUE
                               MOVE ZEROS
                                       TO VALOR-TOTAL-S
                               REWRITE REGISTRO-SAIDA-DETALHE
                               MOVE NR-ENTREGA-S
                                       TO WS-NR-ENTREGA-ACERTO
                       END-READ

                       DISPLAY 'TICKET ANULADO: '
                           WS-TICKET-CORRIGIR UPON CONSOLE

      *                A venda a prazo anulada nao pode seguir
      *                cobravel: o titulo aberto do ticket e
      *                cancelado junto.
                       MOVE ZEROS      TO WS-TOTAL-TICKET
                       PERFORM ATUALIZA-TITULO-TICKET

      *                A entrega ainda nao realizada e cancelada.
                       PERFORM ACERTA-ENTREGA-TICKET

      *                Os pontos ganhos voltam e os resgatados sao
      *                devolvidos ao saldo do cliente.
                       MOVE WS-TICKET-CORRIGIR
                                       TO WS-TICKET-PONTOS
                       PERFORM ATUALIZA-PONTOS-TICKET
                       PERFORM DEVOLVE-RESGATE-PONTOS
                       PERFORM DEVOLVE-USO-VALE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           RECALCULA-TOTAL-TICKET      SECTION.
      *----------------------------------------------------------------*
      *    Refaz o total do cabeçalho do ticket corrigido: soma o
      *    valor líquido das linhas não anuladas, refaz o desconto no
      *    total pelo percentual concedido, soma o frete da entrega
      *    (cancelada quando nada mais resta do ticket) e regrava a
      *    linha 00.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-CORRIGIR     TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTD-VENDA-S    TO WS-QTDE-LINHAS
                   MOVE ZEROS          TO WS-TOTAL-TICKET

                   PERFORM VARYING WS-SUB-LINHA FROM 1 BY 1
                       UNTIL WS-SUB-LINHA > WS-QTDE-LINHAS
                       MOVE WS-TICKET-CORRIGIR
                                       TO NR-TICKET-S
                       MOVE WS-SUB-LINHA
                                       TO NR-LINHA-S
                       READ ARQUIVO-SAIDA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  TRANSACAO-VENDA
                                   OR TRANSACAO-DEVOLUCAO
                                   COMPUTE WS-QTD-LIQUIDA
                                       = QTD-VENDA-S
                                       - QTD-DEVOLVIDA-S
                                   COMPUTE WS-VALOR-VENDA
                                       = PRECO-UNITARIO-S
                                       * WS-QTD-LIQUIDA
                                   ADD WS-VALOR-VENDA
                                       TO WS-TOTAL-TICKET
                               END-IF
                       END-READ
                   END-PERFORM

                   MOVE WS-TICKET-CORRIGIR
                                       TO NR-TICKET-S
                   MOVE ZEROS          TO NR-LINHA-S
                   READ ARQUIVO-SAIDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  PERC-DESCONTO-S NUMERIC
                               AND PERC-DESCONTO-S > 0
                               COMPUTE VALOR-DESCONTO-S ROUNDED
                                   = WS-TOTAL-TICKET
                                   * PERC-DESCONTO-S / 100
                               SUBTRACT VALOR-DESCONTO-S
                                       FROM WS-TOTAL-TICKET
                           END-IF
                           IF  NR-ENTREGA-S NUMERIC
                               AND NR-ENTREGA-S > 0
                               MOVE NR-ENTREGA-S
                                       TO WS-NR-ENTREGA-ACERTO
                               PERFORM ACERTA-ENTREGA-TICKET
                               IF  ENTREGA-CANCELADA
                                   MOVE ZEROS
                                       TO VALOR-FRETE-S
                               END-IF
                           END-IF
                           IF  VALOR-FRETE-S NUMERIC
                               ADD VALOR-FRETE-S
                                       TO WS-TOTAL-TICKET
                           END-IF
                           MOVE WS-TOTAL-TICKET
                                       TO VALOR-TOTAL-S
                           REWRITE REGISTRO-SAIDA-DETALHE
                   END-READ
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           ACERTA-ENTREGA-TICKET       SECTION.
      *----------------------------------------------------------------*
      *    Acerta a entrega WS-NR-ENTREGA-ACERTO do ticket anulado
      *    ou corrigido pelo total líquido das mercadorias em
      *    WS-TOTAL-TICKET: zerado, a entrega pendente (ou que
      *    falhou) é cancelada; senão o valor do ticket na entrega é
      *    refeito com o frete. Entrega já realizada fica como está.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ENTREGA-CANCELADA

           IF  ENTREGAS-ABERTO
               AND WS-NR-ENTREGA-ACERTO > 0
               MOVE WS-NR-ENTREGA-ACERTO
                                       TO ENT-NUMERO
               READ ENTREGAS
                   INVALID KEY
                       DISPLAY 'ENTREGA NAO ENCONTRADA: '
                           WS-NR-ENTREGA-ACERTO UPON CONSOLE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ENT-ENTREGUE
                               OR ENT-CANCELADA
                               DISPLAY 'ENTREGA ' ENT-NUMERO
                                   ' JA BAIXADA, MANTIDA'
                                       UPON CONSOLE
                           WHEN WS-TOTAL-TICKET = 0
                               SET ENT-CANCELADA
                                       TO TRUE
                               MOVE DMV-DATA-MOVIMENTO
                                       TO ENT-DATA-BAIXA
                               MOVE 'TICKET ANULADO'
                                       TO ENT-MOTIVO
                               MOVE OPR-CODIGO-ATIVO
                                       TO ENT-OPERADOR
                               REWRITE REG-ENTREGA
                               MOVE 'S'
                                       TO IND-ENTREGA-CANCELADA
                               DISPLAY 'ENTREGA CANCELADA: '
                                   ENT-NUMERO UPON CONSOLE
                           WHEN OTHER
                               COMPUTE ENT-VALOR-TICKET
                                   = WS-TOTAL-TICKET
                                   + ENT-VALOR-FRETE
                               REWRITE REG-ENTREGA
                       END-EVALUATE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ATUALIZA-TITULO-TICKET      SECTION.
      *----------------------------------------------------------------*
      *    Alinha as parcelas a receber do ticket corrigido ao total
      *    recalculado em WS-TOTAL-TICKET. O que já foi recebido fica
      *    como está; o saldo novo (total menos recebido) é o que
      *    deve restar nas parcelas abertas. Saldo zerado cancela
      *    todas as abertas (situacao 'C', que sai do saldo do
      *    cliente e do aging de RECREC01); saldo menor reduz as
      *    abertas a partir da última, cancelando as que zeram;
      *    saldo maior (correção de preço para cima) vai para a
      *    última aberta. Ticket sem título (venda a vista) não acha
      *    nada; recebido acima do total novo é avisado para a
      *    cobrança tratar a devolução do valor.
      *----------------------------------------------------------------*

           PERFORM CARREGA-PARCELAS-TICKET

           IF  CONTA-PARCELAS-TICKET   > 0
               COMPUTE WS-NOVO-ABERTO
                   = WS-TOTAL-TICKET - WS-SALDO-RECEBIDO

               IF  WS-NOVO-ABERTO      < 0
                   DISPLAY 'TICKET ' WS-TICKET-CORRIGIR
                       ' COM PARCELAS JA RECEBIDAS ACIMA DO NOVO '
                       'TOTAL - ACERTAR COM A COBRANCA' UPON CONSOLE
                   MOVE ZEROS          TO WS-NOVO-ABERTO
               END-IF

               COMPUTE WS-REDUCAO-ABERTO
                   = WS-SALDO-ABERTO - WS-NOVO-ABERTO

               PERFORM VARYING WS-SUB-PARCELA
                   FROM CONTA-PARCELAS-TICKET BY -1
                   UNTIL WS-SUB-PARCELA < 1
                      OR WS-REDUCAO-ABERTO = 0
                   IF  TPT-ABERTO(WS-SUB-PARCELA)
                       PERFORM AJUSTA-PARCELA-TICKET
                   END-IF
               END-PERFORM

               IF  WS-REDUCAO-ABERTO   NOT = 0
                   DISPLAY 'TICKET ' WS-TICKET-CORRIGIR
                       ' SEM PARCELA ABERTA PARA O AJUSTE DE '
                       WS-REDUCAO-ABERTO ' - ACERTAR COM A COBRANCA'
                                       UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CARREGA-PARCELAS-TICKET     SECTION.
      *----------------------------------------------------------------*
      *    Varre TITULOS-RECEBER e guarda as parcelas do ticket
      *    corrigido, somando o já recebido e o ainda aberto.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO CONTA-PARCELAS-TICKET
           MOVE ZEROS                  TO WS-SALDO-RECEBIDO
           MOVE ZEROS                  TO WS-SALDO-ABERTO
           MOVE 'N'                    TO IND-FIM-TITULOS-CORR

           MOVE ZEROS                  TO TRC-NUMERO
           START TITULOS-RECEBER
               KEY IS >= TRC-NUMERO
               INVALID KEY
                   MOVE 'S'            TO IND-FIM-TITULOS-CORR
           END-START

           PERFORM UNTIL FIM-DOS-TITULOS-CORR
               READ TITULOS-RECEBER NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-TITULOS-CORR
               NOT AT END
                   IF  TRC-NR-TICKET   = WS-TICKET-CORRIGIR
                       AND CONTA-PARCELAS-TICKET < 24
                       ADD 1           TO CONTA-PARCELAS-TICKET
                       MOVE CONTA-PARCELAS-TICKET
                                       TO WS-SUB-PARCELA
                       MOVE TRC-NUMERO TO TPT-NUMERO(WS-SUB-PARCELA)
                       MOVE TRC-VALOR  TO TPT-VALOR(WS-SUB-PARCELA)
                       MOVE TRC-SITUACAO
                                       TO TPT-SITUACAO(WS-SUB-PARCELA)
                       EVALUATE TRUE
                           WHEN TRC-ABERTO
                               ADD TRC-VALOR
                                       TO WS-SALDO-ABERTO
                           WHEN TRC-RECEBIDO
                               ADD TRC-VALOR
                                       TO WS-SALDO-RECEBIDO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           AJUSTA-PARCELA-TICKET       SECTION.
      *----------------------------------------------------------------*
      *    Aplica à parcela aberta WS-SUB-PARCELA o que falta do
      *    ajuste em WS-REDUCAO-ABERTO (positivo reduz, negativo
      *    acresce) e regrava o título.
      *----------------------------------------------------------------*

           MOVE TPT-NUMERO(WS-SUB-PARCELA)
                                       TO TRC-NUMERO

           READ TITULOS-RECEBER
               INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO NO AJUSTE: '
                       TRC-NUMERO      UPON CONSOLE
               NOT INVALID KEY
                   IF  WS-REDUCAO-ABERTO >= TRC-VALOR
                       SUBTRACT TRC-VALOR
                                       FROM WS-REDUCAO-ABERTO
                       MOVE 'C'        TO TRC-SITUACAO
                       DISPLAY 'TITULO CANCELADO: '
                           TRC-NUMERO  UPON CONSOLE
                   ELSE
                       SUBTRACT WS-REDUCAO-ABERTO
                                       FROM TRC-VALOR
                       MOVE ZEROS      TO WS-REDUCAO-ABERTO
                       DISPLAY 'TITULO AJUSTADO: '
                           TRC-NUMERO ' NOVO VALOR '
                           TRC-VALOR   UPON CONSOLE
                   END-IF
                   REWRITE REG-TITULO-RECEBER
                   IF  NOT FS-TRC-OK
                       DISPLAY NOME-PROGRAMA
                           ' ERRO AO REGRAVAR TITULO, '
                           'FS: ' FS-TITULOS-RECEBER
                                       UPON CONSOLE
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           ANULA-VENDA                 SECTION.
      *----------------------------------------------------------------*
      *    Anula a venda corrente por inteiro: tira de TOTALIZA-VENDAS
      *    o valor líquido ainda em vigor (quantidade vendida menos o
      *    já devolvido) e regrava o registro como anulado.
      *----------------------------------------------------------------*

           COMPUTE WS-QTD-LIQUIDA
               = QTD-VENDA-S - QTD-DEVOLVIDA-S
           COMPUTE WS-VALOR-VENDA
               = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
           SUBTRACT WS-VALOR-VENDA     FROM TOTALIZA-VENDAS

           SET TRANSACAO-ANULADA       TO TRUE
           REWRITE REGISTRO-SAIDA-DETALHE

           IF  NOT FS-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ANULAR VENDA EM '
                   'ARQUIVO-SAIDA, FILE STATUS: '
                   FS-ARQUIVO-SAIDA    UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CORRIGE-VALORES-VENDA       SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-QTD-LIQUIDA
               = QTD-VENDA-S - QTD-DEVOLVIDA-S
           COMPUTE WS-VALOR-VENDA
               = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
           SUBTRACT WS-VALOR-VENDA     FROM TOTALIZA-VENDAS

           MOVE 'NOVO PRECO UNITARIO: ' TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-PRECO
           MOVE PRM-VALOR-PRECO        TO PRECO-UNITARIO-S

           MOVE 'NOVA QUANTIDADE: '    TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE PRM-VALOR              TO QTD-VENDA-S

      *    O ICMS da linha acompanha o valor corrigido, como
      *    GRAVA-HISTORICO-VENDA ja faz com a quantidade liquida.
           IF  ALIQ-ICMS-S             NUMERIC
               AND ALIQ-ICMS-S         NOT = ZEROS
               COMPUTE VALOR-ICMS-S ROUNDED
                   = PRECO-UNITARIO-S
                   * (QTD-VENDA-S - QTD-DEVOLVIDA-S)
                   * ALIQ-ICMS-S / 100
           END-IF

           REWRITE REGISTRO-SAIDA-DETALHE

           IF  NOT FS-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO CORRIGIR VENDA EM '
                   'ARQUIVO-SAIDA, FILE STATUS: '
                   FS-ARQUIVO-SAIDA    UPON CONSOLE
           END-IF

           COMPUTE WS-QTD-LIQUIDA
               = QTD-VENDA-S - QTD-DEVOLVIDA-S
           COMPUTE WS-VALOR-VENDA
               = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
           ADD WS-VALOR-VENDA          TO TOTALIZA-VENDAS

           .

           EXIT.

      *----------------------------------------------------------------*
           DEVOLVE-PARCIAL-VENDA       SECTION.
      *----------------------------------------------------------------*
      *    Registra a devolução parcial da venda corrente: soma a
      *    quantidade devolvida em QTD-DEVOLVIDA-S, marca o registro
      *    como devolução ('D') e tira de TOTALIZA-VENDAS só o valor
      *    devolvido, em vez de anular o ticket inteiro e redigitar.
      *    Fora da venda a prazo (que abate o título), o operador
      *    escolhe o reembolso em dinheiro ou em vale-troca; o vale
      *    é gravado antes da linha, que leva o número e acumula o
      *    valor reembolsado em vale, e o comprovante sai depois.
      *----------------------------------------------------------------*

           MOVE 'QUANTIDADE DEVOLVIDA: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR
           MOVE PRM-VALOR              TO WS-QTD-DEVOLVER

           COMPUTE WS-QTD-LIQUIDA
               = QTD-VENDA-S - QTD-DEVOLVIDA-S

           IF  WS-QTD-DEVOLVER         = 0
               OR WS-QTD-DEVOLVER      > WS-QTD-LIQUIDA
               DISPLAY 'QUANTIDADE INVALIDA, SALDO DA VENDA: '
                   WS-QTD-LIQUIDA      UPON CONSOLE
           ELSE
               ADD WS-QTD-DEVOLVER     TO QTD-DEVOLVIDA-S
               SET TRANSACAO-DEVOLUCAO TO TRUE

               COMPUTE WS-VALOR-DEVOLVIDO
                   = PRECO-UNITARIO-S * WS-QTD-DEVOLVER

               MOVE SPACES             TO WS-OPCAO-REEMBOLSO
               IF  VALES-TROCA-ABERTO
                   AND NOT PAGTO-A-PRAZO
                   AND WS-VALOR-DEVOLVIDO > 0
                   MOVE 'REEMBOLSO EM DINHEIRO (D) OU VALE-TROCA (V)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1))
                                       TO WS-OPCAO-REEMBOLSO
                   IF  REEMBOLSO-EM-VALE
                       PERFORM EMITE-VALE-TROCA
                   END-IF
               END-IF

      *        O ICMS da linha acompanha a quantidade liquida que
      *        restou, como GRAVA-HISTORICO-VENDA ja faz.
               IF  ALIQ-ICMS-S         NUMERIC
                   AND ALIQ-ICMS-S     NOT = ZEROS
                   COMPUTE VALOR-ICMS-S ROUNDED
                       = PRECO-UNITARIO-S
                       * (QTD-VENDA-S - QTD-DEVOLVIDA-S)
                       * ALIQ-ICMS-S / 100
               END-IF

               REWRITE REGISTRO-SAIDA-DETALHE

               IF  NOT FS-OK
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO DEVOLVER VENDA EM '
                       'ARQUIVO-SAIDA, FILE STATUS: '
                       FS-ARQUIVO-SAIDA UPON CONSOLE
               ELSE
                   SUBTRACT WS-VALOR-DEVOLVIDO
                       FROM TOTALIZA-VENDAS
                   PERFORM GRAVA-KARDEX-DEVOLUCAO
                   IF  REEMBOLSO-EM-VALE
                       PERFORM IMPRIME-VALE-TROCA
                   END-IF
                   DISPLAY 'DEVOLUCAO REGISTRADA, TICKET: '
                       NR-TICKET-S     UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-KARDEX-DEVOLUCAO      SECTION.
      *----------------------------------------------------------------*
      *    Entrada DV no kardex pela quantidade devolvida, com o
      *    ticket como documento. O catalogo so e regravado na baixa
      *    do dia, que lanca a venda bruta da linha: o saldo gravado
      *    aqui e o estoque do catalogo mais o que voltou, e o dia
      *    fecha no kardex com o saldo que a baixa deixar.
      *----------------------------------------------------------------*

           PERFORM KDX-ABRE-KARDEX

           MOVE CODIGO-ITEM-S          TO CAT-GOODS-CODE
           READ CATALOGO-GOODS
               INVALID KEY
                   MOVE ZEROS          TO CAT-GOODS-STOCK
           END-READ

           MOVE CODIGO-ITEM-S          TO KDX-GOODS-ATUAL
           SET KDX-DEVOLUCAO-CLIENTE   TO TRUE
           MOVE SPACES                 TO KDX-DOCUMENTO-ATUAL
           STRING 'TKT '               DELIMITED BY SIZE
                  NR-TICKET-S          DELIMITED BY SIZE
                                       INTO KDX-DOCUMENTO-ATUAL
      *    Pesagem devolvida volta ao estoque em gramas.
           IF  PESO-S                  > 0
               COMPUTE WS-QTD-ESTOQUE = WS-QTD-DEVOLVER * PESO-S
           ELSE
               MOVE WS-QTD-DEVOLVER    TO WS-QTD-ESTOQUE
           END-IF
           MOVE WS-QTD-ESTOQUE         TO KDX-ENTRADA-ATUAL
           SET KDX-LOCAL-LOJA          TO TRUE
           COMPUTE KDX-SALDO-ATUAL
               = CAT-GOODS-STOCK + WS-QTD-ESTOQUE
           PERFORM KDX-GRAVA-MOVIMENTO

           .

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-ULTIMO-VALE           SECTION.
      *----------------------------------------------------------------*
      *    O número do vale-troca segue de uma execução para a outra:
      *    parte do maior número já gravado em VALES-TROCA.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO VLT-ULTIMO-NUMERO
           MOVE 'N'                    TO IND-FIM-VALES

           PERFORM UNTIL FIM-DOS-VALES
               READ VALES-TROCA NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-VALES
               NOT AT END
                   IF  VLT-NUMERO      > VLT-ULTIMO-NUMERO
                       MOVE VLT-NUMERO TO VLT-ULTIMO-NUMERO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-ULTIMA-ENTREGA        SECTION.
      *----------------------------------------------------------------*
      *    O número da entrega segue de uma execução para a outra:
      *    parte do maior número já gravado em ENTREGAS.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO ENT-ULTIMO-NUMERO
           MOVE 'N'                    TO IND-FIM-ENTREGAS

           PERFORM UNTIL FIM-DAS-ENTREGAS
               READ ENTREGAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ENTREGAS
               NOT AT END
                   IF  ENT-NUMERO      > ENT-ULTIMO-NUMERO
                       MOVE ENT-NUMERO TO ENT-ULTIMO-NUMERO
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           EMITE-VALE-TROCA            SECTION.
      *----------------------------------------------------------------*
      *    Grava o vale-troca da devolução da linha corrente de
      *    ARQUIVO-SAIDA pelo valor devolvido, com validade da data
      *    de movimento mais VLT-DIAS-VALIDADE dias corridos, e anota
      *    o vale na linha (ainda não regravada). Vale não gravado
      *    volta o reembolso para dinheiro.
      *----------------------------------------------------------------*

           COMPUTE WS-PROXIMO-VALE     = VLT-ULTIMO-NUMERO + 1

           MOVE WS-DATA-MOV-AMD        TO WS-VALIDADE-VALE-AMD
           COMPUTE WS-VALIDADE-VALE-AMD
               = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-VALIDADE-VALE-AMD)
                  + VLT-DIAS-VALIDADE)
           MOVE SPACES                 TO WS-DATA-VALIDADE-VALE
           STRING WS-VALIDADE-VALE-X(7:2) '/'
                  WS-VALIDADE-VALE-X(5:2) '/'
                  WS-VALIDADE-VALE-X(1:4)
               DELIMITED BY SIZE INTO WS-DATA-VALIDADE-VALE

           MOVE SPACES                 TO REG-VALE-TROCA
           MOVE WS-PROXIMO-VALE        TO VLT-NUMERO
           MOVE DMV-DATA-MOVIMENTO     TO VLT-DATA-EMISSAO
           MOVE WS-DATA-VALIDADE-VALE  TO VLT-DATA-VALIDADE
           MOVE WS-VALOR-DEVOLVIDO     TO VLT-VALOR-EMITIDO
           MOVE WS-VALOR-DEVOLVIDO     TO VLT-SALDO
           SET VLT-EM-ABERTO           TO TRUE
           MOVE CLIENTE-S              TO VLT-CLIENTE
           MOVE NR-TICKET-S            TO VLT-TICKET-ORIGEM
           MOVE NR-LINHA-S             TO VLT-LINHA-ORIGEM
           MOVE CODIGO-ITEM-S          TO VLT-CODIGO-ITEM
           MOVE FILIAL-S               TO VLT-FILIAL
           MOVE OPR-CODIGO-ATIVO       TO VLT-OPERADOR
           MOVE SPACES                 TO VLT-DATA-ULTIMO-USO
           MOVE ZEROS                  TO VLT-TICKET-ULTIMO-USO

           WRITE REG-VALE-TROCA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR VALES-TROCA, FILE STATUS: '
                       FS-VALES-TROCA  UPON CONSOLE
                   DISPLAY 'VALE NAO EMITIDO, REEMBOLSO EM DINHEIRO'
                                       UPON CONSOLE
                   MOVE 'D'            TO WS-OPCAO-REEMBOLSO
               NOT INVALID KEY
                   MOVE WS-PROXIMO-VALE
                                       TO VLT-ULTIMO-NUMERO
                   MOVE WS-PROXIMO-VALE
                                       TO NR-VALE-S
                   IF  VALOR-VALE-S    NOT NUMERIC
                       MOVE ZEROS      TO VALOR-VALE-S
                   END-IF
                   ADD WS-VALOR-DEVOLVIDO
                                       TO VALOR-VALE-S
                   ADD 1               TO CONTA-VALES-EMITIDOS
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-VALE-TROCA          SECTION.
      *----------------------------------------------------------------*
      *    Comprovante do vale-troca emitido, entregue ao cliente no
      *    lugar do dinheiro: sai em CUPONS-VENDA, como o cupom.
      *----------------------------------------------------------------*

           OPEN EXTEND CUPONS-VENDA

           IF  FS-CUP-NAO-EXISTE
               OPEN OUTPUT CUPONS-VENDA
           END-IF

           IF  NOT FS-CUP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CUPONS-VENDA, FILE STATUS: '
                   FS-CUPONS-VENDA     UPON CONSOLE
           ELSE
               MOVE CUP-LINHA-SEPARADORA
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-TITULO   TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-TITULO-VALE
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE WS-PROXIMO-VALE    TO CUP-NR-VALE
               MOVE DMV-DATA-MOVIMENTO TO CUP-EMISSAO-VALE
               MOVE CUP-LINHA-VALE-NUMERO
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE WS-VALOR-DEVOLVIDO TO CUP-VALOR-VALE
               MOVE WS-DATA-VALIDADE-VALE
                                       TO CUP-VALIDADE-VALE
               MOVE CUP-LINHA-VALE-VALOR
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE NR-TICKET-S        TO CUP-TICKET-VALE
               MOVE CODIGO-ITEM-S      TO CUP-ITEM-VALE
               MOVE CUP-LINHA-VALE-ORIGEM
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-SEPARADORA
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               CLOSE CUPONS-VENDA

               MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-VALE-ED
               DISPLAY 'VALE-TROCA EMITIDO: ' WS-PROXIMO-VALE
                   ' R$ ' WS-VALOR-VALE-ED
                   ' VALIDO ATE ' WS-DATA-VALIDADE-VALE UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-CUPOM                 SECTION.
      *----------------------------------------------------------------*
      *    Imprime em CUPONS-VENDA o cupom do ticket WS-TICKET-CUPOM,
      *    relendo o cabeçalho (linha 00) e as linhas de item pela
      *    chave composta: itens com descrição do catálogo, total e
      *    forma de pagamento, data/hora da venda, o número do ticket
      *    e, para cliente do programa de fidelidade, os pontos
      *    resgatados, ganhos e o saldo disponível. Aberto em EXTEND
      *    e criado na primeira gravação, como o jornal de sessão, o
      *    que também serve à reimpressão.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-CUPOM        TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   DISPLAY 'TICKET SEM CABECALHO, CUPOM NAO EMITIDO: '
                       WS-TICKET-CUPOM UPON CONSOLE
               NOT INVALID KEY
                   PERFORM IMPRIME-CUPOM-TICKET
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-CUPOM-TICKET        SECTION.
      *----------------------------------------------------------------*

           OPEN EXTEND CUPONS-VENDA

           IF  FS-CUP-NAO-EXISTE
               OPEN OUTPUT CUPONS-VENDA
           END-IF

           IF  NOT FS-CUP-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR CUPONS-VENDA, FILE STATUS: '
                   FS-CUPONS-VENDA     UPON CONSOLE
           ELSE
               MOVE CUP-LINHA-SEPARADORA
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE CUP-LINHA-TITULO   TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE NR-TICKET-S        TO CUP-TICKET
               MOVE DATA-VENDA-S       TO CUP-DATA
               MOVE HORA-VENDA-S       TO CUP-HORA
               MOVE CUP-LINHA-TICKET   TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE VENDEDOR-S         TO CUP-VENDEDOR
               MOVE CUP-LINHA-VENDEDOR TO REG-CUPOM
               WRITE REG-CUPOM

               MOVE QTD-VENDA-S        TO WS-QTDE-LINHAS-CUPOM
               MOVE VALOR-TOTAL-S      TO CUP-TOTAL
               MOVE CLIENTE-S          TO WS-CUP-CLIENTE
               MOVE PONTOS-GANHOS-S    TO WS-CUP-PONTOS-GANHOS
               MOVE PONTOS-RESGATE-S   TO WS-CUP-PONTOS-RESGATE
               MOVE VALOR-RESGATE-S    TO WS-CUP-VALOR-RESGATE
               MOVE NR-VALE-S          TO WS-CUP-NR-VALE
               MOVE VALOR-VALE-S       TO WS-CUP-VALOR-VALE
               MOVE PERC-DESCONTO-S    TO WS-CUP-PERC-DESC
               MOVE VALOR-DESCONTO-S   TO WS-CUP-VALOR-DESC
               MOVE VALOR-FRETE-S      TO WS-CUP-VALOR-FRETE
               MOVE NR-ENTREGA-S       TO WS-CUP-NR-ENTREGA
               IF  VALOR-RESGATE-S + VALOR-VALE-S < VALOR-TOTAL-S
                   COMPUTE CUP-A-PAGAR
                       = VALOR-TOTAL-S - VALOR-RESGATE-S
                       - VALOR-VALE-S
               ELSE
                   MOVE ZEROS          TO CUP-A-PAGAR
               END-IF

               EVALUATE TRUE
                   WHEN PAGTO-CARTAO
                       MOVE 'CARTAO'   TO CUP-FORMA
                   WHEN PAGTO-A-PRAZO
                       MOVE 'A PRAZO'  TO CUP-FORMA
                   WHEN OTHER
                       MOVE 'DINHEIRO' TO CUP-FORMA
               END-EVALUATE

               PERFORM VARYING WS-SUB-CUPOM FROM 1 BY 1
                   UNTIL WS-SUB-CUPOM > WS-QTDE-LINHAS-CUPOM
                   MOVE WS-TICKET-CUPOM
                                       TO NR-TICKET-S
                   MOVE WS-SUB-CUPOM   TO NR-LINHA-S
                   READ ARQUIVO-SAIDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO
                               PERFORM IMPRIME-ITEM-CUPOM
                           END-IF
                   END-READ
               END-PERFORM

               IF  WS-CUP-VALOR-DESC   NUMERIC
                   AND WS-CUP-VALOR-DESC > 0
                   MOVE WS-CUP-PERC-DESC
                                       TO CUP-PERC-DESC-TICKET
                   MOVE WS-CUP-VALOR-DESC
                                       TO CUP-VALOR-DESC-TICKET
                   MOVE CUP-LINHA-DESC-TICKET
                                       TO REG-CUPOM
                   WRITE REG-CUPOM
               END-IF

               IF  WS-CUP-VALOR-FRETE  NUMERIC
                   AND WS-CUP-VALOR-FRETE > 0
                   MOVE WS-CUP-NR-ENTREGA
                                       TO CUP-NR-ENTREGA
                   MOVE WS-CUP-VALOR-FRETE
                                       TO CUP-VALOR-FRETE
                   MOVE CUP-LINHA-FRETE
                                       TO REG-CUPOM
                   WRITE REG-CUPOM
               END-IF

               MOVE CUP-LINHA-TOTAL    TO REG-CUPOM
               WRITE REG-CUPOM

               PERFORM IMPRIME-PONTOS-CUPOM

               MOVE CUP-LINHA-SEPARADORA
                                       TO REG-CUPOM
               WRITE REG-CUPOM

               CLOSE CUPONS-VENDA

               ADD 1                   TO CONTA-CUPONS
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-ITEM-CUPOM          SECTION.
      *----------------------------------------------------------------*

           MOVE CODIGO-ITEM-S          TO CUP-ITEM

           MOVE CODIGO-ITEM-S          TO CAT-GOODS-CODE
           READ CATALOGO-GOODS
               INVALID KEY
                   MOVE SPACES         TO CUP-NOME-ITEM
               NOT INVALID KEY
                   MOVE CAT-GOODS-NAME(1:20)
                                       TO CUP-NOME-ITEM
           END-READ

           COMPUTE WS-QTD-LIQUIDA
               = QTD-VENDA-S - QTD-DEVOLVIDA-S
           MOVE WS-QTD-LIQUIDA         TO CUP-QTDE
           MOVE PRECO-UNITARIO-S       TO CUP-PRECO
           COMPUTE WS-VALOR-VENDA
               = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
           MOVE WS-VALOR-VENDA         TO CUP-VALOR-ITEM

           MOVE CUP-LINHA-ITEM         TO REG-CUPOM
           WRITE REG-CUPOM

           IF  PESO-S                  > 0
               COMPUTE WS-PESO-KG
                   = PESO-S * WS-QTD-LIQUIDA / 1000
               MOVE WS-PESO-KG         TO CUP-PESO
               MOVE CUP-LINHA-PESO     TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF  VALOR-DESCONTO-S        NUMERIC
               AND VALOR-DESCONTO-S    > 0
               MOVE PERC-DESCONTO-S    TO CUP-PERC-DESC-ITEM
               MOVE MOTIVO-DESCONTO-S  TO CUP-MOTIVO-DESC-ITEM
               MOVE VALOR-DESCONTO-S   TO CUP-VALOR-DESC-ITEM
               MOVE CUP-LINHA-DESC-ITEM
                                       TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF  VALOR-VALE-S            NUMERIC
               AND VALOR-VALE-S        > 0
               MOVE NR-VALE-S          TO CUP-NR-VALE-ITEM
               MOVE VALOR-VALE-S       TO CUP-VALOR-VALE-ITEM
               MOVE CUP-LINHA-VALE-ITEM
                                       TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           IMPRIME-PONTOS-CUPOM        SECTION.
      *----------------------------------------------------------------*
      *    Linhas de fidelidade do cupom: o resgate de pontos, o
      *    vale-troca aceito no pagamento e o valor que restou a
      *    pagar, e os pontos ganhos no ticket com o saldo disponível
      *    do cliente depois dele.
      *----------------------------------------------------------------*

           IF  WS-CUP-PONTOS-RESGATE   > 0
               MOVE WS-CUP-PONTOS-RESGATE
                                       TO CUP-PONTOS-RESGATE
               MOVE WS-CUP-VALOR-RESGATE
                                       TO CUP-VALOR-RESGATE
               MOVE CUP-LINHA-RESGATE  TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF  WS-CUP-VALOR-VALE       > 0
               MOVE WS-CUP-NR-VALE     TO CUP-NR-VALE-USO
               MOVE WS-CUP-VALOR-VALE  TO CUP-VALOR-VALE-USO
               MOVE CUP-LINHA-VALE-USO TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF  WS-CUP-PONTOS-RESGATE   > 0
               OR WS-CUP-VALOR-VALE    > 0
               MOVE CUP-LINHA-A-PAGAR  TO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF  WS-CUP-CLIENTE          NOT = SPACES
               AND PONTOS-FIDELIDADE-ABERTO
               MOVE WS-CUP-CLIENTE     TO PTS-CLIENTE-ATUAL
               PERFORM PTS-CALCULA-SALDO

               IF  WS-CUP-PONTOS-GANHOS > 0
                   OR PTS-SALDO-DISPONIVEL > 0
                   MOVE WS-CUP-PONTOS-GANHOS
                                       TO CUP-PONTOS-GANHOS
                   MOVE PTS-SALDO-DISPONIVEL
                                       TO CUP-SALDO-PONTOS
                   MOVE CUP-LINHA-PONTOS
                                       TO REG-CUPOM
                   WRITE REG-CUPOM
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-CABECALHO             SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GRAVA-CABECALHO'

           MOVE 000000                 TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S
           MOVE ZEROS                  TO VALOR-TOTAL-S
           MOVE ZEROS                  TO ALIQ-ICMS-S
           MOVE ZEROS                  TO VALOR-ICMS-S
           MOVE SPACES                 TO MATRICULA-VENDEDOR-S
           MOVE 0000                   TO CODIGO-ITEM-S
           MOVE 0000                   TO PRECO-UNITARIO-S
           MOVE 00000                  TO QTD-VENDA-S
           MOVE 00000                  TO QTD-DEVOLVIDA-S
           MOVE 00000                  TO PESO-S
           MOVE ZEROS                  TO PONTOS-GANHOS-S
           MOVE ZEROS                  TO PONTOS-RESGATE-S
           MOVE ZEROS                  TO VALOR-RESGATE-S
           MOVE ZEROS                  TO NR-VALE-S
           MOVE ZEROS                  TO VALOR-VALE-S
           MOVE ZEROS                  TO PERC-DESCONTO-S
           MOVE ZEROS                  TO VALOR-DESCONTO-S
           MOVE SPACES                 TO MOTIVO-DESCONTO-S
           MOVE SPACES                 TO SUPERVISOR-DESCONTO-S
           MOVE ZEROS                  TO VALOR-FRETE-S
           MOVE ZEROS                  TO NR-ENTREGA-S
           MOVE SPACES                 TO CLIENTE-S
           MOVE 'D'                    TO FORMA-PAGTO-S
           MOVE SPACES                 TO OPERADOR-S
           MOVE 'NOME DO VENDEDOR'     TO VENDEDOR-S

           PERFORM GRAVA-ARQUIVO-S

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ARQUIVO-S             SECTION.
      *----------------------------------------------------------------*
      *    Toda gravação em ARQUIVO-SAIDA recebe o carimbo de data e
      *    hora do momento da entrada, via a rotina comum DTHPROC,
      *    para o jornal diário e para as disputas sobre anulações.
      *----------------------------------------------------------------*

           PERFORM OBTER-DATA-HORA

           MOVE DMV-DATA-MOVIMENTO     TO DATA-VENDA-S
           MOVE DTH-HORA-ATUAL-RED     TO HORA-VENDA-S
           MOVE FIL-FILIAL-CORRENTE    TO FILIAL-S
           MOVE WS-CANAL-VENDA         TO CANAL-VENDA-S
           MOVE WS-PEDIDO-WEB-ATUAL    TO PEDIDO-WEB-S

           WRITE REGISTRO-SAIDA-DETALHE
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR ARQUIVO-SAIDA, CODIGO '
                       CODIGO-ITEM-S ', FS: ' FS-ARQUIVO-SAIDA
                                       UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           FORMATA-VALOR-CONTABIL      SECTION.
      *----------------------------------------------------------------*
      *    Converte WS-EXPORT-VALOR (duas casas decimais, vírgula
      *    conforme DECIMAL-POINT IS COMMA) em WS-EXPORT-VALOR-TEXTO
      *    com ponto decimal, formato aceito pela maioria dos pacotes
      *    de contabilidade.
      *----------------------------------------------------------------*
           COMPUTE WS-EXPORT-CENTAVOS = WS-EXPORT-VALOR * 100
           DIVIDE WS-EXPORT-CENTAVOS BY 100
               GIVING WS-EXPORT-INTEIRO-ED
               REMAINDER WS-EXPORT-DECIMAL
           MOVE SPACES                 TO WS-EXPORT-VALOR-TEXTO
           STRING FUNCTION TRIM(WS-EXPORT-INTEIRO-ED) DELIMITED BY SIZE
                  '.'                  DELIMITED BY SIZE
                  WS-EXPORT-DECIMAL    DELIMITED BY SIZE
                  INTO WS-EXPORT-VALOR-TEXTO
           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-EXPORT-CONTABIL       SECTION.
      *----------------------------------------------------------------*
      *    Grava, em EXPORT-CONTABIL, uma linha equivalente à venda de
      *    ARQUIVO-SAIDA corrente (CODIGO-ITEM-S/PRECO-UNITARIO-S/
      *    QTD-VENDA-S/VENDEDOR-S), com o preço unitário em formato de
      *    ponto decimal. Chamada a partir de GERA-RELATORIO-VENDEDORES,
      *    que já relê ARQUIVO-SAIDA ignorando as vendas anuladas, para
      *    que EXPORT-CONTABIL reflita apenas vendas efetivamente
      *    válidas ao final da execução.
      *----------------------------------------------------------------*
           MOVE PRECO-UNITARIO-S       TO WS-EXPORT-VALOR
           PERFORM FORMATA-VALOR-CONTABIL

           MOVE SPACES                 TO REG-EXPORT-CONTABIL
           STRING
               CODIGO-ITEM-S                   DELIMITED BY SIZE
               ','                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPORT-VALOR-TEXTO)
                                                DELIMITED BY SIZE
               ','                              DELIMITED BY SIZE
               QTD-VENDA-S                      DELIMITED BY SIZE
               ','                              DELIMITED BY SIZE
               VENDEDOR-S                       DELIMITED BY SIZE
               INTO REG-EXPORT-CONTABIL

           WRITE REG-EXPORT-CONTABIL

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-RODAPE                SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'GRAVA-RODAPE'

           MOVE 999999                 TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S
           MOVE TOTALIZA-VENDAS        TO VALOR-TOTAL-S
           MOVE ZEROS                  TO ALIQ-ICMS-S
           MOVE ZEROS                  TO VALOR-ICMS-S
           MOVE SPACES                 TO MATRICULA-VENDEDOR-S
           MOVE 9999                   TO CODIGO-ITEM-S
           MOVE 999                    TO PRECO-UNITARIO-S
           MOVE 99999                  TO QTD-VENDA-S
           MOVE 99999                  TO QTD-DEVOLVIDA-S
           MOVE 00000                  TO PESO-S
           MOVE ZEROS                  TO PONTOS-GANHOS-S
           MOVE ZEROS                  TO PONTOS-RESGATE-S
           MOVE ZEROS                  TO VALOR-RESGATE-S
           MOVE ZEROS                  TO NR-VALE-S
           MOVE ZEROS                  TO VALOR-VALE-S
           MOVE ZEROS                  TO PERC-DESCONTO-S
           MOVE ZEROS                  TO VALOR-DESCONTO-S
           MOVE SPACES                 TO MOTIVO-DESCONTO-S
           MOVE SPACES                 TO SUPERVISOR-DESCONTO-S
           MOVE ZEROS                  TO VALOR-FRETE-S
           MOVE ZEROS                  TO NR-ENTREGA-S
           MOVE SPACES                 TO CLIENTE-S
           MOVE 'D'                    TO FORMA-PAGTO-S
           MOVE SPACES                 TO OPERADOR-S

           MOVE TOTALIZA-VENDAS        TO WS-TOTALIZA-ED
           STRING 'TOTAL VENDAS: ' WS-TOTALIZA-ED
                                       DELIMITED BY SIZE INTO VENDEDOR-S

           PERFORM GRAVA-ARQUIVO-S

           .

           EXIT.

      *----------------------------------------------------------------*
           VALIDA-CODIGO-CATALOGO      SECTION.
      *----------------------------------------------------------------*
      *    Confere CODIGO-ITEM-E contra o catálogo de mercadorias
      *    (GOODS-RECORD/GOODS-CODE) mantido por ARQUIVO, recusando a
      *    venda quando o item não existe lá.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO IND-CODIGO-VALIDO
           MOVE 'N'                    TO IND-ITEM-PESAVEL

           MOVE CODIGO-ITEM-E          TO CAT-GOODS-CODE

           READ CATALOGO-GOODS
               INVALID KEY
                   MOVE 'N'            TO IND-CODIGO-VALIDO
               NOT INVALID KEY
                   IF  CAT-ITEM-SUSPENSO OR CAT-ITEM-DESCONTINUADO
                       MOVE 'N'        TO IND-CODIGO-VALIDO
                       DISPLAY 'ITEM SUSPENSO/DESCONTINUADO: '
                           CODIGO-ITEM-E ' SITUACAO '
                           CAT-GOODS-SITUACAO UPON CONSOLE
                   ELSE
                       MOVE 'S'        TO IND-CODIGO-VALIDO
                       PERFORM VERIFICA-ITEM-PESAVEL
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ITEM-PESAVEL       SECTION.
      *----------------------------------------------------------------*
      *    Item presente em ITENS-PESAVEIS vende por peso: a
      *    quantidade da venda e em gramas e o preco e o do quilo.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-ITEM-PESAVEL
           MOVE SPACES                 TO WS-TIPO-ETIQUETA

           IF  HA-PESAVEIS
               MOVE CAT-GOODS-CODE     TO PSV-GOODS-CODE
               READ ITENS-PESAVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-ITEM-PESAVEL
                       MOVE PSV-TIPO-ETIQUETA
                                       TO WS-TIPO-ETIQUETA
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-PRECO-CATALOGO     SECTION.
      *----------------------------------------------------------------*
      *    Confere PRECO-UNITARIO-E contra CAT-GOODS-PRICE do catálogo
      *    (que VALIDA-CODIGO-CATALOGO já deixou em mãos), com a
      *    tolerância percentual WS-TOLERANCIA-PRECO para cada lado:
      *    fora da faixa, a venda é recusada em lote e exige a
      *    confirmação explícita do operador no console, barrando o
      *    1,99 digitado no lugar de 19,90. O preço de orçamento
      *    ainda válido, trazido por CONVERTE-ORCAMENTO, já foi
      *    criticado na emissão e é honrado sem nova crítica.
      *
      *    O saldo do item vai para WS-SALDO-DISPONIVEL desde já: se a
      *    venda cair aqui, VERIFICA-ESTOQUE-DISPONIVEL nem roda e o
      *    rejeito sairia com o saldo de outro item.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-VENDA-AUTORIZADA
           PERFORM SALDO-LOJA-FILIAL
           MOVE EFL-SALDO-LOJA         TO WS-SALDO-DISPONIVEL

           PERFORM BUSCA-PRECO-PROMOCIONAL

           COMPUTE WS-PRECO-MINIMO ROUNDED
               = WS-PRECO-REFERENCIA
               * (100 - WS-TOLERANCIA-PRECO) / 100

           COMPUTE WS-PRECO-MAXIMO ROUNDED
               = WS-PRECO-REFERENCIA
               * (100 + WS-TOLERANCIA-PRECO) / 100

           IF  (PRECO-UNITARIO-E       < WS-PRECO-MINIMO
               OR PRECO-UNITARIO-E     > WS-PRECO-MAXIMO)
               AND NOT PRECO-ORCADO-VIGENTE
               IF  VEIO-DE-BATCH
                   MOVE 'N'            TO IND-VENDA-AUTORIZADA
                   MOVE 'PRECO FORA DA TOLERANCIA'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0501'
                                       TO WS-CD-MSG-RECUSA
               ELSE
                   DISPLAY 'PRECO FORA DA TOLERANCIA, REFERENCIA: '
                       WS-PRECO-REFERENCIA UPON CONSOLE
                   MOVE 'CONFIRMA O PRECO DIGITADO (S/N)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-RESP-PRECO
                   IF  FUNCTION UPPER-CASE(WS-RESP-PRECO) NOT = 'S'
                       MOVE 'N'        TO IND-VENDA-AUTORIZADA
                       MOVE 'PRECO FORA DA TOLERANCIA'
                                       TO WS-MOTIVO-RECUSA
                       MOVE 'MSG-0501'
                                       TO WS-CD-MSG-RECUSA
                   END-IF
               END-IF
           END-IF

           IF  VENDA-AUTORIZADA
               AND ITEM-PESAVEL
               PERFORM CALCULA-VALOR-PESAGEM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-VALOR-PESAGEM       SECTION.
      *----------------------------------------------------------------*
      *    Valor da linha de item por peso: o impresso na etiqueta de
      *    valor da balanca ou, nos demais casos, o preco do quilo
      *    pelos gramas. A pesagem grava o valor no lugar do preco
      *    unitario da linha, que nao passa de 999,99.
      *----------------------------------------------------------------*

           IF  ETIQUETA-BALANCA
               AND ETIQUETA-DE-VALOR
               MOVE WS-ETIQUETA-REAIS  TO WS-VALOR-PESAGEM
           ELSE
               COMPUTE WS-VALOR-PESAGEM ROUNDED
                   = PRECO-UNITARIO-E * QTD-VENDA-E / 1000
           END-IF

           IF  WS-VALOR-PESAGEM        > 999,99
               MOVE 'N'                TO IND-VENDA-AUTORIZADA
               MOVE 'VALOR DA PESAGEM ACIMA DE 999'
                                       TO WS-MOTIVO-RECUSA
               MOVE 'MSG-0501'         TO WS-CD-MSG-RECUSA
               IF  NOT VEIO-DE-BATCH
                   DISPLAY 'VALOR DA PESAGEM ACIMA DO LIMITE DA '
                       'LINHA: ' WS-VALOR-PESAGEM UPON CONSOLE
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-PRECO-PROMOCIONAL     SECTION.
      *----------------------------------------------------------------*
      *    Define o preço de referência da crítica de tolerância: com
      *    promoção cadastrada para o item e vigente na data de
      *    movimento (início <= data <= fim), vale o preço
      *    promocional; fora disso, vale CAT-GOODS-PRICE do catálogo.
      *    A promoção é um evento comercial, não uma correção de
      *    catálogo: GOODS-PRICE e HISTORICO-PRECOS ficam em paz.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-PROMOCAO-VIGENTE
           MOVE CAT-GOODS-PRICE        TO WS-PRECO-REFERENCIA

           IF  HA-PROMOCOES
               MOVE CODIGO-ITEM-E      TO PRO-GOODS-CODE
               READ PRECOS-PROMOCAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZEROS      TO WS-DATA-INI-AMD
                       STRING PRO-DATA-INICIO(7:4)
                              PRO-DATA-INICIO(4:2)
                              PRO-DATA-INICIO(1:2)
                           DELIMITED BY SIZE INTO WS-DATA-INI-AMD
                       MOVE ZEROS      TO WS-DATA-FIM-AMD
                       STRING PRO-DATA-FIM(7:4)
                              PRO-DATA-FIM(4:2)
                              PRO-DATA-FIM(1:2)
                           DELIMITED BY SIZE INTO WS-DATA-FIM-AMD
                       IF  WS-DATA-MOV-AMD >= WS-DATA-INI-AMD
                           AND WS-DATA-MOV-AMD <= WS-DATA-FIM-AMD
                           MOVE 'S'    TO IND-PROMOCAO-VIGENTE
                           MOVE PRO-PRECO
                                       TO WS-PRECO-REFERENCIA
                           DISPLAY 'PROMOCAO VIGENTE PARA O ITEM '
                               CODIGO-ITEM-E ': ' PRO-PRECO
                                       UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-ESTOQUE-DISPONIVEL SECTION.
      *----------------------------------------------------------------*
      *    Confere QTD-VENDA-E contra o saldo corrente de estoque do
      *    item (CAT-GOODS-STOCK, que VALIDA-CODIGO-CATALOGO já deixou
      *    em mãos, menos o já vendido nesta execução). Em lote, o
      *    oversell recusa a venda; no console, exige a confirmação
      *    explícita do operador para prosseguir.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO IND-VENDA-AUTORIZADA

           SET TSI-IDX                 TO 1
           SEARCH TSI-ITEM
               AT END
                   ADD 1               TO CONTA-SALDOS
                   SET TSI-IDX         TO CONTA-SALDOS
                   MOVE CODIGO-ITEM-E  TO TSI-CODIGO(TSI-IDX)
                   PERFORM SALDO-LOJA-FILIAL
                   MOVE EFL-SALDO-LOJA TO TSI-SALDO(TSI-IDX)
               WHEN TSI-CODIGO(TSI-IDX) = CODIGO-ITEM-E
                   CONTINUE
           END-SEARCH

           MOVE TSI-SALDO(TSI-IDX)     TO WS-SALDO-DISPONIVEL

           MOVE 'N'                    TO IND-VENDA-KIT
           IF  KITS-ABERTOS
               PERFORM SOMA-DISPONIVEL-KIT
           END-IF

           IF  QTD-VENDA-E             > WS-SALDO-DISPONIVEL
               IF  VEIO-DE-BATCH
                   MOVE 'N'            TO IND-VENDA-AUTORIZADA
                   MOVE 'ESTOQUE INSUFICIENTE'
                                       TO WS-MOTIVO-RECUSA
                   MOVE 'MSG-0502'
                                       TO WS-CD-MSG-RECUSA
               ELSE
                   DISPLAY 'ESTOQUE INSUFICIENTE, DISPONIVEL: '
                       WS-SALDO-DISPONIVEL UPON CONSOLE
                   MOVE 'CONFIRMA VENDA SEM ESTOQUE (S/N)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-RESP-OVERSELL
                   IF  FUNCTION UPPER-CASE(WS-RESP-OVERSELL) NOT = 'S'
                       MOVE 'N'        TO IND-VENDA-AUTORIZADA
                       MOVE 'ESTOQUE INSUFICIENTE'
                                       TO WS-MOTIVO-RECUSA
                       MOVE 'MSG-0502'
                                       TO WS-CD-MSG-RECUSA
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOMA-DISPONIVEL-KIT         SECTION.
      *----------------------------------------------------------------*
      *    Item com composição em KIT01: o disponível é o saldo de
      *    kits já montados na loja mais o menor número de kits que o
      *    saldo de cada componente permite montar. Os saldos dos
      *    componentes entram na mesma tabela TSI, para as vendas
      *    seguintes do componente avulso enxergarem o consumo pelo
      *    kit. A leitura dos componentes troca o registro do
      *    catálogo em mãos; o do kit é relido no fim para a
      *    gravação da linha (ICMS).
      *----------------------------------------------------------------*

           MOVE CAT-GOODS-CODE         TO KIT-GOODS-ATUAL
           PERFORM KIT-VERIFICA-KIT

           IF  ITEM-E-KIT
               MOVE 'S'                TO IND-VENDA-KIT
               SET WS-SUB-KIT          TO TSI-IDX
               MOVE 9999999            TO WS-KITS-MONTAVEIS

               PERFORM UNTIL KIT-FIM-COMPONENTES
                   PERFORM LOCALIZA-SALDO-COMPONENTE
                   EVALUATE TRUE
                       WHEN KIT-QTD-COMPONENTE = 0
                           CONTINUE
                       WHEN TSI-SALDO(TSI-IDX) < KIT-QTD-COMPONENTE
                           MOVE ZEROS  TO WS-KITS-MONTAVEIS
                       WHEN OTHER
                           DIVIDE TSI-SALDO(TSI-IDX)
                               BY KIT-QTD-COMPONENTE
                               GIVING WS-KITS-COMPONENTE
                           IF  WS-KITS-COMPONENTE < WS-KITS-MONTAVEIS
                               MOVE WS-KITS-COMPONENTE
                                       TO WS-KITS-MONTAVEIS
                           END-IF
                   END-EVALUATE
                   PERFORM KIT-PROXIMO-COMPONENTE
               END-PERFORM

               SET TSI-IDX             TO WS-SUB-KIT

               IF  WS-SALDO-DISPONIVEL < 0
                   MOVE ZEROS          TO WS-SALDO-DISPONIVEL
               END-IF
               ADD WS-KITS-MONTAVEIS   TO WS-SALDO-DISPONIVEL

               MOVE KIT-GOODS-ATUAL    TO CAT-GOODS-CODE
               READ CATALOGO-GOODS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LOCALIZA-SALDO-COMPONENTE   SECTION.
      *----------------------------------------------------------------*
      *    Posiciona TSI-IDX no saldo corrente do componente,
      *    incluindo-o na tabela pelo estoque da loja no catálogo no
      *    primeiro toque, como VERIFICA-ESTOQUE-DISPONIVEL faz para
      *    o item vendido.
      *----------------------------------------------------------------*

           MOVE KIT-COMPONENTE         TO WS-CODIGO-COMPONENTE

           SET TSI-IDX                 TO 1
           SEARCH TSI-ITEM
               AT END
                   ADD 1               TO CONTA-SALDOS
                   SET TSI-IDX         TO CONTA-SALDOS
                   MOVE WS-CODIGO-COMPONENTE
                                       TO TSI-CODIGO(TSI-IDX)
                   MOVE KIT-COMPONENTE TO CAT-GOODS-CODE
                   READ CATALOGO-GOODS
                       INVALID KEY
                           MOVE ZEROS  TO TSI-SALDO(TSI-IDX)
                       NOT INVALID KEY
                           PERFORM SALDO-LOJA-FILIAL
                           MOVE EFL-SALDO-LOJA
                                       TO TSI-SALDO(TSI-IDX)
                   END-READ
               WHEN TSI-CODIGO(TSI-IDX) = WS-CODIGO-COMPONENTE
                   CONTINUE
           END-SEARCH

           .

           EXIT.

      *----------------------------------------------------------------*
           BAIXA-SALDO-KIT             SECTION.
      *----------------------------------------------------------------*
      *    Venda aceita de kit: sai primeiro dos kits já montados; o
      *    que faltar é montado na hora e sai dos saldos dos
      *    componentes, na mesma regra que BAIXA01 usa para o
      *    catálogo.
      *----------------------------------------------------------------*

           SET WS-SUB-KIT              TO TSI-IDX

           IF  TSI-SALDO(TSI-IDX)      > 0
               MOVE TSI-SALDO(TSI-IDX) TO WS-KITS-PRONTOS
           ELSE
               MOVE ZEROS              TO WS-KITS-PRONTOS
           END-IF

           IF  QTD-VENDA-E             NOT > WS-KITS-PRONTOS
               SUBTRACT QTD-VENDA-E    FROM TSI-SALDO(TSI-IDX)
           ELSE
               SUBTRACT WS-KITS-PRONTOS
                                       FROM TSI-SALDO(TSI-IDX)
               COMPUTE WS-KITS-A-MONTAR
                   = QTD-VENDA-E - WS-KITS-PRONTOS

               MOVE CAT-GOODS-CODE     TO KIT-GOODS-ATUAL
               PERFORM KIT-VERIFICA-KIT
               PERFORM UNTIL KIT-FIM-COMPONENTES
                   MOVE KIT-COMPONENTE TO WS-CODIGO-COMPONENTE
                   SET TSI-IDX         TO 1
                   SEARCH TSI-ITEM
                       AT END
                           CONTINUE
                       WHEN TSI-CODIGO(TSI-IDX) = WS-CODIGO-COMPONENTE
                           COMPUTE TSI-SALDO(TSI-IDX)
                               = TSI-SALDO(TSI-IDX)
                               - WS-KITS-A-MONTAR * KIT-QTD-COMPONENTE
                   END-SEARCH
                   PERFORM KIT-PROXIMO-COMPONENTE
               END-PERFORM

               SET TSI-IDX             TO WS-SUB-KIT
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DEFINE-FORMA-PAGAMENTO      SECTION.
      *----------------------------------------------------------------*
      *    Define a forma de pagamento do ticket: a venda a prazo já
      *    decidida em VALIDA-CLIENTE-PRAZO sai 'P'; a venda a vista
      *    pelo console pergunta dinheiro ou cartão (em branco vale
      *    dinheiro); em lote toda venda é dinheiro.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN VENDA-A-PRAZO
                   MOVE 'P'            TO WS-FORMA-PAGTO
               WHEN VEIO-DE-BATCH
                   MOVE 'D'            TO WS-FORMA-PAGTO
               WHEN OTHER
                   MOVE 'FORMA DE PAGTO: D=DINHEIRO C=CARTAO (D): '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   IF  FUNCTION UPPER-CASE(PRM-RESPOSTA(1:1)) = 'C'
                       MOVE 'C'        TO WS-FORMA-PAGTO
                   ELSE
                       MOVE 'D'        TO WS-FORMA-PAGTO
                   END-IF
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           BUSCA-ULTIMO-TITULO-R       SECTION.
      *----------------------------------------------------------------*
      *    Varre TITULOS-RECEBER pela chave primária e guarda o maior
      *    TRC-NUMERO já emitido, para a numeração dos títulos desta
      *    execução continuar de onde parou, como RECEB01 faz com os
      *    títulos a pagar.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PROXIMO-TITULO-R
           MOVE 'N'                    TO IND-FIM-TITULOS-R

           PERFORM UNTIL FIM-DOS-TITULOS-R
               READ TITULOS-RECEBER NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-TITULOS-R
               NOT AT END
                   IF  TRC-NUMERO      > WS-PROXIMO-TITULO-R
                       MOVE TRC-NUMERO TO WS-PROXIMO-TITULO-R
                   END-IF
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           VALIDA-CLIENTE-PRAZO        SECTION.
      *----------------------------------------------------------------*
      *    Com o cliente informado no console, valida o código contra
      *    CLIENTES (código desconhecido derruba para venda avulsa,
      *    com aviso) e pergunta se a venda é a prazo; a prazo, o
      *    saldo em aberto do cliente mais a venda é criticado contra
      *    o limite de crédito, com confirmação explícita para passar
      *    por cima, e o parcelamento e o vencimento da primeira
      *    parcela são pedidos (em branco, parcela única vencendo na
      *    data de movimento). Cliente com crédito bloqueado por
      *    atraso só compra à vista.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-VENDA-A-PRAZO
           MOVE SPACES                 TO WS-DATA-VENC-PRAZO
           MOVE 1                      TO WS-QTDE-PARCELAS

           IF  WS-CLIENTE              = SPACES
               OR VEIO-DE-BATCH
               CONTINUE
           ELSE
           IF  NOT HA-CLIENTES
               DISPLAY 'CADASTRO DE CLIENTES AUSENTE, VENDA AVULSA'
                                       UPON CONSOLE
               MOVE SPACES             TO WS-CLIENTE
           ELSE
               MOVE WS-CLIENTE         TO CLI-CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO, VENDA AVULSA: '
                           WS-CLIENTE  UPON CONSOLE
                       MOVE SPACES     TO WS-CLIENTE
                   NOT INVALID KEY
                       IF  CLI-CREDITO-BLOQUEADO
                           DISPLAY 'CLIENTE COM CREDITO BLOQUEADO '
                               'POR ATRASO DESDE ' CLI-DATA-SITUACAO
                               ', VENDA A VISTA' UPON CONSOLE
                       ELSE
                           PERFORM PERGUNTA-VENDA-A-PRAZO
                       END-IF
               END-READ
           END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PERGUNTA-VENDA-A-PRAZO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'VENDA A PRAZO (S/N)? '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-RESP-PRAZO

           IF  FUNCTION UPPER-CASE(WS-RESP-PRAZO) = 'S'
               MOVE 'S'                TO IND-VENDA-A-PRAZO

               PERFORM CALCULA-SALDO-CLIENTE

               IF  WS-SALDO-CLIENTE + WS-TOTAL-TICKET
                   > CLI-LIMITE-CREDITO
                   DISPLAY 'LIMITE DE CREDITO EXCEDIDO, SALDO: '
                       WS-SALDO-CLIENTE ' LIMITE: '
                       CLI-LIMITE-CREDITO UPON CONSOLE
                   MOVE 'CONFIRMA A VENDA A PRAZO (S/N)? '
                                       TO PRM-MENSAGEM
                   PERFORM PRM-SOLICITA-TEXTO
                   MOVE PRM-RESPOSTA   TO WS-RESP-LIMITE
                   IF  FUNCTION UPPER-CASE(WS-RESP-LIMITE) NOT = 'S'
      *                O ticket ja esta gravado: a prazo negado pelo
      *                limite vira venda a vista, com aviso, em vez de
      *                desmanchar o ticket inteiro.
                       MOVE 'N'        TO IND-VENDA-A-PRAZO
                       DISPLAY 'VENDA A PRAZO NEGADA PELO LIMITE, '
                           'TICKET SEGUE A VISTA' UPON CONSOLE
                   END-IF
               END-IF

               IF  VENDA-A-PRAZO
                   PERFORM PERGUNTA-PARCELAMENTO
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PERGUNTA-PARCELAMENTO       SECTION.
      *----------------------------------------------------------------*
      *    Crediário: número de parcelas (branco ou zero vale uma,
      *    acima do máximo de MAX-PARCELAS fica no máximo) e o
      *    vencimento da primeira (branco ou data inválida vale a
      *    data de movimento); as demais vencem no mesmo dia dos
      *    meses seguintes. O limite de crédito já foi criticado
      *    pelo total do ticket.
      *----------------------------------------------------------------*

           MOVE 'NUMERO DE PARCELAS (BRANCO = 1): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR

           EVALUATE TRUE
               WHEN PRM-VALOR          < 1
                   MOVE 1              TO WS-QTDE-PARCELAS
               WHEN PRM-VALOR          > WS-MAX-PARCELAS
                   MOVE WS-MAX-PARCELAS
                                       TO WS-QTDE-PARCELAS
                   DISPLAY 'PARCELAS ACIMA DO MAXIMO, ASSUMIDAS: '
                       WS-QTDE-PARCELAS UPON CONSOLE
               WHEN OTHER
                   MOVE PRM-VALOR      TO WS-QTDE-PARCELAS
           END-EVALUATE

           MOVE
           'VENCIMENTO 1A PARCELA DD/MM/AAAA (BRANCO = DATA MOV.): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-DATA-VENC-PRAZO

           IF  WS-DATA-VENC-PRAZO      = SPACES
               MOVE DMV-DATA-MOVIMENTO TO WS-DATA-VENC-PRAZO
           END-IF

           MOVE ZEROS                  TO WS-VENC-BASE-AMD
           IF  WS-DIA-VENC-PRAZO       NUMERIC
               AND WS-MES-VENC-PRAZO   NUMERIC
               AND WS-ANO-VENC-PRAZO   NUMERIC
               MOVE WS-ANO-VENC-PRAZO  TO WS-VENC-BASE-ANO
               MOVE WS-MES-VENC-PRAZO  TO WS-VENC-BASE-MES
               MOVE WS-DIA-VENC-PRAZO  TO WS-VENC-BASE-DIA
           END-IF

           IF  FUNCTION TEST-DATE-YYYYMMDD (WS-VENC-BASE-AMD) NOT = 0
               DISPLAY 'VENCIMENTO INVALIDO, ASSUMIDA A DATA DE '
                   'MOVIMENTO: ' DMV-DATA-MOVIMENTO UPON CONSOLE
               MOVE DMV-DATA-MOVIMENTO TO WS-DATA-VENC-PRAZO
               MOVE WS-ANO-VENC-PRAZO  TO WS-VENC-BASE-ANO
               MOVE WS-MES-VENC-PRAZO  TO WS-VENC-BASE-MES
               MOVE WS-DIA-VENC-PRAZO  TO WS-VENC-BASE-DIA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-SALDO-CLIENTE       SECTION.
      *----------------------------------------------------------------*
      *    Soma os títulos a receber em aberto do cliente corrente,
      *    pela chave alternativa TRC-CLIENTE, para a crítica do
      *    limite de crédito.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-SALDO-CLIENTE

           MOVE WS-CLIENTE             TO TRC-CLIENTE
           START TITULOS-RECEBER
               KEY IS = TRC-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TITULOS-RECEBER NEXT RECORD
                   PERFORM UNTIL NOT FS-TRC-OK
                       OR TRC-CLIENTE NOT = WS-CLIENTE
                       IF  TRC-ABERTO
                           ADD TRC-VALOR
                               TO WS-SALDO-CLIENTE
                       END-IF
                       READ TITULOS-RECEBER NEXT RECORD
                   END-PERFORM
           END-START

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-TITULO-RECEBER        SECTION.
      *----------------------------------------------------------------*
      *    Gera os títulos a receber da venda a prazo recém-gravada,
      *    um por parcela, numerados em sequência e abertos para a
      *    cobrança de RECREC01. O total é dividido em parcelas
      *    iguais truncadas no centavo; a diferença fica na última.
      *----------------------------------------------------------------*

           COMPUTE WS-VALOR-PARCELA
               = WS-TOTAL-TICKET / WS-QTDE-PARCELAS
           MOVE ZEROS                  TO WS-SOMA-PARCELAS

           PERFORM VARYING WS-SUB-PARCELA FROM 1 BY 1
               UNTIL WS-SUB-PARCELA > WS-QTDE-PARCELAS
               PERFORM GRAVA-PARCELA-RECEBER
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-PARCELA-RECEBER       SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WS-PROXIMO-TITULO-R

           MOVE SPACES                 TO REG-TITULO-RECEBER
           MOVE WS-PROXIMO-TITULO-R    TO TRC-NUMERO
           MOVE WS-CLIENTE             TO TRC-CLIENTE
           MOVE WS-PROXIMO-TICKET      TO TRC-NR-TICKET
           IF  WS-SUB-PARCELA          = WS-QTDE-PARCELAS
               COMPUTE TRC-VALOR
                   = WS-TOTAL-TICKET - WS-SOMA-PARCELAS
           ELSE
               MOVE WS-VALOR-PARCELA   TO TRC-VALOR
               ADD WS-VALOR-PARCELA    TO WS-SOMA-PARCELAS
           END-IF
           MOVE DMV-DATA-MOVIMENTO     TO TRC-DATA-EMISSAO
           PERFORM CALCULA-VENCIMENTO-PARCELA
           MOVE SPACES                 TO TRC-DATA-VENCIMENTO
           STRING WS-VENC-PARCELA-DIA '/' WS-VENC-PARCELA-MES '/'
                  WS-VENC-PARCELA-ANO
               DELIMITED BY SIZE INTO TRC-DATA-VENCIMENTO
           MOVE 'A'                    TO TRC-SITUACAO
           MOVE SPACES                 TO TRC-DATA-RECEBIMENTO
           MOVE WS-SUB-PARCELA         TO TRC-PARCELA
           MOVE WS-QTDE-PARCELAS       TO TRC-QTDE-PARCELAS
           MOVE ZEROS                  TO TRC-VALOR-MULTA
           MOVE ZEROS                  TO TRC-VALOR-JUROS

           WRITE REG-TITULO-RECEBER
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR TITULOS-RECEBER, STATUS: '
                       FS-TITULOS-RECEBER UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
               NOT INVALID KEY
                   ADD 1               TO CONTA-TITULOS-RECEBER
                   DISPLAY 'TITULO A RECEBER GERADO: ' TRC-NUMERO
                       ' CLIENTE ' WS-CLIENTE
                       ' PARCELA ' TRC-PARCELA '/' TRC-QTDE-PARCELAS
                       ' VENC ' TRC-DATA-VENCIMENTO UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-VENCIMENTO-PARCELA  SECTION.
      *----------------------------------------------------------------*
      *    Vencimento da parcela WS-SUB-PARCELA: o da primeira
      *    somado de (parcela - 1) meses, no mesmo dia; dia que não
      *    existe no mês (31/04, 30/02) recua para o último dia.
      *----------------------------------------------------------------*

           COMPUTE WS-MESES-CORRIDOS
               = WS-VENC-BASE-MES - 1 + WS-SUB-PARCELA - 1

           DIVIDE WS-MESES-CORRIDOS BY 12
               GIVING WS-ANOS-CORRIDOS
               REMAINDER WS-MESES-CORRIDOS

           COMPUTE WS-VENC-PARCELA-ANO
               = WS-VENC-BASE-ANO + WS-ANOS-CORRIDOS
           COMPUTE WS-VENC-PARCELA-MES = WS-MESES-CORRIDOS + 1
           MOVE WS-VENC-BASE-DIA       TO WS-VENC-PARCELA-DIA

           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                             (WS-VENC-PARCELA-AMD) = 0
                      OR WS-VENC-PARCELA-DIA < 29
               SUBTRACT 1              FROM WS-VENC-PARCELA-DIA
           END-PERFORM

           .
           EXIT.

      *----------------------------------------------------------------*
           OFERECE-RESGATE-PONTOS      SECTION.
      *----------------------------------------------------------------*
      *    Venda à vista pelo console de cliente cadastrado com saldo
      *    disponível de pontos a partir do mínimo de resgate: oferece
      *    o resgate como pagamento de parte ou de todo o ticket,
      *    limitado ao saldo disponível e ao total do ticket. A venda
      *    a prazo não resgata: o título sai pelo total.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PONTOS-RESGATE
           MOVE ZEROS                  TO WS-VALOR-RESGATE

           IF  NOT VENDA-A-PRAZO
               AND NOT VEIO-DE-BATCH
               AND WS-CLIENTE          NOT = SPACES
               AND PONTOS-FIDELIDADE-ABERTO
               MOVE WS-CLIENTE         TO PTS-CLIENTE-ATUAL
               PERFORM PTS-CALCULA-SALDO
               IF  PTS-SALDO-DISPONIVEL > 0
                   AND PTS-SALDO-DISPONIVEL
                                       NOT < WS-PONTOS-MINIMO-RESGATE
                   PERFORM PERGUNTA-RESGATE-PONTOS
               END-IF
           END-IF

           .
           EXIT.

      *----------------------------------------------------------------*
           PERGUNTA-RESGATE-PONTOS     SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-VALOR-PONTOS
               = PTS-SALDO-DISPONIVEL / WS-PONTOS-POR-REAL-RESGATE
           MOVE PTS-SALDO-DISPONIVEL   TO WS-SALDO-PONTOS-ED
           MOVE WS-VALOR-PONTOS        TO WS-VALOR-PONTOS-ED
           DISPLAY 'CLIENTE COM ' WS-SALDO-PONTOS-ED
               ' PONTOS DISPONIVEIS = R$ ' WS-VALOR-PONTOS-ED
                                       UPON CONSOLE

           MOVE 'PONTOS A RESGATAR (0 = NENHUM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR

           IF  PRM-VALOR               > 0
               IF  PRM-VALOR           > PTS-SALDO-DISPONIVEL
                   DISPLAY 'RESGATE ACIMA DO SALDO, LIMITADO AO SALDO'
                                       UPON CONSOLE
                   MOVE PTS-SALDO-DISPONIVEL
                                       TO WS-PONTOS-RESGATE
               ELSE
                   MOVE PRM-VALOR      TO WS-PONTOS-RESGATE
               END-IF

               COMPUTE WS-VALOR-PONTOS
                   = WS-PONTOS-RESGATE / WS-PONTOS-POR-REAL-RESGATE

               IF  WS-VALOR-PONTOS     > WS-TOTAL-TICKET
                   DISPLAY 'RESGATE LIMITADO AO TOTAL DO TICKET'
                                       UPON CONSOLE
                   MOVE WS-TOTAL-TICKET
                                       TO WS-VALOR-PONTOS
                   COMPUTE WS-PONTOS-RESGATE ROUNDED
                       = WS-TOTAL-TICKET * WS-PONTOS-POR-REAL-RESGATE
               END-IF

               MOVE WS-VALOR-PONTOS    TO WS-VALOR-RESGATE
               MOVE WS-PONTOS-RESGATE  TO WS-SALDO-PONTOS-ED
               MOVE WS-VALOR-RESGATE   TO WS-VALOR-PONTOS-ED
               DISPLAY 'RESGATE: ' WS-SALDO-PONTOS-ED
                   ' PONTOS = R$ ' WS-VALOR-PONTOS-ED UPON CONSOLE
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-RESGATE-PONTOS     SECTION.
      *----------------------------------------------------------------*
      *    Lança no extrato de pontos o resgate do ticket fechado.
      *----------------------------------------------------------------*

           IF  WS-PONTOS-RESGATE       > 0
               AND PONTOS-FIDELIDADE-ABERTO
               MOVE WS-CLIENTE         TO PTS-CLIENTE-ATUAL
               MOVE 'R'                TO PTS-TIPO-ATUAL
               MOVE WS-PONTOS-RESGATE  TO PTS-QUANTIDADE-ATUAL
               MOVE WS-TICKET-PONTOS   TO PTS-TICKET-ATUAL
               MOVE WS-VALOR-RESGATE   TO PTS-VALOR-ATUAL
               MOVE FIL-FILIAL-CORRENTE
                                       TO PTS-FILIAL-ATUAL
               MOVE OPR-CODIGO-ATIVO   TO PTS-OPERADOR-ATUAL
               PERFORM PTS-GRAVA-MOVIMENTO
               ADD 1                   TO CONTA-RESGATES-PONTOS
           END-IF

           .
           EXIT.

      *----------------------------------------------------------------*
           ATUALIZA-PONTOS-TICKET      SECTION.
      *----------------------------------------------------------------*
      *    Acerta os pontos de fidelidade do ticket WS-TICKET-PONTOS
      *    pelo valor vigente das suas linhas: calcula os pontos
      *    devidos, lança no extrato a diferença contra os pontos já
      *    lançados (PONTOS-GANHOS-S do cabeçalho) - C a mais, E
      *    estorno - e regrava o cabeçalho. Serve ao fechamento do
      *    ticket (nada lançado ainda) e às anulações, correções e
      *    devoluções. Só cliente cadastrado ganha pontos.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-PONTOS       TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTE-S      TO WS-CLIENTE-PONTOS
                   MOVE FILIAL-S       TO WS-FILIAL-PONTOS
                   MOVE QTD-VENDA-S    TO WS-QTDE-LINHAS-PONTOS
                   MOVE VALOR-RESGATE-S
                                       TO WS-RESGATE-TICKET
                   MOVE PONTOS-GANHOS-S
                                       TO WS-PONTOS-JA-GANHOS
                   PERFORM VERIFICA-CLIENTE-PONTOS
                   IF  CLIENTE-COM-PONTOS
                       PERFORM CALCULA-PONTOS-TICKET
                       PERFORM LANCA-DIFERENCA-PONTOS
                   END-IF
           END-READ

           .
           EXIT.

      *----------------------------------------------------------------*
           VERIFICA-CLIENTE-PONTOS     SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-CLIENTE-PONTOS

           IF  PONTOS-FIDELIDADE-ABERTO
               AND HA-CLIENTES
               AND WS-CLIENTE-PONTOS   NOT = SPACES
               MOVE WS-CLIENTE-PONTOS  TO CLI-CODIGO
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'        TO IND-CLIENTE-PONTOS
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           CALCULA-PONTOS-TICKET       SECTION.
      *----------------------------------------------------------------*
      *    Pontos devidos pelo ticket: valor líquido de cada linha em
      *    vigor vezes a taxa do departamento do item. A parte paga
      *    com pontos não gera pontos: havendo resgate, os pontos
      *    caem na proporção do valor pago por outra forma. Fração de
      *    ponto é desprezada.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-BASE-PONTOS
           MOVE ZEROS                  TO WS-PONTOS-BRUTOS
           MOVE ZEROS                  TO WS-PONTOS-DEVIDOS

           PERFORM VARYING WS-SUB-PONTOS FROM 1 BY 1
               UNTIL WS-SUB-PONTOS > WS-QTDE-LINHAS-PONTOS
               MOVE WS-TICKET-PONTOS   TO NR-TICKET-S
               MOVE WS-SUB-PONTOS      TO NR-LINHA-S
               READ ARQUIVO-SAIDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  TRANSACAO-VENDA OR TRANSACAO-DEVOLUCAO
                           PERFORM SOMA-PONTOS-LINHA
                       END-IF
               END-READ
           END-PERFORM

           IF  WS-RESGATE-TICKET       > 0
               IF  WS-RESGATE-TICKET   NOT < WS-BASE-PONTOS
                   MOVE ZEROS          TO WS-PONTOS-BRUTOS
               ELSE
                   COMPUTE WS-PONTOS-BRUTOS
                       = WS-PONTOS-BRUTOS
                       * (WS-BASE-PONTOS - WS-RESGATE-TICKET)
                       / WS-BASE-PONTOS
               END-IF
           END-IF

           IF  WS-PONTOS-BRUTOS        > 0
               MOVE WS-PONTOS-BRUTOS   TO WS-PONTOS-DEVIDOS
           END-IF

           .
           EXIT.

      *----------------------------------------------------------------*
           SOMA-PONTOS-LINHA           SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-QTD-LIQUIDA
               = QTD-VENDA-S - QTD-DEVOLVIDA-S
           COMPUTE WS-VALOR-VENDA
               = PRECO-UNITARIO-S * WS-QTD-LIQUIDA
           ADD WS-VALOR-VENDA          TO WS-BASE-PONTOS

           MOVE WS-PONTOS-POR-REAL     TO WS-TAXA-PONTOS-ITEM

           MOVE CODIGO-ITEM-S          TO CAT-GOODS-CODE
           READ CATALOGO-GOODS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  CAT-GOODS-DEPARTAMENTO NOT = SPACES
                       MOVE SPACES     TO PRS-NOME-PEDIDO
                       STRING 'PONTOS-DEPTO-' CAT-GOODS-DEPARTAMENTO
                           DELIMITED BY SIZE
                                       INTO PRS-NOME-PEDIDO
                       MOVE DMV-DATA-MOVIMENTO
                                       TO PRS-DATA-REFERENCIA
                       PERFORM PRS-OBTEM-PARAMETRO
                       IF  PRS-ACHADO
                           AND PRS-VALOR-ACHADO NOT < 0
                           MOVE PRS-VALOR-ACHADO
                                       TO WS-TAXA-PONTOS-ITEM
                       END-IF
                   END-IF
           END-READ

           COMPUTE WS-PONTOS-BRUTOS
               = WS-PONTOS-BRUTOS
               + WS-VALOR-VENDA * WS-TAXA-PONTOS-ITEM

           .

           EXIT.

      *----------------------------------------------------------------*
           LANCA-DIFERENCA-PONTOS      SECTION.
      *----------------------------------------------------------------*

           COMPUTE WS-DIFERENCA-PONTOS
               = WS-PONTOS-DEVIDOS - WS-PONTOS-JA-GANHOS

           IF  WS-DIFERENCA-PONTOS     NOT = 0
               MOVE WS-CLIENTE-PONTOS  TO PTS-CLIENTE-ATUAL
               MOVE WS-TICKET-PONTOS   TO PTS-TICKET-ATUAL
               MOVE ZEROS              TO PTS-VALOR-ATUAL
               MOVE WS-FILIAL-PONTOS   TO PTS-FILIAL-ATUAL
               MOVE OPR-CODIGO-ATIVO   TO PTS-OPERADOR-ATUAL
               IF  WS-DIFERENCA-PONTOS > 0
                   MOVE 'C'            TO PTS-TIPO-ATUAL
                   MOVE WS-DIFERENCA-PONTOS
                                       TO PTS-QUANTIDADE-ATUAL
               ELSE
                   MOVE 'E'            TO PTS-TIPO-ATUAL
                   COMPUTE PTS-QUANTIDADE-ATUAL
                       = 0 - WS-DIFERENCA-PONTOS
                   DISPLAY 'PONTOS ESTORNADOS DO CLIENTE '
                       WS-CLIENTE-PONTOS ': ' PTS-QUANTIDADE-ATUAL
                                       UPON CONSOLE
               END-IF
               PERFORM PTS-GRAVA-MOVIMENTO

               IF  FS-PTS-OK
                   MOVE WS-TICKET-PONTOS
                                       TO NR-TICKET-S
                   MOVE ZEROS          TO NR-LINHA-S
                   READ ARQUIVO-SAIDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-PONTOS-DEVIDOS
                                       TO PONTOS-GANHOS-S
                           REWRITE REGISTRO-SAIDA-DETALHE
                   END-READ
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DEVOLVE-RESGATE-PONTOS      SECTION.
      *----------------------------------------------------------------*
      *    Ticket anulado devolve ao cliente os pontos resgatados
      *    nele (D no extrato); o cabeçalho perde o resgate, para a
      *    devolução não se repetir numa nova anulação.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-PONTOS       TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PONTOS-RESGATE-S > 0
                       AND CLIENTE-S   NOT = SPACES
                       AND PONTOS-FIDELIDADE-ABERTO
                       MOVE CLIENTE-S  TO PTS-CLIENTE-ATUAL
                       MOVE 'D'        TO PTS-TIPO-ATUAL
                       MOVE PONTOS-RESGATE-S
                                       TO PTS-QUANTIDADE-ATUAL
                       MOVE WS-TICKET-PONTOS
                                       TO PTS-TICKET-ATUAL
                       MOVE VALOR-RESGATE-S
                                       TO PTS-VALOR-ATUAL
                       MOVE FILIAL-S   TO PTS-FILIAL-ATUAL
                       MOVE OPR-CODIGO-ATIVO
                                       TO PTS-OPERADOR-ATUAL
                       PERFORM PTS-GRAVA-MOVIMENTO
                       IF  FS-PTS-OK
                           DISPLAY 'PONTOS RESGATADOS DEVOLVIDOS AO '
                               'CLIENTE ' CLIENTE-S ': '
                               PONTOS-RESGATE-S UPON CONSOLE
                           MOVE ZEROS  TO PONTOS-RESGATE-S
                           MOVE ZEROS  TO VALOR-RESGATE-S
                           REWRITE REGISTRO-SAIDA-DETALHE
                       END-IF
                   END-IF
           END-READ

           .

           EXIT.

      *----------------------------------------------------------------*
           OFERECE-VALE-TROCA          SECTION.
      *----------------------------------------------------------------*
      *    Venda à vista pelo console com valor ainda a pagar depois
      *    do resgate de pontos: aceita um vale-troca em aberto e
      *    dentro da validade como pagamento de parte ou de todo o
      *    ticket, limitado ao saldo do vale. Um vale por ticket; a
      *    venda a prazo não usa vale.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-NR-VALE-USO
           MOVE ZEROS                  TO WS-VALOR-VALE-USO

           IF  NOT VENDA-A-PRAZO
               AND NOT VEIO-DE-BATCH
               AND VALES-TROCA-ABERTO
               COMPUTE WS-A-PAGAR-VALE
                   = WS-TOTAL-TICKET - WS-VALOR-RESGATE
               IF  WS-A-PAGAR-VALE     > 0
                   PERFORM PERGUNTA-VALE-TROCA
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PERGUNTA-VALE-TROCA         SECTION.
      *----------------------------------------------------------------*

           MOVE 'VALE-TROCA NO PAGAMENTO (NUMERO, 0 = NENHUM): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-VALOR

           IF  PRM-VALOR               > 0
               MOVE PRM-VALOR          TO VLT-NUMERO
               READ VALES-TROCA
                   INVALID KEY
                       DISPLAY 'VALE-TROCA INEXISTENTE: '
                           VLT-NUMERO  UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM ACEITA-VALE-TROCA
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           ACEITA-VALE-TROCA           SECTION.
      *----------------------------------------------------------------*
      *    Vale já utilizado ou vencido é recusado; o válido paga o
      *    menor entre o seu saldo e o valor a pagar do ticket.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WS-VALIDADE-VALE-X
           STRING VLT-DATA-VALIDADE(7:4)
                  VLT-DATA-VALIDADE(4:2)
                  VLT-DATA-VALIDADE(1:2)
               DELIMITED BY SIZE INTO WS-VALIDADE-VALE-X

           EVALUATE TRUE
               WHEN NOT VLT-EM-ABERTO
                   OR VLT-SALDO        = 0
                   DISPLAY 'VALE-TROCA JA UTILIZADO NO TICKET '
                       VLT-TICKET-ULTIMO-USO ' DE '
                       VLT-DATA-ULTIMO-USO UPON CONSOLE
               WHEN WS-VALIDADE-VALE-X NOT NUMERIC
                   OR WS-VALIDADE-VALE-AMD < WS-DATA-MOV-AMD
                   DISPLAY 'VALE-TROCA VENCIDO EM '
                       VLT-DATA-VALIDADE UPON CONSOLE
               WHEN OTHER
                   MOVE VLT-NUMERO     TO WS-NR-VALE-USO
                   IF  VLT-SALDO       > WS-A-PAGAR-VALE
                       MOVE WS-A-PAGAR-VALE
                                       TO WS-VALOR-VALE-USO
                   ELSE
                       MOVE VLT-SALDO  TO WS-VALOR-VALE-USO
                   END-IF
                   MOVE WS-VALOR-VALE-USO
                                       TO WS-VALOR-VALE-ED
                   COMPUTE WS-A-PAGAR-VALE
                       = VLT-SALDO - WS-VALOR-VALE-USO
                   MOVE WS-A-PAGAR-VALE
                                       TO WS-SALDO-VALE-ED
                   DISPLAY 'VALE-TROCA ' VLT-NUMERO ': R$ '
                       WS-VALOR-VALE-ED ' - SALDO QUE FICA R$ '
                       WS-SALDO-VALE-ED UPON CONSOLE
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           REGISTRA-USO-VALE           SECTION.
      *----------------------------------------------------------------*
      *    Abate do saldo do vale-troca o valor usado no ticket
      *    fechado; vale zerado fica como utilizado.
      *----------------------------------------------------------------*

           IF  WS-VALOR-VALE-USO       > 0
               AND VALES-TROCA-ABERTO
               MOVE WS-NR-VALE-USO     TO VLT-NUMERO
               READ VALES-TROCA
                   INVALID KEY
                       DISPLAY NOME-PROGRAMA
                           ' VALE-TROCA NAO ENCONTRADO NO FECHAMENTO: '
                           WS-NR-VALE-USO UPON CONSOLE
                   NOT INVALID KEY
                       SUBTRACT WS-VALOR-VALE-USO
                                       FROM VLT-SALDO
                       IF  VLT-SALDO   = 0
                           SET VLT-UTILIZADO
                                       TO TRUE
                       END-IF
                       MOVE DMV-DATA-MOVIMENTO
                                       TO VLT-DATA-ULTIMO-USO
                       MOVE WS-PROXIMO-TICKET
                                       TO VLT-TICKET-ULTIMO-USO
                       REWRITE REG-VALE-TROCA
                       IF  FS-VLT-OK
                           ADD 1       TO CONTA-VALES-USADOS
                       ELSE
                           DISPLAY NOME-PROGRAMA
                               ' ERRO AO REGRAVAR VALES-TROCA, FS: '
                               FS-VALES-TROCA UPON CONSOLE
                       END-IF
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           DEVOLVE-USO-VALE            SECTION.
      *----------------------------------------------------------------*
      *    Ticket anulado devolve ao vale-troca o valor usado no
      *    pagamento, reabrindo o vale se ele tinha zerado; o
      *    cabeçalho perde o vale, para a devolução não se repetir
      *    numa nova anulação.
      *----------------------------------------------------------------*

           MOVE WS-TICKET-CORRIGIR     TO NR-TICKET-S
           MOVE ZEROS                  TO NR-LINHA-S

           READ ARQUIVO-SAIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  VALOR-VALE-S    NUMERIC
                       AND VALOR-VALE-S > 0
                       AND VALES-TROCA-ABERTO
                       MOVE NR-VALE-S  TO VLT-NUMERO
                       READ VALES-TROCA
                           INVALID KEY
                               DISPLAY 'VALE-TROCA DO TICKET NAO '
                                   'ENCONTRADO: ' NR-VALE-S
                                       UPON CONSOLE
                           NOT INVALID KEY
                               ADD VALOR-VALE-S
                                       TO VLT-SALDO
                               SET VLT-EM-ABERTO
                                       TO TRUE
                               REWRITE REG-VALE-TROCA
                       END-READ
                       IF  FS-VLT-OK
                           DISPLAY 'VALOR DEVOLVIDO AO VALE-TROCA '
                               NR-VALE-S ': ' VALOR-VALE-S
                                       UPON CONSOLE
                           MOVE ZEROS  TO NR-VALE-S
                           MOVE ZEROS  TO VALOR-VALE-S
                           REWRITE REGISTRO-SAIDA-DETALHE
                       END-IF
                   END-IF
           END-READ

           EXIT.

      *----------------------------------------------------------------*
           PERGUNTA-DESCONTO-LINHA     SECTION.
      *----------------------------------------------------------------*
      *    Desconto manual no item aceito pelo console: percentual,
      *    motivo e, acima do limite livre do operador, o sign-on do
      *    supervisor. Item do batch ou do orcamento nao passa aqui.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PERC-DESC-LINHA
           MOVE SPACES                 TO WS-MOTIVO-DESC-LINHA
           MOVE SPACES                 TO WS-SUPERV-DESC-LINHA

           IF  NOT VEIO-DE-BATCH
               MOVE 'DESCONTO NA LINHA EM % (ENTER = NENHUM): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-PRECO
               IF  PRM-VALOR-PRECO     > 0
                   MOVE PRM-VALOR-PRECO
                                       TO WS-PERC-DESC-PEDIDO
                   PERFORM AUTORIZA-DESCONTO
                   IF  DESCONTO-AUTORIZADO
                       MOVE WS-PERC-DESC-PEDIDO
                                       TO WS-PERC-DESC-LINHA
                       MOVE WS-MOTIVO-DESC-PEDIDO
                                       TO WS-MOTIVO-DESC-LINHA
                       MOVE WS-SUPERV-DESC-PEDIDO
                                       TO WS-SUPERV-DESC-LINHA
                   END-IF
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------------*
           OFERECE-DESCONTO-TICKET     SECTION.
      *----------------------------------------------------------------*
      *    Desconto manual sobre o total do ticket, pedido no
      *    fechamento pelo console: abate do total antes da decisao
      *    de prazo, dos pontos e do vale, e segue para o cabecalho.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WS-PERC-DESC-TICKET
           MOVE ZEROS                  TO WS-VALOR-DESC-TICKET
           MOVE SPACES                 TO WS-MOTIVO-DESC-TICKET
           MOVE SPACES                 TO WS-SUPERV-DESC-TICKET

           IF  NOT VEIO-DE-BATCH
               AND WS-TOTAL-TICKET     > 0
               MOVE 'DESCONTO NO TOTAL EM % (ENTER = NENHUM): '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-PRECO
               IF  PRM-VALOR-PRECO     > 0
                   MOVE PRM-VALOR-PRECO
                                       TO WS-PERC-DESC-PEDIDO
                   PERFORM AUTORIZA-DESCONTO
                   IF  DESCONTO-AUTORIZADO
                       MOVE WS-PERC-DESC-PEDIDO
                                       TO WS-PERC-DESC-TICKET
                       MOVE WS-MOTIVO-DESC-PEDIDO
                                       TO WS-MOTIVO-DESC-TICKET
                       MOVE WS-SUPERV-DESC-PEDIDO
                                       TO WS-SUPERV-DESC-TICKET
                       COMPUTE WS-VALOR-DESC-TICKET ROUNDED
                           = WS-TOTAL-TICKET
                           * WS-PERC-DESC-TICKET / 100
                       SUBTRACT WS-VALOR-DESC-TICKET
                                       FROM WS-TOTAL-TICKET
                       ADD 1           TO CONTA-DESCONTOS
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           OFERECE-ENTREGA             SECTION.
      *----------------------------------------------------------------*
      *    Entrega em domicílio, pedida no fechamento pelo console:
      *    o endereço vem do cadastro do cliente ou é digitado, o
      *    município passa pelo MUNICIPIOS-MESTRE e precisa estar na
      *    tabela FRETES, que dá a rota e o frete somado ao total do
      *    ticket. A entrega fica pendente em ENTREGAS para o
      *    manifesto do dia; qualquer recusa fecha o ticket sem
      *    entrega.
      *----------------------------------------------------------------*

           IF  NOT VEIO-DE-BATCH
               AND ENTREGAS-ABERTO
               AND HA-FRETES
               AND WS-TOTAL-TICKET     > 0
               MOVE 'ENTREGA EM DOMICILIO (S/N)? '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA       TO WS-RESP-ENTREGA

               IF  FUNCTION UPPER-CASE(WS-RESP-ENTREGA) = 'S'
                   PERFORM MONTA-ENDERECO-ENTREGA
                   IF  ENTREGA-ACEITA
                       PERFORM CONFERE-MUNICIPIO-ENTREGA
                   END-IF
                   IF  ENTREGA-ACEITA
                       PERFORM SOLICITA-DATA-ENTREGA
                       PERFORM GRAVA-ENTREGA
                   END-IF
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------------*
           MONTA-ENDERECO-ENTREGA      SECTION.
      *----------------------------------------------------------------*
      *    Cliente cadastrado com endereço completo pode receber no
      *    próprio endereço; nos demais casos o endereço é digitado.
      *    Sem endereço ou município, não há entrega.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO REG-ENTREGA
           MOVE ZEROS                  TO ENT-CD-MUNICIPIO
           MOVE 'N'                    TO IND-ENTREGA-ACEITA

           IF  WS-CLIENTE              NOT = SPACES
               AND HA-CLIENTES
               MOVE WS-CLIENTE         TO CLI-CODIGO
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-CODIGO TO ENT-CLIENTE
                       MOVE CLI-NOME   TO ENT-NOME
                       IF  CLI-ENDERECO NOT = SPACES
                           AND CLI-CD-MUNICIPIO NUMERIC
                           AND CLI-CD-MUNICIPIO > 0
                           DISPLAY 'ENDERECO DO CLIENTE: '
                               CLI-ENDERECO UPON CONSOLE
                           DISPLAY '          ' CLI-BAIRRO
                               ' MUNICIPIO ' CLI-CD-MUNICIPIO
                               ' CEP ' CLI-CEP UPON CONSOLE
                           MOVE 'ENTREGAR NESTE ENDERECO (S/N)? '
                                       TO PRM-MENSAGEM
                           PERFORM PRM-SOLICITA-TEXTO
                           MOVE PRM-RESPOSTA
                                       TO WS-RESP-ENTREGA
                           IF  FUNCTION UPPER-CASE(WS-RESP-ENTREGA)
                                       = 'S'
                               MOVE CLI-ENDERECO
                                       TO ENT-ENDERECO
                               MOVE CLI-BAIRRO
                                       TO ENT-BAIRRO
                               MOVE CLI-CD-MUNICIPIO
                                       TO ENT-CD-MUNICIPIO
                               MOVE CLI-CEP
                                       TO ENT-CEP
                               MOVE CLI-TELEFONE
                                       TO ENT-TELEFONE
                               MOVE 'S'
                                       TO IND-ENTREGA-ACEITA
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF  NOT ENTREGA-ACEITA
               PERFORM SOLICITA-ENDERECO-ENTREGA
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-ENDERECO-ENTREGA   SECTION.
      *----------------------------------------------------------------*

           IF  ENT-NOME                = SPACES
               MOVE 'NOME PARA A ENTREGA: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA       TO ENT-NOME
           END-IF

           MOVE 'ENDERECO DE ENTREGA: ' TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO ENT-ENDERECO

           MOVE 'BAIRRO: '             TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO ENT-BAIRRO

           MOVE 'CODIGO IBGE DO MUNICIPIO: '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           IF  PRM-RESPOSTA(1:7)       IS NUMERIC
               MOVE PRM-RESPOSTA(1:7)  TO ENT-CD-MUNICIPIO
           END-IF

           MOVE 'CEP: '                TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO ENT-CEP

           MOVE 'TELEFONE: '           TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO ENT-TELEFONE

           EVALUATE TRUE
               WHEN ENT-ENDERECO       = SPACES
                   DISPLAY 'ENDERECO NAO INFORMADO, TICKET SEM '
                       'ENTREGA'       UPON CONSOLE
               WHEN ENT-CD-MUNICIPIO   = 0
                   DISPLAY 'MUNICIPIO INVALIDO, TICKET SEM ENTREGA'
                                       UPON CONSOLE
               WHEN OTHER
                   MOVE 'S'            TO IND-ENTREGA-ACEITA
           END-EVALUATE

           .

           EXIT.

      *----------------------------------------------------------------*
           CONFERE-MUNICIPIO-ENTREGA   SECTION.
      *----------------------------------------------------------------*
      *    Município extinto com sucessor é trocado por ele, como no
      *    cadastro de clientes; extinto sem sucessor ou fora do
      *    mestre não recebe entrega. Sem o mestre, vale o código
      *    como veio. A tabela FRETES decide se há entrega no
      *    município e dá a rota e o frete.
      *----------------------------------------------------------------*

           IF  HA-MUNICIPIOS
               MOVE ENT-CD-MUNICIPIO   TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       DISPLAY 'MUNICIPIO NAO CADASTRADO, TICKET SEM '
                           'ENTREGA: ' ENT-CD-MUNICIPIO UPON CONSOLE
                       MOVE 'N'        TO IND-ENTREGA-ACEITA
                   NOT INVALID KEY
                       PERFORM RESOLVE-MUNICIPIO-ENTREGA
               END-READ
           END-IF

           IF  ENTREGA-ACEITA
               MOVE ENT-CD-MUNICIPIO   TO FRT-CD-MUNICIPIO
               READ FRETES
                   INVALID KEY
                       DISPLAY 'MUNICIPIO FORA DA AREA DE ENTREGA: '
                           ENT-CD-MUNICIPIO UPON CONSOLE
                       MOVE 'N'        TO IND-ENTREGA-ACEITA
                   NOT INVALID KEY
                       MOVE FRT-ROTA   TO ENT-ROTA
                       MOVE FRT-VALOR-FRETE
                                       TO ENT-VALOR-FRETE
               END-READ
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           RESOLVE-MUNICIPIO-ENTREGA   SECTION.
      *----------------------------------------------------------------*

           IF  MM-EXTINTO
               AND MM-CD-SUCESSOR      > 0
               DISPLAY 'MUNICIPIO EXTINTO, TROCADO PELO SUCESSOR: '
                   MM-CD-SUCESSOR      UPON CONSOLE
               MOVE MM-CD-SUCESSOR     TO MM-CD-MUNICIPIO
               READ MUNICIPIOS-MESTRE
                   INVALID KEY
                       MOVE 'E'        TO MM-SITUACAO
               END-READ
           END-IF

           IF  MM-EXTINTO
               DISPLAY 'MUNICIPIO EXTINTO SEM SUCESSOR VALIDO, '
                   'TICKET SEM ENTREGA' UPON CONSOLE
               MOVE 'N'                TO IND-ENTREGA-ACEITA
           ELSE
               MOVE MM-CD-MUNICIPIO    TO ENT-CD-MUNICIPIO
               DISPLAY 'MUNICIPIO: ' MM-NM-MUNICIPIO '-' MM-SG-UF
                                       UPON CONSOLE
           END-IF

           .
           EXIT.

      *----------------------------------------------------------------*
           SOLICITA-DATA-ENTREGA       SECTION.
      *----------------------------------------------------------------*
      *    Data combinada para a entrega: em branco, inválida ou
      *    anterior ao movimento, fica a data de movimento.
      *----------------------------------------------------------------*

           MOVE 'DATA DA ENTREGA DD/MM/AAAA (BRANCO = DATA MOV.): '
                                       TO PRM-MENSAGEM
           PERFORM PRM-SOLICITA-TEXTO
           MOVE PRM-RESPOSTA           TO WS-DATA-ENTREGA

           IF  WS-DATA-ENTREGA         = SPACES
               MOVE DMV-DATA-MOVIMENTO TO WS-DATA-ENTREGA
           END-IF

           MOVE ZEROS                  TO WS-ENTREGA-AMD
           IF  WS-DIA-ENTREGA          NUMERIC
               AND WS-MES-ENTREGA      NUMERIC
               AND WS-ANO-ENTREGA      NUMERIC
               MOVE WS-ANO-ENTREGA     TO WS-ENTREGA-ANO
               MOVE WS-MES-ENTREGA     TO WS-ENTREGA-MES
               MOVE WS-DIA-ENTREGA     TO WS-ENTREGA-DIA
           END-IF

           IF  FUNCTION TEST-DATE-YYYYMMDD (WS-ENTREGA-AMD) NOT = 0
               OR WS-ENTREGA-AMD       < WS-DATA-MOV-AMD
               DISPLAY 'DATA DE ENTREGA INVALIDA, ASSUMIDA A DATA DE '
                   'MOVIMENTO: ' DMV-DATA-MOVIMENTO UPON CONSOLE
               MOVE DMV-DATA-MOVIMENTO TO WS-DATA-ENTREGA
           END-IF

           MOVE WS-DATA-ENTREGA        TO ENT-DATA-ENTREGA

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-ENTREGA               SECTION.
      *----------------------------------------------------------------*
      *    Grava a entrega pendente do ticket corrente com o
      *    próximo número e soma o frete ao total; entrega não
      *    gravada deixa o ticket sem entrega e sem frete.
      *----------------------------------------------------------------*

           ADD 1                       TO ENT-ULTIMO-NUMERO
           MOVE ENT-ULTIMO-NUMERO      TO ENT-NUMERO
           MOVE DMV-DATA-MOVIMENTO     TO ENT-DATA-VENDA
           MOVE FIL-FILIAL-CORRENTE    TO ENT-FILIAL
           MOVE WS-PROXIMO-TICKET      TO ENT-NR-TICKET
           COMPUTE ENT-VALOR-TICKET
               = WS-TOTAL-TICKET + ENT-VALOR-FRETE
           SET ENT-PENDENTE            TO TRUE
           MOVE ZEROS                  TO ENT-TENTATIVAS
           MOVE SPACES                 TO ENT-DATA-BAIXA
           MOVE SPACES                 TO ENT-MOTIVO
           MOVE OPR-CODIGO-ATIVO       TO ENT-OPERADOR

           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO GRAVAR ENTREGAS, FS: ' FS-ENTREGAS
                       ', TICKET SEM ENTREGA' UPON CONSOLE
                   SUBTRACT 1          FROM ENT-ULTIMO-NUMERO
               NOT INVALID KEY
                   MOVE ENT-NUMERO     TO WS-NR-ENTREGA-TICKET
                   MOVE ENT-VALOR-FRETE
                                       TO WS-VALOR-FRETE-TICKET
                   ADD ENT-VALOR-FRETE TO WS-TOTAL-TICKET
                   ADD 1               TO CONTA-ENTREGAS
                   DISPLAY 'ENTREGA ' ENT-NUMERO ' ROTA ' ENT-ROTA
                       ' EM ' ENT-DATA-ENTREGA ' FRETE '
                       ENT-VALOR-FRETE UPON CONSOLE
           END-WRITE

           .

           EXIT.

      *----------------------------------------------------------------*
           AUTORIZA-DESCONTO           SECTION.
      *----------------------------------------------------------------*
      *    Critica comum do desconto pedido em WS-PERC-DESC-PEDIDO:
      *    abaixo de 100%, com motivo da tabela DSC e, acima do
      *    limite livre do operador, aprovado por supervisor.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO IND-DESCONTO-AUTORIZADO
           MOVE SPACES                 TO WS-MOTIVO-DESC-PEDIDO
           MOVE SPACES                 TO WS-SUPERV-DESC-PEDIDO

           IF  WS-PERC-DESC-PEDIDO     NOT < 100
               DISPLAY 'DESCONTO INVALIDO, NAO CONCEDIDO'
                                       UPON CONSOLE
           ELSE
               PERFORM DSC-LISTA-MOTIVOS
               MOVE 'MOTIVO DO DESCONTO: '
                                       TO PRM-MENSAGEM
               PERFORM PRM-SOLICITA-TEXTO
               MOVE PRM-RESPOSTA(1:2)  TO DSC-MOTIVO-ATUAL
               PERFORM DSC-VALIDA-MOTIVO
               IF  NOT DSC-MOTIVO-OK
                   DISPLAY 'MOTIVO INVALIDO, DESCONTO NAO CONCEDIDO'
                                       UPON CONSOLE
               ELSE
                   MOVE DSC-MOTIVO-ATUAL
                                       TO WS-MOTIVO-DESC-PEDIDO
                   IF  WS-PERC-DESC-PEDIDO
                                       > DSC-PERC-MAXIMO-OPR
                       PERFORM PEDE-SUPERVISOR-DESCONTO
                   ELSE
                       SET DESCONTO-AUTORIZADO
                                       TO TRUE
                   END-IF
               END-IF
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           PEDE-SUPERVISOR-DESCONTO    SECTION.
      *----------------------------------------------------------------*
      *    Desconto acima do limite livre: outro operador, autorizado
      *    no cadastro, assina na hora. Depois o operador do caixa
      *    volta a ser o assinado, inclusive na trilha de auditoria.
      *----------------------------------------------------------------*

           MOVE DSC-PERC-MAXIMO-OPR    TO WS-PERC-DESC-ED
           DISPLAY 'DESCONTO ACIMA DE ' WS-PERC-DESC-ED
               '% - SIGN-ON DO SUPERVISOR' UPON CONSOLE

           MOVE OPR-CODIGO-ATIVO       TO WS-OPR-CODIGO-CAIXA
           MOVE OPR-NOME-ATIVO         TO WS-OPR-NOME-CAIXA
           MOVE IND-OPR-AUTORIZADO     TO WS-OPR-AUTORIZADO-CAIXA

           MOVE 'P'                    TO OPR-FUNCAO-SOLICITADA
           PERFORM OPR-SIGNON

           IF  OPR-ASSINADO
               AND OPR-AUTORIZADO
               AND OPR-CODIGO-ATIVO    NOT = WS-OPR-CODIGO-CAIXA
               MOVE OPR-CODIGO-ATIVO   TO WS-SUPERV-DESC-PEDIDO
               SET DESCONTO-AUTORIZADO TO TRUE
               ADD 1                   TO CONTA-DESCONTOS-SUPERV
           ELSE
               DISPLAY 'DESCONTO RECUSADO: SUPERVISOR NAO AUTORIZADO'
                                       UPON CONSOLE
           END-IF

           MOVE WS-OPR-CODIGO-CAIXA    TO OPR-CODIGO-ATIVO
           MOVE WS-OPR-NOME-CAIXA      TO OPR-NOME-ATIVO
           MOVE WS-OPR-AUTORIZADO-CAIXA
                                       TO IND-OPR-AUTORIZADO
           MOVE 'S'                    TO IND-OPR-ASSINADO
           MOVE WS-OPR-CODIGO-CAIXA    TO AUD-OPERADOR-ATIVO

           .

           ACUMULA-ESTOQUE-ITEM        SECTION.
      *----------------------------------------------------------------*
      *    Acumula QTD-VENDA-S por CODIGO-ITEM-S, em TAB-ESTOQUE-ITENS,
      *    para a reconciliação de estoque contra CATALOGO-GOODS. A
      *    pesagem conta em gramas, a unidade de estoque do item.
      *----------------------------------------------------------------*
           SET TE-IDX                  TO 1

                   CONTINUE
           END-SEARCH

           IF  PESO-S                  > 0
               COMPUTE WS-QTD-ESTOQUE = WS-QTD-LIQUIDA * PESO-S
           ELSE
               MOVE WS-QTD-LIQUIDA     TO WS-QTD-ESTOQUE
           END-IF
           ADD WS-QTD-ESTOQUE          TO TE-QTD-VENDIDA(TE-IDX)

           .


           CLOSE RELATORIO-VENDEDORES

           MOVE 'RELATORIO-VENDEDORES' TO RRL-NOME-ATUAL
           MOVE OPE04                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           .

           EXIT.
      *    de vendas, carimbada com a data da execução, já que
      *    ARQUIVO-SAIDA é recriado a cada início do programa e o
      *    histórico entre dias ficava por conta de cópias manuais.
      *    Lido por RELMES01 para o acumulado do mês e por VENHOR01
      *    para a venda por faixa horária (hora e operador da linha).
      *----------------------------------------------------------------*

           MOVE DMV-DATA-MOVIMENTO     TO HV-DATA-MOVIMENTO
           MOVE WS-QTD-LIQUIDA         TO HV-QTD-VENDA
           MOVE VENDEDOR-S             TO HV-VENDEDOR
           MOVE MATRICULA-VENDEDOR-S   TO HV-MATRICULA-VENDEDOR
           MOVE FILIAL-S               TO HV-FILIAL
           MOVE HORA-VENDA-S           TO HV-HORA-VENDA
           MOVE OPERADOR-S             TO HV-OPERADOR
           MOVE CANAL-VENDA-S          TO HV-CANAL
           MOVE PEDIDO-WEB-S           TO HV-PEDIDO-WEB
           MOVE CLIENTE-S              TO HV-CLIENTE
           MOVE ALIQ-ICMS-S            TO HV-ALIQ-ICMS
      *    O ICMS historico segue a quantidade liquida, como o valor.
           COMPUTE HV-VALOR-ICMS ROUNDED

           EXIT.

      *----------------------------------------------------------------*
           SALDO-LOJA-FILIAL           SECTION.
      *----------------------------------------------------------------*
      *    Saldo de loja do item de CATALOGO-GOODS na filial em que o
      *    caixa roda: nas demais filiais, o de ESTOQUE-FILIAL; na
      *    matriz, o do catálogo menos o das demais filiais.
      *----------------------------------------------------------------*

           MOVE FIL-FILIAL-CORRENTE    TO EFL-FILIAL-ATUAL
           MOVE CAT-GOODS-CODE         TO EFL-GOODS-ATUAL
           MOVE CAT-GOODS-ESTOQUE-LOJA TO EFL-CAT-LOJA
           MOVE CAT-GOODS-ESTOQUE-DEPOSITO
                                       TO EFL-CAT-DEPOSITO
           PERFORM EFL-SALDO-FILIAL

           .

           EXIT.

      *----------------------------------------------------------------*
           GRAVA-DETALHE-ESTOQUE       SECTION.
      *----------------------------------------------------------------*
                   MOVE ZEROS          TO WS-SALDO-ESTOQUE
               NOT INVALID KEY
                   MOVE CAT-GOODS-NAME TO LDE-NOME
                   PERFORM SALDO-LOJA-FILIAL
                   MOVE EFL-SALDO-LOJA TO LDE-ESTOQUE
                   COMPUTE WS-SALDO-ESTOQUE =
                       EFL-SALDO-LOJA - TE-QTD-VENDIDA(TE-IDX)
                   IF  WS-SALDO-ESTOQUE < 0
                       MOVE 'RUPTURA DE ESTOQUE'
                                       TO LDE-SITUACAO

           CLOSE RELATORIO-ESTOQUE

           MOVE 'RELATORIO-ESTOQUE'    TO RRL-NOME-ATUAL
           MOVE OPE06                  TO RRL-CAMINHO-ATUAL
           MOVE DMV-DATA-MOVIMENTO     TO RRL-DATA-MOV-ATUAL
           PERFORM RRL-REGISTRA-RELATORIO

           .

           EXIT.

       COPY PRSPROC.

       COPY KDXPROC.

       COPY KITPROC.

       COPY FILPROC.

       COPY EFLPROC.

       COPY PTSPROC.

       COPY DSCPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
           CLOSE TITULOS-RECEBER
           CLOSE PRECOS-PROMOCAO
           CLOSE CUPONS-VENDA
           CLOSE ITENS-PESAVEIS
           CLOSE PEDIDOS-WEB
           CLOSE REJEITOS-WEB
           CLOSE RELATORIO-VENDEDORES
           CLOSE RELATORIO-ESTOQUE
           CLOSE EXPORT-CONTABIL
           CLOSE HISTORICO-VENDAS
           CLOSE JORNAL-VENDAS
           PERFORM KDX-FECHA-KARDEX
           PERFORM KIT-FECHA-COMPOSICAO
           PERFORM EFL-FECHA-ESTOQUE-FILIAL
           PERFORM PTS-FECHA-PONTOS
           CLOSE COTACOES-VENDA
           CLOSE VALES-TROCA
           CLOSE FRETES
           CLOSE ENTREGAS
           CLOSE MUNICIPIOS-MESTRE

           .


       COPY AUDPROC.

       COPY RRLPROC.

       COPY FIMPROC.

       COPY PRMPROC.

           CLOSE CATALOGO-GOODS

           PERFORM KDX-FECHA-KARDEX

           PERFORM KIT-FECHA-COMPOSICAO

           PERFORM EFL-FECHA-ESTOQUE-FILIAL

           PERFORM PTS-FECHA-PONTOS

           DISPLAY NOME-PROGRAMA ' MOVIMENTOS DE PONTOS GRAVADOS: '
               PTS-QTDE-GRAVADOS       UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' RESGATES DE PONTOS NO CAIXA: '
               CONTA-RESGATES-PONTOS   UPON CONSOLE

           IF  COTACOES-VENDA-ABERTO
               CLOSE COTACOES-VENDA
           END-IF

           DISPLAY NOME-PROGRAMA ' ORCAMENTOS EMITIDOS: '
               CONTA-ORCAMENTOS        UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' ORCAMENTOS CONVERTIDOS: '
               CONTA-ORCAMENTOS-CONV   UPON CONSOLE

           IF  VALES-TROCA-ABERTO
               CLOSE VALES-TROCA
           END-IF

           DISPLAY NOME-PROGRAMA ' VALES-TROCA EMITIDOS: '
               CONTA-VALES-EMITIDOS    UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' VALES-TROCA ACEITOS NO CAIXA: '
               CONTA-VALES-USADOS      UPON CONSOLE

           IF  HA-FRETES
               CLOSE FRETES
           END-IF

           IF  ENTREGAS-ABERTO
               CLOSE ENTREGAS
           END-IF

           IF  HA-MUNICIPIOS
               CLOSE MUNICIPIOS-MESTRE
           END-IF

           DISPLAY NOME-PROGRAMA ' ENTREGAS EM DOMICILIO GRAVADAS: '
               CONTA-ENTREGAS          UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' DESCONTOS MANUAIS CONCEDIDOS: '
               CONTA-DESCONTOS         UPON CONSOLE

           DISPLAY NOME-PROGRAMA ' DESCONTOS COM SUPERVISOR: '
               CONTA-DESCONTOS-SUPERV  UPON CONSOLE

           IF  VEIO-DE-BATCH
               CLOSE CARGA-VENDAS
           END-IF

           IF  HA-PEDIDOS-WEB
               CLOSE PEDIDOS-WEB
               CLOSE REJEITOS-WEB
               DISPLAY NOME-PROGRAMA ' PEDIDOS WEB LIDOS: '
                   CONTA-PEDIDOS-WEB   UPON CONSOLE
               DISPLAY NOME-PROGRAMA ' PEDIDOS WEB RECUSADOS: '
                   CONTA-PEDIDOS-WEB-RECUS UPON CONSOLE
               DISPLAY NOME-PROGRAMA ' ITENS WEB RECUSADOS: '
                   CONTA-ITENS-WEB-RECUS UPON CONSOLE
           END-IF

           CLOSE REJEITOS-VENDAS

           IF  HA-MESTRE-VENDEDOR
               CLOSE PRECOS-PROMOCAO
           END-IF

           IF  HA-PESAVEIS
               CLOSE ITENS-PESAVEIS
           END-IF

           CLOSE TITULOS-RECEBER

           DISPLAY NOME-PROGRAMA ' TITULOS A RECEBER GERADOS: '
