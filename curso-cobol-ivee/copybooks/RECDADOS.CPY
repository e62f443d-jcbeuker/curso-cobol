      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 02.09.2026
      * Purpose: Linhas do recibo individual de pagamento, uma página
      *    por funcionário, para impressão e assinatura no dia do
      *    pagamento. Antes declaradas só em C3A07P01 (recibo de
      *    adiantamento) e agora compartilhadas com o 13o salário
      *    (DECTER01). O título (REC-TITULO) e o rótulo do valor pago
      *    (REC-ROTULO-VALOR) vêm com os textos do adiantamento e o
      *    programa que imprime outro pagamento os sobrepõe; as
      *    linhas que não se aplicam ao pagamento simplesmente não
      *    são gravadas. As linhas de consignado listam os
      *    empréstimos descontados em folha (EMPRESTIMOS, de
      *    CONSIG01); a do vale-transporte, a parte do funcionário
      *    no vale do mês (VALE-TRANSPORTE-MES, de VALETR01); as de
      *    pensão, uma por ordem judicial descontada
      *    (PENSOES-JUDICIAIS, de PENSAO01).
      *----------------------------------------------------------------*
       01  REC-LINHA-SEPARADORA.
           03  FILLER                  PIC X(80)      VALUE ALL '='.

       01  REC-LINHA-TITULO.
           03  REC-TITULO              PIC X(33)      VALUE
               'RECIBO DE ADIANTAMENTO SALARIAL'.
           03  FILLER                  PIC X(15)      VALUE
               '  COMPETENCIA: '.
           03  REC-COMPETENCIA         PIC X(07).

       01  REC-LINHA-FUNCIONARIO.
           03  FILLER                  PIC X(11)    VALUE 'MATRICULA: '.
           03  REC-MATRICULA           PIC 9(04).
           03  FILLER                  PIC X(15)      VALUE
               '  FUNCIONARIO: '.
           03  REC-NOME                PIC X(20).
           03  FILLER                  PIC X(12)      VALUE
               '  CATEGORIA: '.
           03  REC-CATEGORIA           PIC X(01).

       01  REC-LINHA-HORAS.
           03  FILLER                  PIC X(15)      VALUE
               'HORAS NORMAIS: '.
           03  REC-HORAS-NORMAIS       PIC ZZZZ9.
           03  FILLER                  PIC X(15)      VALUE
               '  HORAS EXTRAS: '.
           03  REC-HORAS-EXTRAS        PIC ZZZZ9.
           03  FILLER                  PIC X(13)      VALUE
               '  VALOR HORA: '.
           03  REC-VALOR-HORA          PIC ZZ9,99.

       01  REC-LINHA-VALORES.
           03  FILLER                  PIC X(15)      VALUE
               'SALARIO BRUTO: '.
           03  REC-SALARIO-BRUTO       PIC Z.ZZZ.ZZ9,99.
           03  REC-ROTULO-VALOR        PIC X(16)      VALUE
               '  ADIANTAMENTO: '.
           03  REC-ADIANTAMENTO        PIC Z.ZZZ.ZZ9,99.

       01  REC-LINHA-DEPENDENTES.
           03  FILLER                  PIC X(25)      VALUE
               'DEPENDENTES CADASTRADOS: '.
           03  REC-DEPENDENTES         PIC Z9.
           03  FILLER                  PIC X(22)      VALUE
               '  DEDUCAO IRRF TOTAL: '.
           03  REC-DEDUCAO             PIC Z.ZZ9,99.

       01  REC-LINHA-COMISSAO.
           03  FILLER                  PIC X(25)      VALUE
               'COMISSAO SOBRE VENDAS: '.
           03  REC-COMISSAO            PIC Z.ZZZ.ZZ9,99.

       01  REC-LINHA-FAIXA-META.
           03  FILLER                  PIC X(15)      VALUE
               'FAIXA DA META: '.
           03  REC-FAIXA               PIC X(01).
           03  FILLER                  PIC X(12)      VALUE
               '  ATINGIDO: '.
           03  REC-PERC-ATINGIDO       PIC ZZZZ9,99.
           03  FILLER                  PIC X(09)      VALUE
               '%  TAXA: '.
           03  REC-TAXA-COMISSAO       PIC Z9,99.
           03  FILLER                  PIC X(01)      VALUE '%'.

      *    Um par de linhas por contrato de consignado descontado no
      *    pagamento: parcela, valor e saldo devedor, e a falta quando
      *    a margem nao comportou a parcela inteira.
       01  REC-LINHA-CONSIGNADO.
           03  FILLER                  PIC X(11)      VALUE
               'CONSIGNADO '.
           03  REC-CONTRATO            PIC X(12).
           03  FILLER                  PIC X(05)      VALUE ' BCO '.
           03  REC-BANCO-CREDOR        PIC X(03).
           03  FILLER                  PIC X(06)      VALUE ' PARC '.
           03  REC-PARC-CONSIGNADO     PIC ZZ9.
           03  FILLER                  PIC X(01)      VALUE '/'.
           03  REC-QTDE-CONSIGNADO     PIC ZZ9.
           03  FILLER                  PIC X(07)      VALUE ' DESC: '.
           03  REC-DESC-CONSIGNADO     PIC Z.ZZ9,99.
           03  FILLER                  PIC X(08)      VALUE ' SALDO: '.
           03  REC-SALDO-CONSIGNADO    PIC ZZ.ZZZ.ZZ9,99.

       01  REC-LINHA-CONSIG-FALTA.
           03  FILLER                  PIC X(40)      VALUE
               '  MARGEM INSUFICIENTE, NAO DESCONTADO: '.
           03  REC-FALTA-CONSIGNADO    PIC Z.ZZZ.ZZ9,99.

       01  REC-LINHA-VALE-TRANSPORTE.
           03  FILLER                  PIC X(17)      VALUE
               'VALE-TRANSPORTE: '.
           03  REC-PASSAGENS-VT        PIC ZZZ9.
           03  FILLER                  PIC X(15)      VALUE
               ' PASSAGENS, R$ '.
           03  REC-VALOR-VT            PIC ZZ.ZZ9,99.
           03  FILLER                  PIC X(07)      VALUE ' DESC: '.
           03  REC-DESC-VT             PIC Z.ZZ9,99.

      *    Uma linha por ordem de pensao alimenticia descontada, com
      *    o beneficiario e o numero do processo.
       01  REC-LINHA-PENSAO.
           03  FILLER                  PIC X(08)      VALUE
               'PENSAO: '.
           03  REC-BENEFICIARIO        PIC X(20).
           03  FILLER                  PIC X(06)      VALUE ' PROC '.
           03  REC-PROCESSO            PIC X(20).
           03  FILLER                  PIC X(07)      VALUE ' DESC: '.
           03  REC-DESC-PENSAO         PIC Z.ZZZ.ZZ9,99.

       01  REC-LINHA-LIQUIDO.
           03  FILLER                  PIC X(11)    VALUE 'DESCONTOS: '.
           03  REC-DESCONTOS           PIC Z.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(21)      VALUE
               '  LIQUIDO A RECEBER: '.
           03  REC-LIQUIDO             PIC Z.ZZZ.ZZ9,99.

       01  REC-LINHA-ASSINATURA.
           03  FILLER                  PIC X(12)      VALUE
               'ASSINATURA: '.
           03  FILLER                  PIC X(40)      VALUE
               '________________________________________'.
           03  FILLER                  PIC X(08)      VALUE
               '  DATA: '.
           03  FILLER                  PIC X(14)      VALUE
               '___/___/______'.
