      *----------------------------------------------------------------*
      *    Rotinas das faixas de atingimento das metas de venda.
      *    MET-CARREGA-LIMITES troca os limites padrão das faixas
      *    pelos parâmetros META-FAIXA-1 e META-FAIXA-2 vigentes em
      *    PRS-DATA-REFERENCIA (o chamador já fez
      *    PRS-CARREGA-PARAMETROS); par incoerente (inferior acima
      *    do superior) volta aos padrões, com aviso.
      *    MET-CLASSIFICA-FAIXA classifica o atingimento
      *    MET-PERC-APURADO contra a meta em REG-META-VENDEDOR. O
      *    programa que inclui este copybook deve ter incluído
      *    METCTL, METFD, METDADOS e o conjunto PRS.
      *----------------------------------------------------------------*
           MET-CARREGA-LIMITES         SECTION.
      *----------------------------------------------------------------*

           MOVE 'META-FAIXA-1'         TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO MET-LIMITE-FAIXA-1
           END-IF

           MOVE 'META-FAIXA-2'         TO PRS-NOME-PEDIDO
           PERFORM PRS-OBTEM-PARAMETRO
           IF  PRS-ACHADO
               AND PRS-VALOR-ACHADO    > 0
               AND PRS-VALOR-ACHADO    < 1000
               MOVE PRS-VALOR-ACHADO   TO MET-LIMITE-FAIXA-2
           END-IF

           IF  MET-LIMITE-FAIXA-1      > MET-LIMITE-FAIXA-2
               DISPLAY NOME-PROGRAMA
                   ' LIMITES DE FAIXA INCOERENTES, USADOS 80/100'
                                       UPON CONSOLE
               MOVE 80                 TO MET-LIMITE-FAIXA-1
               MOVE 100                TO MET-LIMITE-FAIXA-2
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MET-CLASSIFICA-FAIXA        SECTION.
      *----------------------------------------------------------------*
      *    Abaixo do limite inferior: faixa 1; do inferior até o
      *    superior, inclusive: faixa 2; acima do superior: faixa 3.
      *    A taxa devolvida é a da faixa na meta; zero quer dizer
      *    que o chamador fica com a taxa do mestre.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN MET-PERC-APURADO   < MET-LIMITE-FAIXA-1
                   MOVE '1'            TO MET-FAIXA-APURADA
                   MOVE MET-PERC-FAIXA-1
                                       TO MET-TAXA-APURADA
               WHEN MET-PERC-APURADO   NOT > MET-LIMITE-FAIXA-2
                   MOVE '2'            TO MET-FAIXA-APURADA
                   MOVE MET-PERC-FAIXA-2
                                       TO MET-TAXA-APURADA
               WHEN OTHER
                   MOVE '3'            TO MET-FAIXA-APURADA
                   MOVE MET-PERC-FAIXA-3
                                       TO MET-TAXA-APURADA
           END-EVALUATE

           .

           EXIT.
