      *    por campo alterado, com o momento, o mestre, a chave do
      *    registro, o campo, o valor antes e depois, o operador
      *    assinado e o programa - o que HISTORICO-PRECOS já faz para
      *    preços, estendido a todos os mestres. Nos campos sob dupla
      *    custódia (copybooks PND*) a linha leva também a situação
      *    da aprovação - P pedido pendente, A aprovado, R rejeitado,
      *    C cancelado porque o mestre mudou depois do pedido; branco
      *    é alteração aplicada direto - e, na decisão, o
      *    operador que pediu em ALT-OPERADOR e o que decidiu em
      *    ALT-APROVADOR. Incluir dentro de FILE SECTION.
      *----------------------------------------------------------------*
       FD  LOG-ALTERACOES.
       01  REG-ALTERACAO.
           03  ALT-OPERADOR            PIC X(04).
           03  FILLER                  PIC X(01).
           03  ALT-PROGRAMA            PIC X(18).
           03  FILLER                  PIC X(01).
           03  ALT-SITUACAO-APROVACAO  PIC X(01).
           03  FILLER                  PIC X(01).
           03  ALT-APROVADOR           PIC X(04).
