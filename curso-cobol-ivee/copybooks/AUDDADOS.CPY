           03  AUD-QTDE-LIDOS          PIC 9(09)            VALUE ZEROS.
           03  AUD-QTDE-GRAVADOS       PIC 9(09)            VALUE ZEROS.
           03  AUD-OPERADOR-ATIVO      PIC X(04)        VALUE SPACES.
           03  AUD-TEXTO-OCORRENCIA    PIC X(40)        VALUE SPACES.
