      *    FD do arquivo de trilha de auditoria compartilhado por
      *    ARQUIVO, C3A07P01, MUNICI e PR16TA01. Inclua dentro de
      *    FILE SECTION. Uma linha por execução, gravada em
      *    AUD-GRAVA-AUDITORIA (copybook AUDPROC), e uma linha por
      *    ocorrência de segurança (acesso recusado), gravada em
      *    AUD-GRAVA-OCORRENCIA com a descrição em AUD-OCORRENCIA -
      *    nas linhas de execução esse campo fica em branco.
      *----------------------------------------------------------------*
       FD  REGISTRO-AUDITORIA.
       01  REG-AUDITORIA.
           03  AUD-RETURN-CODE         PIC 9(03)            VALUE ZEROS.
           03  FILLER                  PIC X(01)            VALUE ' '.
           03  AUD-OPERADOR            PIC X(04)            VALUE ' '.
           03  FILLER                  PIC X(01)            VALUE ' '.
           03  AUD-OCORRENCIA          PIC X(40)            VALUE ' '.
