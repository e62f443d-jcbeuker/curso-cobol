      *----------------------------------------------------------------*
      * Author: JOSE CAETANO BEUKER
      * Date: 15.10.2026
      * Purpose: Extração mascarada para testes: numa única passada
      *    copia os arquivos com dados pessoais (CLIENTES,
      *    CADASTRO-MESTRE, DEPENDENTES, FORNECEDORES e ENTREGAS)
      *    para cópias indexadas de mesma chave e layout, trocando
      *    nome, endereço, telefone, domicílio bancário, nascimento e
      *    CNPJ por pseudônimos montados da própria chave. As chaves não
      *    mudam, então as cópias continuam casando com os
      *    históricos e movimentos copiados junto; o pseudônimo é
      *    sempre o mesmo para a mesma chave, e uma nova extração
      *    reproduz a anterior. Os mestres de produção são apenas
      *    lidos.
      *----------------------------------------------------------------*
      * VERSAO 02 - ENTREGAS entra na extração: o nome, o endereço e o
      *    telefone copiados do cliente em cada entrega recebem o
      *    mesmo pseudônimo do cliente em MSK-CLIENTES (entrega sem
      *    cliente cadastrado usa o número da entrega). Cartão SYSIN:
      *    5a linha com o caminho da cópia das entregas.
      * VERSAO 01 - Versão inicial. Cartão SYSIN: 1a a 4a linhas com
      *    os caminhos das cópias de clientes, cadastro-mestre,
      *    dependentes e fornecedores; linha em branco mantém o
      *    caminho padrão.
      *----------------------------------------------------------------*
       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     MASCAR01.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO OPE01
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT CADASTRO-MESTRE ASSIGN TO OPE02
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDM-MATRICULA
           FILE STATUS IS FS-CADASTRO-MESTRE.

           SELECT DEPENDENTES ASSIGN TO OPE03
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT FORNECEDORES ASSIGN TO OPE04
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FS-FORNECEDORES.

           SELECT MSK-CLIENTES ASSIGN TO OPE05
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-CLI-CODIGO
           FILE STATUS IS FS-MSK-CLIENTES.

           SELECT MSK-CADASTRO-MESTRE ASSIGN TO OPE06
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-CDM-MATRICULA
           FILE STATUS IS FS-MSK-CADASTRO-MESTRE.

           SELECT MSK-DEPENDENTES ASSIGN TO OPE07
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-DPD-CHAVE
           FILE STATUS IS FS-MSK-DEPENDENTES.

           SELECT MSK-FORNECEDORES ASSIGN TO OPE08
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-FORN-CODIGO
           FILE STATUS IS FS-MSK-FORNECEDORES.

           SELECT MSK-ENTREGAS ASSIGN TO OPE09
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-ENT-NUMERO
           FILE STATUS IS FS-MSK-ENTREGAS.

           COPY ENTCTL.

           SELECT CARTAO-PARM ASSIGN TO "SYSIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAO-PARM.

           COPY AUDCTL.
      *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  CLIENTES.
       01  REG-CLIENTE.
           03  CLI-CODIGO              PIC X(04).
           03  FILLER                  PIC X(01).
           03  CLI-NOME                PIC X(30).
           03  FILLER                  PIC X(01).
           03  CLI-LIMITE-CREDITO      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CLI-SITUACAO-CREDITO    PIC X(01).
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

       FD  CADASTRO-MESTRE.
       01  REG-CADASTRO-MESTRE.
           03  CDM-MATRICULA           PIC X(04).
           03  FILLER                  PIC X(01).
           03  CDM-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  CDM-CATEGORIA           PIC X(01).
           03  FILLER                  PIC X(01).
           03  CDM-CD-MUNICIPIO        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  CDM-DT-ADMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-BANCO               PIC X(03).
           03  FILLER                  PIC X(01).
           03  CDM-AGENCIA             PIC X(05).
           03  FILLER                  PIC X(01).
           03  CDM-CONTA               PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-DT-DEMISSAO         PIC X(10).
           03  FILLER                  PIC X(01).
           03  CDM-VALOR-HORA          PIC 9(03)V99.

       FD  DEPENDENTES.
       01  REG-DEPENDENTE.
           03  DPD-CHAVE.
               05  DPD-MATRICULA       PIC X(04).
               05  DPD-SEQUENCIA       PIC 9(02).
           03  FILLER                  PIC X(01).
           03  DPD-NOME                PIC X(20).
           03  FILLER                  PIC X(01).
           03  DPD-DATA-NASCIMENTO     PIC X(10).
           03  FILLER                  PIC X(01).
           03  DPD-TIPO                PIC X(02).

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           03  FORN-CODIGO             PIC X(04).
           03  FILLER                  PIC X(01).
           03  FORN-NOME               PIC X(30).
           03  FILLER                  PIC X(01).
           03  FORN-CNPJ               PIC X(14).

      *    Cópias mascaradas: mesmo layout do mestre de origem, aqui
      *    só com a chave separada do restante do registro.
       FD  MSK-CLIENTES.
       01  REG-MSK-CLIENTE.
           03  MSK-CLI-CODIGO          PIC X(04).
           03  FILLER                  PIC X(145).

       FD  MSK-CADASTRO-MESTRE.
       01  REG-MSK-CADASTRO-MESTRE.
           03  MSK-CDM-MATRICULA       PIC X(04).
           03  FILLER                  PIC X(80).

       FD  MSK-DEPENDENTES.
       01  REG-MSK-DEPENDENTE.
           03  MSK-DPD-CHAVE           PIC X(06).
           03  FILLER                  PIC X(35).

       FD  MSK-FORNECEDORES.
       01  REG-MSK-FORNECEDOR.
           03  MSK-FORN-CODIGO         PIC X(04).
           03  FILLER                  PIC X(46).

       FD  MSK-ENTREGAS.
       01  REG-MSK-ENTREGA.
           03  MSK-ENT-NUMERO          PIC 9(06).
           03  FILLER                  PIC X(231).

       COPY ENTFD.

       FD  CARTAO-PARM.
       01  REG-PARM                    PIC X(54).

       COPY AUDFD.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  NOME-PROGRAMA               PIC X(18) VALUE       'MASCAR01'.
       77  VERSAO-PROGRAMA             PIC X(06) VALUE         'VRS002'.

       COPY DTHDADOS.
       COPY AUDDADOS.
       COPY ENTDADOS.

       01  VARIAVEIS-AUXILIARES.
           03  OPE01                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CLIENTES.dat'.
           03  OPE02                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\CADMEST.dat'.
           03  OPE03                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\DEPENDEN.dat'.
           03  OPE04                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\FORNECED.dat'.
           03  OPE05                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MSKCLIEN.dat'.
           03  OPE06                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MSKCADME.dat'.
           03  OPE07                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MSKDEPEN.dat'.
           03  OPE08                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MSKFORNE.dat'.
           03  OPE09                   PIC X(54)            VALUE
           'D:\Documentos\Cursos\COBOL\curso-cobol\MSKENTRE.dat'.
           03  FS-CLIENTES             PIC X(02)        VALUE '00'.
               88  FS-CLI-OK                            VALUE '00'.
               88  FS-CLI-NAO-EXISTE                    VALUE '35'.
           03  FS-CADASTRO-MESTRE      PIC X(02)        VALUE '00'.
               88  FS-CDM-OK                            VALUE '00'.
               88  FS-CDM-NAO-EXISTE                    VALUE '35'.
           03  FS-DEPENDENTES          PIC X(02)        VALUE '00'.
               88  FS-DPD-OK                            VALUE '00'.
               88  FS-DPD-NAO-EXISTE                    VALUE '35'.
           03  FS-FORNECEDORES         PIC X(02)        VALUE '00'.
               88  FS-FORN-OK                           VALUE '00'.
               88  FS-FORN-NAO-EXISTE                   VALUE '35'.
           03  FS-MSK-CLIENTES         PIC X(02)        VALUE '00'.
               88  FS-MSK-CLI-OK                        VALUE '00'.
           03  FS-MSK-CADASTRO-MESTRE  PIC X(02)        VALUE '00'.
               88  FS-MSK-CDM-OK                        VALUE '00'.
           03  FS-MSK-DEPENDENTES      PIC X(02)        VALUE '00'.
               88  FS-MSK-DPD-OK                        VALUE '00'.
           03  FS-MSK-FORNECEDORES     PIC X(02)        VALUE '00'.
               88  FS-MSK-FORN-OK                       VALUE '00'.
           03  FS-MSK-ENTREGAS         PIC X(02)        VALUE '00'.
               88  FS-MSK-ENT-OK                        VALUE '00'.
           03  FS-CARTAO-PARM          PIC X(02)        VALUE '00'.
               88  FS-PARM-OK                           VALUE '00'.
           03  IND-CLI-ABERTO          PIC X(01)        VALUE 'N'.
               88  CLIENTES-ABERTO                      VALUE 'S'.
           03  IND-CDM-ABERTO          PIC X(01)        VALUE 'N'.
               88  CADASTRO-MESTRE-ABERTO               VALUE 'S'.
           03  IND-DPD-ABERTO          PIC X(01)        VALUE 'N'.
               88  DEPENDENTES-ABERTO                   VALUE 'S'.
           03  IND-FORN-ABERTO         PIC X(01)        VALUE 'N'.
               88  FORNECEDORES-ABERTO                  VALUE 'S'.
           COPY EOFSW.
           03  CONTA-LIDOS             PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-GRAVADOS          PIC S9(07) COMP-5 VALUE ZEROS.
           03  CONTA-CLIENTES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-FUNCIONARIOS      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-DEPENDENTES       PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-FORNECEDORES      PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-ENTREGAS          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-AUSENTES          PIC S9(05) COMP-5 VALUE ZEROS.
           03  CONTA-REJEITADOS        PIC S9(05) COMP-5 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM INICIA

           PERFORM MASCARA-CLIENTES

           PERFORM MASCARA-FUNCIONARIOS

           PERFORM MASCARA-DEPENDENTES

           PERFORM MASCARA-FORNECEDORES

           PERFORM MASCARA-ENTREGAS

           PERFORM FINALIZA

           .

      *----------------------------------------------------------------*
           INICIA                      SECTION.
      *----------------------------------------------------------------*
      *    Mestre de origem que não existe é só avisado (a cópia sai
      *    vazia); cópia que não abre para gravação encerra.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'INICIA'

           PERFORM AUD-INICIA-AUDITORIA

           PERFORM LE-PARAMETRO

           OPEN INPUT CLIENTES
           EVALUATE TRUE
               WHEN FS-CLI-OK
                   MOVE 'S'            TO IND-CLI-ABERTO
               WHEN FS-CLI-NAO-EXISTE
                   ADD 1               TO CONTA-AUSENTES
                   DISPLAY NOME-PROGRAMA
                       ' CLIENTES NAO EXISTE, COPIA VAZIA' UPON CONSOLE
               WHEN OTHER
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR CLIENTES, FILE STATUS: '
                       FS-CLIENTES     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-EVALUATE

           OPEN INPUT CADASTRO-MESTRE
           EVALUATE TRUE
               WHEN FS-CDM-OK
                   MOVE 'S'            TO IND-CDM-ABERTO
               WHEN FS-CDM-NAO-EXISTE
                   ADD 1               TO CONTA-AUSENTES
                   DISPLAY NOME-PROGRAMA
                       ' CADASTRO-MESTRE NAO EXISTE, COPIA VAZIA'
                                       UPON CONSOLE
               WHEN OTHER
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR CADASTRO-MESTRE, FILE STATUS: '
                       FS-CADASTRO-MESTRE UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-EVALUATE

           OPEN INPUT DEPENDENTES
           EVALUATE TRUE
               WHEN FS-DPD-OK
                   MOVE 'S'            TO IND-DPD-ABERTO
               WHEN FS-DPD-NAO-EXISTE
                   ADD 1               TO CONTA-AUSENTES
                   DISPLAY NOME-PROGRAMA
                       ' DEPENDENTES NAO EXISTE, COPIA VAZIA'
                                       UPON CONSOLE
               WHEN OTHER
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR DEPENDENTES, FILE STATUS: '
                       FS-DEPENDENTES  UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-EVALUATE

           OPEN INPUT FORNECEDORES
           EVALUATE TRUE
               WHEN FS-FORN-OK
                   MOVE 'S'            TO IND-FORN-ABERTO
               WHEN FS-FORN-NAO-EXISTE
                   ADD 1               TO CONTA-AUSENTES
                   DISPLAY NOME-PROGRAMA
                       ' FORNECEDORES NAO EXISTE, COPIA VAZIA'
                                       UPON CONSOLE
               WHEN OTHER
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR FORNECEDORES, FILE STATUS: '
                       FS-FORNECEDORES UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-EVALUATE

           OPEN INPUT ENTREGAS
           EVALUATE TRUE
               WHEN FS-ENT-OK
                   MOVE 'S'            TO IND-ENT-ABERTO
               WHEN FS-ENT-NAO-EXISTE
                   ADD 1               TO CONTA-AUSENTES
                   DISPLAY NOME-PROGRAMA
                       ' ENTREGAS NAO EXISTE, COPIA VAZIA'
                                       UPON CONSOLE
               WHEN OTHER
                   DISPLAY NOME-PROGRAMA
                       ' ERRO AO ABRIR ENTREGAS, FILE STATUS: '
                       FS-ENTREGAS     UPON CONSOLE
                   PERFORM FIM-ENCERRA-ANORMAL
           END-EVALUATE

           OPEN OUTPUT MSK-CLIENTES
           IF  NOT FS-MSK-CLI-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MSK-CLIENTES, FILE STATUS: '
                   FS-MSK-CLIENTES     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT MSK-CADASTRO-MESTRE
           IF  NOT FS-MSK-CDM-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MSK-CADASTRO-MESTRE, FILE STATUS: '
                   FS-MSK-CADASTRO-MESTRE UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT MSK-DEPENDENTES
           IF  NOT FS-MSK-DPD-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MSK-DEPENDENTES, FILE STATUS: '
                   FS-MSK-DEPENDENTES  UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT MSK-FORNECEDORES
           IF  NOT FS-MSK-FORN-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MSK-FORNECEDORES, FILE STATUS: '
                   FS-MSK-FORNECEDORES UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           OPEN OUTPUT MSK-ENTREGAS
           IF  NOT FS-MSK-ENT-OK
               DISPLAY NOME-PROGRAMA
                   ' ERRO AO ABRIR MSK-ENTREGAS, FILE STATUS: '
                   FS-MSK-ENTREGAS     UPON CONSOLE
               PERFORM FIM-ENCERRA-ANORMAL
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           LE-PARAMETRO                SECTION.
      *----------------------------------------------------------------*
      *    Cartão SYSIN: 1a a 5a linhas com os caminhos das cópias de
      *    clientes, cadastro-mestre, dependentes, fornecedores e
      *    entregas; linha ausente ou em branco mantém o caminho
      *    padrão.
      *----------------------------------------------------------------*

           OPEN INPUT CARTAO-PARM
           IF  FS-PARM-OK
               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE05
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE06
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE07
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE08
               END-IF

               READ CARTAO-PARM
               IF  FS-PARM-OK AND REG-PARM NOT = SPACES
                   MOVE REG-PARM       TO OPE09
               END-IF

               CLOSE CARTAO-PARM
           END-IF

           .

           EXIT.

      *----------------------------------------------------------------*
           MASCARA-CLIENTES            SECTION.
      *----------------------------------------------------------------*
      *    Nome, endereço, bairro, CEP e telefone viram pseudônimo do
      *    código; limite, situação de crédito e município ficam,
      *    porque os testes de venda a prazo e de fiscal dependem
      *    deles.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MASCARA-CLIENTES'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           IF  NOT CLIENTES-ABERTO
               MOVE 'S'                TO IND-FIM-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CLIENTES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE SPACES         TO CLI-NOME
                   STRING 'CLIENTE TESTE ' CLI-CODIGO
                       DELIMITED BY SIZE INTO CLI-NOME
                   MOVE SPACES         TO CLI-ENDERECO
                   STRING 'RUA DE TESTE ' CLI-CODIGO
                       DELIMITED BY SIZE INTO CLI-ENDERECO
                   MOVE 'BAIRRO DE TESTE' TO CLI-BAIRRO
                   MOVE ZEROS          TO CLI-CEP
                   MOVE ZEROS          TO CLI-TELEFONE
                   MOVE REG-CLIENTE    TO REG-MSK-CLIENTE
                   WRITE REG-MSK-CLIENTE
                       INVALID KEY
                           ADD 1       TO CONTA-REJEITADOS
                           DISPLAY NOME-PROGRAMA
                               ' CLIENTE NAO GRAVADO NA COPIA: '
                               CLI-CODIGO ' FS ' FS-MSK-CLIENTES
                                       UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-CLIENTES
                   END-WRITE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           MASCARA-FUNCIONARIOS        SECTION.
      *----------------------------------------------------------------*
      *    Nome vira pseudônimo da matrícula; o banco fica (os testes
      *    de remessa agrupam por banco), agência e conta viram
      *    valores fictícios montados da matrícula. Datas, categoria
      *    e valor-hora ficam para a folha de teste calcular igual.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MASCARA-FUNCIONARIOS'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           IF  NOT CADASTRO-MESTRE-ABERTO
               MOVE 'S'                TO IND-FIM-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ CADASTRO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE SPACES         TO CDM-NOME
                   STRING 'FUNCIONARIO ' CDM-MATRICULA
                       DELIMITED BY SIZE INTO CDM-NOME
                   IF  CDM-BANCO       NOT = SPACES
                       MOVE '00001'    TO CDM-AGENCIA
                       MOVE SPACES     TO CDM-CONTA
                       STRING '000000' CDM-MATRICULA
                           DELIMITED BY SIZE INTO CDM-CONTA
                   END-IF
                   MOVE REG-CADASTRO-MESTRE
                                       TO REG-MSK-CADASTRO-MESTRE
                   WRITE REG-MSK-CADASTRO-MESTRE
                       INVALID KEY
                           ADD 1       TO CONTA-REJEITADOS
                           DISPLAY NOME-PROGRAMA
                               ' MATRICULA NAO GRAVADA NA COPIA: '
                               CDM-MATRICULA ' FS '
                               FS-MSK-CADASTRO-MESTRE UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-FUNCIONARIOS
                   END-WRITE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           MASCARA-DEPENDENTES         SECTION.
      *----------------------------------------------------------------*
      *    Nome vira pseudônimo da chave; do nascimento fica só o mês
      *    e o ano, o que mantém a idade para as regras de IRRF e
      *    salário-família dos testes.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MASCARA-DEPENDENTES'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           IF  NOT DEPENDENTES-ABERTO
               MOVE 'S'                TO IND-FIM-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ DEPENDENTES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE SPACES         TO DPD-NOME
                   STRING 'DEPENDENTE ' DPD-MATRICULA DPD-SEQUENCIA
                       DELIMITED BY SIZE INTO DPD-NOME
                   IF  DPD-DATA-NASCIMENTO NOT = SPACES
                       MOVE '01'       TO DPD-DATA-NASCIMENTO(1:2)
                   END-IF
                   MOVE REG-DEPENDENTE TO REG-MSK-DEPENDENTE
                   WRITE REG-MSK-DEPENDENTE
                       INVALID KEY
                           ADD 1       TO CONTA-REJEITADOS
                           DISPLAY NOME-PROGRAMA
                               ' DEPENDENTE NAO GRAVADO NA COPIA: '
                               DPD-MATRICULA DPD-SEQUENCIA ' FS '
                               FS-MSK-DEPENDENTES UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-DEPENDENTES
                   END-WRITE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           MASCARA-FORNECEDORES        SECTION.
      *----------------------------------------------------------------*
      *    Razão social e CNPJ viram pseudônimos do código (o
      *    fornecedor pode ser pessoa física com nome próprio).
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MASCARA-FORNECEDORES'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           IF  NOT FORNECEDORES-ABERTO
               MOVE 'S'                TO IND-FIM-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ FORNECEDORES NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE SPACES         TO FORN-NOME
                   STRING 'FORNECEDOR TESTE ' FORN-CODIGO
                       DELIMITED BY SIZE INTO FORN-NOME
                   MOVE SPACES         TO FORN-CNPJ
                   STRING '00000000' FORN-CODIGO '00'
                       DELIMITED BY SIZE INTO FORN-CNPJ
                   MOVE REG-FORNECEDOR TO REG-MSK-FORNECEDOR
                   WRITE REG-MSK-FORNECEDOR
                       INVALID KEY
                           ADD 1       TO CONTA-REJEITADOS
                           DISPLAY NOME-PROGRAMA
                               ' FORNECEDOR NAO GRAVADO NA COPIA: '
                               FORN-CODIGO ' FS '
                               FS-MSK-FORNECEDORES UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-FORNECEDORES
                   END-WRITE
           END-PERFORM

           .

           EXIT.

      *----------------------------------------------------------------*
           MASCARA-ENTREGAS            SECTION.
      *----------------------------------------------------------------*
      *    A entrega guarda cópia do nome, endereço, bairro, CEP e
      *    telefone do cliente: recebem o mesmo pseudônimo que o
      *    cliente ganhou em MASCARA-CLIENTES, para a cópia das
      *    entregas continuar batendo com a de clientes. Entrega sem
      *    cliente cadastrado (nome digitado no caixa) leva o número
      *    da entrega. Município, rota, datas, frete e situação
      *    ficam para os testes de manifesto e de baixa.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'MASCARA-ENTREGAS'

           MOVE 'N'                    TO IND-FIM-ARQUIVO
           IF  NOT ENTREGAS-ABERTO
               MOVE 'S'                TO IND-FIM-ARQUIVO
           END-IF

           PERFORM UNTIL FIM-DO-ARQUIVO
               READ ENTREGAS NEXT RECORD
               AT END
                   MOVE 'S'            TO IND-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO CONTA-LIDOS
                   MOVE SPACES         TO ENT-NOME
                   MOVE SPACES         TO ENT-ENDERECO
                   IF  ENT-CLIENTE     NOT = SPACES
                       STRING 'CLIENTE TESTE ' ENT-CLIENTE
                           DELIMITED BY SIZE INTO ENT-NOME
                       STRING 'RUA DE TESTE ' ENT-CLIENTE
                           DELIMITED BY SIZE INTO ENT-ENDERECO
                   ELSE
                       STRING 'CLIENTE TESTE ENT ' ENT-NUMERO
                           DELIMITED BY SIZE INTO ENT-NOME
                       STRING 'RUA DE TESTE ENT ' ENT-NUMERO
                           DELIMITED BY SIZE INTO ENT-ENDERECO
                   END-IF
                   MOVE 'BAIRRO DE TESTE' TO ENT-BAIRRO
                   MOVE ZEROS          TO ENT-CEP
                   MOVE ZEROS          TO ENT-TELEFONE
                   MOVE REG-ENTREGA    TO REG-MSK-ENTREGA
                   WRITE REG-MSK-ENTREGA
                       INVALID KEY
                           ADD 1       TO CONTA-REJEITADOS
                           DISPLAY NOME-PROGRAMA
                               ' ENTREGA NAO GRAVADA NA COPIA: '
                               ENT-NUMERO ' FS ' FS-MSK-ENTREGAS
                                       UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1       TO CONTA-ENTREGAS
                   END-WRITE
           END-PERFORM

           .

           EXIT.

       COPY DTHPROC.

      *----------------------------------------------------------------*
           FIM-FECHA-ARQUIVOS          SECTION.
      *----------------------------------------------------------------*
      *    Fecha os arquivos deste programa para o encerramento
      *    controlado de FIM-ENCERRA-ANORMAL; arquivo ainda nao
      *    aberto apenas devolve FILE STATUS de fechamento, sem
      *    dano.
      *----------------------------------------------------------------*

           CLOSE CLIENTES
           CLOSE CADASTRO-MESTRE
           CLOSE DEPENDENTES
           CLOSE FORNECEDORES
           CLOSE MSK-CLIENTES
           CLOSE MSK-CADASTRO-MESTRE
           CLOSE MSK-DEPENDENTES
           CLOSE MSK-FORNECEDORES
           CLOSE ENTREGAS
           CLOSE MSK-ENTREGAS

           .

           EXIT.

       COPY AUDPROC.

       COPY FIMPROC.

      *----------------------------------------------------------------*
           FINALIZA                    SECTION.
      *----------------------------------------------------------------*
           DISPLAY NOME-PROGRAMA 'FINALIZA'

           DISPLAY NOME-PROGRAMA ' COPIAS MASCARADAS - CLIENTES: '
               CONTA-CLIENTES ' FUNCIONARIOS: ' CONTA-FUNCIONARIOS
                                       UPON CONSOLE
           DISPLAY NOME-PROGRAMA ' DEPENDENTES: ' CONTA-DEPENDENTES
               ' FORNECEDORES: ' CONTA-FORNECEDORES UPON CONSOLE
           DISPLAY NOME-PROGRAMA ' ENTREGAS: ' CONTA-ENTREGAS
               ' REJEITADOS: ' CONTA-REJEITADOS UPON CONSOLE

           IF  CONTA-AUSENTES          > 0
               OR CONTA-REJEITADOS     > 0
               MOVE 4                  TO RETURN-CODE
           END-IF

           PERFORM FIM-FECHA-ARQUIVOS

           MOVE CONTA-LIDOS            TO AUD-QTDE-LIDOS
           COMPUTE CONTA-GRAVADOS      = CONTA-CLIENTES
                                       + CONTA-FUNCIONARIOS
                                       + CONTA-DEPENDENTES
                                       + CONTA-FORNECEDORES
                                       + CONTA-ENTREGAS
           MOVE CONTA-GRAVADOS         TO AUD-QTDE-GRAVADOS
           PERFORM AUD-GRAVA-AUDITORIA

           GOBACK

           .

           EXIT.
      *----------------------------------------------------------------*
