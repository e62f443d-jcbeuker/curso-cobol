      *----------------------------------------------------------------*
      *    SELECT do arquivo de composição de kits (lista de
      *    materiais), mantido por KIT01: um registro por componente
      *    de cada kit, com a quantidade do componente em uma unidade
      *    do kit. A chave kit + componente deixa os componentes de
      *    cada kit juntos. Lido por PR16TA01 (disponibilidade),
      *    BAIXA01 (explosão da baixa), MONTA01 (montagem e
      *    desmontagem), VALEST01 e MARGEM01 (custo do kit) pelas
      *    rotinas do copybook KITPROC. Incluir dentro de
      *    FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT COMPOSICAO-KITS ASSIGN TO OPE-KITS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS FS-KITS.
