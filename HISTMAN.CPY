      *-----------------------------------------------------------------------
      *    LAYOUT DO HISTORICO DE MANUTENCAO DOS DADOS DE CONTROLE
      *    (HISTMANU) - UMA LINHA POR ALTERACAO APLICADA, ACRESCENTADA
      *    (NUNCA REGRAVADA) PELOS UTILITARIOS CategoriaControle (CADASTRO
      *    DE CATEGORIAS, CATMEST) E ContadorControle (ACUMULADOR DE
      *    VariavelSimples, VARCKPT), NO MODO INTERATIVO OU NO MODO LOTE
      *    (CARTOES). LIDO POR ConsultaManutencao.
      *    HM-ARQUIVO DIZ QUAL DADO FOI ALTERADO E HM-CHAVE QUAL
      *    REGISTRO DELE (O CODIGO DA CATEGORIA; EM BRANCO NO VARCKPT,
      *    QUE TEM UM REGISTRO SO).
      *    HM-ACAO NO CATMEST: I=INCLUSAO, D=DESATIVACAO, R=REATIVACAO,
      *    V=LIMITE DE VALOR; NO VARCKPT: R=REDEFINICAO DO ACUMULADOR.
      *    HM-IMAGEM-ANTES/HM-IMAGEM-DEPOIS SAO O REGISTRO INTEIRO ANTES
      *    E DEPOIS DA ALTERACAO, NO LAYOUT DO PROPRIO ARQUIVO (COPYBOOK
      *    CATEGORIA PARA O CATMEST; O ACUMULADOR 9(09) ALINHADO A
      *    ESQUERDA PARA O VARCKPT). A IMAGEM "ANTES" DE UMA INCLUSAO
      *    VEM EM BRANCO.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-HISTMAN.
           05  HM-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-HORA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-ARQUIVO PIC X(08).
               88  HM-ARQUIVO-CATMEST VALUE "CATMEST".
               88  HM-ARQUIVO-VARCKPT VALUE "VARCKPT".
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-CHAVE PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-ACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-MODO PIC X(01).
               88  HM-MODO-INTERATIVO VALUE "I".
               88  HM-MODO-LOTE VALUE "L".
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-OPERADOR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-MOTIVO PIC X(40).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-IMAGEM-ANTES PIC X(48).
           05  FILLER PIC X(01) VALUE SPACE.
           05  HM-IMAGEM-DEPOIS PIC X(48).
           05  FILLER PIC X(01) VALUE SPACE.
