      *    DE MANUTENCAO CategoriaControle. A CHAVE E CM-CODIGO; UMA
      *    CATEGORIA NUNCA E EXCLUIDA FISICAMENTE, APENAS DESATIVADA
      *    (CM-SITUACAO "I") PARA O HISTORICO CONTINUAR INTERPRETAVEL.
      *    CM-LIMITE E O VALOR MAXIMO (EM MODULO) DE VALOR1/VALOR2 QUE UM
      *    PAR DA CATEGORIA PODE TER PARA SER CALCULADO DIRETO; ACIMA
      *    DELE O PAR VAI PARA A FILA DE RETENCAO (RETIDOS) E AGUARDA
      *    APROVACAO. ZEROS OU BRANCOS (REGISTROS ANTIGOS, DE 37
      *    POSICOES) SIGNIFICAM CATEGORIA SEM LIMITE.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-CATMEST.
           05  CM-CODIGO PIC X(04).
               88  CATEGORIA-INATIVA VALUE "I".
           05  FILLER PIC X(01) VALUE SPACE.
           05  CM-DESCRICAO PIC X(30).
           05  FILLER PIC X(01) VALUE SPACE.
           05  CM-LIMITE PIC 9(08)V99.
