      *-----------------------------------------------------------------------
      *    LAYOUT DO REGISTRO DE CONTROLE AUDCTRL (UM UNICO REGISTRO) -
      *    COMPARTILHADO ENTRE A CALCULADORA (QUE O REGRAVA AO FECHAR
      *    CADA LOTE), ArquivaAuditoria (QUE O REGRAVA APOS O EXPURGO)
      *    E VerificaAuditoria (QUE O USA PARA CONFERIR AS PONTAS DA
      *    CADEIA DE AUDITLOG).
      *    AUDCTRL-QTDE-LINHAS E A QUANTIDADE DE LINHAS DO LOG VIVO.
      *    AUDCTRL-ULTIMA-SEQUENCIA/ULTIMO-VERIFICADOR SAO OS DA ULTIMA
      *    LINHA GRAVADA NA TRILHA (O PONTO ONDE O PROXIMO LOTE
      *    CONTINUA A CADEIA, MESMO QUE ELA JA TENHA IDO PARA AUDARCH).
      *    AUDCTRL-BASE-SEQUENCIA/BASE-VERIFICADOR SAO OS DA ULTIMA
      *    LINHA EXPURGADA PARA AUDARCH - A ANCORA QUE PERMITE CONFERIR
      *    A PRIMEIRA LINHA DO LOG VIVO SEM OS HISTORICOS (ZEROS
      *    ENQUANTO NADA FOI EXPURGADO). UM REGISTRO ANTIGO, SO COM A
      *    QUANTIDADE (9 POSICOES), TRAZ OS DEMAIS CAMPOS EM BRANCO.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-AUDCTRL.
           05  AUDCTRL-QTDE-LINHAS PIC 9(09).
           05  AUDCTRL-ULTIMA-SEQUENCIA PIC 9(09).
           05  AUDCTRL-ULTIMO-VERIFICADOR PIC 9(10).
           05  AUDCTRL-BASE-SEQUENCIA PIC 9(09).
           05  AUDCTRL-BASE-VERIFICADOR PIC 9(10).
