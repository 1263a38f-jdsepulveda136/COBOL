      *-----------------------------------------------------------------------
      *    LAYOUT DA LINHA DA FILA DE RETENCAO (RETIDOS) - UM PAR VALIDO
      *    CUJO VALOR1 OU VALOR2 PASSOU DO LIMITE DA SUA CATEGORIA EM
      *    CATMEST (CM-LIMITE) E QUE, EM VEZ DE SER CALCULADO, AGUARDA
      *    A APROVACAO DE UMA SEGUNDA PESSOA. COMPARTILHADO ENTRE A
      *    CALCULADORA (QUE ACRESCENTA A RETENCAO PENDENTE, E NA
      *    VOLTA CONFERE A LIBERACAO) E O UTILITARIO LiberaRetidos
      *    (QUE REGISTRA A DECISAO DO APROVADOR, DEVOLVE OS PARES
      *    LIBERADOS COMO TRANFILE E EMITE O RELATORIO DE
      *    ENVELHECIMENTO DOS PENDENTES).
      *    RT-TICKET NUMERA A RETENCAO E VOLTA NO PAR LIBERADO
      *    (COLUNAS 44-50 DO TRANFILE), PARA A CALCULADORA SABER QUE O
      *    PAR JA FOI APROVADO. RT-FEEDER/RT-DATA-ARQUIVO/RT-REMESSA/
      *    RT-POSICAO IDENTIFICAM DE ONDE O PAR VEIO, COMO EM REJEITO;
      *    RT-LIMITE E O LIMITE DA CATEGORIA NO MOMENTO DA RETENCAO.
      *    ENQUANTO PENDENTE (RT-SITUACAO "P") O APROVADOR E O MOTIVO
      *    FICAM EM BRANCO E A DATA/HORA DA DECISAO EM ZEROS.
      *    A LIBERACAO VALE UMA VEZ SO: QUANDO A CALCULADORA CALCULA O
      *    PAR LIBERADO, ACRESCENTA UMA LINHA DE USO (RT-SITUACAO "U")
      *    COM O MESMO TICKET, A ORIGEM DO PAR QUE A GASTOU E A
      *    DATA/HORA DO USO EM RT-DATA/HORA-DECISAO (DATA/HORA DA
      *    RETENCAO EM ZEROS, APROVADOR EM BRANCO). TICKET COM LINHA DE
      *    USO NAO E MAIS CONFIRMADO NEM PODE SER DECIDIDO DE NOVO.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-RETENCAO.
           05  RT-TICKET PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-SITUACAO PIC X(01).
               88  RETENCAO-PENDENTE VALUE "P".
               88  RETENCAO-LIBERADA VALUE "L".
               88  RETENCAO-RECUSADA VALUE "R".
               88  RETENCAO-UTILIZADA VALUE "U".
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-DATA-RETENCAO PIC 9(08).
           05  RT-HORA-RETENCAO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-FEEDER PIC X(08).
           05  RT-DATA-ARQUIVO PIC 9(08).
           05  RT-REMESSA PIC 9(02).
           05  RT-POSICAO PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-VALOR1 PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-VALOR2 PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-CATEGORIA PIC X(04).
           05  RT-OPERACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-LIMITE PIC 9(08)V99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-APROVADOR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-DATA-DECISAO PIC 9(08).
           05  RT-HORA-DECISAO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RT-MOTIVO-DECISAO PIC X(40).
