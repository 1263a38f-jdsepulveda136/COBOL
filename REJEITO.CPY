      *    CATEGORIA E A OPERACAO, MAIS O MOTIVO DA REJEICAO (01 PAR
      *    NAO NUMERICO, 02 DIVISAO POR ZERO, 03 VALOR EXCEDE O
      *    LAYOUT, 04 CODIGO DE OPERACAO INVALIDO, 05 CATEGORIA
      *    DESCONHECIDA/INATIVA, 06 ESTORNO SEM TRANSACAO ORIGINAL,
      *    07 TRANSACAO JA ESTORNADA) E A DESCRICAO LEGIVEL. COMPARTILHADO
      *    ENTRE A CALCULADORA (QUE GRAVA) E OS UTILITARIOS QUE LEEM
      *    O ARQUIVO (RECICLAGEM, TENDENCIA DE REJEICOES, CONFIRMACAO
      *    AO FEEDER). RJ-FEEDER/RJ-REMESSA/RJ-POSICAO IDENTIFICAM DE
      *    ONDE O PAR VEIO: O FEEDER DO HEADER, A ORDEM DA REMESSA NO
      *    ARQUIVO DE ENTRADA DO LOTE E A LINHA DO PAR DENTRO DO
      *    ARQUIVO ORIGINAL DO FEEDER (O HEADER E A LINHA 1). EM
      *    REGISTROS GRAVADOS ANTES DESSES CAMPOS EXISTIREM (64 BYTES)
      *    ELES VEM EM BRANCO. RJ-REF-DATA/RJ-REF-HORA SO SAO
      *    PREENCHIDOS QUANDO O PAR REJEITADO E UM ESTORNO (OPERACAO
      *    "E"): A DATA/HORA DA LINHA DE AUDITLOG QUE ELE ESTORNA,
      *    PARA A RECICLAGEM DEVOLVER O ESTORNO COM A SUA REFERENCIA.
      *    EM BRANCO NOS DEMAIS PARES E NOS REGISTROS DE 84 BYTES.
      *-----------------------------------------------------------------------
       01  WS-LINHA-REJEITO.
           05  RJ-VALOR1 PIC S9(8)V99
           05  RJ-MOTIVO PIC X(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RJ-DESCRICAO PIC X(30).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RJ-FEEDER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RJ-REMESSA PIC 9(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RJ-POSICAO PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RJ-REF-DATA PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RJ-REF-HORA PIC X(08).
