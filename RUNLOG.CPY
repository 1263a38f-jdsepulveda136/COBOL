           05  RL-CONTROLE PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RL-RESTART PIC X(01).
      *-----------------------------------------------------------------------
      *    LINHA DE DETALHE POR REMESSA (FEEDER) - GRAVADA LOGO APOS A
      *    LINHA DA EXECUCAO, COM A MESMA DATA/HORA, UMA POR REMESSA DO
      *    ARQUIVO DE ENTRADA. RECONHECIDA POR RLF-TIPO = "FDR" NAS
      *    POSICOES 19-21 (NA LINHA DA EXECUCAO ALI HA DIGITOS).
      *    RLF-SITUACAO: "A" ACEITA, "R" REJEITADA NO CONTROLE,
      *    "D" RECUSADA COMO RETRANSMISSAO, "F" RECUSADA POR PERIODO
      *    CONTABIL FECHADO.
      *    RLF-CONTROLE: "S" QUANDO O HEADER/TRAILER DA REMESSA CONFERIU.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-RUNLOG-FEEDER.
           05  RLF-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-HORA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-TIPO PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-FEEDER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-DATA-ARQUIVO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-SITUACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-CONTROLE PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-QTDE-REGISTROS PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-QTDE-REJEITADOS PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-TOTAL-SOMA PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-TOTAL-SUB PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RLF-TOTAL-MULT PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
