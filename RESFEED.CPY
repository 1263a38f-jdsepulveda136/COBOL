      *-----------------------------------------------------------------------
      *    LAYOUT DO RESULTADO POR REMESSA DO ULTIMO LOTE (FEEDRES) -
      *    UMA LINHA POR REMESSA (GRUPO HDR...TRL) DO ARQUIVO DE
      *    ENTRADA, REGRAVADO INTEIRO PELA CALCULADORA A CADA EXECUCAO
      *    QUE CHEGA AO FIM (INCLUSIVE QUANDO NENHUMA REMESSA E APTA).
      *    COMPARTILHADO COM GeraConfirmacao, QUE MONTA A CONFIRMACAO
      *    (ACKFILE) DEVOLVIDA A CADA FEEDER.
      *    RF-REMESSA: ORDEM DA REMESSA NO ARQUIVO (IGUAL A RJ-REMESSA
      *    DOS PARES REJEITADOS DELA EM REJEITOS).
      *    RF-SITUACAO: "A" ACEITA, "R" REJEITADA NO CONTROLE,
      *    "D" RECUSADA COMO RETRANSMISSAO, "F" RECUSADA POR PERIODO
      *    CONTABIL FECHADO (PERIODOS).
      *    RF-CONTROLE: "S" QUANDO O HEADER/TRAILER DA REMESSA CONFERIU.
      *    RF-QTDE-ACEITOS/RF-TOTAL-*: PARES CALCULADOS E SEUS TOTAIS.
      *    RF-MOTIVO: POR QUE A REMESSA NAO FOI ACEITA (EM BRANCO SE
      *    FOI).
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-RESULTADO-FEEDER.
           05  RF-DATA-PROC PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-HORA-PROC PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-REMESSA PIC 9(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-FEEDER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-DATA-ARQUIVO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-SITUACAO PIC X(01).
               88  RF-REMESSA-ACEITA VALUE "A".
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-CONTROLE PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-QTDE-DECLARADA PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-QTDE-LIDOS PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-QTDE-ACEITOS PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-QTDE-REJEITADOS PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-TOTAL-SOMA PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-TOTAL-SUB PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-TOTAL-MULT PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RF-MOTIVO PIC X(40).
