      *-----------------------------------------------------------------------
      *    LAYOUT DA CONFIRMACAO DEVOLVIDA AOS FEEDERS (ACKFILE), GERADA
      *    POR GeraConfirmacao A PARTIR DE FEEDRES E REJEITOS. CADA
      *    REMESSA DO LOTE GERA UMA SECAO PROPRIA, NA ORDEM DO ARQUIVO
      *    DE ENTRADA:
      *      AKH - UMA LINHA: ECO DO HEADER (FEEDER, DATA DO ARQUIVO),
      *            SITUACAO DA REMESSA ("A" ACEITA, "R" REJEITADA NO
      *            CONTROLE, "D" RECUSADA COMO RETRANSMISSAO, "F"
      *            RECUSADA POR PERIODO CONTABIL FECHADO),
      *            CONFERENCIA DE HEADER/TRAILER ("S" CONFERIU, "N"
      *            NAO), QUANTIDADE DECLARADA NO TRAILER E O MOTIVO
      *            QUANDO NAO FOI ACEITA;
      *      AKD - UMA LINHA POR PAR REJEITADO: LINHA DO PAR NO ARQUIVO
      *            ORIGINAL DO FEEDER (O HEADER E A LINHA 1), MOTIVO,
      *            DESCRICAO E O PAR COMO FOI RECEBIDO (NO ESTORNO,
      *            COM A DATA/HORA DA TRANSACAO ORIGINAL);
      *      AKT - UMA LINHA: PARES LIDOS, ACEITOS E REJEITADOS, TOTAIS
      *            SOMA/SUB/MULT DOS ACEITOS E A QUANTIDADE DE LINHAS
      *            AKD DA SECAO, PARA O FEEDER CONFERIR QUE RECEBEU
      *            TODAS.
      *    AK-TIPO, AK-FEEDER E AK-DATA-ARQUIVO SE REPETEM EM TODAS AS
      *    LINHAS, PARA O FEEDER SEPARAR A SUA SECAO SEM DEPENDER DA
      *    ORDEM.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-CONFIRMACAO.
           05  AK-TIPO PIC X(03).
               88  AK-TIPO-HEADER VALUE "AKH".
               88  AK-TIPO-DETALHE VALUE "AKD".
               88  AK-TIPO-TRAILER VALUE "AKT".
           05  FILLER PIC X(01) VALUE SPACE.
           05  AK-FEEDER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  AK-DATA-ARQUIVO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  AK-CORPO PIC X(97).
           05  AK-CORPO-HEADER REDEFINES AK-CORPO.
               10  AKH-DATA-PROC PIC 9(08).
               10  FILLER PIC X(01).
               10  AKH-HORA-PROC PIC 9(08).
               10  FILLER PIC X(01).
               10  AKH-REMESSA PIC 9(02).
               10  FILLER PIC X(01).
               10  AKH-SITUACAO PIC X(01).
               10  FILLER PIC X(01).
               10  AKH-CONTROLE PIC X(01).
               10  FILLER PIC X(01).
               10  AKH-QTDE-DECLARADA PIC 9(07).
               10  FILLER PIC X(01).
               10  AKH-MOTIVO PIC X(40).
               10  FILLER PIC X(24).
           05  AK-CORPO-DETALHE REDEFINES AK-CORPO.
               10  AKD-POSICAO PIC 9(07).
               10  FILLER PIC X(01).
               10  AKD-MOTIVO PIC X(02).
               10  FILLER PIC X(01).
               10  AKD-DESCRICAO PIC X(30).
               10  FILLER PIC X(01).
               10  AKD-VALOR1 PIC X(11).
               10  FILLER PIC X(01).
               10  AKD-VALOR2 PIC X(11).
               10  FILLER PIC X(01).
               10  AKD-CATEGORIA PIC X(04).
               10  FILLER PIC X(01).
               10  AKD-OPERACAO PIC X(01).
               10  FILLER PIC X(01).
               10  AKD-REF-DATA PIC X(08).
               10  FILLER PIC X(01).
               10  AKD-REF-HORA PIC X(08).
               10  FILLER PIC X(07).
           05  AK-CORPO-TRAILER REDEFINES AK-CORPO.
               10  AKT-QTDE-LIDOS PIC 9(07).
               10  FILLER PIC X(01).
               10  AKT-QTDE-ACEITOS PIC 9(07).
               10  FILLER PIC X(01).
               10  AKT-QTDE-REJEITADOS PIC 9(07).
               10  FILLER PIC X(01).
               10  AKT-TOTAL-SOMA PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  AKT-TOTAL-SUB PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  AKT-TOTAL-MULT PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  AKT-QTDE-DETALHE PIC 9(07).
               10  FILLER PIC X(24).
