      *-----------------------------------------------------------------------
      *    LAYOUT DO RESULTADO DE UMA PARTICAO DO LOTE (PARTRES) -
      *    GRAVADO INTEIRO PELA CALCULADORA NO FIM DE CADA PASSO DE
      *    PARTICAO (PARTICAO=NN) E LIDO, COM OS DAS DEMAIS PARTICOES
      *    CONCATENADOS, PELO PASSO DE CONSOLIDACAO (CONSOLIDACAO=S).
      *    PR-CARIMBO E O CARIMBO DO MAPA (PARTMAP) COM QUE A PARTICAO
      *    FOI CALCULADA E PR-PARTICAO O SEU NUMERO.
      *    PR-TIPO "F": UMA LINHA POR REMESSA DO ARQUIVO DE ENTRADA, NA
      *    ORDEM DA TABELA DE REMESSAS - O QUE A PARTICAO LEU DELA
      *    (QUANTIDADE E HASH TOTALS DOS PARES DAS SUAS CATEGORIAS),
      *    PARA A CONSOLIDACAO CONFERIR O HEADER/TRAILER CONTRA O
      *    ARQUIVO INTEIRO, E O QUE CALCULOU DELA.
      *    PR-TIPO "C": UMA LINHA POR CATEGORIA COM MOVIMENTO NA
      *    PARTICAO, COM OS TOTAIS E A PARTE QUE VEIO DE ESTORNOS.
      *    PR-TIPO "T": ULTIMA LINHA - PARAMETROS DA EXECUCAO, SE FOI UM
      *    RESTART, O RETURN-CODE, OS CONTADORES E TOTAIS DA PARTICAO E
      *    QUANTAS VEZES ELA ACIONOU O CONTADOR COMPARTILHADO
      *    (VariavelSimples, NO VARCKPT PROPRIO DA PARTICAO).
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-PARTRES.
           05  PR-TIPO PIC X(01).
               88  PR-LINHA-REMESSA VALUE "F".
               88  PR-LINHA-CATEGORIA VALUE "C".
               88  PR-LINHA-TOTAL VALUE "T".
           05  FILLER PIC X(01).
           05  PR-CARIMBO.
               10  PR-CARIMBO-DATA PIC 9(08).
               10  PR-CARIMBO-HORA PIC 9(08).
           05  FILLER PIC X(01).
           05  PR-PARTICAO PIC 9(02).
           05  FILLER PIC X(01).
           05  PR-DETALHE PIC X(153).

           05  PR-DETALHE-REMESSA REDEFINES PR-DETALHE.
               10  PRF-REMESSA PIC 9(02).
               10  FILLER PIC X(01).
               10  PRF-FEEDER PIC X(08).
               10  FILLER PIC X(01).
               10  PRF-SITUACAO PIC X(01).
               10  FILLER PIC X(01).
               10  PRF-LIDOS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRF-HASH-VALOR1 PIC S9(12)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRF-HASH-VALOR2 PIC S9(12)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRF-QTDE PIC 9(07).
               10  FILLER PIC X(01).
               10  PRF-REJEITADOS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRF-TOTAL-SOMA PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRF-TOTAL-SUB PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRF-TOTAL-MULT PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(42).

           05  PR-DETALHE-CATEGORIA REDEFINES PR-DETALHE.
               10  PRC-CATEGORIA PIC X(04).
               10  FILLER PIC X(01).
               10  PRC-QTDE PIC 9(07).
               10  FILLER PIC X(01).
               10  PRC-TOTAL-SOMA PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRC-TOTAL-SUB PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRC-TOTAL-MULT PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRC-QTDE-ESTORNO PIC 9(07).
               10  FILLER PIC X(01).
               10  PRC-ESTORNO-SOMA PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRC-ESTORNO-SUB PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRC-ESTORNO-MULT PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(49).

           05  PR-DETALHE-TOTAL REDEFINES PR-DETALHE.
               10  PRT-OPERACAO PIC X(01).
               10  FILLER PIC X(01).
               10  PRT-FORMATO PIC X(04).
               10  FILLER PIC X(01).
               10  PRT-ARREDONDAMENTO PIC X(01).
               10  FILLER PIC X(01).
               10  PRT-RESTART PIC X(01).
                   88  PRT-EXECUCAO-RESTART VALUE "S".
               10  FILLER PIC X(01).
               10  PRT-RC PIC 9(02).
               10  FILLER PIC X(01).
               10  PRT-QTDE-REGISTROS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-REJEITADOS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-TOTAL-SOMA PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRT-TOTAL-SUB PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRT-TOTAL-MULT PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-SOMA PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-SUB PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-DIV PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-MULT PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-MEDIA PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-TODAS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-OP-ESTORNO PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-RETIDOS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-LIBERADOS PIC 9(07).
               10  FILLER PIC X(01).
               10  PRT-QTDE-CONTADOR PIC 9(09).
