      *-----------------------------------------------------------------------
      *    LAYOUT DO EXTRATO DE INTERFACE CONTABIL (GLEXTR) - UM
      *    REGISTRO POR CATEGORIA COM MOVIMENTO NO LOTE, GRAVADO PELA
      *    CALCULADORA EM 8600 SO QUANDO O LOTE TERMINOU LIMPO.
      *    COMPARTILHADO COM ConciliaRazao, QUE CONFERE AS GERACOES
      *    CONTRA AS CONFIRMACOES DE POSTAGEM DO RAZAO.
      *    LAYOUT FIXO COMBINADO COM A EQUIPE DO RAZAO (SEM
      *    SEPARADORES; VALORES COM SINAL NO FIM, COMO OS DEMAIS
      *    ARQUIVOS DE INTERFACE DESTE SISTEMA).
      *    GL-TIPO "N" LEVA O MOVIMENTO NORMAL DA CATEGORIA E "E" SO
      *    OS ESTORNOS (TOTAIS COM O SINAL JA TROCADO); A SOMA DOS
      *    DOIS E O LIQUIDO DA CATEGORIA NO RELATORIO.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-GLEXTR.
           05  GL-CATEGORIA PIC X(04).
           05  GL-DATA-EFETIVA PIC 9(08).
           05  GL-QTDE PIC 9(07).
           05  GL-TOTAL-SOMA PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  GL-TOTAL-SUB PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  GL-TOTAL-MULT PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  GL-TIPO PIC X(01).
               88  GL-LANCAMENTO-NORMAL VALUE "N".
               88  GL-LANCAMENTO-ESTORNO VALUE "E".
