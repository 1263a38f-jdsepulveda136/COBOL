      *-----------------------------------------------------------------------
      *    LAYOUT DO CONTROLE PERMANENTE DA CONCILIACAO COM O RAZAO
      *    (PENDRAZ) - UMA LINHA POR REGISTRO DE GLEXTR (CATEGORIA +
      *    DATA EFETIVA + TIPO), REGRAVADO POR INTEIRO A CADA EXECUCAO
      *    DE ConciliaRazao. GUARDA O QUE FOI ENVIADO (VALORES DO
      *    GLEXTR), A ULTIMA CONFIRMACAO RECEBIDA DO RAZAO E A
      *    EXECUCAO DA CALCULADORA (RUNLOG) QUE GEROU O EXTRATO, PARA
      *    UM EXTRATO AINDA NAO CONCILIADO CONTINUAR APARECENDO MESMO
      *    DEPOIS DE A SUA GERACAO DE GLEXTR SAIR DO GDG.
      *    PE-SITUACAO (DO REGISTRO, APURADA A CADA EXECUCAO):
      *        "N" - SEM CONFIRMACAO DO RAZAO
      *        "P" - POSTADO, QUANTIDADE E TOTAIS CONFEREM
      *        "D" - POSTADO COM QUANTIDADE OU TOTAIS DIFERENTES
      *        "R" - REJEITADO PELO RAZAO
      *    PE-CONF-*: ULTIMA CONFIRMACAO (EM BRANCO/ZEROS SE NENHUMA).
      *    PE-DATA-EXECUCAO/PE-HORA-EXECUCAO: LINHA DE RUNLOG DO LOTE
      *    QUE GEROU O EXTRATO (ZEROS SE NAO ENCONTRADA).
      *    PE-DATA-CONCILIACAO: DIA EM QUE O EXTRATO INTEIRO (TODOS OS
      *    REGISTROS DA DATA EFETIVA) FICOU POSTADO E CONFERIDO; ZEROS
      *    ENQUANTO O EXTRATO ESTA EM ABERTO.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-PENDRAZ.
           05  PE-DATA-EFETIVA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-TIPO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-SITUACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-QTDE PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-TOTAL-SOMA PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-TOTAL-SUB PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-TOTAL-MULT PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-SITUACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-QTDE PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-SOMA PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-SUB PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-MULT PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-DATA-POSTAGEM PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-CONF-DATA-RECEBIDA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-DATA-EXECUCAO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-HORA-EXECUCAO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-DATA-INCLUSAO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PE-DATA-CONCILIACAO PIC 9(08).
