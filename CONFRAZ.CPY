      *-----------------------------------------------------------------------
      *    LAYOUT DA CONFIRMACAO DE POSTAGEM DEVOLVIDA PELA EQUIPE DO
      *    RAZAO (CONFRAZ) - UMA LINHA POR REGISTRO DE GLEXTR POSTADO
      *    OU REJEITADO, LIDA POR ConciliaRazao.
      *    AS PRIMEIRAS 59 POSICOES SEGUEM O LAYOUT DO GLEXTR
      *    (COPYBOOK GLEXTR), COM A QUANTIDADE E OS TOTAIS COMO O
      *    RAZAO OS POSTOU; A CHAVE E CATEGORIA + DATA EFETIVA + TIPO.
      *    CR-SITUACAO: "P" POSTADO, "R" REJEITADO PELO RAZAO.
      *    CR-DATA-POSTAGEM: DATA EM QUE O RAZAO POSTOU/REJEITOU.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-CONFRAZ.
           05  CR-CATEGORIA PIC X(04).
           05  CR-DATA-EFETIVA PIC 9(08).
           05  CR-QTDE PIC 9(07).
           05  CR-TOTAL-SOMA PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  CR-TOTAL-SUB PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  CR-TOTAL-MULT PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  CR-TIPO PIC X(01).
           05  CR-SITUACAO PIC X(01).
               88  CR-POSTADO VALUE "P".
               88  CR-REJEITADO VALUE "R".
           05  CR-DATA-POSTAGEM PIC 9(08).
