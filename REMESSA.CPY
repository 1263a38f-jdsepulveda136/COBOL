      *-----------------------------------------------------------------------
      *    LAYOUT DO REGISTRO PERMANENTE DE REMESSAS JA PROCESSADAS
      *    (REMESSAS) - UMA LINHA POR ARQUIVO DE FEEDER QUE TERMINOU
      *    UM LOTE LIMPO (O MESMO CRITERIO QUE LIBERA O GLEXTR). A
      *    CHAVE DA REMESSA E RM-FEEDER + RM-DATA (HEADER) + RM-QTDE +
      *    RM-HASH-VALOR1/RM-HASH-VALOR2 (TRAILER); UM ARQUIVO CUJA
      *    CHAVE JA CONSTE AQUI E RECUSADO PELA CALCULADORA ANTES DE
      *    QUALQUER PAR SER CALCULADO. COMPARTILHADO COM O UTILITARIO
      *    DE CONSULTA ConsultaRemessas.
      *    RM-DATA-PROC/RM-HORA-PROC: QUANDO O LOTE FOI PROCESSADO.
      *    RM-REENVIO: "S" QUANDO A REMESSA JA CONSTAVA DO REGISTRO E
      *    FOI PROCESSADA DE NOVO POR AUTORIZACAO EXPLICITA
      *    (REENVIO=<FEEDER> EM PARMFILE).
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-REMESSA.
           05  RM-FEEDER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-QTDE PIC 9(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-HASH-VALOR1 PIC S9(12)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-HASH-VALOR2 PIC S9(12)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-DATA-PROC PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-HORA-PROC PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RM-REENVIO PIC X(01).
