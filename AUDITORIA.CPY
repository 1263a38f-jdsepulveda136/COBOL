      *    LAYOUT DA LINHA DE AUDITLOG - COMPARTILHADO ENTRE CALCULADORA
      *    E OS UTILITARIOS QUE LEEM A TRILHA DE AUDITORIA (CONSULTA,
      *    RECONCILIACAO).
      *    WA-CATEGORIA E WA-OPERACAO SAO A CATEGORIA EFETIVA E A
      *    OPERACAO DO PAR. WA-TIPO "E" MARCA A LINHA DE UM ESTORNO
      *    ACEITO: OS VALORES SAO OS DA TRANSACAO ORIGINAL, OS
      *    RESULTADOS SAO OS DELA COM O SINAL TROCADO E WA-REF-DATA/
      *    WA-REF-HORA SAO A DATA/HORA DA LINHA ORIGINAL ESTORNADA.
      *    NAS DEMAIS LINHAS WA-TIPO E "N" E A REFERENCIA VEM ZERADA;
      *    EM LINHAS GRAVADAS ANTES DESSES CAMPOS EXISTIREM (114
      *    BYTES) ELES VEM EM BRANCO E A LINHA E UMA TRANSACAO NORMAL.
      *    WA-ARREDONDAMENTO E O MODO DE DIVISAO/MEDIA DO LOTE QUE
      *    GRAVOU A LINHA (T/R), PARA OS RESULTADOS PODEREM SER
      *    RECALCULADOS. WA-SEQUENCIA NUMERA AS LINHAS DA TRILHA SEM
      *    LACUNA DESDE A PRIMEIRA (1) E WA-VERIFICADOR E O VALOR DE
      *    CONFERENCIA ENCADEADO (SUBPROGRAMA CadeiaAuditoria) CALCULADO
      *    SOBRE A LINHA ATE WA-SEQUENCIA E SOBRE O WA-VERIFICADOR DA
      *    LINHA ANTERIOR - A PRIMEIRA LINHA PARTE DE ZERO. LINHAS
      *    GRAVADAS ANTES DA CADEIA (141 BYTES) TRAZEM OS TRES CAMPOS
      *    EM BRANCO.
      *-----------------------------------------------------------------------
       01  WS-LINHA-AUDITORIA.
           05  WA-DATA PIC 9(08).
           05  WA-RESTO PIC -(8)9.99.
           05  WA-MULT PIC -(8)9.99.
           05  WA-MEDIA PIC -(8)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-OPERACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-TIPO PIC X(01).
               88  WA-LINHA-ESTORNO VALUE "E".
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-REF-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-REF-HORA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-ARREDONDAMENTO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-SEQUENCIA PIC 9(09).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WA-VERIFICADOR PIC 9(10).
