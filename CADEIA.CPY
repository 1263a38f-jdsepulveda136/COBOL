      *-----------------------------------------------------------------------
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA CadeiaAuditoria, QUE
      *    CALCULA O VALOR DE CONFERENCIA ENCADEADO DE UMA LINHA DE
      *    AUDITLOG - COMPARTILHADA ENTRE A CALCULADORA (QUE GRAVA A
      *    LINHA) E VerificaAuditoria (QUE RECALCULA A CADEIA).
      *    CD-AREA RECEBE AS POSICOES 1-153 DA LINHA (TUDO ATE
      *    WA-SEQUENCIA, INCLUSIVE) E CD-VERIFICADOR-ANTERIOR O
      *    WA-VERIFICADOR DA LINHA ANTERIOR (ZEROS NA PRIMEIRA LINHA
      *    DA TRILHA); O SUBPROGRAMA DEVOLVE CD-VERIFICADOR.
      *-----------------------------------------------------------------------
       01  WS-PARAMETRO-CADEIA.
           05  CD-AREA PIC X(153).
           05  CD-VERIFICADOR-ANTERIOR PIC 9(10).
           05  CD-VERIFICADOR PIC 9(10).
