      *-----------------------------------------------------------------------
      *    LAYOUT DO REGISTRO DE CONTROLE DE PERIODOS CONTABEIS
      *    (PERIODOS) - UMA LINHA POR MES QUE JA TEVE A SITUACAO
      *    ALTERADA, COM A SITUACAO CORRENTE, A DATA/HORA DA ULTIMA
      *    ALTERACAO, QUEM A FEZ E POR QUE. MES QUE NAO CONSTA DO
      *    ARQUIVO ESTA ABERTO. COMPARTILHADO ENTRE O UTILITARIO DE
      *    MANUTENCAO PeriodoControle (QUE FECHA E REABRE MESES), A
      *    CALCULADORA (QUE RECUSA A REMESSA DATADA NUM MES FECHADO) E
      *    ConsolidaMensal (QUE MARCA O RELATORIO COMO FINAL OU
      *    PROVISORIO). UM MES REABERTO (PC-SITUACAO "R") ACEITA
      *    PROCESSAMENTO COMO UM MES ABERTO.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-PERIODO.
           05  PC-MES PIC 9(06).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PC-SITUACAO PIC X(01).
               88  PERIODO-ABERTO VALUE "A".
               88  PERIODO-FECHADO VALUE "F".
               88  PERIODO-REABERTO VALUE "R".
           05  FILLER PIC X(01) VALUE SPACE.
           05  PC-DATA-ALTERACAO PIC 9(08).
           05  PC-HORA-ALTERACAO PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PC-RESPONSAVEL PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PC-MOTIVO PIC X(40).
