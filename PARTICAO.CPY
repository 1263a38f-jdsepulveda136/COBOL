      *-----------------------------------------------------------------------
      *    LAYOUT DO MAPA DE PARTICOES DO LOTE (PARTMAP) - GRAVADO POR
      *    ParticionaTransacoes A PARTIR DO ARQUIVO DE ENTRADA DO DIA E
      *    LIDO PELOS PASSOS DE PARTICAO E DE CONSOLIDACAO DA
      *    CALCULADORA, QUE PRECISAM CONCORDAR SOBRE QUAL PARTICAO
      *    CALCULA CADA CATEGORIA.
      *    PM-TIPO "H": PRIMEIRA LINHA, COM O TOTAL DE PARES DO ARQUIVO
      *    EM PM-QTDE-PARES (PM-CATEGORIA EM BRANCO, PM-PARTICAO ZERO).
      *    PM-TIPO "C": UMA LINHA POR CATEGORIA ENCONTRADA NO ARQUIVO
      *    (TR-CATEGORIA EM BRANCO CONTA COMO A CATEGORIA-PADRAO GERL),
      *    COM A PARTICAO QUE A CALCULA E QUANTOS PARES ELA TEM.
      *    PM-CARIMBO: DATA/HORA EM QUE O MAPA FOI GERADO - REPETIDO EM
      *    TODA LINHA E EM TODO RESULTADO DE PARTICAO (PARTRES), PARA A
      *    CONSOLIDACAO RECUSAR RESULTADOS CALCULADOS COM OUTRO MAPA.
      *    PM-QTDE-PARTICOES E PM-FORMATO (FIXO/CSV) SE REPETEM EM
      *    TODA LINHA.
      *-----------------------------------------------------------------------
       01  WS-REGISTRO-PARTMAP.
           05  PM-TIPO PIC X(01).
               88  PM-LINHA-CABECALHO VALUE "H".
               88  PM-LINHA-CATEGORIA VALUE "C".
           05  FILLER PIC X(01) VALUE SPACE.
           05  PM-CARIMBO.
               10  PM-CARIMBO-DATA PIC 9(08).
               10  PM-CARIMBO-HORA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PM-QTDE-PARTICOES PIC 9(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PM-FORMATO PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PM-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PM-PARTICAO PIC 9(02).
           05  FILLER PIC X(01) VALUE SPACE.
           05  PM-QTDE-PARES PIC 9(07).
