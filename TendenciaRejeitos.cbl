      *           JCL na DDNAME REJHIST) e o REJEITOS corrente, e
      *           quebra as contagens por RJ-MOTIVO (01 nao numerico,
      *           02 divisor zero, 03 valor excede o layout, 04
      *           operacao invalida, 05 categoria invalida, 06 estorno
      *           sem original, 07 transacao ja estornada) e por
      *           RJ-CATEGORIA, comparando o lote corrente com a media
      *           por geracao do historico e sinalizando "EM ALTA" a
      *           categoria cuja rejeicao esta subindo - para cobrar a
      *                isso toda a base historica caia no balde
      *                "OUTROS MOTIVOS" e a tendencia por motivo saia
      *                errada.
      *22/09/2026 JS - REJEITOS/REJARCH passam a 84 bytes (feeder,
      *                remessa e posicao do par no arquivo original,
      *                para a confirmacao ao feeder); registros de 64
      *                bytes continuam aceitos, com os campos novos em
      *                branco.
      *25/09/2026 JS - Motivos 06 (estorno sem transacao original) e
      *                07 (transacao ja estornada) ganham balde proprio
      *                em vez de cair em "OUTROS MOTIVOS"; REJEITOS/
      *                REJARCH passam a 102 bytes (referencia do
      *                estorno), registros de 84 e 64 bytes continuam
      *                aceitos.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
      *-----------------------------------------------------------------------

       FD  REJHIST-FILE.
       01  LINHA-REJHIST PIC X(102).

       FD  REJECT-FILE.
       01  LINHA-REJEITOS PIC X(102).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).
      *    MOTIVO (SO EXISTIAM 01-03 NA EPOCA); NO NOVO SAO A OPERACAO
      *    SEGUIDA DE UM ESPACO, QUE NUNCA FORMA "01"/"02"/"03" - E
      *    ESSE O DISCRIMINADOR DE 9200-NORMALIZAR-REJEITO.
       01  WS-ENTRADA-REJEITO PIC X(102).
       01  WS-ENTRADA-REJEITO-ANTIGO REDEFINES WS-ENTRADA-REJEITO.
           05  RJA-VALOR1 PIC X(11).
           05  FILLER PIC X(01).
       77  WS-CAT-MAX PIC 9(02) VALUE 50.
       77  WS-MEDIA-GERACAO PIC 9(07)V99 COMP-3 VALUE ZEROS.

      *    BALDES POR MOTIVO - POSICOES 1 A 7 SAO OS MOTIVOS 01-07;
      *    A POSICAO 8 ACUMULA QUALQUER MOTIVO FORA DA LISTA.
       01  WS-TABELA-MOTIVOS.
           05  WS-MOT-ENTRADA OCCURS 8 TIMES INDEXED BY WS-MOT-IDX.
               10  WS-MOT-DESCRICAO PIC X(30).
               10  WS-MOT-QTDE-HIST PIC 9(07) VALUE ZEROS.
               10  WS-MOT-QTDE-ATUAL PIC 9(07) VALUE ZEROS.
               TO WS-MOT-DESCRICAO (4).
           MOVE "CATEGORIA DESCONHECIDA/INATIVA"
               TO WS-MOT-DESCRICAO (5).
           MOVE "ESTORNO SEM TRANSACAO ORIGINAL"
               TO WS-MOT-DESCRICAO (6).
           MOVE "TRANSACAO JA ESTORNADA"
               TO WS-MOT-DESCRICAO (7).
           MOVE "OUTROS MOTIVOS"
               TO WS-MOT-DESCRICAO (8).

           OPEN INPUT REJHIST-FILE.
           IF WS-STATUS-REJHIST = "00"
                   MOVE 4 TO WS-MOT-IDX-USO
               WHEN "05"
                   MOVE 5 TO WS-MOT-IDX-USO
               WHEN "06"
                   MOVE 6 TO WS-MOT-IDX-USO
               WHEN "07"
                   MOVE 7 TO WS-MOT-IDX-USO
               WHEN OTHER
                   MOVE 8 TO WS-MOT-IDX-USO
           END-EVALUATE.

           SET WS-MOT-IDX TO WS-MOT-IDX-USO.
           PERFORM 8100-IMPRIMIR-MOTIVO
               THRU 8100-IMPRIMIR-MOTIVO-EXIT
               VARYING WS-MOT-IDX FROM 1 BY 1
               UNTIL WS-MOT-IDX > 8.

           WRITE LINHA-RELATORIO FROM WS-CABECALHO-CAT.
           PERFORM 8200-IMPRIMIR-CATEGORIA
           IF WS-MOT-QTDE-HIST (WS-MOT-IDX) NOT = ZERO
               OR WS-MOT-QTDE-ATUAL (WS-MOT-IDX) NOT = ZERO
               SET WS-MOT-IDX-USO TO WS-MOT-IDX
               IF WS-MOT-IDX-USO < 8
                   MOVE WS-MOT-IDX-USO TO WLM-MOTIVO(2:1)
                   MOVE "0" TO WLM-MOTIVO(1:1)
               ELSE
