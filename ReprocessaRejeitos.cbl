      *             dois valores sejam numericos; um par nao numerico
      *             sem correcao e descartado (reenviar como esta so
      *             geraria a mesma rejeicao no proximo lote).
      *           - Estorno (operacao "E") rejeitado por transacao ja
      *             estornada (motivo 07) e sem cartao: descartado - a
      *             original ja foi estornada e reenviar so duplicaria
      *             a rejeicao. O motivo 06 (sem original) segue como
      *             esta, porque a original pode ter vindo no mesmo
      *             lote do estorno; o cartao pode corrigir a
      *             referencia (data/hora da original).
      *           - Estorno que fique sem referencia numerica (apos o
      *             cartao) e descartado: VALID01 reprovaria a remessa
      *             inteira por ele.
      *
      *HISTORICO DE ALTERACOES:
      *02/09/2026 JS - Versao inicial.
      *                a operacao em branco - sem isso um lote antigo
      *                reciclado saia com TR-OPERACAO="0" e era todo
      *                re-rejeitado com motivo 04.
      *22/09/2026 JS - REJEITOS/REJARCH passam a 84 bytes (feeder,
      *                remessa e posicao do par no arquivo original,
      *                para a confirmacao ao feeder); registros de 64
      *                bytes continuam aceitos, com os campos novos em
      *                branco.
      *25/09/2026 JS - REJEITOS/REJARCH passam a 102 bytes com a
      *                referencia do estorno rejeitado (data/hora da
      *                transacao original); registros de 84 bytes
      *                continuam aceitos, com a referencia em branco. A
      *                saida ganha TR-REF-DATA/TR-REF-HORA (TRANSAIDA
      *                de 40 para 43 bytes), o cartao de correcao ganha
      *                a referencia e os estornos ja aplicados (motivo
      *                07) sao descartados.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
      *-----------------------------------------------------------------------

       FD  REJECT-IN-FILE.
       01  LINHA-REJENTRA PIC X(102).

      *    CARTAO DE CORRECAO DA OPERACAO: NUMERO DE SEQUENCIA DO PAR
      *    EM REJENTRA, ACAO (S=SUBSTITUIR, D=DESCARTAR) E OS CAMPOS
      *    NOVOS - VALORES NO MESMO SIGN TRAILING SEPARATE DE TRANFILE,
      *    REFERENCIA DO ESTORNO (DATA/HORA DA ORIGINAL) SO QUANDO A
      *    OPERACAO E "E"; CAMPO EM BRANCO PRESERVA O VALOR ORIGINAL DO
      *    PAR.
       FD  CORRECAO-FILE.
       01  CARTAO-CORRECAO.
           05  CC-SEQUENCIA PIC 9(07).
           05  CC-CATEGORIA PIC X(04).
           05  FILLER PIC X(01).
           05  CC-OPERACAO PIC X(01).
           05  FILLER PIC X(01).
           05  CC-REF-DATA PIC X(08).
           05  FILLER PIC X(01).
           05  CC-REF-HORA PIC X(08).

      *    SAIDA NO LAYOUT DE TRANFILE (PAR + CATEGORIA + OPERACAO +
      *    REFERENCIA DO ESTORNO),
      *    MAIS OS REGISTROS DE CONTROLE HDR/TRL QUE VALID01 E A
      *    CALCULADORA PASSARAM A EXIGIR.
       FD  TRANS-OUT-FILE.
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  TR-CATEGORIA PIC X(04).
           05  TR-OPERACAO PIC X(01).
           05  TR-REF-DATA PIC X(08).
           05  TR-REF-HORA PIC X(08).

       01  TRANS-REG-HEADER.
           05  TH-TIPO PIC X(03).
           05  TH-DATA PIC 9(08).
           05  TH-FEEDER PIC X(08).
           05  FILLER PIC X(24).

       01  TRANS-REG-TRAILER.
           05  TT-TIPO PIC X(03).
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  TT-HASH-VALOR2 PIC S9(12)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(03).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).
      *    OS BYTES 30-31 SAO O MOTIVO (SO EXISTIAM 01-03 NA EPOCA);
      *    NO NOVO SAO A OPERACAO SEGUIDA DE UM ESPACO, QUE NUNCA
      *    FORMA "01"/"02"/"03" - E ESSE O DISCRIMINADOR DE 9200.
       01  WS-ENTRADA-REJEITO PIC X(102).
       01  WS-ENTRADA-REJEITO-ANTIGO REDEFINES WS-ENTRADA-REJEITO.
           05  RJA-VALOR1 PIC X(11).
           05  FILLER PIC X(01).
               10  WS-COR-VALOR2 PIC X(11).
               10  WS-COR-CATEGORIA PIC X(04).
               10  WS-COR-OPERACAO PIC X(01).
               10  WS-COR-REF-DATA PIC X(08).
               10  WS-COR-REF-HORA PIC X(08).

       01  WS-CABECALHO-REPRO.
           05  FILLER PIC X(43) VALUE
           05  WR-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WR-OPERACAO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WR-REF-DATA PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WR-REF-HORA PIC X(08).
           05  FILLER PIC X(15) VALUE SPACES.

       01  WS-LINHA-TOTAL-REPRO.
           05  FILLER PIC X(13) VALUE "PARES LIDOS:".
                           TO WS-COR-CATEGORIA (WS-COR-IDX)
                       MOVE CC-OPERACAO
                           TO WS-COR-OPERACAO (WS-COR-IDX)
                       MOVE CC-REF-DATA
                           TO WS-COR-REF-DATA (WS-COR-IDX)
                       MOVE CC-REF-HORA
                           TO WS-COR-REF-HORA (WS-COR-IDX)
                   ELSE
                       DISPLAY "AVISO: LIMITE DE CARTOES EXCEDIDO - "
                           "CARTAO IGNORADO: SEQ=" CC-SEQUENCIA
               END-IF
           END-IF.

           IF PAR-RECICLADO
               AND WS-COR-IDX-ACHADO = ZERO
               AND RJ-MOTIVO = "07"
               SET PAR-DESCARTADO TO TRUE
               MOVE "ESTORNO JA APLICADO - DESCARTADO"
                   TO WS-JUSTIFICATIVA
           END-IF.

           IF PAR-RECICLADO
               AND RJ-OPERACAO = "E"
               IF RJ-REF-DATA NOT NUMERIC OR RJ-REF-HORA NOT NUMERIC
                   SET PAR-DESCARTADO TO TRUE
                   MOVE "ESTORNO SEM REFERENCIA - DESCARTADO"
                       TO WS-JUSTIFICATIVA
               END-IF
           END-IF.

           IF PAR-RECICLADO
               PERFORM 4000-GRAVAR-PAR-SAIDA
                   THRU 4000-GRAVAR-PAR-SAIDA-EXIT
      *-----------------------------------------------------------------------
      *    APLICA O CARTAO DE CORRECAO ENCONTRADO AO PAR CORRENTE -
      *    ACAO "D" DESCARTA, ACAO "S" SUBSTITUI OS CAMPOS INFORMADOS
      *    (CAMPO EM BRANCO PRESERVA O ORIGINAL). UM PAR QUE DEIXA DE
      *    SER ESTORNO PERDE A REFERENCIA
      *-----------------------------------------------------------------------
       3100-APLICAR-CORRECAO.

                       MOVE WS-COR-OPERACAO (WS-COR-IDX)
                           TO RJ-OPERACAO
                   END-IF
                   IF WS-COR-REF-DATA (WS-COR-IDX) NOT = SPACES
                       MOVE WS-COR-REF-DATA (WS-COR-IDX)
                           TO RJ-REF-DATA
                   END-IF
                   IF WS-COR-REF-HORA (WS-COR-IDX) NOT = SPACES
                       MOVE WS-COR-REF-HORA (WS-COR-IDX)
                           TO RJ-REF-HORA
                   END-IF
                   IF RJ-OPERACAO NOT = "E"
                       MOVE SPACES TO RJ-REF-DATA RJ-REF-HORA
                   END-IF
               WHEN OTHER
                   DISPLAY "AVISO: ACAO INVALIDA NO CARTAO DA "
                       "SEQUENCIA " WS-QTDE-LIDOS " - CARTAO IGNORADO"
           MOVE RJ-VALOR2 TO TR-VALOR2.
           MOVE RJ-CATEGORIA TO TR-CATEGORIA.
           MOVE RJ-OPERACAO TO TR-OPERACAO.
           MOVE RJ-REF-DATA TO TR-REF-DATA.
           MOVE RJ-REF-HORA TO TR-REF-HORA.
           WRITE TRANS-RECORD.

           ADD 1 TO WS-QTDE-RECICLADOS.
           MOVE WS-LINHA-REJEITO(13:11) TO WR-VALOR2.
           MOVE RJ-CATEGORIA TO WR-CATEGORIA.
           MOVE RJ-OPERACAO TO WR-OPERACAO.
           MOVE RJ-REF-DATA TO WR-REF-DATA.
           MOVE RJ-REF-HORA TO WR-REF-HORA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REPRO.

       5000-GRAVAR-LINHA-CONTROLE-EXIT.
