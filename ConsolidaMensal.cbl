      *
      *HISTORICO DE ALTERACOES:
      *02/09/2026 JS - Versao inicial.
      *25/09/2026 JS - Linha de AUDITLOG passa a 141 bytes. As linhas
      *                de estorno ja trazem os resultados com o sinal
      *                trocado e entram na soma do mes sem tratamento
      *                especial - o total do mes e o liquido.
      *02/10/2026 JS - Cabecalho passa a informar se o mes ja estava
      *                fechado em PERIODOS quando a consolidacao rodou
      *                (FINAL, com a data e o responsavel do fechamento)
      *                ou se ainda estava aberto ou reaberto
      *                (PROVISORIO) - controle inexistente ou ilegivel
      *                tambem sai como PROVISORIO.
      *06/10/2026 JS - Linha de AUDITLOG passa a 164 bytes (sequencia e
      *                verificador encadeado, que aqui nao sao usados).
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================
      *-----------------------------------------------------------------------

       FD  AUDIT-FILE.
       01  LINHA-AUDITORIA PIC X(164).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).

       FD  PERIODO-FILE.
       01  LINHA-PERIODO PIC X(75).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY AUDITORIA.

           COPY PERIODO.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO PIC X(02) VALUE "00".
       77  WS-STATUS-PERIODOS PIC X(02) VALUE "00".

       77  WS-EOF-PERIODOS PIC X(01) VALUE "N".
           88  FIM-PERIODOS VALUE "S".

      *    SITUACAO DO MES EM PERIODOS NO MOMENTO DA CONSOLIDACAO - SO
      *    UM MES FECHADO ("F") DA UM RELATORIO FINAL.
       77  WS-PERIODO-SW PIC X(01) VALUE "N".
           88  PERIODO-ACHADO VALUE "S".

       01  WS-DATA-PERIODO PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PERIODO-R REDEFINES WS-DATA-PERIODO.
           05  WS-DATA-PER-AAAA PIC 9(04).
           05  WS-DATA-PER-MM PIC 9(02).
           05  WS-DATA-PER-DD PIC 9(02).

       01  WS-DATA-PERIODO-EDITADA.
           05  WDP-DD PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  WDP-MM PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  WDP-AAAA PIC 9(04).

       77  WS-EOF-AUDITORIA PIC X(01) VALUE "N".
           88  FIM-AUDITORIA VALUE "S".
           05  WCC-MES PIC 9(06).
           05  FILLER PIC X(82) VALUE SPACES.

       01  WS-LINHA-SITUACAO-MES.
           05  FILLER PIC X(17) VALUE "SITUACAO DO MES:".
           05  WSM-SITUACAO PIC X(11).
           05  WSM-DETALHE PIC X(60).
           05  FILLER PIC X(45) VALUE SPACES.

       01  WS-CABECALHO-COLUNAS.
           05  FILLER PIC X(12) VALUE "DIA".
           05  FILLER PIC X(12) VALUE "CALCULOS".
               STOP RUN
           END-IF.

           PERFORM 1100-VERIFICAR-PERIODO
               THRU 1100-VERIFICAR-PERIODO-EXIT.

           PERFORM 9000-LER-PROXIMA-LINHA
               THRU 9000-LER-PROXIMA-LINHA-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA O MES DE REFERENCIA NO CONTROLE DE PERIODOS E MONTA
      *    A LINHA DE SITUACAO DO CABECALHO: FINAL QUANDO O MES ESTA
      *    FECHADO, PROVISORIO EM QUALQUER OUTRO CASO (ABERTO,
      *    REABERTO, FORA DO CONTROLE OU CONTROLE INDISPONIVEL)
      *-----------------------------------------------------------------------
       1100-VERIFICAR-PERIODO.

           MOVE "N" TO WS-PERIODO-SW.
           MOVE "PROVISORIO" TO WSM-SITUACAO.
           MOVE SPACES TO WSM-DETALHE.

           OPEN INPUT PERIODO-FILE.
           EVALUATE WS-STATUS-PERIODOS
               WHEN "00"
                   MOVE "N" TO WS-EOF-PERIODOS
                   PERFORM 1110-LER-PERIODO
                       THRU 1110-LER-PERIODO-EXIT
                       UNTIL FIM-PERIODOS OR PERIODO-ACHADO
                   CLOSE PERIODO-FILE
               WHEN "35"
                   MOVE "- CONTROLE DE PERIODOS INEXISTENTE"
                       TO WSM-DETALHE
               WHEN OTHER
                   DISPLAY "AVISO: PERIODOS INDISPONIVEL (STATUS="
                       WS-STATUS-PERIODOS ") - MES TRATADO COMO "
                       "PROVISORIO"
                   MOVE "- CONTROLE DE PERIODOS INDISPONIVEL"
                       TO WSM-DETALHE
           END-EVALUATE.

           IF WS-STATUS-PERIODOS = "00"
               IF PERIODO-ACHADO
                   MOVE PC-DATA-ALTERACAO TO WS-DATA-PERIODO
                   MOVE WS-DATA-PER-DD TO WDP-DD
                   MOVE WS-DATA-PER-MM TO WDP-MM
                   MOVE WS-DATA-PER-AAAA TO WDP-AAAA
                   EVALUATE TRUE
                       WHEN PERIODO-FECHADO
                           MOVE "FINAL" TO WSM-SITUACAO
                           STRING "- MES FECHADO EM "
                               WS-DATA-PERIODO-EDITADA " POR "
                               PC-RESPONSAVEL DELIMITED BY SIZE
                               INTO WSM-DETALHE
                       WHEN PERIODO-REABERTO
                           STRING "- MES REABERTO EM "
                               WS-DATA-PERIODO-EDITADA " POR "
                               PC-RESPONSAVEL DELIMITED BY SIZE
                               INTO WSM-DETALHE
                       WHEN OTHER
                           MOVE "- MES AINDA ABERTO" TO WSM-DETALHE
                   END-EVALUATE
               ELSE
                   MOVE "- MES AINDA ABERTO" TO WSM-DETALHE
               END-IF
           END-IF.

       1100-VERIFICAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE PERIODOS E A COMPARA COM O MES DE REFERENCIA
      *-----------------------------------------------------------------------
       1110-LER-PERIODO.

           READ PERIODO-FILE INTO WS-REGISTRO-PERIODO
               AT END
                   SET FIM-PERIODOS TO TRUE
               NOT AT END
                   IF PC-MES = WS-MES-REFERENCIA
                       SET PERIODO-ACHADO TO TRUE
                   END-IF
           END-READ.

       1110-LER-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ACUMULA A LINHA CORRENTE NO BALDE DO SEU DIA QUANDO ELA
      *    PERTENCE AO MES PEDIDO E NAO E LINHA DE INDICADOR DE ERRO

           MOVE WS-MES-REFERENCIA TO WCC-MES.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-CONSOL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SITUACAO-MES.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS.

           PERFORM 8100-IMPRIMIR-DIA

           DISPLAY "======= RESUMO DA CONSOLIDACAO =======".
           DISPLAY "MES DE REFERENCIA.......: " WS-MES-REFERENCIA.
           DISPLAY "SITUACAO DO MES.........: " WSM-SITUACAO
               WSM-DETALHE.
           DISPLAY "LINHAS LIDAS NO LOG.....: " WS-QTDE-LIDAS.
           DISPLAY "LINHAS DO MES...........: " WS-QTDE-NO-MES.
           DISPLAY "LINHAS DE ERRO PULADAS..: " WS-QTDE-ERRO-PULADAS.
