      *                seguranca deste utilitario. Status diferente de
      *                00/35 agora e fatal (RC=16), como as demais
      *                aberturas; 35 prossegue com aviso.
      *25/09/2026 JS - Linha de AUDITLOG passa a 141 bytes (categoria,
      *                operacao e marca/referencia de estorno); os
      *                tres arquivos acompanham.
      *06/10/2026 JS - Linha de AUDITLOG passa a 164 bytes (sequencia e
      *                verificador encadeado). AUDCTRL (copybook
      *                CTRLAUD) passa a guardar tambem o fim da cadeia,
      *                mantido como estava, e a ancora do expurgo - a
      *                sequencia e o verificador da ultima linha levada
      *                para AUDARCH - para VerificaAuditoria conferir a
      *                primeira linha do log vivo sem os historicos.
      *15/10/2026 JS - Registro de CALCCKPT acompanha a LRECL 139 do
      *                checkpoint da calculadora (meses do lote).
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
      *-----------------------------------------------------------------------

       FD  AUDIT-FILE.
       01  LINHA-AUDITORIA PIC X(164).

       FD  ARCHIVE-FILE.
       01  LINHA-AUDARCH PIC X(164).

      *    ARQUIVO DE TRABALHO COM AS LINHAS QUE SOBREVIVEM AO CORTE -
      *    COPIADO DE VOLTA SOBRE AUDITLOG NA SEGUNDA FASE, JA QUE O
      *    LOG NAO PODE SER LIDO E REGRAVADO AO MESMO TEMPO.
       FD  WORK-FILE.
       01  LINHA-AUDNOVO PIC X(164).

      *    SO O INICIO DO CHECKPOINT DA CALCULADORA (139 BYTES)
      *    INTERESSA AQUI: CKPT-REGISTRO > ZERO INDICA LOTE EM
      *    ANDAMENTO (RESTART PENDENTE) E O EXPURGO NAO PODE RODAR.
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05  CKPT-REGISTRO PIC 9(07).
           05  FILLER PIC X(132).

       FD  AUDCTRL-FILE.
       01  LINHA-AUDCTRL PIC X(47).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY AUDITORIA.

           COPY CTRLAUD.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77  WS-STATUS-AUDARCH PIC X(02) VALUE "00".
       77  WS-STATUS-AUDNOVO PIC X(02) VALUE "00".
       77  WS-QTDE-MANTIDAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-REGRAVADAS PIC 9(09) VALUE ZEROS.

      *    FIM DA CADEIA (ULTIMA LINHA LIDA) E ANCORA DO EXPURGO
      *    (ULTIMA LINHA ARQUIVADA) APURADOS NA SEPARACAO - A ANCORA SO
      *    MUDA QUANDO ALGUMA LINHA DA CADEIA VAI PARA AUDARCH.
       77  WS-ULTIMA-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77  WS-ULTIMO-VERIFICADOR PIC 9(10) VALUE ZEROS.
       77  WS-BASE-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77  WS-BASE-VERIFICADOR PIC 9(10) VALUE ZEROS.

      *-----------------------------------------------------------------------

      *=======================================================================
                   STOP RUN
           END-EVALUATE.

           PERFORM 1100-LER-AUDCTRL
               THRU 1100-LER-AUDCTRL-EXIT.

           DISPLAY "Data de corte (AAAAMMDD) - linhas ANTERIORES a".
           DISPLAY "esta data vao para AUDARCH:".
           ACCEPT WS-DATA-CORTE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O AUDCTRL CORRENTE PARA PARTIR DA ANCORA E DO FIM DE
      *    CADEIA JA CONHECIDOS - REGISTRO INEXISTENTE OU ANTIGO (SEM
      *    OS CAMPOS DA CADEIA) PARTE DE ZEROS
      *-----------------------------------------------------------------------
       1100-LER-AUDCTRL.

           MOVE ZEROS TO WS-REGISTRO-AUDCTRL.

           OPEN INPUT AUDCTRL-FILE.
           IF WS-STATUS-AUDCTRL = "00"
               READ AUDCTRL-FILE INTO WS-REGISTRO-AUDCTRL
                   AT END
                       MOVE ZEROS TO WS-REGISTRO-AUDCTRL
               END-READ
               CLOSE AUDCTRL-FILE
           END-IF.

           IF AUDCTRL-ULTIMA-SEQUENCIA IS NUMERIC
               AND AUDCTRL-ULTIMO-VERIFICADOR IS NUMERIC
               MOVE AUDCTRL-ULTIMA-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               MOVE AUDCTRL-ULTIMO-VERIFICADOR TO WS-ULTIMO-VERIFICADOR
           END-IF.

           IF AUDCTRL-BASE-SEQUENCIA IS NUMERIC
               AND AUDCTRL-BASE-VERIFICADOR IS NUMERIC
               MOVE AUDCTRL-BASE-SEQUENCIA TO WS-BASE-SEQUENCIA
               MOVE AUDCTRL-BASE-VERIFICADOR TO WS-BASE-VERIFICADOR
           END-IF.

       1100-LER-AUDCTRL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DECIDE O DESTINO DA LINHA CORRENTE - ANTERIOR A DATA DE
      *    CORTE VAI PARA O HISTORICO, O RESTO SOBREVIVE NO ARQUIVO

           ADD 1 TO WS-QTDE-LIDAS.

           IF WA-SEQUENCIA IS NUMERIC
               AND WA-VERIFICADOR IS NUMERIC
               MOVE WA-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               MOVE WA-VERIFICADOR TO WS-ULTIMO-VERIFICADOR
           END-IF.

           IF WA-DATA < WS-DATA-CORTE
               WRITE LINHA-AUDARCH FROM WS-LINHA-AUDITORIA
               ADD 1 TO WS-QTDE-ARQUIVADAS
               IF WA-SEQUENCIA IS NUMERIC
                   AND WA-VERIFICADOR IS NUMERIC
                   MOVE WA-SEQUENCIA TO WS-BASE-SEQUENCIA
                   MOVE WA-VERIFICADOR TO WS-BASE-VERIFICADOR
               END-IF
           ELSE
               WRITE LINHA-AUDNOVO FROM WS-LINHA-AUDITORIA
               ADD 1 TO WS-QTDE-MANTIDAS
           EXIT.

      *-----------------------------------------------------------------------
      *    REGRAVA AUDCTRL COM A QUANTIDADE SOBREVIVENTE, O FIM DA
      *    CADEIA E A ANCORA DO EXPURGO, E EXIBE O RESUMO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           END-IF.

           MOVE WS-QTDE-REGRAVADAS TO AUDCTRL-QTDE-LINHAS.
           MOVE WS-ULTIMA-SEQUENCIA TO AUDCTRL-ULTIMA-SEQUENCIA.
           MOVE WS-ULTIMO-VERIFICADOR TO AUDCTRL-ULTIMO-VERIFICADOR.
           MOVE WS-BASE-SEQUENCIA TO AUDCTRL-BASE-SEQUENCIA.
           MOVE WS-BASE-VERIFICADOR TO AUDCTRL-BASE-VERIFICADOR.
           OPEN OUTPUT AUDCTRL-FILE.
           IF WS-STATUS-AUDCTRL NOT = "00"
               DISPLAY "ERRO FATAL AO REGRAVAR AUDCTRL - STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE LINHA-AUDCTRL FROM WS-REGISTRO-AUDCTRL.
           CLOSE AUDCTRL-FILE.

           DISPLAY "======= RESUMO DO EXPURGO =======".
           DISPLAY "LINHAS LIDAS.........: " WS-QTDE-LIDAS.
           DISPLAY "LINHAS ARQUIVADAS....: " WS-QTDE-ARQUIVADAS.
           DISPLAY "LINHAS MANTIDAS......: " WS-QTDE-MANTIDAS.
           DISPLAY "ANCORA DA CADEIA.....: SEQUENCIA="
               WS-BASE-SEQUENCIA " VERIFICADOR=" WS-BASE-VERIFICADOR.

       8000-FINALIZAR-EXIT.
           EXIT.
