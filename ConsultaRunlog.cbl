      *
      *HISTORICO DE ALTERACOES:
      *02/09/2026 JS - Versao inicial.
      *18/09/2026 JS - RUNLOG passa a trazer, apos a linha de cada
      *                execucao, uma linha "FDR" por remessa de feeder
      *                (LRECL 101): essas linhas nao contam como
      *                execucao e sao listadas logo abaixo da execucao
      *                a que pertencem.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
      *-----------------------------------------------------------------------

       FD  RUNLOG-FILE.
       01  LINHA-RUNLOG PIC X(101).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-QTDE-LISTADAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-RESTARTS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REMESSAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REMESSAS-RECUSADAS PIC 9(07) VALUE ZEROS.

       01  WS-LINHA-EXIBICAO.
           05  WX-DATA PIC 9(08).
           05  FILLER PIC X(09) VALUE " RESTART:".
           05  WX-RESTART PIC X(01).

      *    LINHA DE UMA REMESSA (FEEDER) DA EXECUCAO LISTADA ACIMA
       01  WS-LINHA-EXIBICAO-FEEDER.
           05  FILLER PIC X(11) VALUE SPACES.
           05  FILLER PIC X(07) VALUE "FEEDER:".
           05  WXF-FEEDER PIC X(08).
           05  FILLER PIC X(06) VALUE " DATA:".
           05  WXF-DATA-ARQUIVO PIC 9(08).
           05  FILLER PIC X(05) VALUE " SIT:".
           05  WXF-SITUACAO PIC X(01).
           05  FILLER PIC X(05) VALUE " REG:".
           05  WXF-REGISTROS PIC Z(6)9.
           05  FILLER PIC X(05) VALUE " REJ:".
           05  WXF-REJEITADOS PIC Z(6)9.
           05  FILLER PIC X(06) VALUE " SOMA:".
           05  WXF-TOTAL-SOMA PIC -(9)9.99.
           05  FILLER PIC X(06) VALUE " CTRL:".
           05  WXF-CONTROLE PIC X(01).

      *-----------------------------------------------------------------------

      *=======================================================================
           EXIT.

      *-----------------------------------------------------------------------
      *    TRATA A LINHA CORRENTE DE RUNLOG - LINHA DE EXECUCAO OU
      *    LINHA "FDR" DE UMA REMESSA - E LE A PROXIMA
      *-----------------------------------------------------------------------
       2000-PROCESSAR-EXECUCAO.

           IF LINHA-RUNLOG(19:3) = "FDR"
               PERFORM 2100-PROCESSAR-REMESSA
                   THRU 2100-PROCESSAR-REMESSA-EXIT
           ELSE
               PERFORM 2050-PROCESSAR-LINHA-EXECUCAO
                   THRU 2050-PROCESSAR-LINHA-EXECUCAO-EXIT
           END-IF.

           PERFORM 9000-LER-PROXIMA-EXECUCAO
               THRU 9000-LER-PROXIMA-EXECUCAO-EXIT.

       2000-PROCESSAR-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE A LINHA DA EXECUCAO QUANDO CAI DENTRO DO INTERVALO,
      *    ACUMULANDO OS CONTADORES DO RESUMO
      *-----------------------------------------------------------------------
       2050-PROCESSAR-LINHA-EXECUCAO.

           ADD 1 TO WS-QTDE-LIDAS.

           IF RL-DATA >= WS-DATA-INICIO
               DISPLAY WS-LINHA-EXIBICAO
           END-IF.

       2050-PROCESSAR-LINHA-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE, RECUADA SOB A EXECUCAO A QUE PERTENCE, A LINHA "FDR"
      *    DE UMA REMESSA QUANDO A EXECUCAO CAI DENTRO DO INTERVALO
      *-----------------------------------------------------------------------
       2100-PROCESSAR-REMESSA.

           MOVE LINHA-RUNLOG TO WS-REGISTRO-RUNLOG-FEEDER.

           IF RLF-DATA >= WS-DATA-INICIO
               AND RLF-DATA <= WS-DATA-FIM
               ADD 1 TO WS-QTDE-REMESSAS
               IF RLF-SITUACAO NOT = "A"
                   ADD 1 TO WS-QTDE-REMESSAS-RECUSADAS
               END-IF
               MOVE RLF-FEEDER TO WXF-FEEDER
               MOVE RLF-DATA-ARQUIVO TO WXF-DATA-ARQUIVO
               MOVE RLF-SITUACAO TO WXF-SITUACAO
               MOVE RLF-QTDE-REGISTROS TO WXF-REGISTROS
               MOVE RLF-QTDE-REJEITADOS TO WXF-REJEITADOS
               MOVE RLF-TOTAL-SOMA TO WXF-TOTAL-SOMA
               MOVE RLF-CONTROLE TO WXF-CONTROLE
               DISPLAY WS-LINHA-EXIBICAO-FEEDER
           END-IF.

       2100-PROCESSAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
           DISPLAY "EXECUCOES EM RESTART.........: " WS-QTDE-RESTARTS.
           DISPLAY "EXECUCOES COM DIVERGENCIA....: "
               WS-QTDE-DIVERGENTES.
           DISPLAY "REMESSAS NO INTERVALO........: " WS-QTDE-REMESSAS.
           DISPLAY "REMESSAS NAO ACEITAS.........: "
               WS-QTDE-REMESSAS-RECUSADAS.

       8000-FINALIZAR-EXIT.
           EXIT.
