      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. ConsultaRemessas.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:14/09/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Listar as remessas de feeder ja processadas pela
      *           CALCULADORA, registradas no arquivo permanente
      *           REMESSAS, filtrando por feeder e por intervalo de
      *           datas do arquivo (data do HDR) - para responder
      *           "este arquivo ja entrou?" antes de autorizar um
      *           REENVIO, e ver quais remessas foram reprocessadas
      *           por autorizacao explicita.
      *
      *HISTORICO DE ALTERACOES:
      *14/09/2026 JS - Versao inicial.
      *15/10/2026 JS - Data final em branco vale ate o fim; data
      *                inicial posterior a final recusa a consulta
      *                (RC=8).
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************

      *=======================================================================
       ENVIRONMENT DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------------

       SPECIAL-NAMES.

      *-----------------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------------

       FILE-CONTROL.

           SELECT REMESSA-FILE ASSIGN TO "REMESSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSAS.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  REMESSA-FILE.
       01  LINHA-REMESSA PIC X(77).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY REMESSA.

       77  WS-STATUS-REMESSAS PIC X(02) VALUE "00".

       77  WS-EOF-REMESSAS PIC X(01) VALUE "N".
           88  FIM-REMESSAS VALUE "S".

      *    FILTROS DA CONSULTA - FEEDER EM BRANCO LISTA TODOS OS
      *    FEEDERS; O INTERVALO E SOBRE A DATA DO ARQUIVO (RM-DATA).
       77  WS-FEEDER-FILTRO PIC X(08) VALUE SPACES.
       77  WS-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM PIC 9(08) VALUE 99999999.

       77  WS-QTDE-LIDAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LISTADAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REENVIOS PIC 9(07) VALUE ZEROS.

       01  WS-LINHA-EXIBICAO.
           05  WX-FEEDER PIC X(08).
           05  FILLER PIC X(07) VALUE " DATA:".
           05  WX-DATA PIC 9(08).
           05  FILLER PIC X(07) VALUE " QTDE:".
           05  WX-QTDE PIC Z(6)9.
           05  FILLER PIC X(05) VALUE " V1:".
           05  WX-HASH-VALOR1 PIC -(12)9.99.
           05  FILLER PIC X(05) VALUE " V2:".
           05  WX-HASH-VALOR2 PIC -(12)9.99.
           05  FILLER PIC X(07) VALUE " PROC:".
           05  WX-DATA-PROC PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WX-HORA-PROC PIC 9(08).
           05  FILLER PIC X(09) VALUE " REENVIO:".
           05  WX-REENVIO PIC X(01).

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESSAR-REMESSA
               THRU 2000-PROCESSAR-REMESSA-EXIT
               UNTIL FIM-REMESSAS.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    PERGUNTA O FEEDER E O INTERVALO DE DATAS, ABRE REMESSAS E LE
      *    O PRIMEIRO REGISTRO (PRIME READ)
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== CONSULTA DO REGISTRO DE REMESSAS =====".
           DISPLAY "Feeder (em branco = todos):".
           ACCEPT WS-FEEDER-FILTRO.
           DISPLAY "Data inicial do arquivo (AAAAMMDD):".
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Data final do arquivo (AAAAMMDD, branco=todas):".
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM = ZERO
               MOVE 99999999 TO WS-DATA-FIM
           END-IF.
           IF WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY "ERRO: DATA INICIAL " WS-DATA-INICIO
                   " POSTERIOR A DATA FINAL " WS-DATA-FIM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT REMESSA-FILE.
           IF WS-STATUS-REMESSAS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR REMESSAS - STATUS="
                   WS-STATUS-REMESSAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9000-LER-PROXIMA-REMESSA
               THRU 9000-LER-PROXIMA-REMESSA-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE A REMESSA CORRENTE QUANDO ATENDE AO FEEDER E AO
      *    INTERVALO PEDIDOS, ACUMULANDO O RESUMO, E LE A PROXIMA
      *-----------------------------------------------------------------------
       2000-PROCESSAR-REMESSA.

           ADD 1 TO WS-QTDE-LIDAS.

           IF (WS-FEEDER-FILTRO = SPACES
                   OR RM-FEEDER = WS-FEEDER-FILTRO)
               AND RM-DATA >= WS-DATA-INICIO
               AND RM-DATA <= WS-DATA-FIM
               ADD 1 TO WS-QTDE-LISTADAS
               IF RM-REENVIO = "S"
                   ADD 1 TO WS-QTDE-REENVIOS
               END-IF
               MOVE RM-FEEDER TO WX-FEEDER
               MOVE RM-DATA TO WX-DATA
               MOVE RM-QTDE TO WX-QTDE
               MOVE RM-HASH-VALOR1 TO WX-HASH-VALOR1
               MOVE RM-HASH-VALOR2 TO WX-HASH-VALOR2
               MOVE RM-DATA-PROC TO WX-DATA-PROC
               MOVE RM-HORA-PROC TO WX-HORA-PROC
               MOVE RM-REENVIO TO WX-REENVIO
               DISPLAY WS-LINHA-EXIBICAO
           END-IF.

           PERFORM 9000-LER-PROXIMA-REMESSA
               THRU 9000-LER-PROXIMA-REMESSA-EXIT.

       2000-PROCESSAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ENCERRA A CONSULTA EXIBINDO O RESUMO DO FILTRO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           CLOSE REMESSA-FILE.

           DISPLAY "======= RESUMO DA CONSULTA =======".
           DISPLAY "REMESSAS NO REGISTRO.........: " WS-QTDE-LIDAS.
           DISPLAY "REMESSAS NO FILTRO...........: " WS-QTDE-LISTADAS.
           DISPLAY "REPROCESSADAS POR REENVIO....: " WS-QTDE-REENVIOS.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O PROXIMO REGISTRO DE REMESSAS
      *-----------------------------------------------------------------------
       9000-LER-PROXIMA-REMESSA.

           READ REMESSA-FILE INTO WS-REGISTRO-REMESSA
               AT END
                   SET FIM-REMESSAS TO TRUE
           END-READ.

           IF NOT FIM-REMESSAS
               AND WS-STATUS-REMESSAS NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM REMESSAS - STATUS="
                   WS-STATUS-REMESSAS
               CLOSE REMESSA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-LER-PROXIMA-REMESSA-EXIT.
           EXIT.

       END PROGRAM ConsultaRemessas.
