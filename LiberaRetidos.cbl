      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. LiberaRetidos.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:29/09/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Registrar a decisao do aprovador sobre os pares da
      *           fila de retencao (RETIDOS) - pares validos cujo
      *           VALOR1 ou VALOR2 passou do limite da categoria em
      *           CATMEST e que a CALCULADORA reteve em vez de
      *           calcular. As decisoes entram por um arquivo de
      *           cartoes (DECISAO), um por ticket, com a acao
      *           (L=liberar, R=recusar), a identificacao do
      *           aprovador e o motivo; a decisao fica gravada no
      *           proprio registro de RETIDOS (aprovador, motivo,
      *           data/hora), que e regravado em duas fases via o
      *           arquivo de trabalho RETNOVO, como no expurgo do
      *           AUDITLOG.
      *           Os pares liberados saem em LIBERADOS no layout de
      *           TRANFILE, com header/trailer de controle (feeder
      *           "LIBERADO") e o ticket nas colunas 44-50, prontos
      *           para o proximo lote - a CALCULADORA confere o ticket
      *           em RETIDOS e deixa o par passar do limite.
      *           O relatorio RELLIBER traz o resultado de cada cartao
      *           e o envelhecimento dos pares que continuam retidos
      *           (dias desde a retencao), para nada ficar esquecido
      *           na fila.
      *
      *           REGRAS DOS CARTOES:
      *           - Ticket nao numerico, acao diferente de L/R,
      *             aprovador ou motivo em branco: cartao recusado.
      *           - Segundo cartao para o mesmo ticket: recusado (vale
      *             o primeiro).
      *           - Ticket que nao esta em RETIDOS, ou que ja foi
      *             liberado/recusado antes: cartao recusado, o
      *             registro nao muda.
      *           - Par recusado (R) fica em RETIDOS com a decisao
      *             registrada e nao volta ao lote.
      *           - A liberacao vale para um unico calculo: a
      *             CALCULADORA acrescenta a RETIDOS uma linha de uso
      *             (situacao "U") quando calcula o par liberado.
      *             Cartao para ticket que ja tem linha de uso e
      *             recusado; a linha de uso e copiada sem alteracao
      *             e nao entra no envelhecimento.
      *           Sem cartoes (DECISAO vazio ou DUMMY) o passo so emite
      *           o envelhecimento. RC=4 quando algum cartao foi
      *           recusado ou algum par esta retido ha mais de
      *           WS-DIAS-ALERTA dias.
      *
      *HISTORICO DE ALTERACOES:
      *29/09/2026 JS - Versao inicial.
      *15/10/2026 JS - Linhas de uso da liberacao (situacao "U") em
      *                RETIDOS: copiadas sem alteracao, fora do
      *                envelhecimento, e cartao para ticket ja
      *                utilizado e recusado.
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

           SELECT RETENCAO-FILE ASSIGN TO "RETIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDOS.

           SELECT WORK-FILE ASSIGN TO "RETNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETNOVO.

           SELECT DECISAO-FILE ASSIGN TO "DECISAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISAO.

           SELECT TRANS-OUT-FILE ASSIGN TO "LIBERADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERADOS.

           SELECT REPORT-FILE ASSIGN TO "RELLIBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  RETENCAO-FILE.
       01  LINHA-RETENCAO PIC X(160).

       FD  WORK-FILE.
       01  LINHA-RETNOVO PIC X(160).

      *    CARTAO DE DECISAO DO APROVADOR: TICKET DA RETENCAO, ACAO
      *    (L=LIBERAR, R=RECUSAR), IDENTIFICACAO DO APROVADOR E O
      *    MOTIVO DA DECISAO, SEPARADOS POR UM BRANCO COMO NOS
      *    CARTOES DE CORRECAO DE REPROJOB.
       FD  DECISAO-FILE.
       01  CARTAO-DECISAO.
           05  CD-TICKET PIC X(07).
           05  FILLER PIC X(01).
           05  CD-ACAO PIC X(01).
           05  FILLER PIC X(01).
           05  CD-APROVADOR PIC X(08).
           05  FILLER PIC X(01).
           05  CD-MOTIVO PIC X(40).

      *    SAIDA NO LAYOUT DE TRANFILE (PAR + CATEGORIA + OPERACAO +
      *    REFERENCIA DO ESTORNO EM BRANCO + TICKET DA RETENCAO), MAIS
      *    OS REGISTROS DE CONTROLE HDR/TRL.
       FD  TRANS-OUT-FILE.
       01  TRANS-RECORD.
           05  TR-VALOR1 PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  TR-VALOR2 PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  TR-CATEGORIA PIC X(04).
           05  TR-OPERACAO PIC X(01).
           05  TR-REF-DATA PIC X(08).
           05  TR-REF-HORA PIC X(08).
           05  TR-RETENCAO PIC 9(07).

       01  TRANS-REG-HEADER.
           05  TH-TIPO PIC X(03).
           05  TH-DATA PIC 9(08).
           05  TH-FEEDER PIC X(08).
           05  FILLER PIC X(31).

       01  TRANS-REG-TRAILER.
           05  TT-TIPO PIC X(03).
           05  TT-QTDE PIC 9(07).
           05  TT-HASH-VALOR1 PIC S9(12)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  TT-HASH-VALOR2 PIC S9(12)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(10).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY RETENCAO.

       77  WS-STATUS-RETIDOS PIC X(02) VALUE "00".
       77  WS-STATUS-RETNOVO PIC X(02) VALUE "00".
       77  WS-STATUS-DECISAO PIC X(02) VALUE "00".
       77  WS-STATUS-LIBERADOS PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO PIC X(02) VALUE "00".

       77  WS-EOF-RETIDOS PIC X(01) VALUE "N".
           88  FIM-RETIDOS VALUE "S".

       77  WS-EOF-RETNOVO PIC X(01) VALUE "N".
           88  FIM-RETNOVO VALUE "S".

       77  WS-EOF-DECISAO PIC X(01) VALUE "N".
           88  FIM-DECISAO VALUE "S".

      *    RETIDOS AUSENTE (NENHUM PAR FOI RETIDO AINDA) - NAO HA O QUE
      *    REGRAVAR NA SEGUNDA FASE.
       77  WS-RETIDOS-SW PIC X(01) VALUE "S".
           88  RETIDOS-EXISTE VALUE "S".

       77  WS-QTDE-LIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REGRAVADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LIBERADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-RECUSADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PENDENTES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-ATRASADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CARTOES-LIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CARTOES-RECUSADOS PIC 9(07) VALUE ZEROS.
       77  WS-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.

       77  WS-QTDE-DECISOES PIC 9(03) VALUE ZEROS.
       77  WS-MAX-DECISOES PIC 9(03) VALUE 500.
       77  WS-DEC-IDX-ACHADO PIC 9(03) VALUE ZEROS.

      *    PAR RETIDO HA MAIS DESTES DIAS SAI MARCADO NO RELATORIO DE
      *    ENVELHECIMENTO E LEVA O PASSO A RC=4.
       77  WS-DIAS-ALERTA PIC 9(05) VALUE 7.

       77  WS-HASH-VALOR1 PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WS-HASH-VALOR2 PIC S9(12)V99 COMP-3 VALUE ZEROS.

       77  WS-TICKET-TEXTO PIC X(07) VALUE SPACES.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAA PIC 9(04).
           05  WS-DATA-MM PIC 9(02).
           05  WS-DATA-DD PIC 9(02).

       77  WS-HORA-SISTEMA PIC 9(08) VALUE ZEROS.

      *    NUMERO DO DIA (CONTAGEM CORRIDA DE DIAS) PARA O CALCULO DA
      *    IDADE DA RETENCAO - 9500 CONVERTE WS-JUL-DATA EM
      *    WS-JUL-NUMERO; A IDADE E A DIFERENCA ENTRE O DIA DE HOJE E
      *    O DIA DA RETENCAO.
       01  WS-JUL-DATA.
           05  WS-JUL-AAAA PIC 9(04).
           05  WS-JUL-MM PIC 9(02).
           05  WS-JUL-DD PIC 9(02).

       77  WS-JUL-NUMERO PIC 9(08) VALUE ZEROS.
       77  WS-JUL-HOJE PIC 9(08) VALUE ZEROS.
       77  WS-JUL-AJUSTE PIC 9(01) VALUE ZEROS.
       77  WS-JUL-ANO PIC 9(05) VALUE ZEROS.
       77  WS-JUL-MES PIC 9(02) VALUE ZEROS.
       77  WS-JUL-PARCELA PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-RETIDO PIC 9(05) VALUE ZEROS.

      *    TABELA DOS CARTOES DE DECISAO, CARREGADA INTEIRA EM 1100
      *    ANTES DA VARREDURA DE RETIDOS. CADA CARTAO GUARDA O
      *    RESULTADO PARA O RELATORIO DE CONTROLE:
      *        "V" - CARTAO VALIDO, AINDA SEM RETENCAO CORRESPONDENTE
      *        "A" - DECISAO APLICADA
      *        "X" - CARTAO RECUSADO
       01  WS-TABELA-DECISOES.
           05  WS-DEC-ENTRADA OCCURS 500 TIMES INDEXED BY WS-DEC-IDX
                                                          WS-DEC-IDX2.
               10  WS-DEC-TICKET PIC X(07).
               10  WS-DEC-ACAO PIC X(01).
               10  WS-DEC-APROVADOR PIC X(08).
               10  WS-DEC-MOTIVO PIC X(40).
               10  WS-DEC-SITUACAO PIC X(01).
                   88  DEC-VALIDA VALUE "V".
                   88  DEC-APLICADA VALUE "A".
                   88  DEC-RECUSADA VALUE "X".
               10  WS-DEC-RESULTADO PIC X(35).
               10  WS-DEC-CATEGORIA PIC X(04).
               10  WS-DEC-VALOR1 PIC S9(8)V99 COMP-3.
               10  WS-DEC-VALOR2 PIC S9(8)V99 COMP-3.

       01  WS-CABECALHO-LIBER.
           05  FILLER PIC X(43) VALUE
               "RELATORIO DE DECISOES DA FILA DE RETENCAO".
           05  FILLER PIC X(10) VALUE "   DATA:".
           05  WCL-DD PIC 99.
           05  FILLER PIC X(01) VALUE "/".
           05  WCL-MM PIC 99.
           05  FILLER PIC X(01) VALUE "/".
           05  WCL-AAAA PIC 9999.
           05  FILLER PIC X(70) VALUE SPACES.

       01  WS-TITULO-SECAO.
           05  WTS-TEXTO PIC X(60).
           05  FILLER PIC X(73) VALUE SPACES.

       01  WS-LINHA-DECISAO.
           05  FILLER PIC X(04) VALUE "TK:".
           05  WD-TICKET PIC X(07).
           05  FILLER PIC X(07) VALUE "  ACAO:".
           05  WD-ACAO PIC X(01).
           05  FILLER PIC X(08) VALUE "  APROV:".
           05  WD-APROVADOR PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WD-RESULTADO PIC X(35).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WD-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WD-VALOR1 PIC -(8)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WD-VALOR2 PIC -(8)9.99.
           05  FILLER PIC X(30) VALUE SPACES.

       01  WS-LINHA-ENVELHECIMENTO.
           05  FILLER PIC X(04) VALUE "TK:".
           05  WE-TICKET PIC 9(07).
           05  FILLER PIC X(12) VALUE "  RETIDO EM:".
           05  WE-DD PIC 99.
           05  FILLER PIC X(01) VALUE "/".
           05  WE-MM PIC 99.
           05  FILLER PIC X(01) VALUE "/".
           05  WE-AAAA PIC 9999.
           05  FILLER PIC X(07) VALUE "  DIAS:".
           05  WE-DIAS PIC Z(4)9.
           05  FILLER PIC X(09) VALUE "  FEEDER:".
           05  WE-FEEDER PIC X(08).
           05  FILLER PIC X(06) VALUE "  CAT:".
           05  WE-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WE-VALOR1 PIC -(8)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WE-VALOR2 PIC -(8)9.99.
           05  FILLER PIC X(09) VALUE "  LIMITE:".
           05  WE-LIMITE PIC Z(7)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WE-ALERTA PIC X(08).
           05  FILLER PIC X(05) VALUE SPACES.

       01  WS-LINHA-TOTAL-LIBER.
           05  FILLER PIC X(09) VALUE "CARTOES:".
           05  WTL-CARTOES PIC Z(6)9.
           05  FILLER PIC X(12) VALUE "  RECUSADOS:".
           05  WTL-CARTOES-RECUSADOS PIC Z(6)9.
           05  FILLER PIC X(12) VALUE "  LIBERADOS:".
           05  WTL-LIBERADOS PIC Z(6)9.
           05  FILLER PIC X(13) VALUE "  RECUSAS:".
           05  WTL-RECUSADOS PIC Z(6)9.
           05  FILLER PIC X(13) VALUE "  PENDENTES:".
           05  WTL-PENDENTES PIC Z(6)9.
           05  FILLER PIC X(13) VALUE "  ATRASADOS:".
           05  WTL-ATRASADOS PIC Z(6)9.
           05  FILLER PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESSAR-RETENCAO
               THRU 2000-PROCESSAR-RETENCAO-EXIT
               UNTIL FIM-RETIDOS.

           PERFORM 5000-RELATAR-DECISOES
               THRU 5000-RELATAR-DECISOES-EXIT.

           PERFORM 6000-REGRAVAR-RETIDOS
               THRU 6000-REGRAVAR-RETIDOS-EXIT.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    CARREGA OS CARTOES DE DECISAO, ABRE OS ARQUIVOS DA PRIMEIRA
      *    FASE, GRAVA O CABECALHO DO RELATORIO E O HEADER DE
      *    CONTROLE DA SAIDA E LE A PRIMEIRA RETENCAO (PRIME READ)
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== DECISAO DA FILA DE RETENCAO =====".

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-JUL-DATA.
           PERFORM 9500-CALCULAR-NUMERO-DIA
               THRU 9500-CALCULAR-NUMERO-DIA-EXIT.
           MOVE WS-JUL-NUMERO TO WS-JUL-HOJE.

           PERFORM 1100-CARREGAR-DECISOES
               THRU 1100-CARREGAR-DECISOES-EXIT.

           OPEN INPUT RETENCAO-FILE.
           EVALUATE WS-STATUS-RETIDOS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: RETIDOS AINDA NAO EXISTE - NENHUM "
                       "PAR FOI RETIDO ATE AGORA"
                   MOVE "N" TO WS-RETIDOS-SW
                   SET FIM-RETIDOS TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR RETIDOS - STATUS="
                       WS-STATUS-RETIDOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF RETIDOS-EXISTE
               OPEN OUTPUT WORK-FILE
               IF WS-STATUS-RETNOVO NOT = "00"
                   DISPLAY "ERRO FATAL AO ABRIR RETNOVO - STATUS="
                       WS-STATUS-RETNOVO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT TRANS-OUT-FILE.
           IF WS-STATUS-LIBERADOS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR LIBERADOS - STATUS="
                   WS-STATUS-LIBERADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR RELLIBER - STATUS="
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATA-DD TO WCL-DD.
           MOVE WS-DATA-MM TO WCL-MM.
           MOVE WS-DATA-AAAA TO WCL-AAAA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-LIBER.

           MOVE SPACES TO TRANS-REG-HEADER.
           MOVE "HDR" TO TH-TIPO.
           MOVE WS-DATA-SISTEMA TO TH-DATA.
           MOVE "LIBERADO" TO TH-FEEDER.
           WRITE TRANS-REG-HEADER.

           IF RETIDOS-EXISTE
               PERFORM 9000-LER-PROXIMA-RETENCAO
                   THRU 9000-LER-PROXIMA-RETENCAO-EXIT
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA TODOS OS CARTOES DE DECISAO PARA A TABELA - UM
      *    DECISAO AUSENTE OU VAZIO SIGNIFICA SO EMITIR O
      *    ENVELHECIMENTO
      *-----------------------------------------------------------------------
       1100-CARREGAR-DECISOES.

           OPEN INPUT DECISAO-FILE.
           IF WS-STATUS-DECISAO NOT = "00"
               DISPLAY "AVISO: DECISAO INDISPONIVEL (STATUS="
                   WS-STATUS-DECISAO ") - NENHUMA DECISAO SERA "
                   "APLICADA"
           ELSE
               MOVE "N" TO WS-EOF-DECISAO
               PERFORM 1110-CARREGAR-CARTAO
                   THRU 1110-CARREGAR-CARTAO-EXIT
                   UNTIL FIM-DECISAO
               CLOSE DECISAO-FILE
               DISPLAY "CARTOES DE DECISAO CARREGADOS: "
                   WS-QTDE-DECISOES
           END-IF.

       1100-CARREGAR-DECISOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA UM CARTAO DE DECISAO PARA A TABELA, JA VALIDANDO
      *    OS CAMPOS - O CARTAO INVALIDO ENTRA NA TABELA RECUSADO, SO
      *    PARA APARECER NO RELATORIO DE CONTROLE
      *-----------------------------------------------------------------------
       1110-CARREGAR-CARTAO.

           READ DECISAO-FILE
               AT END
                   SET FIM-DECISAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-CARTOES-LIDOS
                   IF WS-QTDE-DECISOES < WS-MAX-DECISOES
                       ADD 1 TO WS-QTDE-DECISOES
                       SET WS-DEC-IDX TO WS-QTDE-DECISOES
                       PERFORM 1120-VALIDAR-CARTAO
                           THRU 1120-VALIDAR-CARTAO-EXIT
                   ELSE
                       DISPLAY "AVISO: LIMITE DE CARTOES EXCEDIDO - "
                           "CARTAO IGNORADO: TICKET=" CD-TICKET
                       ADD 1 TO WS-QTDE-CARTOES-RECUSADOS
                   END-IF
           END-READ.

       1110-CARREGAR-CARTAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA O CARTAO CORRENTE NA ENTRADA WS-DEC-IDX E APLICA AS
      *    REGRAS DE CAMPO: TICKET NUMERICO, ACAO L/R, APROVADOR E
      *    MOTIVO INFORMADOS, UM SO CARTAO POR TICKET
      *-----------------------------------------------------------------------
       1120-VALIDAR-CARTAO.

           MOVE CD-TICKET TO WS-DEC-TICKET (WS-DEC-IDX).
           MOVE CD-ACAO TO WS-DEC-ACAO (WS-DEC-IDX).
           MOVE CD-APROVADOR TO WS-DEC-APROVADOR (WS-DEC-IDX).
           MOVE CD-MOTIVO TO WS-DEC-MOTIVO (WS-DEC-IDX).
           MOVE SPACES TO WS-DEC-CATEGORIA (WS-DEC-IDX).
           MOVE ZEROS TO WS-DEC-VALOR1 (WS-DEC-IDX)
               WS-DEC-VALOR2 (WS-DEC-IDX).
           SET DEC-VALIDA (WS-DEC-IDX) TO TRUE.
           MOVE "TICKET NAO ENCONTRADO EM RETIDOS"
               TO WS-DEC-RESULTADO (WS-DEC-IDX).

           EVALUATE TRUE
               WHEN CD-TICKET NOT NUMERIC
               WHEN CD-TICKET = ZEROS
                   MOVE "TICKET INVALIDO"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
                   SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
               WHEN CD-ACAO = "l"
                   MOVE "L" TO WS-DEC-ACAO (WS-DEC-IDX)
               WHEN CD-ACAO = "r"
                   MOVE "R" TO WS-DEC-ACAO (WS-DEC-IDX)
               WHEN CD-ACAO = "L"
               WHEN CD-ACAO = "R"
                   CONTINUE
               WHEN OTHER
                   MOVE "ACAO INVALIDA (USAR L OU R)"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
                   SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
           END-EVALUATE.

           IF DEC-VALIDA (WS-DEC-IDX)
               AND CD-APROVADOR = SPACES
               MOVE "APROVADOR NAO INFORMADO"
                   TO WS-DEC-RESULTADO (WS-DEC-IDX)
               SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
           END-IF.

           IF DEC-VALIDA (WS-DEC-IDX)
               AND CD-MOTIVO = SPACES
               MOVE "MOTIVO NAO INFORMADO"
                   TO WS-DEC-RESULTADO (WS-DEC-IDX)
               SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
           END-IF.

           IF DEC-VALIDA (WS-DEC-IDX)
               PERFORM 1130-COMPARAR-CARTAO-ANTERIOR
                   THRU 1130-COMPARAR-CARTAO-ANTERIOR-EXIT
                   VARYING WS-DEC-IDX2 FROM 1 BY 1
                   UNTIL WS-DEC-IDX2 >= WS-DEC-IDX
                   OR DEC-RECUSADA (WS-DEC-IDX)
           END-IF.

           IF DEC-RECUSADA (WS-DEC-IDX)
               ADD 1 TO WS-QTDE-CARTOES-RECUSADOS
           END-IF.

       1120-VALIDAR-CARTAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    RECUSA O CARTAO WS-DEC-IDX SE UM CARTAO VALIDO ANTERIOR
      *    (WS-DEC-IDX2) JA DECIDE O MESMO TICKET
      *-----------------------------------------------------------------------
       1130-COMPARAR-CARTAO-ANTERIOR.

           IF DEC-VALIDA (WS-DEC-IDX2)
               AND WS-DEC-TICKET (WS-DEC-IDX2)
                   = WS-DEC-TICKET (WS-DEC-IDX)
               MOVE "CARTAO REPETIDO PARA O TICKET"
                   TO WS-DEC-RESULTADO (WS-DEC-IDX)
               SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
           END-IF.

       1130-COMPARAR-CARTAO-ANTERIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    APLICA A DECISAO DO CARTAO (SE HOUVER) A RETENCAO CORRENTE,
      *    GRAVA O REGISTRO NO ARQUIVO DE TRABALHO E LE O PROXIMO. A
      *    LINHA DE USO DE UMA LIBERACAO NAO RECEBE DECISAO - SO
      *    RECUSA OS CARTOES DO SEU TICKET - E VAI COMO ESTA
      *-----------------------------------------------------------------------
       2000-PROCESSAR-RETENCAO.

           ADD 1 TO WS-QTDE-LIDOS.

           IF RETENCAO-UTILIZADA
               PERFORM 3200-RECUSAR-TICKET-UTILIZADO
                   THRU 3200-RECUSAR-TICKET-UTILIZADO-EXIT
           ELSE
               PERFORM 3000-LOCALIZAR-DECISAO
                   THRU 3000-LOCALIZAR-DECISAO-EXIT
               IF WS-DEC-IDX-ACHADO NOT = ZERO
                   PERFORM 3100-APLICAR-DECISAO
                       THRU 3100-APLICAR-DECISAO-EXIT
               END-IF
           END-IF.

           WRITE LINHA-RETNOVO FROM WS-REGISTRO-RETENCAO.

           PERFORM 9000-LER-PROXIMA-RETENCAO
               THRU 9000-LER-PROXIMA-RETENCAO-EXIT.

       2000-PROCESSAR-RETENCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA UM CARTAO VALIDO PARA O TICKET DA RETENCAO
      *    CORRENTE, DEIXANDO O INDICE EM WS-DEC-IDX-ACHADO (ZERO SE
      *    NAO HOUVER)
      *-----------------------------------------------------------------------
       3000-LOCALIZAR-DECISAO.

           MOVE ZEROS TO WS-DEC-IDX-ACHADO.
           MOVE RT-TICKET TO WS-TICKET-TEXTO.
           PERFORM 3010-COMPARAR-DECISAO
               THRU 3010-COMPARAR-DECISAO-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-QTDE-DECISOES
               OR WS-DEC-IDX-ACHADO NOT = ZERO.

       3000-LOCALIZAR-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA O CARTAO WS-DEC-IDX COM O TICKET CORRENTE
      *-----------------------------------------------------------------------
       3010-COMPARAR-DECISAO.

           IF DEC-VALIDA (WS-DEC-IDX)
               AND WS-DEC-TICKET (WS-DEC-IDX) = WS-TICKET-TEXTO
               SET WS-DEC-IDX-ACHADO TO WS-DEC-IDX
           END-IF.

       3010-COMPARAR-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    APLICA O CARTAO ENCONTRADO A RETENCAO CORRENTE: SO UMA
      *    RETENCAO PENDENTE PODE SER DECIDIDA. A DECISAO FICA NO
      *    REGISTRO (APROVADOR, MOTIVO, DATA/HORA) E O PAR LIBERADO
      *    VAI PARA A SAIDA
      *-----------------------------------------------------------------------
       3100-APLICAR-DECISAO.

           SET WS-DEC-IDX TO WS-DEC-IDX-ACHADO.

           MOVE RT-CATEGORIA TO WS-DEC-CATEGORIA (WS-DEC-IDX).
           MOVE RT-VALOR1 TO WS-DEC-VALOR1 (WS-DEC-IDX).
           MOVE RT-VALOR2 TO WS-DEC-VALOR2 (WS-DEC-IDX).

           IF NOT RETENCAO-PENDENTE
               IF RETENCAO-LIBERADA
                   MOVE "TICKET JA LIBERADO ANTES"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
               ELSE
                   MOVE "TICKET JA RECUSADO ANTES"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
               END-IF
               SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
               ADD 1 TO WS-QTDE-CARTOES-RECUSADOS
           ELSE
               MOVE WS-DEC-ACAO (WS-DEC-IDX) TO RT-SITUACAO
               MOVE WS-DEC-APROVADOR (WS-DEC-IDX) TO RT-APROVADOR
               MOVE WS-DEC-MOTIVO (WS-DEC-IDX) TO RT-MOTIVO-DECISAO
               MOVE WS-DATA-SISTEMA TO RT-DATA-DECISAO
               MOVE WS-HORA-SISTEMA TO RT-HORA-DECISAO
               SET DEC-APLICADA (WS-DEC-IDX) TO TRUE
               IF RETENCAO-LIBERADA
                   MOVE "LIBERADO PARA O PROXIMO LOTE"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
                   PERFORM 4000-GRAVAR-PAR-LIBERADO
                       THRU 4000-GRAVAR-PAR-LIBERADO-EXIT
               ELSE
                   MOVE "RECUSADO - NAO VOLTA AO LOTE"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
                   ADD 1 TO WS-QTDE-RECUSADOS
               END-IF
           END-IF.

       3100-APLICAR-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LINHA DE USO ("U"): A LIBERACAO DO TICKET JA FOI GASTA NUM
      *    LOTE, ENTAO TODO CARTAO PARA ELE E RECUSADO - INCLUSIVE O
      *    JA RECUSADO NA LINHA DA RETENCAO, QUE SO TEM O RESULTADO
      *    TROCADO
      *-----------------------------------------------------------------------
       3200-RECUSAR-TICKET-UTILIZADO.

           MOVE RT-TICKET TO WS-TICKET-TEXTO.
           PERFORM 3210-COMPARAR-TICKET-UTILIZADO
               THRU 3210-COMPARAR-TICKET-UTILIZADO-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-QTDE-DECISOES.

       3200-RECUSAR-TICKET-UTILIZADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    RECUSA O CARTAO WS-DEC-IDX SE ELE DECIDE O TICKET DA LINHA
      *    DE USO CORRENTE
      *-----------------------------------------------------------------------
       3210-COMPARAR-TICKET-UTILIZADO.

           IF WS-DEC-TICKET (WS-DEC-IDX) = WS-TICKET-TEXTO
               IF DEC-VALIDA (WS-DEC-IDX)
                   MOVE RT-CATEGORIA TO WS-DEC-CATEGORIA (WS-DEC-IDX)
                   MOVE RT-VALOR1 TO WS-DEC-VALOR1 (WS-DEC-IDX)
                   MOVE RT-VALOR2 TO WS-DEC-VALOR2 (WS-DEC-IDX)
                   MOVE "TICKET JA LIBERADO E UTILIZADO"
                       TO WS-DEC-RESULTADO (WS-DEC-IDX)
                   SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
                   ADD 1 TO WS-QTDE-CARTOES-RECUSADOS
               ELSE
                   IF WS-DEC-RESULTADO (WS-DEC-IDX)
                       = "TICKET JA LIBERADO ANTES"
                       MOVE "TICKET JA LIBERADO E UTILIZADO"
                           TO WS-DEC-RESULTADO (WS-DEC-IDX)
                   END-IF
               END-IF
           END-IF.

       3210-COMPARAR-TICKET-UTILIZADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA O PAR LIBERADO NA SAIDA NO LAYOUT DE TRANFILE, COM O
      *    TICKET DA RETENCAO, E ACUMULA A QUANTIDADE E OS HASH TOTALS
      *    PARA O TRAILER DE CONTROLE
      *-----------------------------------------------------------------------
       4000-GRAVAR-PAR-LIBERADO.

           MOVE RT-VALOR1 TO TR-VALOR1.
           MOVE RT-VALOR2 TO TR-VALOR2.
           MOVE RT-CATEGORIA TO TR-CATEGORIA.
           MOVE RT-OPERACAO TO TR-OPERACAO.
           MOVE SPACES TO TR-REF-DATA TR-REF-HORA.
           MOVE RT-TICKET TO TR-RETENCAO.
           WRITE TRANS-RECORD.

           ADD 1 TO WS-QTDE-LIBERADOS.
           ADD TR-VALOR1 TO WS-HASH-VALOR1.
           ADD TR-VALOR2 TO WS-HASH-VALOR2.

       4000-GRAVAR-PAR-LIBERADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA NO RELATORIO O RESULTADO DE CADA CARTAO DE DECISAO,
      *    NA ORDEM EM QUE OS CARTOES VIERAM
      *-----------------------------------------------------------------------
       5000-RELATAR-DECISOES.

           MOVE "CARTOES DE DECISAO" TO WTS-TEXTO.
           WRITE LINHA-RELATORIO FROM WS-TITULO-SECAO.

           PERFORM 5100-GRAVAR-LINHA-DECISAO
               THRU 5100-GRAVAR-LINHA-DECISAO-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-QTDE-DECISOES.

       5000-RELATAR-DECISOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A LINHA DO CARTAO WS-DEC-IDX - UM CARTAO VALIDO QUE
      *    NAO ENCONTROU A RETENCAO CONTA COMO RECUSADO AQUI
      *-----------------------------------------------------------------------
       5100-GRAVAR-LINHA-DECISAO.

           IF DEC-VALIDA (WS-DEC-IDX)
               SET DEC-RECUSADA (WS-DEC-IDX) TO TRUE
               ADD 1 TO WS-QTDE-CARTOES-RECUSADOS
           END-IF.

           MOVE WS-DEC-TICKET (WS-DEC-IDX) TO WD-TICKET.
           MOVE WS-DEC-ACAO (WS-DEC-IDX) TO WD-ACAO.
           MOVE WS-DEC-APROVADOR (WS-DEC-IDX) TO WD-APROVADOR.
           MOVE WS-DEC-RESULTADO (WS-DEC-IDX) TO WD-RESULTADO.
           MOVE WS-DEC-CATEGORIA (WS-DEC-IDX) TO WD-CATEGORIA.
           MOVE WS-DEC-VALOR1 (WS-DEC-IDX) TO WD-VALOR1.
           MOVE WS-DEC-VALOR2 (WS-DEC-IDX) TO WD-VALOR2.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DECISAO.

       5100-GRAVAR-LINHA-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SEGUNDA FASE: COPIA O ARQUIVO DE TRABALHO DE VOLTA SOBRE
      *    RETIDOS, COM AS DECISOES DO DIA, E EMITE O ENVELHECIMENTO
      *    DOS PARES QUE CONTINUAM PENDENTES
      *-----------------------------------------------------------------------
       6000-REGRAVAR-RETIDOS.

           MOVE "PARES AINDA RETIDOS (ENVELHECIMENTO)" TO WTS-TEXTO.
           WRITE LINHA-RELATORIO FROM WS-TITULO-SECAO.

           IF RETIDOS-EXISTE
               CLOSE RETENCAO-FILE
               CLOSE WORK-FILE

               OPEN INPUT WORK-FILE
               IF WS-STATUS-RETNOVO NOT = "00"
                   DISPLAY "ERRO FATAL AO REABRIR RETNOVO - STATUS="
                       WS-STATUS-RETNOVO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT RETENCAO-FILE
               IF WS-STATUS-RETIDOS NOT = "00"
                   DISPLAY "ERRO FATAL AO REGRAVAR RETIDOS - STATUS="
                       WS-STATUS-RETIDOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE "N" TO WS-EOF-RETNOVO
               PERFORM 6100-COPIAR-RETENCAO
                   THRU 6100-COPIAR-RETENCAO-EXIT
                   UNTIL FIM-RETNOVO

               CLOSE WORK-FILE
               CLOSE RETENCAO-FILE
           END-IF.

       6000-REGRAVAR-RETIDOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COPIA UMA RETENCAO DE VOLTA PARA RETIDOS E, SE AINDA
      *    PENDENTE, GRAVA A SUA LINHA DE ENVELHECIMENTO (LINHAS
      *    DECIDIDAS E DE USO SO SAO COPIADAS)
      *-----------------------------------------------------------------------
       6100-COPIAR-RETENCAO.

           READ WORK-FILE INTO WS-REGISTRO-RETENCAO
               AT END
                   SET FIM-RETNOVO TO TRUE
               NOT AT END
                   WRITE LINHA-RETENCAO FROM WS-REGISTRO-RETENCAO
                   ADD 1 TO WS-QTDE-REGRAVADOS
                   IF RETENCAO-PENDENTE
                       PERFORM 6200-GRAVAR-ENVELHECIMENTO
                           THRU 6200-GRAVAR-ENVELHECIMENTO-EXIT
                   END-IF
           END-READ.

       6100-COPIAR-RETENCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CALCULA HA QUANTOS DIAS A RETENCAO CORRENTE ESTA PENDENTE
      *    E GRAVA A LINHA DE ENVELHECIMENTO, MARCANDO AS QUE PASSAM
      *    DE WS-DIAS-ALERTA
      *-----------------------------------------------------------------------
       6200-GRAVAR-ENVELHECIMENTO.

           ADD 1 TO WS-QTDE-PENDENTES.

           MOVE ZEROS TO WS-DIAS-RETIDO.
           IF RT-DATA-RETENCAO IS NUMERIC
               AND RT-DATA-RETENCAO > ZEROS
               MOVE RT-DATA-RETENCAO TO WS-JUL-DATA
               PERFORM 9500-CALCULAR-NUMERO-DIA
                   THRU 9500-CALCULAR-NUMERO-DIA-EXIT
               IF WS-JUL-HOJE > WS-JUL-NUMERO
                   SUBTRACT WS-JUL-NUMERO FROM WS-JUL-HOJE
                       GIVING WS-DIAS-RETIDO
               END-IF
           END-IF.

           MOVE SPACES TO WE-ALERTA.
           IF WS-DIAS-RETIDO > WS-DIAS-ALERTA
               MOVE "ATRASADO" TO WE-ALERTA
               ADD 1 TO WS-QTDE-ATRASADOS
           END-IF.
           IF WS-DIAS-RETIDO > WS-MAIOR-ATRASO
               MOVE WS-DIAS-RETIDO TO WS-MAIOR-ATRASO
           END-IF.

           MOVE RT-TICKET TO WE-TICKET.
           MOVE RT-DATA-RETENCAO TO WS-JUL-DATA.
           MOVE WS-JUL-DD TO WE-DD.
           MOVE WS-JUL-MM TO WE-MM.
           MOVE WS-JUL-AAAA TO WE-AAAA.
           MOVE WS-DIAS-RETIDO TO WE-DIAS.
           MOVE RT-FEEDER TO WE-FEEDER.
           MOVE RT-CATEGORIA TO WE-CATEGORIA.
           MOVE RT-VALOR1 TO WE-VALOR1.
           MOVE RT-VALOR2 TO WE-VALOR2.
           MOVE RT-LIMITE TO WE-LIMITE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ENVELHECIMENTO.

       6200-GRAVAR-ENVELHECIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA O TRAILER DE CONTROLE DA SAIDA E O TOTAL DO
      *    RELATORIO, EXIBE O RESUMO E FECHA OS ARQUIVOS
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           MOVE SPACES TO TRANS-REG-TRAILER.
           MOVE "TRL" TO TT-TIPO.
           MOVE WS-QTDE-LIBERADOS TO TT-QTDE.
           MOVE WS-HASH-VALOR1 TO TT-HASH-VALOR1.
           MOVE WS-HASH-VALOR2 TO TT-HASH-VALOR2.
           WRITE TRANS-REG-TRAILER.

           MOVE WS-QTDE-CARTOES-LIDOS TO WTL-CARTOES.
           MOVE WS-QTDE-CARTOES-RECUSADOS TO WTL-CARTOES-RECUSADOS.
           MOVE WS-QTDE-LIBERADOS TO WTL-LIBERADOS.
           MOVE WS-QTDE-RECUSADOS TO WTL-RECUSADOS.
           MOVE WS-QTDE-PENDENTES TO WTL-PENDENTES.
           MOVE WS-QTDE-ATRASADOS TO WTL-ATRASADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-LIBER.

           IF RETIDOS-EXISTE
               AND WS-QTDE-REGRAVADOS NOT = WS-QTDE-LIDOS
               DISPLAY "AVISO: QUANTIDADE REGRAVADA ("
                   WS-QTDE-REGRAVADOS ") DIFERE DA LIDA ("
                   WS-QTDE-LIDOS ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE < 4
               AND (WS-QTDE-CARTOES-RECUSADOS > ZERO
               OR WS-QTDE-ATRASADOS > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "======= RESUMO DA DECISAO =======".
           DISPLAY "CARTOES LIDOS.......: " WS-QTDE-CARTOES-LIDOS.
           DISPLAY "CARTOES RECUSADOS...: " WS-QTDE-CARTOES-RECUSADOS.
           DISPLAY "PARES LIBERADOS.....: " WS-QTDE-LIBERADOS.
           DISPLAY "PARES RECUSADOS.....: " WS-QTDE-RECUSADOS.
           DISPLAY "PARES AINDA RETIDOS.: " WS-QTDE-PENDENTES.
           IF WS-QTDE-ATRASADOS > ZERO
               DISPLAY "AVISO: " WS-QTDE-ATRASADOS " PAR(ES) RETIDO(S)"
                   " HA MAIS DE " WS-DIAS-ALERTA " DIAS - MAIOR "
                   "ATRASO: " WS-MAIOR-ATRASO " DIAS"
           END-IF.

           CLOSE TRANS-OUT-FILE.
           CLOSE REPORT-FILE.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE A PROXIMA RETENCAO NA PRIMEIRA FASE
      *-----------------------------------------------------------------------
       9000-LER-PROXIMA-RETENCAO.

           READ RETENCAO-FILE INTO WS-REGISTRO-RETENCAO
               AT END
                   SET FIM-RETIDOS TO TRUE
           END-READ.

           IF NOT FIM-RETIDOS
               AND WS-STATUS-RETIDOS NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM RETIDOS - STATUS="
                   WS-STATUS-RETIDOS
               CLOSE RETENCAO-FILE WORK-FILE TRANS-OUT-FILE
                   REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-LER-PROXIMA-RETENCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONVERTE A DATA WS-JUL-DATA (AAAAMMDD) NO NUMERO DO DIA
      *    WS-JUL-NUMERO, CONTANDO O ANO A PARTIR DE MARCO PARA O DIA
      *    29/02 FICAR NO FIM DO ANO: 365 DIAS POR ANO MAIS OS
      *    BISSEXTOS (A CADA 4, MENOS A CADA 100, MAIS A CADA 400) E
      *    OS DIAS DOS MESES JA CORRIDOS (153 DIAS A CADA 5 MESES).
      *    SO A DIFERENCA ENTRE DOIS NUMEROS TEM SIGNIFICADO
      *-----------------------------------------------------------------------
       9500-CALCULAR-NUMERO-DIA.

           IF WS-JUL-MM < 3
               MOVE 1 TO WS-JUL-AJUSTE
           ELSE
               MOVE 0 TO WS-JUL-AJUSTE
           END-IF.
           COMPUTE WS-JUL-ANO = WS-JUL-AAAA + 4800 - WS-JUL-AJUSTE.
           COMPUTE WS-JUL-MES = WS-JUL-MM + (12 * WS-JUL-AJUSTE) - 3.

           COMPUTE WS-JUL-NUMERO = WS-JUL-DD + (365 * WS-JUL-ANO).
           COMPUTE WS-JUL-PARCELA = (153 * WS-JUL-MES) + 2.
           DIVIDE 5 INTO WS-JUL-PARCELA.
           ADD WS-JUL-PARCELA TO WS-JUL-NUMERO.
           DIVIDE WS-JUL-ANO BY 4 GIVING WS-JUL-PARCELA.
           ADD WS-JUL-PARCELA TO WS-JUL-NUMERO.
           DIVIDE WS-JUL-ANO BY 100 GIVING WS-JUL-PARCELA.
           SUBTRACT WS-JUL-PARCELA FROM WS-JUL-NUMERO.
           DIVIDE WS-JUL-ANO BY 400 GIVING WS-JUL-PARCELA.
           ADD WS-JUL-PARCELA TO WS-JUL-NUMERO.

       9500-CALCULAR-NUMERO-DIA-EXIT.
           EXIT.

       END PROGRAM LiberaRetidos.
