      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. PeriodoControle.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:02/10/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Manter o controle de periodos contabeis (PERIODOS)
      *           usado pela CALCULADORA para recusar remessas datadas
      *           num mes ja fechado pelo controller - permite listar,
      *           fechar e reabrir meses (AAAAMM), registrando em cada
      *           alteracao a data/hora, o responsavel e o motivo. Mes
      *           que nunca foi fechado nao precisa constar do arquivo:
      *           esta aberto.
      *
      *           O fechamento e recusado enquanto CALCCKPT indicar um
      *           lote em andamento (restart pendente) com remessa
      *           datada no mes: o lote retomado postaria no mes
      *           depois de fechado. Um checkpoint que nao traz os
      *           meses do lote (gravado antes deste controle) recusa
      *           o fechamento de qualquer mes. No lote particionado
      *           o fechamento e recusado, qualquer que seja o mes,
      *           enquanto um checkpoint de particao (PARTCKPT, os
      *           CALC.PROD.PARTnn.CHECKPT concatenados) tiver restart
      *           pendente ou enquanto o mapa PARTMAP for mais novo
      *           que a ultima execucao gravada em RUNLOG - particoes
      *           calculadas e ainda nao consolidadas pelo CALCJOBM.
      *           A reabertura exige o motivo.
      *
      *HISTORICO DE ALTERACOES:
      *02/10/2026 JS - Versao inicial.
      *15/10/2026 JS - Fechamento tambem confere o lote particionado:
      *                checkpoint de particao com restart pendente
      *                (PARTCKPT) ou mapa (PARTMAP) ainda nao
      *                consolidado - sem execucao em RUNLOG depois do
      *                carimbo do mapa - recusa o fechamento.
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

           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT CKPT-FILE ASSIGN TO "CALCCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKPT.

           SELECT PARTCKPT-FILE ASSIGN TO "PARTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTCKPT.

           SELECT PARTMAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTMAP.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUNLOG.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  PERIODO-FILE.
       01  LINHA-PERIODO PIC X(75).

      *    SO OS CAMPOS DE CALCCKPT QUE INTERESSAM AQUI: A POSICAO DO
      *    LOTE (MAIOR QUE ZERO = RESTART PENDENTE) E O PRIMEIRO E O
      *    ULTIMO MES DAS REMESSAS ACEITAS DO LOTE.
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05  CKPT-REGISTRO PIC 9(07).
           05  FILLER PIC X(120).
           05  CKPT-PERIODO-INICIAL PIC 9(06).
           05  CKPT-PERIODO-FINAL PIC 9(06).

      *    CHECKPOINTS DAS PARTICOES (MESMO LAYOUT DE CALCCKPT), UM
      *    REGISTRO POR PARTICAO: SO A POSICAO DO LOTE INTERESSA.
       FD  PARTCKPT-FILE.
       01  PARTCKPT-RECORD.
           05  PCKPT-REGISTRO PIC 9(07).
           05  FILLER PIC X(132).

       FD  PARTMAP-FILE.
       01  LINHA-PARTMAP PIC X(42).

       FD  RUNLOG-FILE.
       01  LINHA-RUNLOG PIC X(101).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY PERIODO.

           COPY PARTICAO.

           COPY RUNLOG.

       77  WS-STATUS-PERIODOS PIC X(02) VALUE "00".
       77  WS-STATUS-CKPT PIC X(02) VALUE "00".
       77  WS-STATUS-PARTCKPT PIC X(02) VALUE "00".
       77  WS-STATUS-PARTMAP PIC X(02) VALUE "00".
       77  WS-STATUS-RUNLOG PIC X(02) VALUE "00".

       77  WS-EOF-PERIODOS PIC X(01) VALUE "N".
           88  FIM-PERIODOS VALUE "S".
       77  WS-EOF-PARTCKPT PIC X(01) VALUE "N".
           88  FIM-PARTCKPT VALUE "S".
       77  WS-EOF-RUNLOG PIC X(01) VALUE "N".
           88  FIM-RUNLOG VALUE "S".

       77  WS-OPCAO PIC X(01) VALUE "L".
           88  OPCAO-LISTAR VALUE "L" "l".
           88  OPCAO-FECHAR VALUE "C" "c".
           88  OPCAO-REABRIR VALUE "R" "r".
           88  OPCAO-FIM VALUE "F" "f".

       01  WS-MES-INFORMADO PIC X(06) VALUE SPACES.
       01  WS-MES-INFORMADO-NUM REDEFINES WS-MES-INFORMADO.
           05  WS-MES-INF-AAAA PIC 9(04).
           05  WS-MES-INF-MM PIC 9(02).
       77  WS-RESPONSAVEL-INFORMADO PIC X(08) VALUE SPACES.
       77  WS-MOTIVO-INFORMADO PIC X(40) VALUE SPACES.

      *    RESULTADO DA CONFERENCIA DE CALCCKPT PARA O MES INFORMADO.
       77  WS-RESTART-SW PIC X(01) VALUE "N".
           88  RESTART-PENDENTE-NO-MES VALUE "S".

      *    CARIMBO DO MAPA DE PARTICOES E DATA/HORA DA ULTIMA EXECUCAO
      *    EM RUNLOG, COMPARADOS PARA SABER SE O LOTE PARTICIONADO JA
      *    FOI CONSOLIDADO.
       77  WS-QTDE-PARTICOES-PENDENTES PIC 9(02) VALUE ZEROS.
       01  WS-CARIMBO-MAPA.
           05  WS-CARIMBO-MAPA-DATA PIC 9(08) VALUE ZEROS.
           05  WS-CARIMBO-MAPA-HORA PIC 9(08) VALUE ZEROS.
       01  WS-ULTIMA-EXECUCAO.
           05  WS-ULTIMA-EXECUCAO-DATA PIC 9(08) VALUE ZEROS.
           05  WS-ULTIMA-EXECUCAO-HORA PIC 9(08) VALUE ZEROS.
       01  WS-EXECUCAO-LIDA.
           05  WS-EXECUCAO-LIDA-DATA PIC 9(08) VALUE ZEROS.
           05  WS-EXECUCAO-LIDA-HORA PIC 9(08) VALUE ZEROS.

       77  WS-QTDE-ENTRADAS PIC 9(03) VALUE ZEROS.
       77  WS-MAX-ENTRADAS PIC 9(03) VALUE 240.
       77  WS-IDX-ACHADO PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-ALTERACOES PIC 9(03) VALUE ZEROS.
       77  WS-ALTERADO-SW PIC X(01) VALUE "N".
           88  CONTROLE-ALTERADO VALUE "S".

       01  WS-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA PIC 9(08) VALUE ZEROS.

       01  WS-TABELA-PERIODOS.
           05  WS-PER-ENTRADA OCCURS 240 TIMES INDEXED BY WS-PER-IDX.
               10  WS-PER-MES PIC 9(06).
               10  WS-PER-SITUACAO PIC X(01).
                   88  PER-ENTRADA-FECHADA VALUE "F".
               10  WS-PER-DATA PIC 9(08).
               10  WS-PER-HORA PIC 9(08).
               10  WS-PER-RESPONSAVEL PIC X(08).
               10  WS-PER-MOTIVO PIC X(40).

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESSAR-OPCAO
               THRU 2000-PROCESSAR-OPCAO-EXIT
               UNTIL OPCAO-FIM.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    CARREGA O CONTROLE EXISTENTE (SE HOUVER) PARA A TABELA EM
      *    MEMORIA E LE A PRIMEIRA OPCAO DO OPERADOR
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== CONTROLE DE PERIODOS CONTABEIS =====".

           OPEN INPUT PERIODO-FILE.
           IF WS-STATUS-PERIODOS = "00"
               MOVE "N" TO WS-EOF-PERIODOS
               PERFORM 1100-CARREGAR-LINHA
                   THRU 1100-CARREGAR-LINHA-EXIT
                   UNTIL FIM-PERIODOS
               CLOSE PERIODO-FILE
               DISPLAY "CONTROLE CARREGADO: " WS-QTDE-ENTRADAS
                   " MES(ES)"
           ELSE
               IF WS-STATUS-PERIODOS = "35"
                   DISPLAY "PERIODOS AINDA NAO EXISTE - SERA CRIADO "
                       "AO GRAVAR"
               ELSE
                   DISPLAY "ERRO FATAL AO ABRIR PERIODOS - STATUS="
                       WS-STATUS-PERIODOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 9000-LER-OPCAO
               THRU 9000-LER-OPCAO-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA UMA LINHA DE PERIODOS PARA A TABELA EM MEMORIA
      *-----------------------------------------------------------------------
       1100-CARREGAR-LINHA.

           READ PERIODO-FILE INTO WS-REGISTRO-PERIODO
               AT END
                   SET FIM-PERIODOS TO TRUE
               NOT AT END
                   IF WS-QTDE-ENTRADAS < WS-MAX-ENTRADAS
                       ADD 1 TO WS-QTDE-ENTRADAS
                       SET WS-PER-IDX TO WS-QTDE-ENTRADAS
                       MOVE PC-MES TO WS-PER-MES (WS-PER-IDX)
                       MOVE PC-SITUACAO
                           TO WS-PER-SITUACAO (WS-PER-IDX)
                       MOVE PC-DATA-ALTERACAO
                           TO WS-PER-DATA (WS-PER-IDX)
                       MOVE PC-HORA-ALTERACAO
                           TO WS-PER-HORA (WS-PER-IDX)
                       MOVE PC-RESPONSAVEL
                           TO WS-PER-RESPONSAVEL (WS-PER-IDX)
                       MOVE PC-MOTIVO TO WS-PER-MOTIVO (WS-PER-IDX)
                   ELSE
                       DISPLAY "ERRO FATAL: LIMITE DA TABELA EXCEDIDO "
                           "- MES " PC-MES " NAO CARREGADO"
                       CLOSE PERIODO-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1100-CARREGAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXECUTA A OPCAO CORRENTE DO OPERADOR E LE A PROXIMA
      *-----------------------------------------------------------------------
       2000-PROCESSAR-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM 3000-LISTAR-PERIODOS
                       THRU 3000-LISTAR-PERIODOS-EXIT
               WHEN OPCAO-FECHAR
                   PERFORM 4000-FECHAR-MES
                       THRU 4000-FECHAR-MES-EXIT
               WHEN OPCAO-REABRIR
                   PERFORM 5000-REABRIR-MES
                       THRU 5000-REABRIR-MES-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA: " WS-OPCAO
           END-EVALUATE.

           PERFORM 9000-LER-OPCAO
               THRU 9000-LER-OPCAO-EXIT.

       2000-PROCESSAR-OPCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LISTA TODOS OS MESES DO CONTROLE EM MEMORIA
      *-----------------------------------------------------------------------
       3000-LISTAR-PERIODOS.

           DISPLAY "MES    SIT ALTERADO EM       POR      MOTIVO".
           PERFORM 3100-LISTAR-ENTRADA
               THRU 3100-LISTAR-ENTRADA-EXIT
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-QTDE-ENTRADAS.
           DISPLAY "TOTAL DE MESES: " WS-QTDE-ENTRADAS
               " (MES FORA DA LISTA ESTA ABERTO)".

       3000-LISTAR-PERIODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE UMA ENTRADA DO CONTROLE
      *-----------------------------------------------------------------------
       3100-LISTAR-ENTRADA.

           DISPLAY WS-PER-MES (WS-PER-IDX) "  "
               WS-PER-SITUACAO (WS-PER-IDX) "  "
               WS-PER-DATA (WS-PER-IDX) " "
               WS-PER-HORA (WS-PER-IDX) " "
               WS-PER-RESPONSAVEL (WS-PER-IDX) " "
               WS-PER-MOTIVO (WS-PER-IDX).

       3100-LISTAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    FECHA UM MES: RECUSA MES INVALIDO, MES JA FECHADO, FALTA
      *    DO RESPONSAVEL E RESTART PENDENTE NO MES; MES AINDA FORA
      *    DO CONTROLE GANHA UMA ENTRADA NOVA
      *-----------------------------------------------------------------------
       4000-FECHAR-MES.

           PERFORM 6000-LER-MES
               THRU 6000-LER-MES-EXIT.
           IF WS-MES-INFORMADO NOT = SPACES
               PERFORM 6200-LOCALIZAR-MES
                   THRU 6200-LOCALIZAR-MES-EXIT
               IF WS-IDX-ACHADO NOT = ZERO
                   SET WS-PER-IDX TO WS-IDX-ACHADO
                   IF PER-ENTRADA-FECHADA (WS-PER-IDX)
                       DISPLAY "ERRO: MES " WS-MES-INFORMADO
                           " JA ESTA FECHADO DESDE "
                           WS-PER-DATA (WS-PER-IDX) " POR "
                           WS-PER-RESPONSAVEL (WS-PER-IDX)
                       MOVE SPACES TO WS-MES-INFORMADO
                   END-IF
               ELSE
                   IF WS-QTDE-ENTRADAS >= WS-MAX-ENTRADAS
                       DISPLAY "ERRO: CONTROLE CHEIO - LIMITE="
                           WS-MAX-ENTRADAS
                       MOVE SPACES TO WS-MES-INFORMADO
                   END-IF
               END-IF
           END-IF.

           IF WS-MES-INFORMADO NOT = SPACES
               PERFORM 7000-VERIFICAR-CHECKPOINT
                   THRU 7000-VERIFICAR-CHECKPOINT-EXIT
               IF RESTART-PENDENTE-NO-MES
                   MOVE SPACES TO WS-MES-INFORMADO
               END-IF
           END-IF.

           IF WS-MES-INFORMADO NOT = SPACES
               PERFORM 6100-LER-RESPONSAVEL
                   THRU 6100-LER-RESPONSAVEL-EXIT
           END-IF.

           IF WS-MES-INFORMADO NOT = SPACES
               IF WS-IDX-ACHADO = ZERO
                   ADD 1 TO WS-QTDE-ENTRADAS
                   SET WS-PER-IDX TO WS-QTDE-ENTRADAS
                   MOVE WS-MES-INFORMADO-NUM
                       TO WS-PER-MES (WS-PER-IDX)
               END-IF
               MOVE "F" TO WS-PER-SITUACAO (WS-PER-IDX)
               PERFORM 6300-REGISTRAR-ALTERACAO
                   THRU 6300-REGISTRAR-ALTERACAO-EXIT
               DISPLAY "MES FECHADO: " WS-MES-INFORMADO " POR "
                   WS-RESPONSAVEL-INFORMADO
           END-IF.

       4000-FECHAR-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REABRE UM MES FECHADO: SO UM MES QUE ESTA FECHADO PODE SER
      *    REABERTO, E O MOTIVO E OBRIGATORIO
      *-----------------------------------------------------------------------
       5000-REABRIR-MES.

           PERFORM 6000-LER-MES
               THRU 6000-LER-MES-EXIT.
           IF WS-MES-INFORMADO NOT = SPACES
               PERFORM 6200-LOCALIZAR-MES
                   THRU 6200-LOCALIZAR-MES-EXIT
               IF WS-IDX-ACHADO = ZERO
                   DISPLAY "ERRO: MES " WS-MES-INFORMADO
                       " NAO ESTA FECHADO"
                   MOVE SPACES TO WS-MES-INFORMADO
               ELSE
                   SET WS-PER-IDX TO WS-IDX-ACHADO
                   IF NOT PER-ENTRADA-FECHADA (WS-PER-IDX)
                       DISPLAY "ERRO: MES " WS-MES-INFORMADO
                           " NAO ESTA FECHADO"
                       MOVE SPACES TO WS-MES-INFORMADO
                   END-IF
               END-IF
           END-IF.

           IF WS-MES-INFORMADO NOT = SPACES
               PERFORM 6100-LER-RESPONSAVEL
                   THRU 6100-LER-RESPONSAVEL-EXIT
           END-IF.

           IF WS-MES-INFORMADO NOT = SPACES
               AND WS-MOTIVO-INFORMADO = SPACES
               DISPLAY "ERRO: REABERTURA EXIGE O MOTIVO"
               MOVE SPACES TO WS-MES-INFORMADO
           END-IF.

           IF WS-MES-INFORMADO NOT = SPACES
               MOVE "R" TO WS-PER-SITUACAO (WS-PER-IDX)
               PERFORM 6300-REGISTRAR-ALTERACAO
                   THRU 6300-REGISTRAR-ALTERACAO-EXIT
               DISPLAY "MES REABERTO: " WS-MES-INFORMADO " POR "
                   WS-RESPONSAVEL-INFORMADO
           END-IF.

       5000-REABRIR-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE E VALIDA O MES (AAAAMM) - MES INVALIDO VOLTA EM BRANCO
      *-----------------------------------------------------------------------
       6000-LER-MES.

           DISPLAY "MES (AAAAMM):".
           ACCEPT WS-MES-INFORMADO.

           IF WS-MES-INFORMADO IS NOT NUMERIC
               DISPLAY "ERRO: MES INVALIDO: " WS-MES-INFORMADO
               MOVE SPACES TO WS-MES-INFORMADO
           ELSE
               IF WS-MES-INF-MM < 1 OR WS-MES-INF-MM > 12
                   OR WS-MES-INF-AAAA < 1900
                   DISPLAY "ERRO: MES INVALIDO: " WS-MES-INFORMADO
                   MOVE SPACES TO WS-MES-INFORMADO
               END-IF
           END-IF.

       6000-LER-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O RESPONSAVEL (OBRIGATORIO) E O MOTIVO DA ALTERACAO -
      *    SEM RESPONSAVEL O MES VOLTA EM BRANCO E NADA E ALTERADO
      *-----------------------------------------------------------------------
       6100-LER-RESPONSAVEL.

           DISPLAY "RESPONSAVEL (ATE 8 CARACTERES):".
           ACCEPT WS-RESPONSAVEL-INFORMADO.
           DISPLAY "MOTIVO (ATE 40 CARACTERES):".
           ACCEPT WS-MOTIVO-INFORMADO.

           IF WS-RESPONSAVEL-INFORMADO = SPACES
               DISPLAY "ERRO: RESPONSAVEL NAO INFORMADO"
               MOVE SPACES TO WS-MES-INFORMADO
           END-IF.

       6100-LER-RESPONSAVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA WS-MES-INFORMADO NA TABELA EM MEMORIA, DEIXANDO O
      *    INDICE EM WS-IDX-ACHADO (ZERO SE NAO ACHAR)
      *-----------------------------------------------------------------------
       6200-LOCALIZAR-MES.

           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 6210-COMPARAR-MES
               THRU 6210-COMPARAR-MES-EXIT
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-QTDE-ENTRADAS
               OR WS-IDX-ACHADO NOT = ZERO.

       6200-LOCALIZAR-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA A ENTRADA WS-PER-IDX COM O MES INFORMADO
      *-----------------------------------------------------------------------
       6210-COMPARAR-MES.

           IF WS-PER-MES (WS-PER-IDX) = WS-MES-INFORMADO-NUM
               SET WS-IDX-ACHADO TO WS-PER-IDX
           END-IF.

       6210-COMPARAR-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA NA ENTRADA WS-PER-IDX A DATA/HORA, O RESPONSAVEL E O
      *    MOTIVO DA ALTERACAO CORRENTE
      *-----------------------------------------------------------------------
       6300-REGISTRAR-ALTERACAO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-PER-DATA (WS-PER-IDX).
           MOVE WS-HORA-SISTEMA TO WS-PER-HORA (WS-PER-IDX).
           MOVE WS-RESPONSAVEL-INFORMADO
               TO WS-PER-RESPONSAVEL (WS-PER-IDX).
           MOVE WS-MOTIVO-INFORMADO TO WS-PER-MOTIVO (WS-PER-IDX).
           ADD 1 TO WS-QTDE-ALTERACOES.
           SET CONTROLE-ALTERADO TO TRUE.

       6300-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE EM CALCCKPT SE HA LOTE EM ANDAMENTO COM REMESSA NO
      *    MES INFORMADO. CHECKPOINT ZERADO OU INEXISTENTE: NADA
      *    PENDENTE; CHECKPOINT SEM OS MESES DO LOTE OU QUE NAO SE
      *    CONSEGUE LER: MELHOR RECUSAR O FECHAMENTO DO QUE FECHAR POR
      *    CIMA DE UM RESTART QUE NAO SE CONSEGUIU CONFERIR
      *-----------------------------------------------------------------------
       7000-VERIFICAR-CHECKPOINT.

           MOVE "N" TO WS-RESTART-SW.

           OPEN INPUT CKPT-FILE.
           EVALUATE WS-STATUS-CKPT
               WHEN "00"
                   READ CKPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 7100-AVALIAR-CHECKPOINT
                               THRU 7100-AVALIAR-CHECKPOINT-EXIT
                   END-READ
                   CLOSE CKPT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: CALCCKPT ILEGIVEL (STATUS="
                       WS-STATUS-CKPT ") - FECHAMENTO RECUSADO"
                   SET RESTART-PENDENTE-NO-MES TO TRUE
           END-EVALUATE.

           PERFORM 7200-VERIFICAR-PARTICOES
               THRU 7200-VERIFICAR-PARTICOES-EXIT.

           PERFORM 7300-VERIFICAR-CONSOLIDACAO
               THRU 7300-VERIFICAR-CONSOLIDACAO-EXIT.

       7000-VERIFICAR-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    AVALIA O CHECKPOINT LIDO CONTRA O MES INFORMADO
      *-----------------------------------------------------------------------
       7100-AVALIAR-CHECKPOINT.

           IF CKPT-REGISTRO IS NUMERIC
               AND CKPT-REGISTRO > ZERO
               IF CKPT-PERIODO-INICIAL IS NOT NUMERIC
                   OR CKPT-PERIODO-FINAL IS NOT NUMERIC
                   OR CKPT-PERIODO-INICIAL = ZERO
                   SET RESTART-PENDENTE-NO-MES TO TRUE
                   DISPLAY "ERRO: HA UM LOTE EM ANDAMENTO (CALCCKPT "
                       "REGISTRO=" CKPT-REGISTRO ") SEM OS MESES DO "
                       "LOTE - FECHAMENTO RECUSADO"
               ELSE
                   IF WS-MES-INFORMADO-NUM >= CKPT-PERIODO-INICIAL
                       AND WS-MES-INFORMADO-NUM <= CKPT-PERIODO-FINAL
                       SET RESTART-PENDENTE-NO-MES TO TRUE
                       DISPLAY "ERRO: HA UM LOTE EM ANDAMENTO NO MES "
                           "(CALCCKPT REGISTRO=" CKPT-REGISTRO
                           " MESES " CKPT-PERIODO-INICIAL "-"
                           CKPT-PERIODO-FINAL ") - FECHAMENTO RECUSADO"
                   END-IF
               END-IF
           END-IF.

       7100-AVALIAR-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE OS CHECKPOINTS DAS PARTICOES (PARTCKPT, AUSENTE =
      *    SEM LOTE PARTICIONADO): UMA PARTICAO COM RESTART PENDENTE
      *    AINDA VAI CALCULAR REMESSAS QUE AS OUTRAS JA CALCULARAM, E
      *    A CONSOLIDACAO POSTA O LOTE INTEIRO - QUALQUER MES E RECUSADO
      *-----------------------------------------------------------------------
       7200-VERIFICAR-PARTICOES.

           MOVE ZEROS TO WS-QTDE-PARTICOES-PENDENTES.

           OPEN INPUT PARTCKPT-FILE.
           EVALUATE WS-STATUS-PARTCKPT
               WHEN "00"
                   MOVE "N" TO WS-EOF-PARTCKPT
                   PERFORM 7210-LER-CHECKPOINT-PARTICAO
                       THRU 7210-LER-CHECKPOINT-PARTICAO-EXIT
                       UNTIL FIM-PARTCKPT
                   CLOSE PARTCKPT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: PARTCKPT ILEGIVEL (STATUS="
                       WS-STATUS-PARTCKPT ") - FECHAMENTO RECUSADO"
                   SET RESTART-PENDENTE-NO-MES TO TRUE
           END-EVALUATE.

           IF WS-QTDE-PARTICOES-PENDENTES > ZERO
               SET RESTART-PENDENTE-NO-MES TO TRUE
               DISPLAY "ERRO: " WS-QTDE-PARTICOES-PENDENTES
                   " PARTICAO(OES) COM RESTART PENDENTE (PARTCKPT) - "
                   "FECHAMENTO RECUSADO"
           END-IF.

       7200-VERIFICAR-PARTICOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UM CHECKPOINT DE PARTICAO E CONTA-O SE TEM POSICAO
      *-----------------------------------------------------------------------
       7210-LER-CHECKPOINT-PARTICAO.

           READ PARTCKPT-FILE
               AT END
                   SET FIM-PARTCKPT TO TRUE
               NOT AT END
                   IF PCKPT-REGISTRO IS NOT NUMERIC
                       OR PCKPT-REGISTRO > ZERO
                       ADD 1 TO WS-QTDE-PARTICOES-PENDENTES
                   END-IF
           END-READ.

       7210-LER-CHECKPOINT-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE SE O ULTIMO MAPA DE PARTICOES (PARTMAP) JA FOI
      *    CONSOLIDADO: A CONSOLIDACAO GRAVA RUNLOG NO FIM, ENTAO UM
      *    MAPA COM CARIMBO POSTERIOR A ULTIMA EXECUCAO DE RUNLOG E UM
      *    LOTE PARTICIONADO AINDA EM ANDAMENTO. SEM PARTMAP NAO HA
      *    LOTE PARTICIONADO; MAPA ILEGIVEL RECUSA O FECHAMENTO
      *-----------------------------------------------------------------------
       7300-VERIFICAR-CONSOLIDACAO.

           MOVE ZEROS TO WS-CARIMBO-MAPA WS-ULTIMA-EXECUCAO.

           OPEN INPUT PARTMAP-FILE.
           EVALUATE WS-STATUS-PARTMAP
               WHEN "00"
                   READ PARTMAP-FILE INTO WS-REGISTRO-PARTMAP
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PM-CARIMBO-DATA IS NUMERIC
                               AND PM-CARIMBO-HORA IS NUMERIC
                               MOVE PM-CARIMBO-DATA
                                   TO WS-CARIMBO-MAPA-DATA
                               MOVE PM-CARIMBO-HORA
                                   TO WS-CARIMBO-MAPA-HORA
                           ELSE
                               DISPLAY "ERRO: PARTMAP SEM CARIMBO "
                                   "VALIDO - FECHAMENTO RECUSADO"
                               SET RESTART-PENDENTE-NO-MES TO TRUE
                           END-IF
                   END-READ
                   CLOSE PARTMAP-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: PARTMAP ILEGIVEL (STATUS="
                       WS-STATUS-PARTMAP ") - FECHAMENTO RECUSADO"
                   SET RESTART-PENDENTE-NO-MES TO TRUE
           END-EVALUATE.

           IF WS-CARIMBO-MAPA-DATA > ZERO
               OPEN INPUT RUNLOG-FILE
               EVALUATE WS-STATUS-RUNLOG
                   WHEN "00"
                       MOVE "N" TO WS-EOF-RUNLOG
                       PERFORM 7310-LER-EXECUCAO-RUNLOG
                           THRU 7310-LER-EXECUCAO-RUNLOG-EXIT
                           UNTIL FIM-RUNLOG
                       CLOSE RUNLOG-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO: RUNLOG ILEGIVEL (STATUS="
                           WS-STATUS-RUNLOG ") - FECHAMENTO RECUSADO"
                       SET RESTART-PENDENTE-NO-MES TO TRUE
               END-EVALUATE
               IF WS-CARIMBO-MAPA > WS-ULTIMA-EXECUCAO
                   SET RESTART-PENDENTE-NO-MES TO TRUE
                   DISPLAY "ERRO: LOTE PARTICIONADO AINDA NAO "
                       "CONSOLIDADO (PARTMAP DE "
                       WS-CARIMBO-MAPA-DATA " " WS-CARIMBO-MAPA-HORA
                       ") - FECHAMENTO RECUSADO"
               END-IF
           END-IF.

       7300-VERIFICAR-CONSOLIDACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE RUNLOG E GUARDA A DATA/HORA MAIS RECENTE
      *-----------------------------------------------------------------------
       7310-LER-EXECUCAO-RUNLOG.

           READ RUNLOG-FILE INTO WS-REGISTRO-RUNLOG
               AT END
                   SET FIM-RUNLOG TO TRUE
               NOT AT END
                   IF RL-DATA IS NUMERIC
                       AND RL-HORA IS NUMERIC
                       MOVE RL-DATA TO WS-EXECUCAO-LIDA-DATA
                       MOVE RL-HORA TO WS-EXECUCAO-LIDA-HORA
                       IF WS-EXECUCAO-LIDA > WS-ULTIMA-EXECUCAO
                           MOVE WS-EXECUCAO-LIDA
                               TO WS-ULTIMA-EXECUCAO
                       END-IF
                   END-IF
           END-READ.

       7310-LER-EXECUCAO-RUNLOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REGRAVA O CONTROLE COMPLETO EM PERIODOS QUANDO HOUVE
      *    ALTERACAO E EXIBE O RESUMO DA SESSAO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           IF CONTROLE-ALTERADO
               OPEN OUTPUT PERIODO-FILE
               IF WS-STATUS-PERIODOS NOT = "00"
                   DISPLAY "ERRO FATAL AO REGRAVAR PERIODOS - STATUS="
                       WS-STATUS-PERIODOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 8100-GRAVAR-ENTRADA
                   THRU 8100-GRAVAR-ENTRADA-EXIT
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-QTDE-ENTRADAS
               CLOSE PERIODO-FILE
               DISPLAY "PERIODOS REGRAVADO COM " WS-QTDE-ENTRADAS
                   " MES(ES) - ALTERACOES NA SESSAO: "
                   WS-QTDE-ALTERACOES
           ELSE
               DISPLAY "NENHUMA ALTERACAO - PERIODOS MANTIDO COMO "
                   "ESTAVA"
           END-IF.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA UMA ENTRADA DA TABELA EM PERIODOS NO LAYOUT DO
      *    COPYBOOK PERIODO
      *-----------------------------------------------------------------------
       8100-GRAVAR-ENTRADA.

           MOVE SPACES TO WS-REGISTRO-PERIODO.
           MOVE WS-PER-MES (WS-PER-IDX) TO PC-MES.
           MOVE WS-PER-SITUACAO (WS-PER-IDX) TO PC-SITUACAO.
           MOVE WS-PER-DATA (WS-PER-IDX) TO PC-DATA-ALTERACAO.
           MOVE WS-PER-HORA (WS-PER-IDX) TO PC-HORA-ALTERACAO.
           MOVE WS-PER-RESPONSAVEL (WS-PER-IDX) TO PC-RESPONSAVEL.
           MOVE WS-PER-MOTIVO (WS-PER-IDX) TO PC-MOTIVO.
           WRITE LINHA-PERIODO FROM WS-REGISTRO-PERIODO.

       8100-GRAVAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE A PROXIMA OPCAO DO OPERADOR
      *-----------------------------------------------------------------------
       9000-LER-OPCAO.

           DISPLAY "L-LISTAR  C-FECHAR  R-REABRIR  F-FIM".
           DISPLAY "Escolha uma opcao:".
           ACCEPT WS-OPCAO.

       9000-LER-OPCAO-EXIT.
           EXIT.

       END PROGRAM PeriodoControle.
