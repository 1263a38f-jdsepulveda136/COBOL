      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. ConciliaRazao.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:15/10/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Conciliar as confirmacoes de postagem devolvidas
      *           pela equipe do razao (CONFRAZ, copybook CONFRAZ)
      *           com as geracoes do extrato contabil GLEXTR e com a
      *           linha de RUNLOG do lote que gerou cada extrato, para
      *           uma geracao que nao foi postada aparecer no dia
      *           seguinte e nao so no fechamento do mes.
      *
      *           EXTRATO: todos os registros de GLEXTR com a mesma
      *           data efetiva (a geracao de um lote limpo). Duas
      *           geracoes com a mesma data efetiva sao somadas, como
      *           o razao as posta. Cada registro (categoria + data
      *           efetiva + tipo N/E) e conferido contra a ultima
      *           confirmacao recebida para a mesma chave:
      *             POSTADO          - todos os registros postados e
      *                                com quantidade/totais iguais
      *             VALOR DIVERGENTE - algum registro postado com
      *                                quantidade ou total diferente
      *             POSTADO PARCIAL  - parte postada, parte rejeitada
      *                                ou sem confirmacao
      *             REJEITADO        - nada postado, algo rejeitado
      *             NAO CONFIRMADO   - nenhuma confirmacao ainda
      *           com a idade em dias desde a execucao do lote (data
      *           do RUNLOG; sem ela, desde a data efetiva).
      *           A linha de RUNLOG do lote (execucao limpa - S/S/N -
      *           cuja data efetiva, a maior data de header entre as
      *           remessas aceitas, e a do extrato) tem a quantidade
      *           de validos e os totais conferidos com o extrato.
      *
      *           CONTROLE PERMANENTE: PENDRAZ (copybook PENDRAZ) guarda
      *           cada registro enviado com a ultima confirmacao, e e
      *           regravado por inteiro a cada execucao, em duas fases
      *           via o arquivo de trabalho PENDNOVO, como RETIDOS no
      *           LiberaRetidos. Extrato em aberto continua em PENDRAZ
      *           - e no relatorio - ate ficar POSTADO, mesmo depois
      *           de a geracao de GLEXTR sair do GDG; extrato POSTADO
      *           sai de PENDRAZ quando a sua geracao deixa de vir em
      *           GLEXTR. As confirmacoes substituem a anterior da
      *           mesma chave, entao reler o mesmo CONFRAZ nao muda
      *           nada.
      *           Confirmacao invalida ou sem registro correspondente
      *           em GLEXTR/PENDRAZ e recusada e listada.
      *
      *           PARMFILE (opcional): PRAZO=n (1 a 999, padrao 5) -
      *           extrato em aberto ha mais de n dias sai marcado
      *           VENCIDO.
      *           RC=4 quando ha extrato VENCIDO, confirmacao recusada,
      *           registro invalido em GLEXTR ou RUNLOG divergente do
      *           extrato; RC=16 em erro de PARMFILE, PENDRAZ ou
      *           estouro das tabelas (nada e regravado).
      *
      *HISTORICO DE ALTERACOES:
      *15/10/2026 JS - Versao inicial.
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

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMFILE.

           SELECT GLEXTR-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GLEXTR.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUNLOG.

           SELECT CONFRAZ-FILE ASSIGN TO "CONFRAZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFRAZ.

           SELECT PENDRAZ-FILE ASSIGN TO "PENDRAZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDRAZ.

           SELECT WORK-FILE ASSIGN TO "PENDNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDNOVO.

           SELECT REPORT-FILE ASSIGN TO "RELCONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  PARM-FILE.
       01  LINHA-PARAMETRO PIC X(80).

       FD  GLEXTR-FILE.
       01  LINHA-GLEXTR PIC X(59).

       FD  RUNLOG-FILE.
       01  LINHA-RUNLOG PIC X(101).

       FD  CONFRAZ-FILE.
       01  LINHA-CONFRAZ PIC X(68).

       FD  PENDRAZ-FILE.
       01  LINHA-PENDRAZ PIC X(173).

       FD  WORK-FILE.
       01  LINHA-PENDNOVO PIC X(173).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY GLEXTR.

           COPY RUNLOG.

           COPY CONFRAZ.

           COPY PENDRAZ.

       77  WS-STATUS-PARMFILE PIC X(02) VALUE "00".
       77  WS-STATUS-GLEXTR PIC X(02) VALUE "00".
       77  WS-STATUS-RUNLOG PIC X(02) VALUE "00".
       77  WS-STATUS-CONFRAZ PIC X(02) VALUE "00".
       77  WS-STATUS-PENDRAZ PIC X(02) VALUE "00".
       77  WS-STATUS-PENDNOVO PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO PIC X(02) VALUE "00".

       77  WS-EOF-PARMFILE PIC X(01) VALUE "N".
           88  FIM-PARMFILE VALUE "S".
       77  WS-EOF-GLEXTR PIC X(01) VALUE "N".
           88  FIM-GLEXTR VALUE "S".
       77  WS-EOF-RUNLOG PIC X(01) VALUE "N".
           88  FIM-RUNLOG VALUE "S".
       77  WS-EOF-CONFRAZ PIC X(01) VALUE "N".
           88  FIM-CONFRAZ VALUE "S".
       77  WS-EOF-PENDRAZ PIC X(01) VALUE "N".
           88  FIM-PENDRAZ VALUE "S".
       77  WS-EOF-PENDNOVO PIC X(01) VALUE "N".
           88  FIM-PENDNOVO VALUE "S".

      *    PARMFILE E OPCIONAL; PALAVRA-CHAVE DESCONHECIDA OU VALOR
      *    INVALIDO DERRUBA O PASSO COM RETURN-CODE 16.
       77  WS-PARM-ERRO-SW PIC X(01) VALUE "N".
           88  PARM-COM-ERRO VALUE "S".
       77  WS-PARM-KEYWORD PIC X(20) VALUE SPACES.
       77  WS-PARM-VALOR PIC X(20) VALUE SPACES.

      *    EXTRATO EM ABERTO HA MAIS DESTES DIAS SAI MARCADO VENCIDO E
      *    LEVA O PASSO A RC=4.
       77  WS-DIAS-PRAZO PIC 9(03) VALUE 5.

      *    EXECUCAO DE RUNLOG EM ANDAMENTO: A LINHA DA EXECUCAO FICA
      *    EM WS-REGISTRO-RUNLOG ATE A PROXIMA (OU O FIM), ENQUANTO AS
      *    LINHAS "FDR" SEGUINTES DAO A DATA EFETIVA DO LOTE.
       77  WS-EXECUCAO-SW PIC X(01) VALUE "N".
           88  EXECUCAO-PENDENTE VALUE "S".
       77  WS-RL-DATA-EFETIVA PIC 9(08) VALUE ZEROS.

       77  WS-QTDE-GLEXTR PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-GLEXTR-INVALIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-EXECUCOES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CONF-LIDAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CONF-APLICADAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CONF-RECUSADAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PENDRAZ-LIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PENDRAZ-GRAVADOS PIC 9(07) VALUE ZEROS.

       77  WS-QTDE-POSTADOS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PARCIAIS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-NAO-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-VENCIDOS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RUNLOG-DIVERGENTE PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BAIXADOS PIC 9(05) VALUE ZEROS.
       77  WS-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.

       77  WS-CONF-PROBLEMA-SW PIC X(01) VALUE "N".
           88  CABECALHO-CONF-GRAVADO VALUE "S".
       77  WS-MOTIVO-RECUSA PIC X(40) VALUE SPACES.

      *    CONTADORES E SOMAS DO EXTRATO CORRENTE, APURADOS EM 5200
       77  WS-EXT-ITENS PIC 9(04) VALUE ZEROS.
       77  WS-EXT-POSTADOS PIC 9(04) VALUE ZEROS.
       77  WS-EXT-DIVERGENTES PIC 9(04) VALUE ZEROS.
       77  WS-EXT-REJEITADOS PIC 9(04) VALUE ZEROS.
       77  WS-EXT-SEM-CONF PIC 9(04) VALUE ZEROS.
       77  WS-EXT-SOMA-QTDE PIC 9(09) VALUE ZEROS.
       77  WS-EXT-SOMA-SOMA PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WS-EXT-SOMA-SUB PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WS-EXT-SOMA-MULT PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WS-DIAS-ABERTO PIC 9(05) VALUE ZEROS.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAA PIC 9(04).
           05  WS-DATA-MM PIC 9(02).
           05  WS-DATA-DD PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA PIC 9(08).

       77  WS-HORA-SISTEMA PIC 9(08) VALUE ZEROS.

      *    NUMERO DO DIA (CONTAGEM CORRIDA DE DIAS) PARA O CALCULO DA
      *    IDADE DO EXTRATO - 9500 CONVERTE WS-JUL-DATA EM
      *    WS-JUL-NUMERO; A IDADE E A DIFERENCA ENTRE O DIA DE HOJE E
      *    O DIA DA EXECUCAO DO LOTE.
       01  WS-JUL-DATA.
           05  WS-JUL-AAAA PIC 9(04).
           05  WS-JUL-MM PIC 9(02).
           05  WS-JUL-DD PIC 9(02).
       01  WS-JUL-DATA-NUM REDEFINES WS-JUL-DATA PIC 9(08).

       77  WS-JUL-NUMERO PIC 9(08) VALUE ZEROS.
       77  WS-JUL-HOJE PIC 9(08) VALUE ZEROS.
       77  WS-JUL-AJUSTE PIC 9(01) VALUE ZEROS.
       77  WS-JUL-ANO PIC 9(05) VALUE ZEROS.
       77  WS-JUL-MES PIC 9(02) VALUE ZEROS.
       77  WS-JUL-PARCELA PIC 9(08) VALUE ZEROS.

      *    DATA A FORMATAR PARA O RELATORIO (9600)
       01  WS-FMT-DATA.
           05  WS-FMT-AAAA PIC 9(04).
           05  WS-FMT-MM PIC 9(02).
           05  WS-FMT-DD PIC 9(02).
       01  WS-FMT-DATA-NUM REDEFINES WS-FMT-DATA PIC 9(08).
       01  WS-FMT-DATA-EDITADA.
           05  WS-FMT-E-DD PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  WS-FMT-E-MM PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  WS-FMT-E-AAAA PIC 9(04).
       77  WS-FMT-DATA-SAIDA PIC X(10) VALUE SPACES.

      *    TABELA DOS EXTRATOS (UM POR DATA EFETIVA), CARREGADA DE
      *    PENDRAZ E DE GLEXTR E ORDENADA POR DATA EM 5000.
      *    EXT-NO-GLEXTR: A GERACAO AINDA VEIO EM GLEXTR NESTA
      *    EXECUCAO (OS VALORES ENVIADOS SAO REAPURADOS DELA).
      *    WS-EXT-RL-*: SOMA DAS EXECUCOES LIMPAS DE RUNLOG DO EXTRATO.
       77  WS-QTDE-EXTRATOS PIC 9(03) VALUE ZEROS.
       77  WS-MAX-EXTRATOS PIC 9(03) VALUE 500.
       77  WS-EXT-IDX-ACHADO PIC 9(03) VALUE ZEROS.
       77  WS-DATA-PROCURADA PIC 9(08) VALUE ZEROS.

       01  WS-TABELA-EXTRATOS.
           05  WS-EXT-ENTRADA OCCURS 500 TIMES INDEXED BY WS-EXT-IDX
                                                          WS-EXT-IDX2.
               10  WS-EXT-DATA PIC 9(08).
               10  WS-EXT-GLEXTR-SW PIC X(01).
                   88  EXT-NO-GLEXTR VALUE "S".
               10  WS-EXT-SITUACAO PIC X(01).
                   88  EXT-POSTADO VALUE "T".
                   88  EXT-PARCIAL VALUE "P".
                   88  EXT-DIVERGENTE VALUE "D".
                   88  EXT-REJEITADO VALUE "R".
                   88  EXT-NAO-CONFIRMADO VALUE "N".
               10  WS-EXT-DATA-EXECUCAO PIC 9(08).
               10  WS-EXT-HORA-EXECUCAO PIC 9(08).
               10  WS-EXT-DATA-CONCILIACAO PIC 9(08).
               10  WS-EXT-QTDE-EXECUCOES PIC 9(03).
               10  WS-EXT-RL-QTDE PIC 9(09).
               10  WS-EXT-RL-SOMA PIC S9(12)V99 COMP-3.
               10  WS-EXT-RL-SUB PIC S9(12)V99 COMP-3.
               10  WS-EXT-RL-MULT PIC S9(12)V99 COMP-3.

       01  WS-EXT-TROCA PIC X(70).

      *    TABELA DOS REGISTROS ENVIADOS (CATEGORIA + DATA EFETIVA +
      *    TIPO) COM A ULTIMA CONFIRMACAO DO RAZAO.
      *    WS-ITE-SITUACAO: "N"/"P"/"D"/"R" COMO PE-SITUACAO (PENDRAZ).
       77  WS-QTDE-ITENS PIC 9(04) VALUE ZEROS.
       77  WS-MAX-ITENS PIC 9(04) VALUE 3000.
       77  WS-ITE-IDX-ACHADO PIC 9(04) VALUE ZEROS.
       77  WS-CATEGORIA-PROCURADA PIC X(04) VALUE SPACES.
       77  WS-TIPO-PROCURADO PIC X(01) VALUE SPACES.

       01  WS-TABELA-ITENS.
           05  WS-ITE-ENTRADA OCCURS 3000 TIMES INDEXED BY WS-ITE-IDX.
               10  WS-ITE-DATA PIC 9(08).
               10  WS-ITE-CATEGORIA PIC X(04).
               10  WS-ITE-TIPO PIC X(01).
               10  WS-ITE-SITUACAO PIC X(01).
                   88  ITE-SEM-CONFIRMACAO VALUE "N".
                   88  ITE-POSTADO VALUE "P".
                   88  ITE-DIVERGENTE VALUE "D".
                   88  ITE-REJEITADO VALUE "R".
               10  WS-ITE-QTDE PIC 9(07).
               10  WS-ITE-SOMA PIC S9(10)V99 COMP-3.
               10  WS-ITE-SUB PIC S9(10)V99 COMP-3.
               10  WS-ITE-MULT PIC S9(10)V99 COMP-3.
               10  WS-ITE-CONF-SITUACAO PIC X(01).
               10  WS-ITE-CONF-QTDE PIC 9(07).
               10  WS-ITE-CONF-SOMA PIC S9(10)V99 COMP-3.
               10  WS-ITE-CONF-SUB PIC S9(10)V99 COMP-3.
               10  WS-ITE-CONF-MULT PIC S9(10)V99 COMP-3.
               10  WS-ITE-CONF-DATA-POSTAGEM PIC 9(08).
               10  WS-ITE-CONF-DATA-RECEBIDA PIC 9(08).
               10  WS-ITE-DATA-INCLUSAO PIC 9(08).

       01  WS-CABECALHO-CONC.
           05  FILLER PIC X(50)
               VALUE "CONCILIACAO DAS CONFIRMACOES DO RAZAO (GLEXTR)".
           05  FILLER PIC X(10) VALUE "   DATA:  ".
           05  WCC-DD PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  WCC-MM PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  WCC-AAAA PIC 9(04).
           05  FILLER PIC X(09) VALUE "  PRAZO: ".
           05  WCC-PRAZO PIC ZZ9.
           05  FILLER PIC X(05) VALUE " DIAS".
           05  FILLER PIC X(46) VALUE SPACES.

       01  WS-CABECALHO-CONF.
           05  FILLER PIC X(40)
               VALUE "CONFIRMACOES RECUSADAS:".
           05  FILLER PIC X(93) VALUE SPACES.

      *    CONFIRMACAO RECUSADA: A LINHA COMO VEIO E O MOTIVO
       01  WS-LINHA-CONF.
           05  FILLER PIC X(07) VALUE "LINHA: ".
           05  WLC-SEQUENCIA PIC Z(06)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLC-CONFIRMACAO PIC X(68).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLC-MOTIVO PIC X(40).
           05  FILLER PIC X(07) VALUE SPACES.

       01  WS-LINHA-EXTRATO.
           05  FILLER PIC X(08) VALUE "EXTRATO ".
           05  WLE-DATA-EFETIVA PIC X(10).
           05  FILLER PIC X(06) VALUE " LOTE:".
           05  WLE-DATA-EXECUCAO PIC X(10).
           05  FILLER PIC X(06) VALUE " REGS:".
           05  WLE-ITENS PIC ZZZ9.
           05  FILLER PIC X(06) VALUE " POST:".
           05  WLE-POSTADOS PIC ZZZ9.
           05  FILLER PIC X(05) VALUE " DIV:".
           05  WLE-DIVERGENTES PIC ZZZ9.
           05  FILLER PIC X(05) VALUE " REJ:".
           05  WLE-REJEITADOS PIC ZZZ9.
           05  FILLER PIC X(05) VALUE " S/C:".
           05  WLE-SEM-CONF PIC ZZZ9.
           05  FILLER PIC X(07) VALUE " IDADE:".
           05  WLE-DIAS PIC ZZZZ9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLE-SITUACAO PIC X(16).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLE-ALERTA PIC X(08).
           05  FILLER PIC X(07) VALUE "RUNLOG:".
           05  WLE-RUNLOG PIC X(07).
           05  FILLER PIC X(01) VALUE SPACE.

      *    REGISTRO DE UM EXTRATO EM ABERTO QUE NAO ESTA POSTADO E
      *    CONFERIDO: O QUE FOI ENVIADO E O QUE O RAZAO CONFIRMOU
       01  WS-LINHA-REGISTRO.
           05  FILLER PIC X(06) VALUE SPACES.
           05  WLR-CATEGORIA PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLR-TIPO PIC X(01).
           05  FILLER PIC X(10) VALUE "  ENVIADO:".
           05  WLR-QTDE PIC Z(06)9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLR-SOMA PIC -(10)9.99.
           05  FILLER PIC X(08) VALUE "  RAZAO:".
           05  WLR-CONF-QTDE PIC Z(06)9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLR-CONF-SOMA PIC -(10)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLR-CONF-DATA PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLR-SITUACAO PIC X(24).
           05  FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA-TOTAL-1.
           05  FILLER PIC X(10) VALUE "EXTRATOS: ".
           05  WT1-EXTRATOS PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  POSTADOS: ".
           05  WT1-POSTADOS PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  PARCIAIS: ".
           05  WT1-PARCIAIS PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  DIVERGENTES: ".
           05  WT1-DIVERGENTES PIC ZZZZ9.
           05  FILLER PIC X(14) VALUE "  REJEITADOS: ".
           05  WT1-REJEITADOS PIC ZZZZ9.
           05  FILLER PIC X(19) VALUE "  NAO CONFIRMADOS: ".
           05  WT1-NAO-CONFIRMADOS PIC ZZZZ9.
           05  FILLER PIC X(21) VALUE SPACES.

       01  WS-LINHA-TOTAL-2.
           05  FILLER PIC X(10) VALUE "VENCIDOS: ".
           05  WT2-VENCIDOS PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "  CONFIRMACOES: ".
           05  WT2-CONF-LIDAS PIC Z(06)9.
           05  FILLER PIC X(13) VALUE "  RECUSADAS: ".
           05  WT2-CONF-RECUSADAS PIC Z(06)9.
           05  FILLER PIC X(22) VALUE "  RUNLOG DIVERGENTE: ".
           05  WT2-RUNLOG-DIVERGENTE PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  BAIXADOS: ".
           05  WT2-BAIXADOS PIC ZZZZ9.
           05  FILLER PIC X(31) VALUE SPACES.

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CARREGAR-GLEXTR
               THRU 2000-CARREGAR-GLEXTR-EXIT.

           PERFORM 3000-LER-RUNLOG
               THRU 3000-LER-RUNLOG-EXIT.

           PERFORM 4000-APLICAR-CONFIRMACOES
               THRU 4000-APLICAR-CONFIRMACOES-EXIT.

           PERFORM 5000-APURAR-EXTRATOS
               THRU 5000-APURAR-EXTRATOS-EXIT.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    LE OS PARAMETROS, CARREGA O CONTROLE PERMANENTE PENDRAZ
      *    PARA AS TABELAS E ABRE O RELATORIO
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== CONCILIACAO DAS CONFIRMACOES DO RAZAO =====".

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-JUL-DATA.
           PERFORM 9500-CALCULAR-NUMERO-DIA
               THRU 9500-CALCULAR-NUMERO-DIA-EXIT.
           MOVE WS-JUL-NUMERO TO WS-JUL-HOJE.

           PERFORM 1010-LER-PARAMETROS
               THRU 1010-LER-PARAMETROS-EXIT.

           PERFORM 1100-CARREGAR-PENDENCIAS
               THRU 1100-CARREGAR-PENDENCIAS-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR RELCONC - STATUS="
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-DD TO WCC-DD.
           MOVE WS-DATA-MM TO WCC-MM.
           MOVE WS-DATA-AAAA TO WCC-AAAA.
           MOVE WS-DIAS-PRAZO TO WCC-PRAZO.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-CONC.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O ARQUIVO DE PARAMETROS (PARMFILE), QUANDO HOUVER -
      *    PALAVRA-CHAVE DESCONHECIDA OU VALOR INVALIDO DERRUBA O
      *    PASSO COM RETURN-CODE 16
      *-----------------------------------------------------------------------
       1010-LER-PARAMETROS.

           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARMFILE = "00"
               MOVE "N" TO WS-EOF-PARMFILE
               PERFORM 1015-PROCESSAR-PARAMETRO
                   THRU 1015-PROCESSAR-PARAMETRO-EXIT
                   UNTIL FIM-PARMFILE
               CLOSE PARM-FILE
           ELSE
               IF WS-STATUS-PARMFILE NOT = "35"
                   DISPLAY "ERRO FATAL AO ABRIR PARMFILE - STATUS="
                       WS-STATUS-PARMFILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF PARM-COM-ERRO
               DISPLAY "PARAMETROS INVALIDOS - CONCILIACAO NAO "
                   "EXECUTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "PRAZO PARA CONFIRMACAO: " WS-DIAS-PRAZO " DIAS".

       1010-LER-PARAMETROS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCESSA UMA LINHA DE PARMFILE ("PALAVRA=VALOR"; LINHA EM
      *    BRANCO OU COMECADA POR "*" E COMENTARIO)
      *-----------------------------------------------------------------------
       1015-PROCESSAR-PARAMETRO.

           READ PARM-FILE
               AT END
                   SET FIM-PARMFILE TO TRUE
           END-READ.

           IF NOT FIM-PARMFILE
               AND LINHA-PARAMETRO NOT = SPACES
               AND LINHA-PARAMETRO(1:1) NOT = "*"
               PERFORM 1016-AVALIAR-PARAMETRO
                   THRU 1016-AVALIAR-PARAMETRO-EXIT
           END-IF.

       1015-PROCESSAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DECOMPOE E VALIDA A LINHA DE PARAMETRO CORRENTE
      *-----------------------------------------------------------------------
       1016-AVALIAR-PARAMETRO.

           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALOR.
           UNSTRING LINHA-PARAMETRO DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALOR
           END-UNSTRING.

           EVALUATE WS-PARM-KEYWORD
               WHEN "PRAZO"
                   MOVE ZEROS TO WS-DIAS-PRAZO
                   IF WS-PARM-VALOR(1:1) IS NUMERIC
                       AND WS-PARM-VALOR(2:) = SPACES
                       MOVE WS-PARM-VALOR(1:1) TO WS-DIAS-PRAZO
                   END-IF
                   IF WS-PARM-VALOR(1:2) IS NUMERIC
                       AND WS-PARM-VALOR(3:) = SPACES
                       MOVE WS-PARM-VALOR(1:2) TO WS-DIAS-PRAZO
                   END-IF
                   IF WS-PARM-VALOR(1:3) IS NUMERIC
                       AND WS-PARM-VALOR(4:) = SPACES
                       MOVE WS-PARM-VALOR(1:3) TO WS-DIAS-PRAZO
                   END-IF
                   IF WS-DIAS-PRAZO = ZERO
                       SET PARM-COM-ERRO TO TRUE
                       DISPLAY "ERRO: VALOR INVALIDO PARA PRAZO "
                           "(1 A 999): " WS-PARM-VALOR
                   END-IF
               WHEN OTHER
                   SET PARM-COM-ERRO TO TRUE
                   DISPLAY "ERRO: PALAVRA-CHAVE DESCONHECIDA EM "
                       "PARMFILE: " WS-PARM-KEYWORD
           END-EVALUATE.

       1016-AVALIAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA O CONTROLE PERMANENTE PENDRAZ PARA AS TABELAS DE
      *    EXTRATOS E REGISTROS (AUSENTE = PRIMEIRA CONCILIACAO)
      *-----------------------------------------------------------------------
       1100-CARREGAR-PENDENCIAS.

           OPEN INPUT PENDRAZ-FILE.
           EVALUATE WS-STATUS-PENDRAZ
               WHEN "00"
                   MOVE "N" TO WS-EOF-PENDRAZ
                   PERFORM 1110-CARREGAR-PENDENCIA
                       THRU 1110-CARREGAR-PENDENCIA-EXIT
                       UNTIL FIM-PENDRAZ
                   CLOSE PENDRAZ-FILE
                   DISPLAY "PENDRAZ CARREGADO: " WS-QTDE-PENDRAZ-LIDOS
                       " REGISTRO(S) DE " WS-QTDE-EXTRATOS
                       " EXTRATO(S)"
               WHEN "35"
                   DISPLAY "PENDRAZ AINDA NAO EXISTE - PRIMEIRA "
                       "CONCILIACAO"
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR PENDRAZ - STATUS="
                       WS-STATUS-PENDRAZ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-CARREGAR-PENDENCIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA UM REGISTRO DE PENDRAZ: O EXTRATO (DATA, EXECUCAO
      *    DO LOTE, DATA DA CONCILIACAO) E O REGISTRO ENVIADO COM A
      *    ULTIMA CONFIRMACAO
      *-----------------------------------------------------------------------
       1110-CARREGAR-PENDENCIA.

           READ PENDRAZ-FILE INTO WS-REGISTRO-PENDRAZ
               AT END
                   SET FIM-PENDRAZ TO TRUE
           END-READ.

           IF NOT FIM-PENDRAZ
               IF WS-STATUS-PENDRAZ NOT = "00"
                   DISPLAY "ERRO FATAL DE LEITURA EM PENDRAZ - STATUS="
                       WS-STATUS-PENDRAZ
                   CLOSE PENDRAZ-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-PENDRAZ-LIDOS
               MOVE PE-DATA-EFETIVA TO WS-DATA-PROCURADA
               PERFORM 6000-INCLUIR-EXTRATO
                   THRU 6000-INCLUIR-EXTRATO-EXIT
               SET WS-EXT-IDX TO WS-EXT-IDX-ACHADO
               MOVE PE-DATA-EXECUCAO
                   TO WS-EXT-DATA-EXECUCAO (WS-EXT-IDX)
               MOVE PE-HORA-EXECUCAO
                   TO WS-EXT-HORA-EXECUCAO (WS-EXT-IDX)
               MOVE PE-DATA-CONCILIACAO
                   TO WS-EXT-DATA-CONCILIACAO (WS-EXT-IDX)
               MOVE PE-CATEGORIA TO WS-CATEGORIA-PROCURADA
               MOVE PE-TIPO TO WS-TIPO-PROCURADO
               PERFORM 6100-INCLUIR-ITEM
                   THRU 6100-INCLUIR-ITEM-EXIT
               SET WS-ITE-IDX TO WS-ITE-IDX-ACHADO
               MOVE PE-QTDE TO WS-ITE-QTDE (WS-ITE-IDX)
               MOVE PE-TOTAL-SOMA TO WS-ITE-SOMA (WS-ITE-IDX)
               MOVE PE-TOTAL-SUB TO WS-ITE-SUB (WS-ITE-IDX)
               MOVE PE-TOTAL-MULT TO WS-ITE-MULT (WS-ITE-IDX)
               MOVE PE-CONF-SITUACAO
                   TO WS-ITE-CONF-SITUACAO (WS-ITE-IDX)
               MOVE PE-CONF-QTDE TO WS-ITE-CONF-QTDE (WS-ITE-IDX)
               MOVE PE-CONF-SOMA TO WS-ITE-CONF-SOMA (WS-ITE-IDX)
               MOVE PE-CONF-SUB TO WS-ITE-CONF-SUB (WS-ITE-IDX)
               MOVE PE-CONF-MULT TO WS-ITE-CONF-MULT (WS-ITE-IDX)
               MOVE PE-CONF-DATA-POSTAGEM
                   TO WS-ITE-CONF-DATA-POSTAGEM (WS-ITE-IDX)
               MOVE PE-CONF-DATA-RECEBIDA
                   TO WS-ITE-CONF-DATA-RECEBIDA (WS-ITE-IDX)
               MOVE PE-DATA-INCLUSAO
                   TO WS-ITE-DATA-INCLUSAO (WS-ITE-IDX)
           END-IF.

       1110-CARREGAR-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE AS GERACOES DE GLEXTR (CONCATENADAS, EM QUALQUER ORDEM)
      *    E REAPURA O QUE FOI ENVIADO EM CADA EXTRATO
      *-----------------------------------------------------------------------
       2000-CARREGAR-GLEXTR.

           OPEN INPUT GLEXTR-FILE.
           EVALUATE WS-STATUS-GLEXTR
               WHEN "00"
                   MOVE "N" TO WS-EOF-GLEXTR
                   PERFORM 2100-CARREGAR-REGISTRO-GL
                       THRU 2100-CARREGAR-REGISTRO-GL-EXIT
                       UNTIL FIM-GLEXTR
                   CLOSE GLEXTR-FILE
                   DISPLAY "GLEXTR: " WS-QTDE-GLEXTR
                       " REGISTRO(S) LIDO(S)"
               WHEN "35"
                   DISPLAY "AVISO: GLEXTR NAO ENCONTRADO - SO OS "
                       "EXTRATOS DE PENDRAZ SERAO CONCILIADOS"
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR GLEXTR - STATUS="
                       WS-STATUS-GLEXTR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-CARREGAR-GLEXTR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA UM REGISTRO DE GLEXTR AO REGISTRO ENVIADO DA MESMA
      *    CHAVE. NA PRIMEIRA VEZ QUE A DATA EFETIVA APARECE NESTA
      *    EXECUCAO, OS VALORES ENVIADOS QUE VIERAM DE PENDRAZ SAO
      *    ZERADOS - O GLEXTR E A FONTE DELES ENQUANTO ESTIVER NO GDG
      *-----------------------------------------------------------------------
       2100-CARREGAR-REGISTRO-GL.

           READ GLEXTR-FILE INTO WS-REGISTRO-GLEXTR
               AT END
                   SET FIM-GLEXTR TO TRUE
           END-READ.

           IF NOT FIM-GLEXTR
               AND WS-STATUS-GLEXTR NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM GLEXTR - STATUS="
                   WS-STATUS-GLEXTR
               CLOSE GLEXTR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT FIM-GLEXTR
               ADD 1 TO WS-QTDE-GLEXTR
               IF GL-DATA-EFETIVA IS NOT NUMERIC
                   OR GL-QTDE IS NOT NUMERIC
                   OR GL-TOTAL-SOMA IS NOT NUMERIC
                   OR GL-TOTAL-SUB IS NOT NUMERIC
                   OR GL-TOTAL-MULT IS NOT NUMERIC
                   OR NOT (GL-LANCAMENTO-NORMAL
                       OR GL-LANCAMENTO-ESTORNO)
                   ADD 1 TO WS-QTDE-GLEXTR-INVALIDOS
                   DISPLAY "AVISO: REGISTRO INVALIDO EM GLEXTR "
                       "IGNORADO: " LINHA-GLEXTR
               ELSE
                   MOVE GL-DATA-EFETIVA TO WS-DATA-PROCURADA
                   PERFORM 6000-INCLUIR-EXTRATO
                       THRU 6000-INCLUIR-EXTRATO-EXIT
                   SET WS-EXT-IDX TO WS-EXT-IDX-ACHADO
                   IF NOT EXT-NO-GLEXTR (WS-EXT-IDX)
                       SET EXT-NO-GLEXTR (WS-EXT-IDX) TO TRUE
                       PERFORM 2200-ZERAR-ENVIADO
                           THRU 2200-ZERAR-ENVIADO-EXIT
                           VARYING WS-ITE-IDX FROM 1 BY 1
                           UNTIL WS-ITE-IDX > WS-QTDE-ITENS
                   END-IF
                   MOVE GL-CATEGORIA TO WS-CATEGORIA-PROCURADA
                   MOVE GL-TIPO TO WS-TIPO-PROCURADO
                   PERFORM 6100-INCLUIR-ITEM
                       THRU 6100-INCLUIR-ITEM-EXIT
                   SET WS-ITE-IDX TO WS-ITE-IDX-ACHADO
                   ADD GL-QTDE TO WS-ITE-QTDE (WS-ITE-IDX)
                   ADD GL-TOTAL-SOMA TO WS-ITE-SOMA (WS-ITE-IDX)
                   ADD GL-TOTAL-SUB TO WS-ITE-SUB (WS-ITE-IDX)
                   ADD GL-TOTAL-MULT TO WS-ITE-MULT (WS-ITE-IDX)
               END-IF
           END-IF.

       2100-CARREGAR-REGISTRO-GL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ZERA OS VALORES ENVIADOS DO REGISTRO WS-ITE-IDX QUANDO ELE
      *    E DO EXTRATO DE WS-DATA-PROCURADA
      *-----------------------------------------------------------------------
       2200-ZERAR-ENVIADO.

           IF WS-ITE-DATA (WS-ITE-IDX) = WS-DATA-PROCURADA
               MOVE ZEROS TO WS-ITE-QTDE (WS-ITE-IDX)
                             WS-ITE-SOMA (WS-ITE-IDX)
                             WS-ITE-SUB (WS-ITE-IDX)
                             WS-ITE-MULT (WS-ITE-IDX)
           END-IF.

       2200-ZERAR-ENVIADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O HISTORICO RUNLOG E SOMA CADA EXECUCAO LIMPA AO
      *    EXTRATO DA SUA DATA EFETIVA
      *-----------------------------------------------------------------------
       3000-LER-RUNLOG.

           OPEN INPUT RUNLOG-FILE.
           EVALUATE WS-STATUS-RUNLOG
               WHEN "00"
                   MOVE "N" TO WS-EOF-RUNLOG
                   PERFORM 3100-PROCESSAR-LINHA-RUNLOG
                       THRU 3100-PROCESSAR-LINHA-RUNLOG-EXIT
                       UNTIL FIM-RUNLOG
                   PERFORM 3200-ENCERRAR-EXECUCAO
                       THRU 3200-ENCERRAR-EXECUCAO-EXIT
                   CLOSE RUNLOG-FILE
               WHEN "35"
                   DISPLAY "AVISO: RUNLOG NAO ENCONTRADO - EXTRATOS "
                       "SEM CONFERENCIA COM A EXECUCAO"
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR RUNLOG - STATUS="
                       WS-STATUS-RUNLOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3000-LER-RUNLOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    TRATA UMA LINHA DE RUNLOG: A LINHA "FDR" DE UMA REMESSA
      *    ACEITA COM HEADER PODE AUMENTAR A DATA EFETIVA DA EXECUCAO
      *    EM ANDAMENTO; A LINHA DE UMA EXECUCAO ENCERRA A ANTERIOR E
      *    PASSA A SER A EXECUCAO EM ANDAMENTO
      *-----------------------------------------------------------------------
       3100-PROCESSAR-LINHA-RUNLOG.

           READ RUNLOG-FILE
               AT END
                   SET FIM-RUNLOG TO TRUE
           END-READ.

           IF NOT FIM-RUNLOG
               AND WS-STATUS-RUNLOG NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM RUNLOG - STATUS="
                   WS-STATUS-RUNLOG
               CLOSE RUNLOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT FIM-RUNLOG
               IF LINHA-RUNLOG(19:3) = "FDR"
                   MOVE LINHA-RUNLOG TO WS-REGISTRO-RUNLOG-FEEDER
                   IF EXECUCAO-PENDENTE
                       AND RLF-SITUACAO = "A"
                       AND RLF-DATA-ARQUIVO IS NUMERIC
                       AND RLF-DATA-ARQUIVO > WS-RL-DATA-EFETIVA
                       MOVE RLF-DATA-ARQUIVO TO WS-RL-DATA-EFETIVA
                   END-IF
               ELSE
                   PERFORM 3200-ENCERRAR-EXECUCAO
                       THRU 3200-ENCERRAR-EXECUCAO-EXIT
                   MOVE LINHA-RUNLOG TO WS-REGISTRO-RUNLOG
                   MOVE ZEROS TO WS-RL-DATA-EFETIVA
                   SET EXECUCAO-PENDENTE TO TRUE
                   ADD 1 TO WS-QTDE-EXECUCOES
               END-IF
           END-IF.

       3100-PROCESSAR-LINHA-RUNLOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ENCERRA A EXECUCAO EM ANDAMENTO: SE FOI LIMPA (RECONCILIACAO
      *    E CONTROLE OK, SEM RESTART - O MESMO CRITERIO DA CALCULADORA
      *    PARA GRAVAR GLEXTR), SOMA OS VALIDOS E OS TOTAIS AO EXTRATO
      *    DA SUA DATA EFETIVA (SEM HEADER, A DATA DA EXECUCAO)
      *-----------------------------------------------------------------------
       3200-ENCERRAR-EXECUCAO.

           IF EXECUCAO-PENDENTE
               AND RL-RECONCILIACAO = "S"
               AND RL-CONTROLE = "S"
               AND RL-RESTART = "N"
               IF WS-RL-DATA-EFETIVA = ZERO
                   MOVE RL-DATA TO WS-RL-DATA-EFETIVA
               END-IF
               MOVE WS-RL-DATA-EFETIVA TO WS-DATA-PROCURADA
               PERFORM 6010-LOCALIZAR-EXTRATO
                   THRU 6010-LOCALIZAR-EXTRATO-EXIT
               IF WS-EXT-IDX-ACHADO NOT = ZERO
                   SET WS-EXT-IDX TO WS-EXT-IDX-ACHADO
                   ADD 1 TO WS-EXT-QTDE-EXECUCOES (WS-EXT-IDX)
                   ADD RL-QTDE-VALIDOS TO WS-EXT-RL-QTDE (WS-EXT-IDX)
                   ADD RL-TOTAL-SOMA TO WS-EXT-RL-SOMA (WS-EXT-IDX)
                   ADD RL-TOTAL-SUB TO WS-EXT-RL-SUB (WS-EXT-IDX)
                   ADD RL-TOTAL-MULT TO WS-EXT-RL-MULT (WS-EXT-IDX)
                   MOVE RL-DATA TO WS-EXT-DATA-EXECUCAO (WS-EXT-IDX)
                   MOVE RL-HORA TO WS-EXT-HORA-EXECUCAO (WS-EXT-IDX)
               END-IF
           END-IF.

           MOVE "N" TO WS-EXECUCAO-SW.

       3200-ENCERRAR-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE AS CONFIRMACOES DO RAZAO (AUSENTE OU DUMMY = NENHUMA
      *    CONFIRMACAO NOVA) E GUARDA CADA UMA NO REGISTRO ENVIADO DA
      *    MESMA CHAVE
      *-----------------------------------------------------------------------
       4000-APLICAR-CONFIRMACOES.

           OPEN INPUT CONFRAZ-FILE.
           EVALUATE WS-STATUS-CONFRAZ
               WHEN "00"
                   MOVE "N" TO WS-EOF-CONFRAZ
                   PERFORM 4100-APLICAR-CONFIRMACAO
                       THRU 4100-APLICAR-CONFIRMACAO-EXIT
                       UNTIL FIM-CONFRAZ
                   CLOSE CONFRAZ-FILE
               WHEN "35"
                   DISPLAY "CONFRAZ NAO ENCONTRADO - NENHUMA "
                       "CONFIRMACAO NOVA"
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR CONFRAZ - STATUS="
                       WS-STATUS-CONFRAZ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       4000-APLICAR-CONFIRMACOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    VALIDA UMA CONFIRMACAO E A GUARDA NO REGISTRO ENVIADO,
      *    SUBSTITUINDO A ANTERIOR (A DATA DE RECEBIMENTO SO MUDA
      *    QUANDO A CONFIRMACAO MUDA). CONFIRMACAO INVALIDA OU SEM
      *    REGISTRO ENVIADO E RECUSADA E VAI PARA O RELATORIO
      *-----------------------------------------------------------------------
       4100-APLICAR-CONFIRMACAO.

           READ CONFRAZ-FILE INTO WS-REGISTRO-CONFRAZ
               AT END
                   SET FIM-CONFRAZ TO TRUE
           END-READ.

           IF NOT FIM-CONFRAZ
               AND WS-STATUS-CONFRAZ NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM CONFRAZ - STATUS="
                   WS-STATUS-CONFRAZ
               CLOSE CONFRAZ-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT FIM-CONFRAZ
               AND LINHA-CONFRAZ NOT = SPACES
               ADD 1 TO WS-QTDE-CONF-LIDAS
               MOVE SPACES TO WS-MOTIVO-RECUSA
               EVALUATE TRUE
                   WHEN CR-DATA-EFETIVA IS NOT NUMERIC
                       OR CR-QTDE IS NOT NUMERIC
                       OR CR-TOTAL-SOMA IS NOT NUMERIC
                       OR CR-TOTAL-SUB IS NOT NUMERIC
                       OR CR-TOTAL-MULT IS NOT NUMERIC
                       MOVE "DATA, QUANTIDADE OU TOTAL NAO NUMERICO"
                           TO WS-MOTIVO-RECUSA
                   WHEN CR-TIPO NOT = "N" AND CR-TIPO NOT = "E"
                       MOVE "TIPO INVALIDO (N OU E)" TO WS-MOTIVO-RECUSA
                   WHEN NOT CR-POSTADO AND NOT CR-REJEITADO
                       MOVE "SITUACAO INVALIDA (P OU R)"
                           TO WS-MOTIVO-RECUSA
                   WHEN CR-DATA-POSTAGEM IS NOT NUMERIC
                       MOVE "DATA DE POSTAGEM NAO NUMERICA"
                           TO WS-MOTIVO-RECUSA
                   WHEN OTHER
                       MOVE CR-DATA-EFETIVA TO WS-DATA-PROCURADA
                       MOVE CR-CATEGORIA TO WS-CATEGORIA-PROCURADA
                       MOVE CR-TIPO TO WS-TIPO-PROCURADO
                       PERFORM 6110-LOCALIZAR-ITEM
                           THRU 6110-LOCALIZAR-ITEM-EXIT
                       IF WS-ITE-IDX-ACHADO = ZERO
                           MOVE "SEM REGISTRO CORRESPONDENTE NO GLEXTR"
                               TO WS-MOTIVO-RECUSA
                       END-IF
               END-EVALUATE
               IF WS-MOTIVO-RECUSA = SPACES
                   PERFORM 4200-GUARDAR-CONFIRMACAO
                       THRU 4200-GUARDAR-CONFIRMACAO-EXIT
               ELSE
                   PERFORM 4300-RECUSAR-CONFIRMACAO
                       THRU 4300-RECUSAR-CONFIRMACAO-EXIT
               END-IF
           END-IF.

       4100-APLICAR-CONFIRMACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA A CONFIRMACAO CORRENTE NO REGISTRO WS-ITE-IDX-ACHADO
      *-----------------------------------------------------------------------
       4200-GUARDAR-CONFIRMACAO.

           ADD 1 TO WS-QTDE-CONF-APLICADAS.
           SET WS-ITE-IDX TO WS-ITE-IDX-ACHADO.

           IF CR-SITUACAO NOT = WS-ITE-CONF-SITUACAO (WS-ITE-IDX)
               OR CR-QTDE NOT = WS-ITE-CONF-QTDE (WS-ITE-IDX)
               OR CR-TOTAL-SOMA NOT = WS-ITE-CONF-SOMA (WS-ITE-IDX)
               OR CR-TOTAL-SUB NOT = WS-ITE-CONF-SUB (WS-ITE-IDX)
               OR CR-TOTAL-MULT NOT = WS-ITE-CONF-MULT (WS-ITE-IDX)
               OR CR-DATA-POSTAGEM
                   NOT = WS-ITE-CONF-DATA-POSTAGEM (WS-ITE-IDX)
               MOVE CR-SITUACAO TO WS-ITE-CONF-SITUACAO (WS-ITE-IDX)
               MOVE CR-QTDE TO WS-ITE-CONF-QTDE (WS-ITE-IDX)
               MOVE CR-TOTAL-SOMA TO WS-ITE-CONF-SOMA (WS-ITE-IDX)
               MOVE CR-TOTAL-SUB TO WS-ITE-CONF-SUB (WS-ITE-IDX)
               MOVE CR-TOTAL-MULT TO WS-ITE-CONF-MULT (WS-ITE-IDX)
               MOVE CR-DATA-POSTAGEM
                   TO WS-ITE-CONF-DATA-POSTAGEM (WS-ITE-IDX)
               MOVE WS-DATA-SISTEMA
                   TO WS-ITE-CONF-DATA-RECEBIDA (WS-ITE-IDX)
           END-IF.

       4200-GUARDAR-CONFIRMACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LISTA A CONFIRMACAO RECUSADA (O SUBTITULO SAI ANTES DA
      *    PRIMEIRA)
      *-----------------------------------------------------------------------
       4300-RECUSAR-CONFIRMACAO.

           ADD 1 TO WS-QTDE-CONF-RECUSADAS.

           IF NOT CABECALHO-CONF-GRAVADO
               SET CABECALHO-CONF-GRAVADO TO TRUE
               WRITE LINHA-RELATORIO FROM WS-CABECALHO-CONF
           END-IF.

           MOVE WS-QTDE-CONF-LIDAS TO WLC-SEQUENCIA.
           MOVE LINHA-CONFRAZ TO WLC-CONFIRMACAO.
           MOVE WS-MOTIVO-RECUSA TO WLC-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONF.
           DISPLAY "AVISO: CONFIRMACAO " WS-QTDE-CONF-LIDAS
               " RECUSADA - " WS-MOTIVO-RECUSA.

       4300-RECUSAR-CONFIRMACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ORDENA OS EXTRATOS POR DATA EFETIVA E APURA A SITUACAO DE
      *    CADA UM, GRAVANDO O RELATORIO
      *-----------------------------------------------------------------------
       5000-APURAR-EXTRATOS.

           PERFORM 5010-ORDENAR-EXTRATOS
               THRU 5010-ORDENAR-EXTRATOS-EXIT
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX >= WS-QTDE-EXTRATOS.

           PERFORM 5100-APURAR-EXTRATO
               THRU 5100-APURAR-EXTRATO-EXIT
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-QTDE-EXTRATOS.

       5000-APURAR-EXTRATOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    TRAZ PARA A POSICAO WS-EXT-IDX O EXTRATO DE MENOR DATA
      *    ENTRE OS SEGUINTES (ORDENACAO POR SELECAO)
      *-----------------------------------------------------------------------
       5010-ORDENAR-EXTRATOS.

           PERFORM 5020-COMPARAR-EXTRATOS
               THRU 5020-COMPARAR-EXTRATOS-EXIT
               VARYING WS-EXT-IDX2 FROM WS-EXT-IDX BY 1
               UNTIL WS-EXT-IDX2 > WS-QTDE-EXTRATOS.

       5010-ORDENAR-EXTRATOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    TROCA DE POSICAO OS EXTRATOS WS-EXT-IDX E WS-EXT-IDX2
      *    QUANDO O SEGUNDO TEM DATA MENOR
      *-----------------------------------------------------------------------
       5020-COMPARAR-EXTRATOS.

           IF WS-EXT-DATA (WS-EXT-IDX2) < WS-EXT-DATA (WS-EXT-IDX)
               MOVE WS-EXT-ENTRADA (WS-EXT-IDX) TO WS-EXT-TROCA
               MOVE WS-EXT-ENTRADA (WS-EXT-IDX2)
                   TO WS-EXT-ENTRADA (WS-EXT-IDX)
               MOVE WS-EXT-TROCA TO WS-EXT-ENTRADA (WS-EXT-IDX2)
           END-IF.

       5020-COMPARAR-EXTRATOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    APURA A SITUACAO DO EXTRATO WS-EXT-IDX A PARTIR DOS SEUS
      *    REGISTROS, A IDADE, O PRAZO E A CONFERENCIA COM RUNLOG, E
      *    GRAVA A LINHA DO EXTRATO (MAIS OS REGISTROS PENDENTES
      *    QUANDO NAO ESTA POSTADO)
      *-----------------------------------------------------------------------
       5100-APURAR-EXTRATO.

           MOVE ZEROS TO WS-EXT-ITENS WS-EXT-POSTADOS
                         WS-EXT-DIVERGENTES WS-EXT-REJEITADOS
                         WS-EXT-SEM-CONF WS-EXT-SOMA-QTDE
                         WS-EXT-SOMA-SOMA WS-EXT-SOMA-SUB
                         WS-EXT-SOMA-MULT.
           MOVE WS-EXT-DATA (WS-EXT-IDX) TO WS-DATA-PROCURADA.

           PERFORM 5200-APURAR-ITEM
               THRU 5200-APURAR-ITEM-EXIT
               VARYING WS-ITE-IDX FROM 1 BY 1
               UNTIL WS-ITE-IDX > WS-QTDE-ITENS.

           EVALUATE TRUE
               WHEN WS-EXT-POSTADOS = WS-EXT-ITENS
                   SET EXT-POSTADO (WS-EXT-IDX) TO TRUE
                   MOVE "POSTADO" TO WLE-SITUACAO
                   ADD 1 TO WS-QTDE-POSTADOS
               WHEN WS-EXT-DIVERGENTES > ZERO
                   SET EXT-DIVERGENTE (WS-EXT-IDX) TO TRUE
                   MOVE "VALOR DIVERGENTE" TO WLE-SITUACAO
                   ADD 1 TO WS-QTDE-DIVERGENTES
               WHEN WS-EXT-POSTADOS > ZERO
                   SET EXT-PARCIAL (WS-EXT-IDX) TO TRUE
                   MOVE "POSTADO PARCIAL" TO WLE-SITUACAO
                   ADD 1 TO WS-QTDE-PARCIAIS
               WHEN WS-EXT-REJEITADOS > ZERO
                   SET EXT-REJEITADO (WS-EXT-IDX) TO TRUE
                   MOVE "REJEITADO" TO WLE-SITUACAO
                   ADD 1 TO WS-QTDE-REJEITADOS
               WHEN OTHER
                   SET EXT-NAO-CONFIRMADO (WS-EXT-IDX) TO TRUE
                   MOVE "NAO CONFIRMADO" TO WLE-SITUACAO
                   ADD 1 TO WS-QTDE-NAO-CONFIRMADOS
           END-EVALUATE.

           IF EXT-POSTADO (WS-EXT-IDX)
               IF WS-EXT-DATA-CONCILIACAO (WS-EXT-IDX) = ZERO
                   MOVE WS-DATA-SISTEMA
                       TO WS-EXT-DATA-CONCILIACAO (WS-EXT-IDX)
               END-IF
               IF NOT EXT-NO-GLEXTR (WS-EXT-IDX)
                   ADD 1 TO WS-QTDE-BAIXADOS
               END-IF
           ELSE
               MOVE ZEROS TO WS-EXT-DATA-CONCILIACAO (WS-EXT-IDX)
           END-IF.

           MOVE ZEROS TO WS-DIAS-ABERTO.
           IF WS-EXT-DATA-EXECUCAO (WS-EXT-IDX) > ZERO
               MOVE WS-EXT-DATA-EXECUCAO (WS-EXT-IDX) TO WS-JUL-DATA
           ELSE
               MOVE WS-EXT-DATA (WS-EXT-IDX) TO WS-JUL-DATA
           END-IF.
           PERFORM 9500-CALCULAR-NUMERO-DIA
               THRU 9500-CALCULAR-NUMERO-DIA-EXIT.
           IF WS-JUL-HOJE > WS-JUL-NUMERO
               SUBTRACT WS-JUL-NUMERO FROM WS-JUL-HOJE
                   GIVING WS-DIAS-ABERTO
           END-IF.

           MOVE SPACES TO WLE-ALERTA.
           IF NOT EXT-POSTADO (WS-EXT-IDX)
               IF WS-DIAS-ABERTO > WS-DIAS-PRAZO
                   MOVE "VENCIDO" TO WLE-ALERTA
                   ADD 1 TO WS-QTDE-VENCIDOS
               END-IF
               IF WS-DIAS-ABERTO > WS-MAIOR-ATRASO
                   MOVE WS-DIAS-ABERTO TO WS-MAIOR-ATRASO
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-EXT-QTDE-EXECUCOES (WS-EXT-IDX) = ZERO
                   MOVE "AUSENTE" TO WLE-RUNLOG
               WHEN WS-EXT-RL-QTDE (WS-EXT-IDX) = WS-EXT-SOMA-QTDE
                   AND WS-EXT-RL-SOMA (WS-EXT-IDX) = WS-EXT-SOMA-SOMA
                   AND WS-EXT-RL-SUB (WS-EXT-IDX) = WS-EXT-SOMA-SUB
                   AND WS-EXT-RL-MULT (WS-EXT-IDX) = WS-EXT-SOMA-MULT
                   MOVE "CONFERE" TO WLE-RUNLOG
               WHEN OTHER
                   MOVE "DIVERGE" TO WLE-RUNLOG
                   ADD 1 TO WS-QTDE-RUNLOG-DIVERGENTE
           END-EVALUATE.

           MOVE WS-EXT-DATA (WS-EXT-IDX) TO WS-FMT-DATA-NUM.
           PERFORM 9600-FORMATAR-DATA
               THRU 9600-FORMATAR-DATA-EXIT.
           MOVE WS-FMT-DATA-SAIDA TO WLE-DATA-EFETIVA.
           IF WS-EXT-DATA-EXECUCAO (WS-EXT-IDX) = ZERO
               MOVE "SEM RUNLOG" TO WLE-DATA-EXECUCAO
           ELSE
               MOVE WS-EXT-DATA-EXECUCAO (WS-EXT-IDX)
                   TO WS-FMT-DATA-NUM
               PERFORM 9600-FORMATAR-DATA
                   THRU 9600-FORMATAR-DATA-EXIT
               MOVE WS-FMT-DATA-SAIDA TO WLE-DATA-EXECUCAO
           END-IF.
           MOVE WS-EXT-ITENS TO WLE-ITENS.
           MOVE WS-EXT-POSTADOS TO WLE-POSTADOS.
           MOVE WS-EXT-DIVERGENTES TO WLE-DIVERGENTES.
           MOVE WS-EXT-REJEITADOS TO WLE-REJEITADOS.
           MOVE WS-EXT-SEM-CONF TO WLE-SEM-CONF.
           MOVE WS-DIAS-ABERTO TO WLE-DIAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-EXTRATO.

           IF NOT EXT-POSTADO (WS-EXT-IDX)
               PERFORM 5300-LISTAR-ITEM
                   THRU 5300-LISTAR-ITEM-EXIT
                   VARYING WS-ITE-IDX FROM 1 BY 1
                   UNTIL WS-ITE-IDX > WS-QTDE-ITENS
           END-IF.

       5100-APURAR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O REGISTRO WS-ITE-IDX, QUANDO E DO EXTRATO
      *    CORRENTE, CONTRA A SUA CONFIRMACAO E O SOMA AOS TOTAIS
      *    ENVIADOS DO EXTRATO
      *-----------------------------------------------------------------------
       5200-APURAR-ITEM.

           IF WS-ITE-DATA (WS-ITE-IDX) = WS-DATA-PROCURADA
               ADD 1 TO WS-EXT-ITENS
               ADD WS-ITE-QTDE (WS-ITE-IDX) TO WS-EXT-SOMA-QTDE
               ADD WS-ITE-SOMA (WS-ITE-IDX) TO WS-EXT-SOMA-SOMA
               ADD WS-ITE-SUB (WS-ITE-IDX) TO WS-EXT-SOMA-SUB
               ADD WS-ITE-MULT (WS-ITE-IDX) TO WS-EXT-SOMA-MULT
               EVALUATE TRUE
                   WHEN WS-ITE-CONF-SITUACAO (WS-ITE-IDX) = "R"
                       SET ITE-REJEITADO (WS-ITE-IDX) TO TRUE
                       ADD 1 TO WS-EXT-REJEITADOS
                   WHEN WS-ITE-CONF-SITUACAO (WS-ITE-IDX) NOT = "P"
                       SET ITE-SEM-CONFIRMACAO (WS-ITE-IDX) TO TRUE
                       ADD 1 TO WS-EXT-SEM-CONF
                   WHEN WS-ITE-CONF-QTDE (WS-ITE-IDX)
                           = WS-ITE-QTDE (WS-ITE-IDX)
                       AND WS-ITE-CONF-SOMA (WS-ITE-IDX)
                           = WS-ITE-SOMA (WS-ITE-IDX)
                       AND WS-ITE-CONF-SUB (WS-ITE-IDX)
                           = WS-ITE-SUB (WS-ITE-IDX)
                       AND WS-ITE-CONF-MULT (WS-ITE-IDX)
                           = WS-ITE-MULT (WS-ITE-IDX)
                       SET ITE-POSTADO (WS-ITE-IDX) TO TRUE
                       ADD 1 TO WS-EXT-POSTADOS
                   WHEN OTHER
                       SET ITE-DIVERGENTE (WS-ITE-IDX) TO TRUE
                       ADD 1 TO WS-EXT-DIVERGENTES
               END-EVALUATE
           END-IF.

       5200-APURAR-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LISTA, SOB O EXTRATO EM ABERTO, O REGISTRO WS-ITE-IDX
      *    QUANDO E DO EXTRATO E NAO ESTA POSTADO E CONFERIDO
      *-----------------------------------------------------------------------
       5300-LISTAR-ITEM.

           IF WS-ITE-DATA (WS-ITE-IDX) = WS-DATA-PROCURADA
               AND NOT ITE-POSTADO (WS-ITE-IDX)
               MOVE WS-ITE-CATEGORIA (WS-ITE-IDX) TO WLR-CATEGORIA
               MOVE WS-ITE-TIPO (WS-ITE-IDX) TO WLR-TIPO
               MOVE WS-ITE-QTDE (WS-ITE-IDX) TO WLR-QTDE
               MOVE WS-ITE-SOMA (WS-ITE-IDX) TO WLR-SOMA
               MOVE WS-ITE-CONF-QTDE (WS-ITE-IDX) TO WLR-CONF-QTDE
               MOVE WS-ITE-CONF-SOMA (WS-ITE-IDX) TO WLR-CONF-SOMA
               MOVE WS-ITE-CONF-DATA-POSTAGEM (WS-ITE-IDX)
                   TO WS-FMT-DATA-NUM
               PERFORM 9600-FORMATAR-DATA
                   THRU 9600-FORMATAR-DATA-EXIT
               MOVE WS-FMT-DATA-SAIDA TO WLR-CONF-DATA
               EVALUATE TRUE
                   WHEN ITE-SEM-CONFIRMACAO (WS-ITE-IDX)
                       MOVE "SEM CONFIRMACAO" TO WLR-SITUACAO
                       MOVE SPACES TO WLR-CONF-DATA
                   WHEN ITE-REJEITADO (WS-ITE-IDX)
                       MOVE "REJEITADO PELO RAZAO" TO WLR-SITUACAO
                   WHEN WS-ITE-CONF-QTDE (WS-ITE-IDX)
                           NOT = WS-ITE-QTDE (WS-ITE-IDX)
                       MOVE "QUANTIDADE DIFERENTE" TO WLR-SITUACAO
                   WHEN WS-ITE-CONF-SOMA (WS-ITE-IDX)
                           NOT = WS-ITE-SOMA (WS-ITE-IDX)
                       MOVE "TOTAL SOMA DIFERENTE" TO WLR-SITUACAO
                   WHEN WS-ITE-CONF-SUB (WS-ITE-IDX)
                           NOT = WS-ITE-SUB (WS-ITE-IDX)
                       MOVE "TOTAL SUB DIFERENTE" TO WLR-SITUACAO
                   WHEN OTHER
                       MOVE "TOTAL MULT DIFERENTE" TO WLR-SITUACAO
               END-EVALUATE
               WRITE LINHA-RELATORIO FROM WS-LINHA-REGISTRO
           END-IF.

       5300-LISTAR-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LOCALIZA O EXTRATO DE WS-DATA-PROCURADA, INCLUINDO-O NO
      *    FIM DA TABELA QUANDO AINDA NAO EXISTE - ESTOURO DA TABELA
      *    DERRUBA O PASSO (UM EXTRATO EM ABERTO NAO PODE SE PERDER)
      *-----------------------------------------------------------------------
       6000-INCLUIR-EXTRATO.

           PERFORM 6010-LOCALIZAR-EXTRATO
               THRU 6010-LOCALIZAR-EXTRATO-EXIT.

           IF WS-EXT-IDX-ACHADO = ZERO
               IF WS-QTDE-EXTRATOS >= WS-MAX-EXTRATOS
                   DISPLAY "ERRO FATAL: TABELA DE EXTRATOS CHEIA ("
                       WS-MAX-EXTRATOS ") - PENDRAZ NAO REGRAVADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-EXTRATOS
               SET WS-EXT-IDX TO WS-QTDE-EXTRATOS
               MOVE WS-DATA-PROCURADA TO WS-EXT-DATA (WS-EXT-IDX)
               MOVE "N" TO WS-EXT-GLEXTR-SW (WS-EXT-IDX)
               MOVE "N" TO WS-EXT-SITUACAO (WS-EXT-IDX)
               MOVE ZEROS TO WS-EXT-DATA-EXECUCAO (WS-EXT-IDX)
                             WS-EXT-HORA-EXECUCAO (WS-EXT-IDX)
                             WS-EXT-DATA-CONCILIACAO (WS-EXT-IDX)
                             WS-EXT-QTDE-EXECUCOES (WS-EXT-IDX)
                             WS-EXT-RL-QTDE (WS-EXT-IDX)
                             WS-EXT-RL-SOMA (WS-EXT-IDX)
                             WS-EXT-RL-SUB (WS-EXT-IDX)
                             WS-EXT-RL-MULT (WS-EXT-IDX)
               MOVE WS-QTDE-EXTRATOS TO WS-EXT-IDX-ACHADO
           END-IF.

       6000-INCLUIR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA O EXTRATO DE WS-DATA-PROCURADA, DEIXANDO A POSICAO
      *    EM WS-EXT-IDX-ACHADO (ZERO SE NAO ACHAR)
      *-----------------------------------------------------------------------
       6010-LOCALIZAR-EXTRATO.

           MOVE ZEROS TO WS-EXT-IDX-ACHADO.
           PERFORM 6020-COMPARAR-EXTRATO
               THRU 6020-COMPARAR-EXTRATO-EXIT
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-QTDE-EXTRATOS
               OR WS-EXT-IDX-ACHADO NOT = ZERO.

       6010-LOCALIZAR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA O EXTRATO WS-EXT-IDX COM A DATA PROCURADA
      *-----------------------------------------------------------------------
       6020-COMPARAR-EXTRATO.

           IF WS-EXT-DATA (WS-EXT-IDX) = WS-DATA-PROCURADA
               SET WS-EXT-IDX-ACHADO TO WS-EXT-IDX
           END-IF.

       6020-COMPARAR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LOCALIZA O REGISTRO ENVIADO DA CHAVE PROCURADA (DATA +
      *    CATEGORIA + TIPO), INCLUINDO-O SEM VALORES E SEM
      *    CONFIRMACAO QUANDO AINDA NAO EXISTE - ESTOURO DA TABELA
      *    DERRUBA O PASSO
      *-----------------------------------------------------------------------
       6100-INCLUIR-ITEM.

           PERFORM 6110-LOCALIZAR-ITEM
               THRU 6110-LOCALIZAR-ITEM-EXIT.

           IF WS-ITE-IDX-ACHADO = ZERO
               IF WS-QTDE-ITENS >= WS-MAX-ITENS
                   DISPLAY "ERRO FATAL: TABELA DE REGISTROS CHEIA ("
                       WS-MAX-ITENS ") - PENDRAZ NAO REGRAVADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-ITENS
               SET WS-ITE-IDX TO WS-QTDE-ITENS
               MOVE WS-DATA-PROCURADA TO WS-ITE-DATA (WS-ITE-IDX)
               MOVE WS-CATEGORIA-PROCURADA
                   TO WS-ITE-CATEGORIA (WS-ITE-IDX)
               MOVE WS-TIPO-PROCURADO TO WS-ITE-TIPO (WS-ITE-IDX)
               MOVE "N" TO WS-ITE-SITUACAO (WS-ITE-IDX)
               MOVE SPACES TO WS-ITE-CONF-SITUACAO (WS-ITE-IDX)
               MOVE ZEROS TO WS-ITE-QTDE (WS-ITE-IDX)
                             WS-ITE-SOMA (WS-ITE-IDX)
                             WS-ITE-SUB (WS-ITE-IDX)
                             WS-ITE-MULT (WS-ITE-IDX)
                             WS-ITE-CONF-QTDE (WS-ITE-IDX)
                             WS-ITE-CONF-SOMA (WS-ITE-IDX)
                             WS-ITE-CONF-SUB (WS-ITE-IDX)
                             WS-ITE-CONF-MULT (WS-ITE-IDX)
                             WS-ITE-CONF-DATA-POSTAGEM (WS-ITE-IDX)
                             WS-ITE-CONF-DATA-RECEBIDA (WS-ITE-IDX)
               MOVE WS-DATA-SISTEMA TO WS-ITE-DATA-INCLUSAO (WS-ITE-IDX)
               MOVE WS-QTDE-ITENS TO WS-ITE-IDX-ACHADO
           END-IF.

       6100-INCLUIR-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA O REGISTRO ENVIADO DA CHAVE PROCURADA, DEIXANDO A
      *    POSICAO EM WS-ITE-IDX-ACHADO (ZERO SE NAO ACHAR)
      *-----------------------------------------------------------------------
       6110-LOCALIZAR-ITEM.

           MOVE ZEROS TO WS-ITE-IDX-ACHADO.
           PERFORM 6120-COMPARAR-ITEM
               THRU 6120-COMPARAR-ITEM-EXIT
               VARYING WS-ITE-IDX FROM 1 BY 1
               UNTIL WS-ITE-IDX > WS-QTDE-ITENS
               OR WS-ITE-IDX-ACHADO NOT = ZERO.

       6110-LOCALIZAR-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA O REGISTRO WS-ITE-IDX COM A CHAVE PROCURADA
      *-----------------------------------------------------------------------
       6120-COMPARAR-ITEM.

           IF WS-ITE-DATA (WS-ITE-IDX) = WS-DATA-PROCURADA
               AND WS-ITE-CATEGORIA (WS-ITE-IDX)
                   = WS-CATEGORIA-PROCURADA
               AND WS-ITE-TIPO (WS-ITE-IDX) = WS-TIPO-PROCURADO
               SET WS-ITE-IDX-ACHADO TO WS-ITE-IDX
           END-IF.

       6120-COMPARAR-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REGRAVA PENDRAZ POR INTEIRO - TODOS OS EXTRATOS, MENOS OS
      *    POSTADOS CUJA GERACAO JA NAO VEIO EM GLEXTR -, EM DUAS
      *    FASES: PRIMEIRO NO ARQUIVO DE TRABALHO PENDNOVO, DEPOIS A
      *    COPIA DE VOLTA SOBRE PENDRAZ. GRAVA OS TOTAIS DO RELATORIO
      *    E EXIBE O RESUMO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           OPEN OUTPUT WORK-FILE.
           IF WS-STATUS-PENDNOVO NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PENDNOVO - STATUS="
                   WS-STATUS-PENDNOVO
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8100-GRAVAR-EXTRATO
               THRU 8100-GRAVAR-EXTRATO-EXIT
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-QTDE-EXTRATOS.
           CLOSE WORK-FILE.

           OPEN INPUT WORK-FILE.
           IF WS-STATUS-PENDNOVO NOT = "00"
               DISPLAY "ERRO FATAL AO REABRIR PENDNOVO - STATUS="
                   WS-STATUS-PENDNOVO
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PENDRAZ-FILE.
           IF WS-STATUS-PENDRAZ NOT = "00"
               DISPLAY "ERRO FATAL AO REGRAVAR PENDRAZ - STATUS="
                   WS-STATUS-PENDRAZ
               CLOSE WORK-FILE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-PENDNOVO.
           PERFORM 8300-COPIAR-PENDENCIA
               THRU 8300-COPIAR-PENDENCIA-EXIT
               UNTIL FIM-PENDNOVO.
           CLOSE WORK-FILE.
           CLOSE PENDRAZ-FILE.

           MOVE WS-QTDE-EXTRATOS TO WT1-EXTRATOS.
           MOVE WS-QTDE-POSTADOS TO WT1-POSTADOS.
           MOVE WS-QTDE-PARCIAIS TO WT1-PARCIAIS.
           MOVE WS-QTDE-DIVERGENTES TO WT1-DIVERGENTES.
           MOVE WS-QTDE-REJEITADOS TO WT1-REJEITADOS.
           MOVE WS-QTDE-NAO-CONFIRMADOS TO WT1-NAO-CONFIRMADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-1.
           MOVE WS-QTDE-VENCIDOS TO WT2-VENCIDOS.
           MOVE WS-QTDE-CONF-LIDAS TO WT2-CONF-LIDAS.
           MOVE WS-QTDE-CONF-RECUSADAS TO WT2-CONF-RECUSADAS.
           MOVE WS-QTDE-RUNLOG-DIVERGENTE TO WT2-RUNLOG-DIVERGENTE.
           MOVE WS-QTDE-BAIXADOS TO WT2-BAIXADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-2.
           CLOSE REPORT-FILE.

           IF WS-QTDE-VENCIDOS > ZERO
               OR WS-QTDE-CONF-RECUSADAS > ZERO
               OR WS-QTDE-RUNLOG-DIVERGENTE > ZERO
               OR WS-QTDE-GLEXTR-INVALIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "======= RESUMO DA CONCILIACAO =======".
           DISPLAY "REGISTROS DE GLEXTR LIDOS...: " WS-QTDE-GLEXTR.
           DISPLAY "REGISTROS DE GLEXTR INVALID.: "
               WS-QTDE-GLEXTR-INVALIDOS.
           DISPLAY "EXECUCOES EM RUNLOG.........: " WS-QTDE-EXECUCOES.
           DISPLAY "CONFIRMACOES LIDAS..........: " WS-QTDE-CONF-LIDAS.
           DISPLAY "CONFIRMACOES APLICADAS......: "
               WS-QTDE-CONF-APLICADAS.
           DISPLAY "CONFIRMACOES RECUSADAS......: "
               WS-QTDE-CONF-RECUSADAS.
           DISPLAY "EXTRATOS....................: " WS-QTDE-EXTRATOS.
           DISPLAY "  POSTADOS..................: " WS-QTDE-POSTADOS.
           DISPLAY "  POSTADOS PARCIALMENTE.....: " WS-QTDE-PARCIAIS.
           DISPLAY "  COM VALOR DIVERGENTE......: " WS-QTDE-DIVERGENTES.
           DISPLAY "  REJEITADOS................: " WS-QTDE-REJEITADOS.
           DISPLAY "  NAO CONFIRMADOS...........: "
               WS-QTDE-NAO-CONFIRMADOS.
           DISPLAY "  BAIXADOS DE PENDRAZ.......: " WS-QTDE-BAIXADOS.
           DISPLAY "RUNLOG DIVERGENTE DO EXTRATO: "
               WS-QTDE-RUNLOG-DIVERGENTE.
           DISPLAY "PENDRAZ REGRAVADO COM " WS-QTDE-PENDRAZ-GRAVADOS
               " REGISTRO(S)".
           IF WS-QTDE-VENCIDOS > ZERO
               DISPLAY "AVISO: " WS-QTDE-VENCIDOS " EXTRATO(S) EM "
                   "ABERTO HA MAIS DE " WS-DIAS-PRAZO " DIAS - MAIOR "
                   "ATRASO: " WS-MAIOR-ATRASO " DIAS"
           END-IF.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM PENDNOVO OS REGISTROS DO EXTRATO WS-EXT-IDX, A NAO
      *    SER QUE ELE ESTEJA POSTADO E A SUA GERACAO JA TENHA SAIDO
      *    DE GLEXTR (NADA MAIS PODE REABRI-LO)
      *-----------------------------------------------------------------------
       8100-GRAVAR-EXTRATO.

           IF NOT EXT-POSTADO (WS-EXT-IDX)
               OR EXT-NO-GLEXTR (WS-EXT-IDX)
               MOVE WS-EXT-DATA (WS-EXT-IDX) TO WS-DATA-PROCURADA
               PERFORM 8200-GRAVAR-ITEM
                   THRU 8200-GRAVAR-ITEM-EXIT
                   VARYING WS-ITE-IDX FROM 1 BY 1
                   UNTIL WS-ITE-IDX > WS-QTDE-ITENS
           END-IF.

       8100-GRAVAR-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM PENDNOVO O REGISTRO WS-ITE-IDX QUANDO E DO EXTRATO
      *    WS-EXT-IDX
      *-----------------------------------------------------------------------
       8200-GRAVAR-ITEM.

           IF WS-ITE-DATA (WS-ITE-IDX) = WS-DATA-PROCURADA
               MOVE SPACES TO WS-REGISTRO-PENDRAZ
               MOVE WS-ITE-DATA (WS-ITE-IDX) TO PE-DATA-EFETIVA
               MOVE WS-ITE-CATEGORIA (WS-ITE-IDX) TO PE-CATEGORIA
               MOVE WS-ITE-TIPO (WS-ITE-IDX) TO PE-TIPO
               MOVE WS-ITE-SITUACAO (WS-ITE-IDX) TO PE-SITUACAO
               MOVE WS-ITE-QTDE (WS-ITE-IDX) TO PE-QTDE
               MOVE WS-ITE-SOMA (WS-ITE-IDX) TO PE-TOTAL-SOMA
               MOVE WS-ITE-SUB (WS-ITE-IDX) TO PE-TOTAL-SUB
               MOVE WS-ITE-MULT (WS-ITE-IDX) TO PE-TOTAL-MULT
               MOVE WS-ITE-CONF-SITUACAO (WS-ITE-IDX)
                   TO PE-CONF-SITUACAO
               MOVE WS-ITE-CONF-QTDE (WS-ITE-IDX) TO PE-CONF-QTDE
               MOVE WS-ITE-CONF-SOMA (WS-ITE-IDX) TO PE-CONF-SOMA
               MOVE WS-ITE-CONF-SUB (WS-ITE-IDX) TO PE-CONF-SUB
               MOVE WS-ITE-CONF-MULT (WS-ITE-IDX) TO PE-CONF-MULT
               MOVE WS-ITE-CONF-DATA-POSTAGEM (WS-ITE-IDX)
                   TO PE-CONF-DATA-POSTAGEM
               MOVE WS-ITE-CONF-DATA-RECEBIDA (WS-ITE-IDX)
                   TO PE-CONF-DATA-RECEBIDA
               MOVE WS-EXT-DATA-EXECUCAO (WS-EXT-IDX)
                   TO PE-DATA-EXECUCAO
               MOVE WS-EXT-HORA-EXECUCAO (WS-EXT-IDX)
                   TO PE-HORA-EXECUCAO
               MOVE WS-ITE-DATA-INCLUSAO (WS-ITE-IDX)
                   TO PE-DATA-INCLUSAO
               MOVE WS-EXT-DATA-CONCILIACAO (WS-EXT-IDX)
                   TO PE-DATA-CONCILIACAO
               WRITE LINHA-PENDNOVO FROM WS-REGISTRO-PENDRAZ
               IF WS-STATUS-PENDNOVO NOT = "00"
                   DISPLAY "ERRO FATAL AO GRAVAR PENDNOVO - STATUS="
                       WS-STATUS-PENDNOVO
                   CLOSE WORK-FILE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       8200-GRAVAR-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COPIA UM REGISTRO DO ARQUIVO DE TRABALHO DE VOLTA PARA
      *    PENDRAZ
      *-----------------------------------------------------------------------
       8300-COPIAR-PENDENCIA.

           READ WORK-FILE INTO WS-REGISTRO-PENDRAZ
               AT END
                   SET FIM-PENDNOVO TO TRUE
               NOT AT END
                   WRITE LINHA-PENDRAZ FROM WS-REGISTRO-PENDRAZ
                   IF WS-STATUS-PENDRAZ NOT = "00"
                       DISPLAY "ERRO FATAL AO REGRAVAR PENDRAZ - "
                           "STATUS=" WS-STATUS-PENDRAZ
                       CLOSE WORK-FILE PENDRAZ-FILE REPORT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-PENDRAZ-GRAVADOS
           END-READ.

       8300-COPIAR-PENDENCIA-EXIT.
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

      *-----------------------------------------------------------------------
      *    FORMATA WS-FMT-DATA (AAAAMMDD) COMO DD/MM/AAAA EM
      *    WS-FMT-DATA-SAIDA; DATA ZERADA SAI EM BRANCO
      *-----------------------------------------------------------------------
       9600-FORMATAR-DATA.

           IF WS-FMT-DATA-NUM = ZERO
               MOVE SPACES TO WS-FMT-DATA-SAIDA
           ELSE
               MOVE WS-FMT-DD TO WS-FMT-E-DD
               MOVE WS-FMT-MM TO WS-FMT-E-MM
               MOVE WS-FMT-AAAA TO WS-FMT-E-AAAA
               MOVE WS-FMT-DATA-EDITADA TO WS-FMT-DATA-SAIDA
           END-IF.

       9600-FORMATAR-DATA-EXIT.
           EXIT.

       END PROGRAM ConciliaRazao.
