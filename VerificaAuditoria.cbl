      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. VerificaAuditoria.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:06/10/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Conferir a integridade da trilha de auditoria - le o
      *           AUDITLOG (pela JCL, opcionalmente precedido das
      *           geracoes de AUDARCH concatenadas na mesma DDNAME) e
      *           relata em RELVERIF:
      *
      *           - a cadeia: cada linha deve ter a sequencia seguinte a
      *             da anterior (lacuna = linha removida; repetida ou
      *             fora de ordem = linha inserida ou copiada) e o seu
      *             WA-VERIFICADOR deve ser o recalculado por
      *             CadeiaAuditoria sobre a linha e o verificador da
      *             anterior (quebra = linha alterada);
      *           - as pontas, contra AUDCTRL: a primeira linha do log
      *             vivo e conferida contra a ancora do ultimo expurgo
      *             (ultima linha levada para AUDARCH) e a ultima linha
      *             contra o fim da cadeia gravado pelo ultimo lote -
      *             assim um corte no fim do arquivo tambem aparece;
      *           - os resultados: SOMA/SUB/DIV/RESTO/MULT/MEDIA sao
      *             recalculados de WA-VALOR1/WA-VALOR2 com a operacao
      *             (WA-OPERACAO) e o modo de arredondamento
      *             (WA-ARREDONDAMENTO) da linha, do mesmo jeito que a
      *             CALCULADORA calcula; no estorno (WA-TIPO "E") os
      *             resultados devem ser os de alguma operacao sobre os
      *             valores originais, com o sinal trocado. Linha
      *             rejeitada (tudo com o indicador de erro) confere.
      *
      *           Linhas gravadas antes da cadeia existir (sem
      *           sequencia) tem os resultados conferidos, mas so sao
      *           aceitas antes da primeira linha encadeada.
      *
      *           RETURN-CODE: 0 = trilha integra; 4 = so avisos
      *           (inicio sem ancora, linhas antigas, trilha alem do
      *           AUDCTRL); 8 = quebra, lacuna, linha fora de ordem ou
      *           resultado que nao confere; 16 = erro de arquivo.
      *
      *HISTORICO DE ALTERACOES:
      *06/10/2026 JS - Versao inicial.
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

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT AUDCTRL-FILE ASSIGN TO "AUDCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDCTRL.

           SELECT REPORT-FILE ASSIGN TO "RELVERIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  AUDIT-FILE.
       01  LINHA-AUDITORIA PIC X(164).

       FD  AUDCTRL-FILE.
       01  LINHA-AUDCTRL PIC X(47).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY AUDITORIA.

           COPY CTRLAUD.

           COPY CADEIA.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE "00".
       77  WS-STATUS-AUDCTRL PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO PIC X(02) VALUE "00".

       77  WS-EOF-AUDITORIA PIC X(01) VALUE "N".
           88  FIM-AUDITORIA VALUE "S".

       77  WS-AUDCTRL-SW PIC X(01) VALUE "N".
           88  AUDCTRL-DISPONIVEL VALUE "S".

      *    LIGADO NA PRIMEIRA LINHA COM SEQUENCIA - DAI EM DIANTE UMA
      *    LINHA SEM SEQUENCIA E ERRO, NAO LINHA ANTIGA.
       77  WS-CADEIA-SW PIC X(01) VALUE "N".
           88  CADEIA-INICIADA VALUE "S".

       77  WS-ANCORA-SW PIC X(01) VALUE "N".
           88  CADEIA-ANCORADA VALUE "S".

       77  WS-CONFERE-SW PIC X(01) VALUE "N".
           88  RESULTADO-CONFERE VALUE "S".

      *    LIGADO QUANDO A LINHA LIDA NAO CABIA NO LAYOUT (FILE STATUS
      *    04/06 - GRAVACAO INTERROMPIDA OU LINHA EMENDADA): E RELATADA
      *    E CONFERIDA PELOS 164 BYTES QUE FORAM LIDOS.
       77  WS-TAMANHO-SW PIC X(01) VALUE "N".
           88  LINHA-TAMANHO-INVALIDO VALUE "S".

       77  WS-DATA-SISTEMA PIC 9(08) VALUE ZEROS.

      *    ULTIMA LINHA ENCADEADA ACEITA (PONTO DE CONFERENCIA DA
      *    SEGUINTE) E A SEQUENCIA ESPERADA NA PROXIMA.
       77  WS-PRIMEIRA-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77  WS-ULTIMA-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77  WS-ULTIMO-VERIFICADOR PIC 9(10) VALUE ZEROS.
       77  WS-SEQUENCIA-ESPERADA PIC 9(09) VALUE ZEROS.

       77  WS-QTDE-LIDAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-LEGADAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-ENCADEADAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-QUEBRAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-LACUNAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-FORA-ORDEM PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-DIVERGENCIAS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-ERROS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-AVISOS PIC 9(09) VALUE ZEROS.

      *    VALORES E RESULTADOS DA LINHA (DES-EDITADOS) E OS
      *    RECALCULADOS, COM AS MESMAS PICTURES DA CALCULADORA PARA O
      *    TRUNCAMENTO E O ARREDONDAMENTO SAIREM IGUAIS.
       77  WS-INDICADOR-ERRO PIC S9(8)V99 COMP-3 VALUE 99999999.99.
       77  VALOR1 PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  VALOR2 PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIDO-SOMA PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIDO-SUB PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIDO-DIV PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIDO-RESTO PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIDO-MULT PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIDO-MEDIA PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  RES_SOMA PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  RES_SUB PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  RES_DIV PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  RESTO PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  RES_MULT PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  MEDIA PIC S9(8)V99 COMP-3 VALUE ZEROS.

      *    OPERACOES E MODOS A TENTAR NA LINHA CORRENTE: A DA PROPRIA
      *    LINHA, OU TODAS (ESTORNO, QUE NAO GRAVA A OPERACAO DA
      *    ORIGINAL); O MODO DA LINHA, OU OS DOIS QUANDO EM BRANCO OU
      *    NO ESTORNO (A ORIGINAL PODE TER SIDO DE OUTRO LOTE).
       77  WS-LISTA-OPERACOES PIC X(06) VALUE SPACES.
       77  WS-QTDE-OPERACOES PIC 9(01) VALUE ZEROS.
       77  WS-OP-IDX PIC 9(01) VALUE ZEROS.
       77  WS-LISTA-MODOS PIC X(02) VALUE SPACES.
       77  WS-QTDE-MODOS PIC 9(01) VALUE ZEROS.
       77  WS-MODO-IDX PIC 9(01) VALUE ZEROS.

       77  WS-OPERACAO-TESTE PIC X(01) VALUE SPACE.
           88  OP-SOMA VALUE "1".
           88  OP-SUBTRACAO VALUE "2".
           88  OP-DIVISAO VALUE "3".
           88  OP-MULTIPLICACAO VALUE "4".
           88  OP-MEDIA VALUE "5".

       77  WS-MODO-ARREDONDAMENTO PIC X(01) VALUE "T".
           88  ARREDONDAR-TRUNCAR VALUE "T" "t".
           88  ARREDONDAR-METADE-CIMA VALUE "R" "r".

      *    CAMPOS DE EXIBICAO USADOS NA MONTAGEM DAS OCORRENCIAS
       77  WS-EXIBE-SEQUENCIA-1 PIC 9(09) VALUE ZEROS.
       77  WS-EXIBE-SEQUENCIA-2 PIC 9(09) VALUE ZEROS.
       77  WS-EXIBE-QTDE PIC Z(8)9.

       01  WS-CABECALHO-VERIF.
           05  FILLER PIC X(45) VALUE
               "CONFERENCIA DA TRILHA DE AUDITORIA (AUDITLOG)".
           05  FILLER PIC X(13) VALUE "  EMITIDO EM ".
           05  WCV-DATA PIC 9(08).
           05  FILLER PIC X(67) VALUE SPACES.

       01  WS-CABECALHO-COLUNAS.
           05  FILLER PIC X(47) VALUE
               "    LINHA  SEQUENCIA  DATA     HORA      TIPO".
           05  FILLER PIC X(10) VALUE "OCORRENCIA".
           05  FILLER PIC X(76) VALUE SPACES.

      *    UMA OCORRENCIA DA CONFERENCIA; AS CONSTATADAS NO FIM (PONTAS
      *    DA CADEIA, LINHAS ANTIGAS) SAEM SEM A LINHA/SEQUENCIA.
       01  WS-LINHA-OCORRENCIA.
           05  WLO-LINHA PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLO-SEQUENCIA PIC X(09).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLO-DATA PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLO-HORA PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLO-GRAVIDADE PIC X(05).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WLO-DESCRICAO PIC X(80).
           05  FILLER PIC X(06) VALUE SPACES.

       01  WS-LINHA-ESPERADO.
           05  FILLER PIC X(47) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "ESPERADO: ".
           05  WLE-SOMA PIC -(8)9.99.
           05  WLE-SUB PIC -(8)9.99.
           05  WLE-DIV PIC -(8)9.99.
           05  WLE-RESTO PIC -(8)9.99.
           05  WLE-MULT PIC -(8)9.99.
           05  WLE-MEDIA PIC -(8)9.99.
           05  FILLER PIC X(04) VALUE SPACES.

       01  WS-LINHA-RESUMO.
           05  WLR-ROTULO PIC X(40).
           05  WLR-VALOR PIC Z(8)9.
           05  FILLER PIC X(84) VALUE SPACES.

       01  WS-LINHA-SITUACAO.
           05  FILLER PIC X(21) VALUE "SITUACAO DA TRILHA:  ".
           05  WLS-SITUACAO PIC X(50).
           05  FILLER PIC X(62) VALUE SPACES.

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESSAR-LINHA
               THRU 2000-PROCESSAR-LINHA-EXIT
               UNTIL FIM-AUDITORIA.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    LE O AUDCTRL, ABRE A TRILHA E O RELATORIO, GRAVA O
      *    CABECALHO E FAZ O PRIME READ
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== CONFERENCIA DA TRILHA DE AUDITORIA =====".

           PERFORM 1100-LER-AUDCTRL
               THRU 1100-LER-AUDCTRL-EXIT.

           OPEN INPUT AUDIT-FILE.
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR AUDITLOG - STATUS="
                   WS-STATUS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR RELVERIF - STATUS="
                   WS-STATUS-RELATORIO
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WCV-DATA.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-VERIF.
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS.

           IF NOT AUDCTRL-DISPONIVEL
               MOVE SPACES TO WLO-DESCRICAO
               STRING "AUDCTRL AUSENTE OU SEM OS DADOS DA CADEIA - "
                   "PONTAS DA TRILHA NAO CONFERIDAS"
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
               PERFORM 7100-REGISTRAR-AVISO
                   THRU 7100-REGISTRAR-AVISO-EXIT
           END-IF.

           PERFORM 9000-LER-AUDITORIA
               THRU 9000-LER-AUDITORIA-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O REGISTRO DE AUDCTRL (ANCORA DO ULTIMO EXPURGO E FIM DA
      *    CADEIA DO ULTIMO LOTE). SEM O ARQUIVO, OU COM O REGISTRO
      *    ANTIGO SEM OS CAMPOS DA CADEIA, A CONFERENCIA SEGUE SEM AS
      *    PONTAS (AVISO REGISTRADO EM 1000)
      *-----------------------------------------------------------------------
       1100-LER-AUDCTRL.

           MOVE ZEROS TO WS-REGISTRO-AUDCTRL.

           OPEN INPUT AUDCTRL-FILE.
           EVALUATE WS-STATUS-AUDCTRL
               WHEN "00"
                   READ AUDCTRL-FILE INTO WS-REGISTRO-AUDCTRL
                       AT END
                           MOVE ZEROS TO WS-REGISTRO-AUDCTRL
                   END-READ
                   CLOSE AUDCTRL-FILE
                   IF AUDCTRL-ULTIMA-SEQUENCIA IS NUMERIC
                       AND AUDCTRL-ULTIMO-VERIFICADOR IS NUMERIC
                       AND AUDCTRL-BASE-SEQUENCIA IS NUMERIC
                       AND AUDCTRL-BASE-VERIFICADOR IS NUMERIC
                       SET AUDCTRL-DISPONIVEL TO TRUE
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR AUDCTRL - STATUS="
                       WS-STATUS-AUDCTRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF AUDCTRL-DISPONIVEL
               DISPLAY "AUDCTRL: ANCORA SEQUENCIA="
                   AUDCTRL-BASE-SEQUENCIA " FIM DA CADEIA SEQUENCIA="
                   AUDCTRL-ULTIMA-SEQUENCIA
           END-IF.

       1100-LER-AUDCTRL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE A LINHA CORRENTE (CADEIA E RESULTADOS) E LE A
      *    PROXIMA
      *-----------------------------------------------------------------------
       2000-PROCESSAR-LINHA.

           ADD 1 TO WS-QTDE-LIDAS.

           IF LINHA-TAMANHO-INVALIDO
               MOVE SPACES TO WLO-DESCRICAO
               STRING "LINHA MAIOR QUE O LAYOUT (STATUS="
                   WS-STATUS-AUDITORIA
                   ") - GRAVACAO INTERROMPIDA?"
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
               ADD 1 TO WS-QTDE-QUEBRAS
               PERFORM 7000-REGISTRAR-ERRO
                   THRU 7000-REGISTRAR-ERRO-EXIT
           END-IF.

           PERFORM 3000-CONFERIR-CADEIA
               THRU 3000-CONFERIR-CADEIA-EXIT.

           PERFORM 5000-CONFERIR-RESULTADOS
               THRU 5000-CONFERIR-RESULTADOS-EXIT.

           PERFORM 9000-LER-AUDITORIA
               THRU 9000-LER-AUDITORIA-EXIT.

       2000-PROCESSAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE A POSICAO DA LINHA CORRENTE NA CADEIA: SEQUENCIA
      *    SEGUINTE A DA ULTIMA LINHA ACEITA E VERIFICADOR RECALCULADO
      *    SOBRE O DELA. LACUNA OU LINHA FORA DE ORDEM SAO RELATADAS E
      *    A CONFERENCIA CONTINUA A PARTIR DA LINHA CORRENTE
      *-----------------------------------------------------------------------
       3000-CONFERIR-CADEIA.

           IF WA-SEQUENCIA IS NOT NUMERIC
               OR WA-VERIFICADOR IS NOT NUMERIC
               IF CADEIA-INICIADA
                   MOVE SPACES TO WLO-DESCRICAO
                   STRING "LINHA SEM SEQUENCIA/VERIFICADOR NO MEIO DA "
                       "CADEIA (LINHA INSERIDA?)"
                       DELIMITED BY SIZE INTO WLO-DESCRICAO
                   ADD 1 TO WS-QTDE-QUEBRAS
                   PERFORM 7000-REGISTRAR-ERRO
                       THRU 7000-REGISTRAR-ERRO-EXIT
               ELSE
                   ADD 1 TO WS-QTDE-LEGADAS
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-ENCADEADAS
               IF NOT CADEIA-INICIADA
                   PERFORM 3100-INICIAR-CADEIA
                       THRU 3100-INICIAR-CADEIA-EXIT
               ELSE
                   COMPUTE WS-SEQUENCIA-ESPERADA =
                       WS-ULTIMA-SEQUENCIA + 1
                   EVALUATE TRUE
                       WHEN WA-SEQUENCIA = WS-SEQUENCIA-ESPERADA
                           MOVE WS-ULTIMO-VERIFICADOR
                               TO CD-VERIFICADOR-ANTERIOR
                           PERFORM 3200-CONFERIR-VERIFICADOR
                               THRU 3200-CONFERIR-VERIFICADOR-EXIT
                       WHEN WA-SEQUENCIA > WS-SEQUENCIA-ESPERADA
                           MOVE WS-SEQUENCIA-ESPERADA
                               TO WS-EXIBE-SEQUENCIA-1
                           COMPUTE WS-EXIBE-SEQUENCIA-2 =
                               WA-SEQUENCIA - 1
                           MOVE SPACES TO WLO-DESCRICAO
                           STRING "LACUNA: SEQUENCIAS "
                               WS-EXIBE-SEQUENCIA-1 " A "
                               WS-EXIBE-SEQUENCIA-2
                               " AUSENTES (LINHAS REMOVIDAS)"
                               DELIMITED BY SIZE INTO WLO-DESCRICAO
                           ADD 1 TO WS-QTDE-LACUNAS
                           PERFORM 7000-REGISTRAR-ERRO
                               THRU 7000-REGISTRAR-ERRO-EXIT
                       WHEN OTHER
                           MOVE WS-ULTIMA-SEQUENCIA
                               TO WS-EXIBE-SEQUENCIA-1
                           MOVE SPACES TO WLO-DESCRICAO
                           STRING "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                               " - ANTERIOR FOI " WS-EXIBE-SEQUENCIA-1
                               DELIMITED BY SIZE INTO WLO-DESCRICAO
                           ADD 1 TO WS-QTDE-FORA-ORDEM
                           PERFORM 7000-REGISTRAR-ERRO
                               THRU 7000-REGISTRAR-ERRO-EXIT
                   END-EVALUATE
               END-IF
               PERFORM 3300-CONFERIR-ANCORA
                   THRU 3300-CONFERIR-ANCORA-EXIT
               MOVE WA-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               MOVE WA-VERIFICADOR TO WS-ULTIMO-VERIFICADOR
           END-IF.

       3000-CONFERIR-CADEIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PRIMEIRA LINHA ENCADEADA DA LEITURA: A SEQUENCIA 1 PARTE DE
      *    ZERO; A SEGUINTE A ANCORA DO AUDCTRL PARTE DO VERIFICADOR DA
      *    ANCORA (LOG VIVO LIDO SEM OS HISTORICOS). SEQUENCIA ALEM DA
      *    ANCORA E INICIO REMOVIDO; NOS DEMAIS CASOS (HISTORICO
      *    CONCATENADO PELA METADE, AUDCTRL AUSENTE) A LINHA E ACEITA
      *    SEM CONFERENCIA, COM AVISO
      *-----------------------------------------------------------------------
       3100-INICIAR-CADEIA.

           SET CADEIA-INICIADA TO TRUE.
           MOVE WA-SEQUENCIA TO WS-PRIMEIRA-SEQUENCIA.

           EVALUATE TRUE
               WHEN WA-SEQUENCIA = 1
                   MOVE ZEROS TO CD-VERIFICADOR-ANTERIOR
                   PERFORM 3200-CONFERIR-VERIFICADOR
                       THRU 3200-CONFERIR-VERIFICADOR-EXIT
               WHEN AUDCTRL-DISPONIVEL
                   AND AUDCTRL-BASE-SEQUENCIA > ZERO
                   AND WA-SEQUENCIA = AUDCTRL-BASE-SEQUENCIA + 1
                   SET CADEIA-ANCORADA TO TRUE
                   MOVE AUDCTRL-BASE-VERIFICADOR
                       TO CD-VERIFICADOR-ANTERIOR
                   PERFORM 3200-CONFERIR-VERIFICADOR
                       THRU 3200-CONFERIR-VERIFICADOR-EXIT
               WHEN AUDCTRL-DISPONIVEL
                   AND WA-SEQUENCIA > AUDCTRL-BASE-SEQUENCIA + 1
                   COMPUTE WS-EXIBE-SEQUENCIA-1 =
                       AUDCTRL-BASE-SEQUENCIA + 1
                   COMPUTE WS-EXIBE-SEQUENCIA-2 = WA-SEQUENCIA - 1
                   MOVE SPACES TO WLO-DESCRICAO
                   STRING "INICIO AUSENTE: SEQUENCIAS "
                       WS-EXIBE-SEQUENCIA-1 " A " WS-EXIBE-SEQUENCIA-2
                       " NAO ENCONTRADAS"
                       DELIMITED BY SIZE INTO WLO-DESCRICAO
                   ADD 1 TO WS-QTDE-LACUNAS
                   PERFORM 7000-REGISTRAR-ERRO
                       THRU 7000-REGISTRAR-ERRO-EXIT
               WHEN OTHER
                   MOVE SPACES TO WLO-DESCRICAO
                   STRING "PRIMEIRA LINHA ENCADEADA SEM ANCORA - "
                       "ACEITA SEM CONFERIR O VERIFICADOR"
                       DELIMITED BY SIZE INTO WLO-DESCRICAO
                   PERFORM 7100-REGISTRAR-AVISO
                       THRU 7100-REGISTRAR-AVISO-EXIT
           END-EVALUATE.

       3100-INICIAR-CADEIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    RECALCULA O VERIFICADOR DA LINHA CORRENTE A PARTIR DE
      *    CD-VERIFICADOR-ANTERIOR E COMPARA COM O GRAVADO
      *-----------------------------------------------------------------------
       3200-CONFERIR-VERIFICADOR.

           MOVE WS-LINHA-AUDITORIA (1:153) TO CD-AREA.
           CALL "CadeiaAuditoria" USING WS-PARAMETRO-CADEIA.

           IF CD-VERIFICADOR NOT = WA-VERIFICADOR
               MOVE SPACES TO WLO-DESCRICAO
               STRING "VERIFICADOR NAO CONFERE - LINHA ALTERADA OU "
                   "CADEIA QUEBRADA"
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
               ADD 1 TO WS-QTDE-QUEBRAS
               PERFORM 7000-REGISTRAR-ERRO
                   THRU 7000-REGISTRAR-ERRO-EXIT
           END-IF.

       3200-CONFERIR-VERIFICADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    QUANDO OS HISTORICOS SAO LIDOS JUNTO COM O LOG VIVO, A LINHA
      *    DA ANCORA DO AUDCTRL TEM DE SER A MESMA QUE FOI ARQUIVADA
      *-----------------------------------------------------------------------
       3300-CONFERIR-ANCORA.

           IF AUDCTRL-DISPONIVEL
               AND AUDCTRL-BASE-SEQUENCIA > ZERO
               AND WA-SEQUENCIA = AUDCTRL-BASE-SEQUENCIA
               AND WA-VERIFICADOR NOT = AUDCTRL-BASE-VERIFICADOR
               MOVE SPACES TO WLO-DESCRICAO
               STRING "LINHA DIVERGE DA ANCORA DO ULTIMO EXPURGO "
                   "(AUDCTRL)"
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
               ADD 1 TO WS-QTDE-QUEBRAS
               PERFORM 7000-REGISTRAR-ERRO
                   THRU 7000-REGISTRAR-ERRO-EXIT
           END-IF.

       3300-CONFERIR-ANCORA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    RECALCULA OS RESULTADOS DA LINHA CORRENTE A PARTIR DE
      *    WA-VALOR1/WA-VALOR2 E RELATA A DIVERGENCIA. LINHA REJEITADA
      *    (VALORES E RESULTADOS COM O INDICADOR DE ERRO) CONFERE
      *-----------------------------------------------------------------------
       5000-CONFERIR-RESULTADOS.

           MOVE WA-VALOR1 TO VALOR1.
           MOVE WA-VALOR2 TO VALOR2.
           MOVE WA-SOMA TO WS-LIDO-SOMA.
           MOVE WA-SUB TO WS-LIDO-SUB.
           MOVE WA-DIV TO WS-LIDO-DIV.
           MOVE WA-RESTO TO WS-LIDO-RESTO.
           MOVE WA-MULT TO WS-LIDO-MULT.
           MOVE WA-MEDIA TO WS-LIDO-MEDIA.

           IF VALOR1 = WS-INDICADOR-ERRO
               AND VALOR2 = WS-INDICADOR-ERRO
               AND WS-LIDO-SOMA = WS-INDICADOR-ERRO
               AND WS-LIDO-SUB = WS-INDICADOR-ERRO
               AND WS-LIDO-DIV = WS-INDICADOR-ERRO
               AND WS-LIDO-RESTO = WS-INDICADOR-ERRO
               AND WS-LIDO-MULT = WS-INDICADOR-ERRO
               AND WS-LIDO-MEDIA = WS-INDICADOR-ERRO
               ADD 1 TO WS-QTDE-REJEITADAS
           ELSE
               IF WA-LINHA-ESTORNO
                   MOVE "12345A" TO WS-LISTA-OPERACOES
                   MOVE 6 TO WS-QTDE-OPERACOES
                   MOVE "TR" TO WS-LISTA-MODOS
                   MOVE 2 TO WS-QTDE-MODOS
               ELSE
                   MOVE WA-OPERACAO TO WS-LISTA-OPERACOES
                   MOVE 1 TO WS-QTDE-OPERACOES
                   EVALUATE WA-ARREDONDAMENTO
                       WHEN "T"
                       WHEN "t"
                           MOVE "T" TO WS-LISTA-MODOS
                           MOVE 1 TO WS-QTDE-MODOS
                       WHEN "R"
                       WHEN "r"
                           MOVE "R" TO WS-LISTA-MODOS
                           MOVE 1 TO WS-QTDE-MODOS
                       WHEN OTHER
                           MOVE "TR" TO WS-LISTA-MODOS
                           MOVE 2 TO WS-QTDE-MODOS
                   END-EVALUATE
               END-IF
               MOVE "N" TO WS-CONFERE-SW
               PERFORM 5100-TENTAR-OPERACAO
                   THRU 5100-TENTAR-OPERACAO-EXIT
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-QTDE-OPERACOES
                   OR RESULTADO-CONFERE
               IF NOT RESULTADO-CONFERE
                   PERFORM 5500-RELATAR-DIVERGENCIA
                       THRU 5500-RELATAR-DIVERGENCIA-EXIT
               END-IF
           END-IF.

       5000-CONFERIR-RESULTADOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    TENTA A OPERACAO WS-OP-IDX DA LISTA EM CADA MODO DA LISTA
      *-----------------------------------------------------------------------
       5100-TENTAR-OPERACAO.

           MOVE WS-LISTA-OPERACOES (WS-OP-IDX:1) TO WS-OPERACAO-TESTE.

           PERFORM 5200-TENTAR-MODO
               THRU 5200-TENTAR-MODO-EXIT
               VARYING WS-MODO-IDX FROM 1 BY 1
               UNTIL WS-MODO-IDX > WS-QTDE-MODOS
               OR RESULTADO-CONFERE.

       5100-TENTAR-OPERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CALCULA OS RESULTADOS NA OPERACAO/MODO CORRENTES (COM O
      *    SINAL TROCADO NO ESTORNO) E COMPARA COM OS DA LINHA
      *-----------------------------------------------------------------------
       5200-TENTAR-MODO.

           MOVE WS-LISTA-MODOS (WS-MODO-IDX:1)
               TO WS-MODO-ARREDONDAMENTO.

           PERFORM 5300-CALCULAR-ESPERADO
               THRU 5300-CALCULAR-ESPERADO-EXIT.

           IF WA-LINHA-ESTORNO
               PERFORM 5400-INVERTER-ESPERADO
                   THRU 5400-INVERTER-ESPERADO-EXIT
           END-IF.

           IF RES_SOMA = WS-LIDO-SOMA
               AND RES_SUB = WS-LIDO-SUB
               AND RES_DIV = WS-LIDO-DIV
               AND RESTO = WS-LIDO-RESTO
               AND RES_MULT = WS-LIDO-MULT
               AND MEDIA = WS-LIDO-MEDIA
               SET RESULTADO-CONFERE TO TRUE
           END-IF.

       5200-TENTAR-MODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REFAZ A CONTA DA CALCULADORA PARA O PAR DA LINHA: SO O
      *    RESULTADO DA OPERACAO, OS DEMAIS ZERADOS; OPERACAO "TODAS"
      *    (OU EM BRANCO, NAS LINHAS ANTIGAS) CALCULA OS SEIS
      *-----------------------------------------------------------------------
       5300-CALCULAR-ESPERADO.

           MOVE ZEROS TO RES_SOMA RES_SUB RES_DIV RESTO RES_MULT MEDIA.

           EVALUATE TRUE
               WHEN OP-SOMA
                   ADD VALOR1 TO VALOR2 GIVING RES_SOMA
               WHEN OP-SUBTRACAO
                   SUBTRACT VALOR1 FROM VALOR2 GIVING RES_SUB
               WHEN OP-DIVISAO
                   PERFORM 5310-CALCULAR-DIVISAO
                       THRU 5310-CALCULAR-DIVISAO-EXIT
               WHEN OP-MULTIPLICACAO
                   MULTIPLY VALOR1 BY VALOR2 GIVING RES_MULT
               WHEN OP-MEDIA
                   PERFORM 5320-CALCULAR-MEDIA
                       THRU 5320-CALCULAR-MEDIA-EXIT
               WHEN OTHER
                   ADD VALOR1 TO VALOR2 GIVING RES_SOMA
                   SUBTRACT VALOR1 FROM VALOR2 GIVING RES_SUB
                   MULTIPLY VALOR1 BY VALOR2 GIVING RES_MULT
                   PERFORM 5320-CALCULAR-MEDIA
                       THRU 5320-CALCULAR-MEDIA-EXIT
                   PERFORM 5310-CALCULAR-DIVISAO
                       THRU 5310-CALCULAR-DIVISAO-EXIT
           END-EVALUATE.

       5300-CALCULAR-ESPERADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DIVISAO COMO NA CALCULADORA - DIVISOR ZERO DEIXA O
      *    INDICADOR DE ERRO EM DIV E RESTO
      *-----------------------------------------------------------------------
       5310-CALCULAR-DIVISAO.

           IF VALOR2 = ZERO
               MOVE WS-INDICADOR-ERRO TO RES_DIV RESTO
           ELSE
               IF ARREDONDAR-METADE-CIMA
                   DIVIDE VALOR1 BY VALOR2 GIVING RES_DIV ROUNDED
                       REMAINDER RESTO
               ELSE
                   DIVIDE VALOR1 BY VALOR2 GIVING RES_DIV
                       REMAINDER RESTO
               END-IF
           END-IF.

       5310-CALCULAR-DIVISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MEDIA COMO NA CALCULADORA, TRUNCADA OU ARREDONDADA
      *-----------------------------------------------------------------------
       5320-CALCULAR-MEDIA.

           IF ARREDONDAR-METADE-CIMA
               COMPUTE MEDIA ROUNDED = (VALOR1 + VALOR2) / 2
           ELSE
               COMPUTE MEDIA = (VALOR1 + VALOR2) / 2
           END-IF.

       5320-CALCULAR-MEDIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    TROCA O SINAL DOS RESULTADOS ESPERADOS, COMO NO ESTORNO -
      *    O INDICADOR DE ERRO DA DIVISAO PERMANECE COMO ESTA
      *-----------------------------------------------------------------------
       5400-INVERTER-ESPERADO.

           COMPUTE RES_SOMA = 0 - RES_SOMA.
           COMPUTE RES_SUB = 0 - RES_SUB.
           COMPUTE RES_MULT = 0 - RES_MULT.
           COMPUTE MEDIA = 0 - MEDIA.

           IF RES_DIV NOT = WS-INDICADOR-ERRO
               COMPUTE RES_DIV = 0 - RES_DIV
               COMPUTE RESTO = 0 - RESTO
           END-IF.

       5400-INVERTER-ESPERADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    RELATA O RESULTADO QUE NAO CONFERE. NA LINHA NORMAL IMPRIME
      *    TAMBEM O ESPERADO (NO ULTIMO MODO TENTADO); NO ESTORNO NAO
      *    HA UM ESPERADO UNICO
      *-----------------------------------------------------------------------
       5500-RELATAR-DIVERGENCIA.

           MOVE SPACES TO WLO-DESCRICAO.
           IF WA-LINHA-ESTORNO
               MOVE SPACES TO WLO-DESCRICAO
               STRING "ESTORNO NAO CORRESPONDE AOS VALORES "
                   "ORIGINAIS EM NENHUMA OPERACAO"
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
           ELSE
               STRING "RESULTADOS NAO CONFEREM COM VALOR1/VALOR2 - "
                   "OPERACAO " WA-OPERACAO " MODO "
                   WS-MODO-ARREDONDAMENTO
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
           END-IF.

           ADD 1 TO WS-QTDE-DIVERGENCIAS.
           PERFORM 7000-REGISTRAR-ERRO
               THRU 7000-REGISTRAR-ERRO-EXIT.

           IF NOT WA-LINHA-ESTORNO
               MOVE RES_SOMA TO WLE-SOMA
               MOVE RES_SUB TO WLE-SUB
               MOVE RES_DIV TO WLE-DIV
               MOVE RESTO TO WLE-RESTO
               MOVE RES_MULT TO WLE-MULT
               MOVE MEDIA TO WLE-MEDIA
               WRITE LINHA-RELATORIO FROM WS-LINHA-ESPERADO
           END-IF.

       5500-RELATAR-DIVERGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A OCORRENCIA WLO-DESCRICAO COMO ERRO, IDENTIFICANDO A
      *    LINHA CORRENTE (SE HOUVER), E A EXIBE NO SYSOUT
      *-----------------------------------------------------------------------
       7000-REGISTRAR-ERRO.

           MOVE "ERRO" TO WLO-GRAVIDADE.
           ADD 1 TO WS-QTDE-ERROS.
           PERFORM 7200-GRAVAR-OCORRENCIA
               THRU 7200-GRAVAR-OCORRENCIA-EXIT.

       7000-REGISTRAR-ERRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A OCORRENCIA WLO-DESCRICAO COMO AVISO
      *-----------------------------------------------------------------------
       7100-REGISTRAR-AVISO.

           MOVE "AVISO" TO WLO-GRAVIDADE.
           ADD 1 TO WS-QTDE-AVISOS.
           PERFORM 7200-GRAVAR-OCORRENCIA
               THRU 7200-GRAVAR-OCORRENCIA-EXIT.

       7100-REGISTRAR-AVISO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PREENCHE A IDENTIFICACAO DA LINHA (EM BRANCO ANTES DA
      *    PRIMEIRA E DEPOIS DA ULTIMA LEITURA) E GRAVA A OCORRENCIA
      *-----------------------------------------------------------------------
       7200-GRAVAR-OCORRENCIA.

           IF FIM-AUDITORIA
               OR WS-QTDE-LIDAS = ZERO
               MOVE ZEROS TO WLO-LINHA
               MOVE SPACES TO WLO-SEQUENCIA WLO-DATA WLO-HORA
               DISPLAY WLO-GRAVIDADE ": " WLO-DESCRICAO
           ELSE
               MOVE WS-QTDE-LIDAS TO WLO-LINHA
               MOVE WA-SEQUENCIA TO WLO-SEQUENCIA
               MOVE WA-DATA TO WLO-DATA
               MOVE WA-HORA TO WLO-HORA
               DISPLAY WLO-GRAVIDADE ": LINHA " WS-QTDE-LIDAS " - "
                   WLO-DESCRICAO
           END-IF.

           WRITE LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.

       7200-GRAVAR-OCORRENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O FIM DA CADEIA CONTRA O AUDCTRL, GRAVA O RESUMO,
      *    DEFINE O RETURN-CODE E ENCERRA
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           PERFORM 8100-CONFERIR-FIM-CADEIA
               THRU 8100-CONFERIR-FIM-CADEIA-EXIT.

           IF WS-QTDE-LEGADAS > ZERO
               MOVE WS-QTDE-LEGADAS TO WS-EXIBE-QTDE
               MOVE SPACES TO WLO-DESCRICAO
               STRING WS-EXIBE-QTDE " LINHA(S) ANTIGA(S), SEM SEQUENCIA"
                   " - SO OS RESULTADOS CONFERIDOS"
                   DELIMITED BY SIZE INTO WLO-DESCRICAO
               PERFORM 7100-REGISTRAR-AVISO
                   THRU 7100-REGISTRAR-AVISO-EXIT
           END-IF.

           PERFORM 8200-IMPRIMIR-RESUMO
               THRU 8200-IMPRIMIR-RESUMO-EXIT.

           CLOSE AUDIT-FILE REPORT-FILE.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    A ULTIMA LINHA LIDA (OU A ANCORA, SE O LOG VIVO ESTA VAZIO)
      *    TEM DE SER O FIM DA CADEIA GRAVADO NO AUDCTRL PELO ULTIMO
      *    LOTE: ANTES DELE = FIM DA TRILHA REMOVIDO; ALEM DELE = LOTE
      *    EM ANDAMENTO OU INTERROMPIDO ANTES DE REGRAVAR O AUDCTRL
      *-----------------------------------------------------------------------
       8100-CONFERIR-FIM-CADEIA.

           IF AUDCTRL-DISPONIVEL
               AND AUDCTRL-ULTIMA-SEQUENCIA > ZERO
               IF NOT CADEIA-INICIADA
                   MOVE AUDCTRL-BASE-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                   MOVE AUDCTRL-BASE-VERIFICADOR
                       TO WS-ULTIMO-VERIFICADOR
               END-IF
               EVALUATE TRUE
                   WHEN WS-ULTIMA-SEQUENCIA < AUDCTRL-ULTIMA-SEQUENCIA
                       COMPUTE WS-EXIBE-SEQUENCIA-1 =
                           WS-ULTIMA-SEQUENCIA + 1
                       MOVE AUDCTRL-ULTIMA-SEQUENCIA
                           TO WS-EXIBE-SEQUENCIA-2
                       MOVE SPACES TO WLO-DESCRICAO
                       STRING "FIM AUSENTE: SEQUENCIAS "
                           WS-EXIBE-SEQUENCIA-1 " A "
                           WS-EXIBE-SEQUENCIA-2
                           " (AUDCTRL) NAO ENCONTRADAS"
                           DELIMITED BY SIZE INTO WLO-DESCRICAO
                       ADD 1 TO WS-QTDE-LACUNAS
                       PERFORM 7000-REGISTRAR-ERRO
                           THRU 7000-REGISTRAR-ERRO-EXIT
                   WHEN WS-ULTIMA-SEQUENCIA > AUDCTRL-ULTIMA-SEQUENCIA
                       MOVE AUDCTRL-ULTIMA-SEQUENCIA
                           TO WS-EXIBE-SEQUENCIA-1
                       MOVE SPACES TO WLO-DESCRICAO
                       STRING "TRILHA ALEM DO FIM GRAVADO NO AUDCTRL ("
                           WS-EXIBE-SEQUENCIA-1
                           ") - LOTE EM ANDAMENTO OU INTERROMPIDO?"
                           DELIMITED BY SIZE INTO WLO-DESCRICAO
                       PERFORM 7100-REGISTRAR-AVISO
                           THRU 7100-REGISTRAR-AVISO-EXIT
                   WHEN WS-ULTIMO-VERIFICADOR NOT =
                       AUDCTRL-ULTIMO-VERIFICADOR
                       MOVE SPACES TO WLO-DESCRICAO
                       STRING "ULTIMA LINHA DIVERGE DO FIM DA CADEIA "
                           "GRAVADO NO AUDCTRL"
                           DELIMITED BY SIZE INTO WLO-DESCRICAO
                       ADD 1 TO WS-QTDE-QUEBRAS
                       PERFORM 7000-REGISTRAR-ERRO
                           THRU 7000-REGISTRAR-ERRO-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       8100-CONFERIR-FIM-CADEIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA O RESUMO DA CONFERENCIA NO RELATORIO E NO SYSOUT
      *-----------------------------------------------------------------------
       8200-IMPRIMIR-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "LINHAS LIDAS" TO WLR-ROTULO.
           MOVE WS-QTDE-LIDAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "LINHAS ANTERIORES A CADEIA" TO WLR-ROTULO.
           MOVE WS-QTDE-LEGADAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "LINHAS ENCADEADAS" TO WLR-ROTULO.
           MOVE WS-QTDE-ENCADEADAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "PRIMEIRA SEQUENCIA LIDA" TO WLR-ROTULO.
           MOVE WS-PRIMEIRA-SEQUENCIA TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "ULTIMA SEQUENCIA" TO WLR-ROTULO.
           MOVE WS-ULTIMA-SEQUENCIA TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "LINHAS REJEITADAS (INDICADOR DE ERRO)" TO WLR-ROTULO.
           MOVE WS-QTDE-REJEITADAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "QUEBRAS DA CADEIA" TO WLR-ROTULO.
           MOVE WS-QTDE-QUEBRAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "LACUNAS" TO WLR-ROTULO.
           MOVE WS-QTDE-LACUNAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "SEQUENCIAS REPETIDAS/FORA DE ORDEM" TO WLR-ROTULO.
           MOVE WS-QTDE-FORA-ORDEM TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "RESULTADOS QUE NAO CONFEREM" TO WLR-ROTULO.
           MOVE WS-QTDE-DIVERGENCIAS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
           MOVE "AVISOS" TO WLR-ROTULO.
           MOVE WS-QTDE-AVISOS TO WLR-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.

           EVALUATE TRUE
               WHEN WS-QTDE-ERROS > ZERO
                   MOVE "VIOLADA - VER AS OCORRENCIAS ACIMA"
                       TO WLS-SITUACAO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-AVISOS > ZERO
                   MOVE "INTEGRA, COM AVISOS" TO WLS-SITUACAO
                   MOVE 4 TO RETURN-CODE
               WHEN CADEIA-ANCORADA
                   MOVE "INTEGRA (LOG VIVO CONFERIDO PELA ANCORA)"
                       TO WLS-SITUACAO
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE "INTEGRA" TO WLS-SITUACAO
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SITUACAO.

           DISPLAY "======= RESUMO DA CONFERENCIA =======".
           DISPLAY "LINHAS LIDAS.........: " WS-QTDE-LIDAS.
           DISPLAY "ANTERIORES A CADEIA..: " WS-QTDE-LEGADAS.
           DISPLAY "ENCADEADAS...........: " WS-QTDE-ENCADEADAS.
           DISPLAY "SEQUENCIAS...........: " WS-PRIMEIRA-SEQUENCIA
               " A " WS-ULTIMA-SEQUENCIA.
           DISPLAY "QUEBRAS..............: " WS-QTDE-QUEBRAS.
           DISPLAY "LACUNAS..............: " WS-QTDE-LACUNAS.
           DISPLAY "FORA DE ORDEM........: " WS-QTDE-FORA-ORDEM.
           DISPLAY "RESULTADOS DIVERGENTES: " WS-QTDE-DIVERGENCIAS.
           DISPLAY "AVISOS...............: " WS-QTDE-AVISOS.
           DISPLAY "SITUACAO DA TRILHA...: " WLS-SITUACAO.

       8200-IMPRIMIR-RESUMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE A PROXIMA LINHA DA TRILHA - LINHA MAIOR QUE O LAYOUT NAO
      *    DERRUBA A CONFERENCIA, E RELATADA EM 2000
      *-----------------------------------------------------------------------
       9000-LER-AUDITORIA.

           MOVE "N" TO WS-TAMANHO-SW.

           READ AUDIT-FILE INTO WS-LINHA-AUDITORIA
               AT END
                   SET FIM-AUDITORIA TO TRUE
           END-READ.

           IF WS-STATUS-AUDITORIA = "04" OR "06"
               SET LINHA-TAMANHO-INVALIDO TO TRUE
           END-IF.

           IF NOT FIM-AUDITORIA
               AND WS-STATUS-AUDITORIA NOT = "00"
               AND NOT LINHA-TAMANHO-INVALIDO
               DISPLAY "ERRO FATAL DE LEITURA EM AUDITLOG - STATUS="
                   WS-STATUS-AUDITORIA
               CLOSE AUDIT-FILE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-LER-AUDITORIA-EXIT.
           EXIT.

       END PROGRAM VerificaAuditoria.
