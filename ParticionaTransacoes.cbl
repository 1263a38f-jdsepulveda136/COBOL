      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. ParticionaTransacoes.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:09/10/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Divisao do lote do dia em particoes por categoria -
      *           le o arquivo de entrada inteiro (TRANFILE ou
      *           TRANFCSV, conforme FORMATO= em PARMFILE), conta os
      *           pares de cada TR-CATEGORIA (em branco conta como a
      *           categoria-padrao GERL; linhas HDR/TRL nao contam) e
      *           distribui as categorias entre PARTICOES= particoes,
      *           a maior categoria primeiro, sempre para a particao
      *           com menos pares ate ali. Grava o mapa PARTMAP
      *           (layout no copybook PARTICAO), lido por cada passo
      *           de particao da CALCULADORA (PARTICAO=NN) para saber
      *           quais pares calcular e pela consolidacao
      *           (CONSOLIDACAO=S) para conferir os resultados.
      *           Uma categoria nunca e dividida entre particoes - os
      *           totais por categoria, os estornos e os limites de
      *           retencao continuam sendo decididos num so passo.
      *
      *           PARMFILE: PARTICOES=n (1 a 20) e FORMATO=FIXO|CSV,
      *           ambos obrigatorios; linhas em branco ou comecadas
      *           por "*" sao comentario.
      *
      *           Retorno: 0 mapa gravado; 16 parametro invalido,
      *           arquivo que nao abre ou mais de 200 categorias no
      *           arquivo de entrada.
      *
      *HISTORICO DE ALTERACOES:
      *09/10/2026 JS - Versao inicial.
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

           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT TRANS-FILE-CSV ASSIGN TO "TRANFCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS-CSV.

           SELECT PARTMAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTMAP.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  PARM-FILE.
       01  LINHA-PARAMETRO PIC X(80).

      *    SO A CATEGORIA (COLUNAS 23-26) E O TIPO DA LINHA (HDR/TRL)
      *    INTERESSAM AQUI - O LAYOUT COMPLETO ESTA NA CALCULADORA.
       FD  TRANS-FILE.
       01  LINHA-TRANS PIC X(56).

       FD  TRANS-FILE-CSV.
       01  LINHA-CSV PIC X(133).

       FD  PARTMAP-FILE.
       01  LINHA-PARTMAP PIC X(42).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY PARTICAO.

       77  WS-STATUS-PARMFILE PIC X(02) VALUE "00".
       77  WS-STATUS-TRANS PIC X(02) VALUE "00".
       77  WS-STATUS-TRANS-CSV PIC X(02) VALUE "00".
       77  WS-STATUS-PARTMAP PIC X(02) VALUE "00".

       77  WS-EOF-PARMFILE PIC X(01) VALUE "N".
           88  FIM-PARMFILE VALUE "S".

       77  WS-EOF-TRANS PIC X(01) VALUE "N".
           88  FIM-ARQUIVO-TRANS VALUE "S".

      *    ESTADO DA LEITURA/VALIDACAO DE PARMFILE - OS DOIS
      *    PARAMETROS SAO OBRIGATORIOS E QUALQUER ERRO DERRUBA O PASSO
      *    COM RETURN-CODE 16, COMO NA CALCULADORA.
       77  WS-PARM-PARTICOES-SW PIC X(01) VALUE "N".
           88  PARM-PARTICOES-INFORMADO VALUE "S".

       77  WS-PARM-FORMATO-SW PIC X(01) VALUE "N".
           88  PARM-FORMATO-INFORMADO VALUE "S".

       77  WS-PARM-ERRO-SW PIC X(01) VALUE "N".
           88  PARM-COM-ERRO VALUE "S".

       77  WS-PARM-KEYWORD PIC X(20) VALUE SPACES.
       77  WS-PARM-VALOR PIC X(20) VALUE SPACES.

       77  WS-FORMATO-ENTRADA PIC X(01) VALUE "1".
           88  FORMATO-FIXO VALUE "1".
           88  FORMATO-CSV VALUE "2".

       77  WS-CATEGORIA-PADRAO PIC X(04) VALUE "GERL".
       77  WS-CATEGORIA-CORRENTE PIC X(04) VALUE SPACES.
       77  WS-CSV-CAMPO-VALOR1 PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-VALOR2 PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-CATEGORIA PIC X(15) VALUE SPACES.

       77  WS-QTDE-LINHAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CONTROLE PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PARES PIC 9(07) VALUE ZEROS.

      *    CATEGORIAS ENCONTRADAS NO ARQUIVO, NA ORDEM EM QUE APARECEM,
      *    COM A QUANTIDADE DE PARES E A PARTICAO ATRIBUIDA (ZERO
      *    ENQUANTO NAO DISTRIBUIDA) - O DOBRO DO CADASTRO CATMEST,
      *    PORQUE CODIGOS FORA DO CADASTRO TAMBEM PRECISAM DE DONO
      *    (A PARTICAO OS REJEITA COM O MOTIVO 05).
       77  WS-CAT-MAX PIC 9(03) VALUE 200.
       77  WS-CAT-ACHADA PIC 9(03) VALUE ZEROS.
       77  WS-CAT-ESCOLHIDA PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-DISTRIBUIDAS PIC 9(03) VALUE ZEROS.

       01  WS-TABELA-CATEGORIAS.
           05  WS-CAT-QTDE-USADAS PIC 9(03) VALUE ZEROS.
           05  WS-CAT-ENTRADA OCCURS 200 TIMES INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODIGO PIC X(04).
               10  WS-CAT-PARES PIC 9(07).
               10  WS-CAT-PARTICAO PIC 9(02).

      *    CARGA (PARES) E QUANTIDADE DE CATEGORIAS DE CADA PARTICAO
       77  WS-PAR-MAX PIC 9(02) VALUE 20.
       77  WS-QTDE-PARTICOES PIC 9(02) VALUE ZEROS.
       77  WS-PAR-ESCOLHIDA PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-PARTICOES-VAZIAS PIC 9(02) VALUE ZEROS.

       01  WS-TABELA-PARTICOES.
           05  WS-PAR-ENTRADA OCCURS 20 TIMES INDEXED BY WS-PAR-IDX.
               10  WS-PAR-CARGA PIC 9(07).
               10  WS-PAR-QTDE-CATEGORIAS PIC 9(03).

       01  WS-DATA-SISTEMA PIC 9(08).
       01  WS-HORA-SISTEMA PIC 9(08).

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CONTAR-PAR
               THRU 2000-CONTAR-PAR-EXIT
               UNTIL FIM-ARQUIVO-TRANS.

           PERFORM 3000-DISTRIBUIR-CATEGORIAS
               THRU 3000-DISTRIBUIR-CATEGORIAS-EXIT.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    LE OS PARAMETROS, ABRE O ARQUIVO DE ENTRADA E FAZ O PRIME
      *    READ
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== DIVISAO DO LOTE EM PARTICOES =====".

           PERFORM 1010-LER-PARAMETROS
               THRU 1010-LER-PARAMETROS-EXIT.

           IF FORMATO-CSV
               OPEN INPUT TRANS-FILE-CSV
               MOVE WS-STATUS-TRANS-CSV TO WS-STATUS-TRANS
           ELSE
               OPEN INPUT TRANS-FILE
           END-IF.
           IF WS-STATUS-TRANS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR TRANFILE/TRANFCSV - STATUS="
                   WS-STATUS-TRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO WS-CAT-QTDE-USADAS.
           PERFORM 9000-LER-LINHA-ENTRADA
               THRU 9000-LER-LINHA-ENTRADA-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE E VALIDA O ARQUIVO DE PARAMETROS (PARMFILE) - PARAMETRO
      *    FALTANDO, PALAVRA-CHAVE DESCONHECIDA OU VALOR INVALIDO
      *    DERRUBA O PASSO COM RETURN-CODE 16
      *-----------------------------------------------------------------------
       1010-LER-PARAMETROS.

           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARMFILE NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARMFILE - STATUS="
                   WS-STATUS-PARMFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-PARMFILE.
           PERFORM 1015-PROCESSAR-PARAMETRO
               THRU 1015-PROCESSAR-PARAMETRO-EXIT
               UNTIL FIM-PARMFILE.
           CLOSE PARM-FILE.

           IF NOT PARM-PARTICOES-INFORMADO
               SET PARM-COM-ERRO TO TRUE
               DISPLAY "ERRO: PARAMETRO OBRIGATORIO AUSENTE EM "
                   "PARMFILE: PARTICOES"
           END-IF.
           IF NOT PARM-FORMATO-INFORMADO
               SET PARM-COM-ERRO TO TRUE
               DISPLAY "ERRO: PARAMETRO OBRIGATORIO AUSENTE EM "
                   "PARMFILE: FORMATO"
           END-IF.

           IF PARM-COM-ERRO
               DISPLAY "PARAMETROS INVALIDOS - MAPA NAO GERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FORMATO-CSV
               MOVE "CSV" TO PM-FORMATO
           ELSE
               MOVE "FIXO" TO PM-FORMATO
           END-IF.

           DISPLAY "QUANTIDADE DE PARTICOES: " WS-QTDE-PARTICOES.
           DISPLAY "FORMATO DE ENTRADA.....: " PM-FORMATO.

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
               WHEN "PARTICOES"
                   SET PARM-PARTICOES-INFORMADO TO TRUE
                   MOVE ZEROS TO WS-QTDE-PARTICOES
                   IF WS-PARM-VALOR(1:1) IS NUMERIC
                       AND WS-PARM-VALOR(2:) = SPACES
                       MOVE WS-PARM-VALOR(1:1) TO WS-QTDE-PARTICOES
                   END-IF
                   IF WS-PARM-VALOR(1:2) IS NUMERIC
                       AND WS-PARM-VALOR(3:) = SPACES
                       MOVE WS-PARM-VALOR(1:2) TO WS-QTDE-PARTICOES
                   END-IF
                   IF WS-QTDE-PARTICOES = ZERO
                       OR WS-QTDE-PARTICOES > WS-PAR-MAX
                       SET PARM-COM-ERRO TO TRUE
                       DISPLAY "ERRO: VALOR INVALIDO PARA PARTICOES "
                           "(1 A " WS-PAR-MAX "): " WS-PARM-VALOR
                   END-IF
               WHEN "FORMATO"
                   SET PARM-FORMATO-INFORMADO TO TRUE
                   EVALUATE WS-PARM-VALOR
                       WHEN "FIXO"
                           MOVE "1" TO WS-FORMATO-ENTRADA
                       WHEN "CSV"
                           MOVE "2" TO WS-FORMATO-ENTRADA
                       WHEN OTHER
                           SET PARM-COM-ERRO TO TRUE
                           DISPLAY "ERRO: VALOR INVALIDO PARA "
                               "FORMATO: " WS-PARM-VALOR
                   END-EVALUATE
               WHEN OTHER
                   SET PARM-COM-ERRO TO TRUE
                   DISPLAY "ERRO: PALAVRA-CHAVE DESCONHECIDA EM "
                       "PARMFILE: " WS-PARM-KEYWORD
           END-EVALUATE.

       1016-AVALIAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONTA O PAR DA LINHA CORRENTE NA SUA CATEGORIA (LINHAS DE
      *    CONTROLE HDR/TRL SO SAO CONTADAS COMO LINHAS) E LE A
      *    PROXIMA
      *-----------------------------------------------------------------------
       2000-CONTAR-PAR.

           ADD 1 TO WS-QTDE-LINHAS.
           MOVE SPACES TO WS-CATEGORIA-CORRENTE.

           IF FORMATO-CSV
               IF LINHA-CSV(1:4) = "HDR," OR LINHA-CSV(1:4) = "TRL,"
                   ADD 1 TO WS-QTDE-CONTROLE
               ELSE
                   MOVE SPACES TO WS-CSV-CAMPO-VALOR1
                       WS-CSV-CAMPO-VALOR2 WS-CSV-CAMPO-CATEGORIA
                   UNSTRING LINHA-CSV DELIMITED BY ","
                       INTO WS-CSV-CAMPO-VALOR1 WS-CSV-CAMPO-VALOR2
                           WS-CSV-CAMPO-CATEGORIA
                   END-UNSTRING
                   MOVE WS-CSV-CAMPO-CATEGORIA(1:4)
                       TO WS-CATEGORIA-CORRENTE
                   PERFORM 2100-SOMAR-CATEGORIA
                       THRU 2100-SOMAR-CATEGORIA-EXIT
               END-IF
           ELSE
               IF LINHA-TRANS(1:3) = "HDR" OR LINHA-TRANS(1:3) = "TRL"
                   ADD 1 TO WS-QTDE-CONTROLE
               ELSE
                   MOVE LINHA-TRANS(23:4) TO WS-CATEGORIA-CORRENTE
                   PERFORM 2100-SOMAR-CATEGORIA
                       THRU 2100-SOMAR-CATEGORIA-EXIT
               END-IF
           END-IF.

           PERFORM 9000-LER-LINHA-ENTRADA
               THRU 9000-LER-LINHA-ENTRADA-EXIT.

       2000-CONTAR-PAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA UM PAR NA CATEGORIA CORRENTE, CRIANDO A SUA ENTRADA NA
      *    PRIMEIRA VEZ QUE APARECE - MAIS CATEGORIAS DO QUE A TABELA
      *    COMPORTA DERRUBA O PASSO, PORQUE UM PAR SEM PARTICAO NAO
      *    SERIA CALCULADO POR NINGUEM
      *-----------------------------------------------------------------------
       2100-SOMAR-CATEGORIA.

           ADD 1 TO WS-QTDE-PARES.
           IF WS-CATEGORIA-CORRENTE = SPACES
               MOVE WS-CATEGORIA-PADRAO TO WS-CATEGORIA-CORRENTE
           END-IF.

           MOVE ZEROS TO WS-CAT-ACHADA.
           PERFORM 2110-COMPARAR-CATEGORIA
               THRU 2110-COMPARAR-CATEGORIA-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-QTDE-USADAS
               OR WS-CAT-ACHADA NOT = ZERO.

           IF WS-CAT-ACHADA = ZERO
               IF WS-CAT-QTDE-USADAS NOT < WS-CAT-MAX
                   DISPLAY "ERRO FATAL: MAIS DE " WS-CAT-MAX
                       " CATEGORIAS NO ARQUIVO DE ENTRADA - CODIGO="
                       WS-CATEGORIA-CORRENTE
                   IF FORMATO-CSV
                       CLOSE TRANS-FILE-CSV
                   ELSE
                       CLOSE TRANS-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAT-QTDE-USADAS
               MOVE WS-CAT-QTDE-USADAS TO WS-CAT-ACHADA
               MOVE WS-CATEGORIA-CORRENTE
                   TO WS-CAT-CODIGO (WS-CAT-ACHADA)
               MOVE ZEROS TO WS-CAT-PARES (WS-CAT-ACHADA)
                   WS-CAT-PARTICAO (WS-CAT-ACHADA)
           END-IF.

           ADD 1 TO WS-CAT-PARES (WS-CAT-ACHADA).

       2100-SOMAR-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA A ENTRADA WS-CAT-IDX COM A CATEGORIA CORRENTE
      *-----------------------------------------------------------------------
       2110-COMPARAR-CATEGORIA.

           IF WS-CAT-CODIGO (WS-CAT-IDX) = WS-CATEGORIA-CORRENTE
               SET WS-CAT-ACHADA TO WS-CAT-IDX
           END-IF.

       2110-COMPARAR-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DISTRIBUI AS CATEGORIAS ENTRE AS PARTICOES: A CADA PASSADA A
      *    MAIOR CATEGORIA AINDA SEM PARTICAO (EMPATE PELO MENOR
      *    CODIGO) VAI PARA A PARTICAO COM MENOS PARES ATE ALI (EMPATE
      *    PELA DE MENOR NUMERO) - O MAPA SAI O MESMO SEMPRE QUE O
      *    ARQUIVO FOR O MESMO
      *-----------------------------------------------------------------------
       3000-DISTRIBUIR-CATEGORIAS.

           PERFORM 3050-ZERAR-PARTICAO
               THRU 3050-ZERAR-PARTICAO-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-MAX.

           MOVE ZEROS TO WS-QTDE-DISTRIBUIDAS.
           PERFORM 3100-ATRIBUIR-CATEGORIA
               THRU 3100-ATRIBUIR-CATEGORIA-EXIT
               UNTIL WS-QTDE-DISTRIBUIDAS NOT < WS-CAT-QTDE-USADAS.

       3000-DISTRIBUIR-CATEGORIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ZERA A CARGA DA PARTICAO WS-PAR-IDX
      *-----------------------------------------------------------------------
       3050-ZERAR-PARTICAO.

           MOVE ZEROS TO WS-PAR-CARGA (WS-PAR-IDX)
               WS-PAR-QTDE-CATEGORIAS (WS-PAR-IDX).

       3050-ZERAR-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ESCOLHE A PROXIMA CATEGORIA E A PARTICAO QUE A RECEBE
      *-----------------------------------------------------------------------
       3100-ATRIBUIR-CATEGORIA.

           MOVE ZEROS TO WS-CAT-ESCOLHIDA.
           PERFORM 3110-COMPARAR-CANDIDATA
               THRU 3110-COMPARAR-CANDIDATA-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-QTDE-USADAS.

           MOVE 1 TO WS-PAR-ESCOLHIDA.
           PERFORM 3120-COMPARAR-CARGA
               THRU 3120-COMPARAR-CARGA-EXIT
               VARYING WS-PAR-IDX FROM 2 BY 1
               UNTIL WS-PAR-IDX > WS-QTDE-PARTICOES.

           MOVE WS-PAR-ESCOLHIDA TO WS-CAT-PARTICAO (WS-CAT-ESCOLHIDA).
           ADD WS-CAT-PARES (WS-CAT-ESCOLHIDA)
               TO WS-PAR-CARGA (WS-PAR-ESCOLHIDA).
           ADD 1 TO WS-PAR-QTDE-CATEGORIAS (WS-PAR-ESCOLHIDA).
           ADD 1 TO WS-QTDE-DISTRIBUIDAS.

       3100-ATRIBUIR-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA A CATEGORIA WS-CAT-IDX COMO ESCOLHIDA QUANDO AINDA
      *    NAO TEM PARTICAO E E MAIOR QUE A ESCOLHIDA ATE AQUI
      *-----------------------------------------------------------------------
       3110-COMPARAR-CANDIDATA.

           IF WS-CAT-PARTICAO (WS-CAT-IDX) = ZERO
               IF WS-CAT-ESCOLHIDA = ZERO
                   SET WS-CAT-ESCOLHIDA TO WS-CAT-IDX
               ELSE
                   IF WS-CAT-PARES (WS-CAT-IDX) >
                           WS-CAT-PARES (WS-CAT-ESCOLHIDA)
                       OR (WS-CAT-PARES (WS-CAT-IDX) =
                           WS-CAT-PARES (WS-CAT-ESCOLHIDA)
                       AND WS-CAT-CODIGO (WS-CAT-IDX) <
                           WS-CAT-CODIGO (WS-CAT-ESCOLHIDA))
                       SET WS-CAT-ESCOLHIDA TO WS-CAT-IDX
                   END-IF
               END-IF
           END-IF.

       3110-COMPARAR-CANDIDATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA A PARTICAO WS-PAR-IDX COMO ESCOLHIDA QUANDO TEM MENOS
      *    PARES QUE A ESCOLHIDA ATE AQUI
      *-----------------------------------------------------------------------
       3120-COMPARAR-CARGA.

           IF WS-PAR-CARGA (WS-PAR-IDX) <
                   WS-PAR-CARGA (WS-PAR-ESCOLHIDA)
               SET WS-PAR-ESCOLHIDA TO WS-PAR-IDX
           END-IF.

       3120-COMPARAR-CARGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA O MAPA (PARTMAP), FECHA A ENTRADA E EXIBE A CARGA DE
      *    CADA PARTICAO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           IF FORMATO-CSV
               CLOSE TRANS-FILE-CSV
           ELSE
               CLOSE TRANS-FILE
           END-IF.

           OPEN OUTPUT PARTMAP-FILE.
           IF WS-STATUS-PARTMAP NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTMAP - STATUS="
                   WS-STATUS-PARTMAP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO PM-CARIMBO-DATA.
           MOVE WS-HORA-SISTEMA TO PM-CARIMBO-HORA.
           MOVE WS-QTDE-PARTICOES TO PM-QTDE-PARTICOES.

           SET PM-LINHA-CABECALHO TO TRUE.
           MOVE SPACES TO PM-CATEGORIA.
           MOVE ZEROS TO PM-PARTICAO.
           MOVE WS-QTDE-PARES TO PM-QTDE-PARES.
           PERFORM 9100-GRAVAR-MAPA
               THRU 9100-GRAVAR-MAPA-EXIT.

           DISPLAY "===== CATEGORIAS POR PARTICAO =====".
           SET PM-LINHA-CATEGORIA TO TRUE.
           PERFORM 8100-GRAVAR-CATEGORIA
               THRU 8100-GRAVAR-CATEGORIA-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-QTDE-USADAS.

           CLOSE PARTMAP-FILE.

           MOVE ZEROS TO WS-QTDE-PARTICOES-VAZIAS.
           PERFORM 8200-EXIBIR-PARTICAO
               THRU 8200-EXIBIR-PARTICAO-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-QTDE-PARTICOES.

           DISPLAY "======= RESUMO DA DIVISAO =======".
           DISPLAY "LINHAS LIDAS...........: " WS-QTDE-LINHAS.
           DISPLAY "LINHAS DE CONTROLE.....: " WS-QTDE-CONTROLE.
           DISPLAY "PARES..................: " WS-QTDE-PARES.
           DISPLAY "CATEGORIAS.............: " WS-CAT-QTDE-USADAS.
           DISPLAY "CARIMBO DO MAPA........: " PM-CARIMBO-DATA " "
               PM-CARIMBO-HORA.

           IF WS-QTDE-PARTICOES-VAZIAS > ZERO
               DISPLAY "AVISO: " WS-QTDE-PARTICOES-VAZIAS
                   " PARTICAO(OES) SEM CATEGORIA - O PASSO DELA RODA "
                   "SEM CALCULAR NENHUM PAR"
           END-IF.

           MOVE ZEROS TO RETURN-CODE.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A LINHA DO MAPA DA CATEGORIA WS-CAT-IDX
      *-----------------------------------------------------------------------
       8100-GRAVAR-CATEGORIA.

           MOVE WS-CAT-CODIGO (WS-CAT-IDX) TO PM-CATEGORIA.
           MOVE WS-CAT-PARTICAO (WS-CAT-IDX) TO PM-PARTICAO.
           MOVE WS-CAT-PARES (WS-CAT-IDX) TO PM-QTDE-PARES.
           PERFORM 9100-GRAVAR-MAPA
               THRU 9100-GRAVAR-MAPA-EXIT.

           DISPLAY "CATEGORIA " PM-CATEGORIA " PARES=" PM-QTDE-PARES
               " PARTICAO=" PM-PARTICAO.

       8100-GRAVAR-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE A CARGA DA PARTICAO WS-PAR-IDX
      *-----------------------------------------------------------------------
       8200-EXIBIR-PARTICAO.

           SET WS-PAR-ESCOLHIDA TO WS-PAR-IDX.
           DISPLAY "PARTICAO " WS-PAR-ESCOLHIDA " CATEGORIAS="
               WS-PAR-QTDE-CATEGORIAS (WS-PAR-IDX) " PARES="
               WS-PAR-CARGA (WS-PAR-IDX).
           IF WS-PAR-QTDE-CATEGORIAS (WS-PAR-IDX) = ZERO
               ADD 1 TO WS-QTDE-PARTICOES-VAZIAS
           END-IF.

       8200-EXIBIR-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE A PROXIMA LINHA DO ARQUIVO DE ENTRADA
      *-----------------------------------------------------------------------
       9000-LER-LINHA-ENTRADA.

           IF FORMATO-CSV
               READ TRANS-FILE-CSV
                   AT END
                       SET FIM-ARQUIVO-TRANS TO TRUE
               END-READ
               MOVE WS-STATUS-TRANS-CSV TO WS-STATUS-TRANS
           ELSE
               READ TRANS-FILE
                   AT END
                       SET FIM-ARQUIVO-TRANS TO TRUE
               END-READ
           END-IF.

           IF NOT FIM-ARQUIVO-TRANS
               AND WS-STATUS-TRANS NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM TRANFILE/TRANFCSV - "
                   "STATUS=" WS-STATUS-TRANS
               IF FORMATO-CSV
                   CLOSE TRANS-FILE-CSV
               ELSE
                   CLOSE TRANS-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-LER-LINHA-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM PARTMAP A LINHA MONTADA EM WS-REGISTRO-PARTMAP
      *-----------------------------------------------------------------------
       9100-GRAVAR-MAPA.

           WRITE LINHA-PARTMAP FROM WS-REGISTRO-PARTMAP.
           IF WS-STATUS-PARTMAP NOT = "00"
               DISPLAY "ERRO FATAL DE GRAVACAO EM PARTMAP - STATUS="
                   WS-STATUS-PARTMAP
               CLOSE PARTMAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-GRAVAR-MAPA-EXIT.
           EXIT.

       END PROGRAM ParticionaTransacoes.
