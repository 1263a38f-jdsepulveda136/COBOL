      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. ConsultaManutencao.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:15/10/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Listar as alteracoes dos dados de controle
      *           registradas no historico de manutencao HISTMANU
      *           (CategoriaControle e ContadorControle) dentro de um
      *           intervalo de datas - quem alterou, quando, por que
      *           e como o registro estava antes e ficou depois -
      *           opcionalmente so de um codigo de categoria, para
      *           responder "quem mudou o limite desta categoria"
      *           sem procurar em SYSOUT antigo.
      *           Codigo em branco lista tudo (CATMEST e VARCKPT);
      *           codigo informado lista so as alteracoes de CATMEST
      *           daquele codigo. O resumo traz as quantidades por
      *           acao e por codigo de categoria.
      *
      *HISTORICO DE ALTERACOES:
      *15/10/2026 JS - Versao inicial.
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

           SELECT HISTMAN-FILE ASSIGN TO "HISTMANU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTMANU.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  HISTMAN-FILE.
       01  LINHA-HISTMAN PIC X(184).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY HISTMAN.

       77  WS-STATUS-HISTMANU PIC X(02) VALUE "00".

       77  WS-EOF-HISTMANU PIC X(01) VALUE "N".
           88  FIM-HISTMANU VALUE "S".

       77  WS-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM PIC 9(08) VALUE 99999999.
       77  WS-CODIGO-FILTRO PIC X(04) VALUE SPACES.

       77  WS-QTDE-LIDAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LISTADAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-INCLUSOES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-DESATIVACOES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REATIVACOES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LIMITES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REDEFINICOES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LOTE PIC 9(07) VALUE ZEROS.

      *    QUANTIDADE DE ALTERACOES LISTADAS POR CODIGO DE CATEGORIA,
      *    NA ORDEM EM QUE O CODIGO APARECE NO HISTORICO
       77  WS-QTDE-CODIGOS PIC 9(03) VALUE ZEROS.
       77  WS-MAX-CODIGOS PIC 9(03) VALUE 200.
       77  WS-IDX-ACHADO PIC 9(03) VALUE ZEROS.
       77  WS-CODIGOS-DESPREZADOS PIC 9(07) VALUE ZEROS.

       01  WS-TABELA-CODIGOS.
           05  WS-COD-ENTRADA OCCURS 200 TIMES
                   INDEXED BY WS-COD-IDX.
               10  WS-COD-CODIGO PIC X(04).
               10  WS-COD-QTDE PIC 9(07).

       01  WS-LINHA-EXIBICAO.
           05  WX-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WX-HORA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WX-ARQUIVO PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WX-CHAVE PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WX-ACAO PIC X(11).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WX-MODO PIC X(10).
           05  FILLER PIC X(06) VALUE " OPER:".
           05  WX-OPERADOR PIC X(08).
           05  FILLER PIC X(08) VALUE " MOTIVO:".
           05  WX-MOTIVO PIC X(40).

      *    REGISTRO ANTES/DEPOIS DA ALTERACAO, RECUADO SOB A LINHA
       01  WS-LINHA-IMAGEM.
           05  FILLER PIC X(11) VALUE SPACES.
           05  WXI-ROTULO PIC X(08).
           05  WXI-IMAGEM PIC X(48).

       01  WS-LINHA-CODIGO.
           05  FILLER PIC X(11) VALUE "CATEGORIA: ".
           05  WXC-CODIGO PIC X(04).
           05  FILLER PIC X(15) VALUE " ALTERACOES..: ".
           05  WXC-QTDE PIC Z(6)9.

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESSAR-ALTERACAO
               THRU 2000-PROCESSAR-ALTERACAO-EXIT
               UNTIL FIM-HISTMANU.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    PERGUNTA O INTERVALO DE DATAS E O CODIGO, ABRE HISTMANU E
      *    LE O PRIMEIRO REGISTRO (PRIME READ)
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== CONSULTA DO HISTORICO DE MANUTENCAO =====".
           DISPLAY "Data inicial (AAAAMMDD):".
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Data final (AAAAMMDD, branco=todas):".
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
           DISPLAY "Codigo da categoria (em branco = todas):".
           ACCEPT WS-CODIGO-FILTRO.

           OPEN INPUT HISTMAN-FILE.
           IF WS-STATUS-HISTMANU NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR HISTMANU - STATUS="
                   WS-STATUS-HISTMANU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9000-LER-PROXIMA-ALTERACAO
               THRU 9000-LER-PROXIMA-ALTERACAO-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE A ALTERACAO CORRENTE QUANDO ATENDE AO FILTRO,
      *    ACUMULANDO OS CONTADORES DO RESUMO, E LE A PROXIMA
      *-----------------------------------------------------------------------
       2000-PROCESSAR-ALTERACAO.

           ADD 1 TO WS-QTDE-LIDAS.

           IF HM-DATA >= WS-DATA-INICIO
               AND HM-DATA <= WS-DATA-FIM
               IF WS-CODIGO-FILTRO = SPACES
                   OR (HM-ARQUIVO-CATMEST
                       AND HM-CHAVE = WS-CODIGO-FILTRO)
                   PERFORM 2100-EXIBIR-ALTERACAO
                       THRU 2100-EXIBIR-ALTERACAO-EXIT
               END-IF
           END-IF.

           PERFORM 9000-LER-PROXIMA-ALTERACAO
               THRU 9000-LER-PROXIMA-ALTERACAO-EXIT.

       2000-PROCESSAR-ALTERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE A LINHA DA ALTERACAO E, RECUADOS, O REGISTRO ANTES E
      *    DEPOIS; CONTA POR ACAO E POR CODIGO DE CATEGORIA
      *-----------------------------------------------------------------------
       2100-EXIBIR-ALTERACAO.

           ADD 1 TO WS-QTDE-LISTADAS.

           IF HM-ARQUIVO-CATMEST
               EVALUATE HM-ACAO
                   WHEN "I"
                       MOVE "INCLUSAO" TO WX-ACAO
                       ADD 1 TO WS-QTDE-INCLUSOES
                   WHEN "D"
                       MOVE "DESATIVACAO" TO WX-ACAO
                       ADD 1 TO WS-QTDE-DESATIVACOES
                   WHEN "R"
                       MOVE "REATIVACAO" TO WX-ACAO
                       ADD 1 TO WS-QTDE-REATIVACOES
                   WHEN "V"
                       MOVE "LIMITE" TO WX-ACAO
                       ADD 1 TO WS-QTDE-LIMITES
                   WHEN OTHER
                       MOVE HM-ACAO TO WX-ACAO
               END-EVALUATE
               PERFORM 2200-CONTAR-CODIGO
                   THRU 2200-CONTAR-CODIGO-EXIT
           ELSE
               IF HM-ACAO = "R"
                   MOVE "REDEFINICAO" TO WX-ACAO
                   ADD 1 TO WS-QTDE-REDEFINICOES
               ELSE
                   MOVE HM-ACAO TO WX-ACAO
               END-IF
           END-IF.

           IF HM-MODO-LOTE
               MOVE "LOTE" TO WX-MODO
               ADD 1 TO WS-QTDE-LOTE
           ELSE
               MOVE "INTERATIVO" TO WX-MODO
           END-IF.

           MOVE HM-DATA TO WX-DATA.
           MOVE HM-HORA TO WX-HORA.
           MOVE HM-ARQUIVO TO WX-ARQUIVO.
           MOVE HM-CHAVE TO WX-CHAVE.
           MOVE HM-OPERADOR TO WX-OPERADOR.
           MOVE HM-MOTIVO TO WX-MOTIVO.
           DISPLAY WS-LINHA-EXIBICAO.

           MOVE "ANTES : " TO WXI-ROTULO.
           MOVE HM-IMAGEM-ANTES TO WXI-IMAGEM.
           DISPLAY WS-LINHA-IMAGEM.
           MOVE "DEPOIS: " TO WXI-ROTULO.
           MOVE HM-IMAGEM-DEPOIS TO WXI-IMAGEM.
           DISPLAY WS-LINHA-IMAGEM.

       2100-EXIBIR-ALTERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA 1 AO CODIGO DA ALTERACAO NA TABELA DE CODIGOS,
      *    INCLUINDO O CODIGO NA PRIMEIRA VEZ QUE APARECE
      *-----------------------------------------------------------------------
       2200-CONTAR-CODIGO.

           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM 2300-COMPARAR-CODIGO
               THRU 2300-COMPARAR-CODIGO-EXIT
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > WS-QTDE-CODIGOS
               OR WS-IDX-ACHADO NOT = ZERO.

           IF WS-IDX-ACHADO NOT = ZERO
               SET WS-COD-IDX TO WS-IDX-ACHADO
               ADD 1 TO WS-COD-QTDE (WS-COD-IDX)
           ELSE
               IF WS-QTDE-CODIGOS < WS-MAX-CODIGOS
                   ADD 1 TO WS-QTDE-CODIGOS
                   SET WS-COD-IDX TO WS-QTDE-CODIGOS
                   MOVE HM-CHAVE TO WS-COD-CODIGO (WS-COD-IDX)
                   MOVE 1 TO WS-COD-QTDE (WS-COD-IDX)
               ELSE
                   ADD 1 TO WS-CODIGOS-DESPREZADOS
               END-IF
           END-IF.

       2200-CONTAR-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA A ENTRADA WS-COD-IDX COM O CODIGO DA ALTERACAO
      *-----------------------------------------------------------------------
       2300-COMPARAR-CODIGO.

           IF WS-COD-CODIGO (WS-COD-IDX) = HM-CHAVE
               SET WS-IDX-ACHADO TO WS-COD-IDX
           END-IF.

       2300-COMPARAR-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ENCERRA A CONSULTA EXIBINDO O RESUMO DO INTERVALO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           CLOSE HISTMAN-FILE.

           DISPLAY "======= RESUMO DA CONSULTA =======".
           DISPLAY "ALTERACOES NO HISTORICO......: " WS-QTDE-LIDAS.
           DISPLAY "ALTERACOES LISTADAS..........: " WS-QTDE-LISTADAS.
           DISPLAY "  INCLUSOES DE CATEGORIA.....: " WS-QTDE-INCLUSOES.
           DISPLAY "  DESATIVACOES DE CATEGORIA..: "
               WS-QTDE-DESATIVACOES.
           DISPLAY "  REATIVACOES DE CATEGORIA...: "
               WS-QTDE-REATIVACOES.
           DISPLAY "  LIMITES DE CATEGORIA.......: " WS-QTDE-LIMITES.
           DISPLAY "  REDEFINICOES DO ACUMULADOR.: "
               WS-QTDE-REDEFINICOES.
           DISPLAY "ALTERACOES EM LOTE (CARTOES).: " WS-QTDE-LOTE.

           PERFORM 8100-EXIBIR-CODIGO
               THRU 8100-EXIBIR-CODIGO-EXIT
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > WS-QTDE-CODIGOS.

           IF WS-CODIGOS-DESPREZADOS > ZERO
               DISPLAY "AVISO: LIMITE DA TABELA DE CODIGOS EXCEDIDO - "
                   WS-CODIGOS-DESPREZADOS
                   " ALTERACAO(OES) FORA DA CONTAGEM POR CODIGO"
           END-IF.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXIBE A QUANTIDADE DE ALTERACOES DE UM CODIGO DE CATEGORIA
      *-----------------------------------------------------------------------
       8100-EXIBIR-CODIGO.

           MOVE WS-COD-CODIGO (WS-COD-IDX) TO WXC-CODIGO.
           MOVE WS-COD-QTDE (WS-COD-IDX) TO WXC-QTDE.
           DISPLAY WS-LINHA-CODIGO.

       8100-EXIBIR-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O PROXIMO REGISTRO DE HISTMANU
      *-----------------------------------------------------------------------
       9000-LER-PROXIMA-ALTERACAO.

           READ HISTMAN-FILE INTO WS-REGISTRO-HISTMAN
               AT END
                   SET FIM-HISTMANU TO TRUE
           END-READ.

           IF NOT FIM-HISTMANU
               AND WS-STATUS-HISTMANU NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM HISTMANU - STATUS="
                   WS-STATUS-HISTMANU
               CLOSE HISTMAN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-LER-PROXIMA-ALTERACAO-EXIT.
           EXIT.

       END PROGRAM ConsultaManutencao.
