      *           excluida fisicamente, apenas desativada, para o
      *           historico de lotes antigos continuar interpretavel.
      *
      *           Toda alteracao exige a identificacao do operador e o
      *           motivo, e fica registrada no historico de manutencao
      *           HISTMANU (layout no copybook HISTMAN, compartilhado
      *           com ContadorControle) com o registro de CATMEST antes
      *           e depois, a data/hora e o modo (interativo ou lote).
      *           O historico e acrescentado e HISTMANU fechado antes
      *           de CATMEST ser regravado; se HISTMANU nao abrir ou
      *           nao gravar, CATMEST nao e regravado e as alteracoes
      *           da execucao sao perdidas.
      *
      *           MODO LOTE: com o DD CARTOES presente (JCL MANUTJB) o
      *           programa nao conversa com o operador - aplica um
      *           cartao de alteracao por linha, na ordem, e grava o
      *           relatorio de controle RELMANUT com o resultado de
      *           cada cartao. Layout do cartao:
      *             coluna  01     acao: I=incluir D=desativar
      *                            R=reativar V=limite
      *             colunas 03-06  codigo da categoria
      *             colunas 08-15  identificacao do operador
      *             colunas 17-56  motivo da alteracao
      *             colunas 58-87  I: descricao; V: limite com 10
      *                            digitos, os 2 ultimos decimais
      *           Linha em branco ou comecada por "*" e comentario.
      *           Cartao com acao invalida, sem operador ou motivo, de
      *           codigo inexistente (ou ja existente, na inclusao),
      *           limite nao numerico ou que nao muda nada (desativar
      *           o que ja esta inativo) e recusado; os demais sao
      *           aplicados. RC=4 quando algum cartao foi recusado.
      *
      *HISTORICO DE ALTERACOES:
      *02/09/2026 JS - Versao inicial.
      *29/09/2026 JS - Limite de valor por categoria (CM-LIMITE) para a
      *                fila de retencao da CALCULADORA: nova opcao
      *                V-LIMITE, limite exibido na listagem; registro
      *                de CATMEST passa de 37 para 48 posicoes.
      *15/10/2026 JS - Historico de manutencao HISTMANU (antes/depois,
      *                operador, data/hora e motivo) e modo lote com
      *                cartoes de alteracao (CARTOES) e relatorio de
      *                controle (RELMANUT). Desativar categoria ja
      *                inativa e reativar categoria ja ativa passam a
      *                ser recusados.
      *15/10/2026 JS - HISTMANU gravado e fechado antes de abrir
      *                CATMEST para regravacao.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATMEST.

           SELECT HISTMAN-FILE ASSIGN TO "HISTMANU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTMANU.

           SELECT CARTAO-FILE ASSIGN TO "CARTOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTOES.

           SELECT REPORT-FILE ASSIGN TO "RELMANUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================
      *-----------------------------------------------------------------------

       FD  CATMEST-FILE.
       01  LINHA-CATMEST PIC X(48).

       FD  HISTMAN-FILE.
       01  LINHA-HISTMAN PIC X(184).

      *    CARTAO DE ALTERACAO DO MODO LOTE: ACAO, CODIGO, OPERADOR,
      *    MOTIVO E O DADO DA ACAO, SEPARADOS POR UM BRANCO COMO NOS
      *    CARTOES DE DECISAO DE RETJOB.
       FD  CARTAO-FILE.
       01  CARTAO-ALTERACAO.
           05  CA-ACAO PIC X(01).
           05  FILLER PIC X(01).
           05  CA-CODIGO PIC X(04).
           05  FILLER PIC X(01).
           05  CA-OPERADOR PIC X(08).
           05  FILLER PIC X(01).
           05  CA-MOTIVO PIC X(40).
           05  FILLER PIC X(01).
           05  CA-DADO PIC X(30).
           05  CA-DADO-LIMITE REDEFINES CA-DADO.
               10  CA-LIMITE PIC X(10).
               10  FILLER PIC X(20).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO PIC X(133).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY CATEGORIA.

           COPY HISTMAN.

       77  WS-STATUS-CATMEST PIC X(02) VALUE "00".
       77  WS-STATUS-HISTMANU PIC X(02) VALUE "00".
       77  WS-STATUS-CARTOES PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO PIC X(02) VALUE "00".

       77  WS-EOF-CATMEST PIC X(01) VALUE "N".
           88  FIM-CATMEST VALUE "S".

       77  WS-EOF-CARTOES PIC X(01) VALUE "N".
           88  FIM-CARTOES VALUE "S".

      *    MODO DA EXECUCAO - LOTE QUANDO O DD CARTOES ESTA PRESENTE.
       77  WS-MODO-SW PIC X(01) VALUE "I".
           88  MODO-INTERATIVO VALUE "I".
           88  MODO-LOTE VALUE "L".

       77  WS-OPCAO PIC X(01) VALUE "L".
           88  OPCAO-LISTAR VALUE "L" "l".
           88  OPCAO-INCLUIR VALUE "I" "i".
           88  OPCAO-DESATIVAR VALUE "D" "d".
           88  OPCAO-REATIVAR VALUE "R" "r".
           88  OPCAO-LIMITE VALUE "V" "v".
           88  OPCAO-FIM VALUE "F" "f".

       77  WS-CODIGO-INFORMADO PIC X(04) VALUE SPACES.
       77  WS-DESCRICAO-INFORMADA PIC X(30) VALUE SPACES.
       01  WS-LIMITE-INFORMADO PIC X(10) VALUE SPACES.
       01  WS-LIMITE-INFORMADO-NUM REDEFINES WS-LIMITE-INFORMADO
           PIC 9(08)V99.
       77  WS-LIMITE-EDITADO PIC Z(07)9.99.
       77  WS-OPERADOR-INFORMADO PIC X(08) VALUE SPACES.
       77  WS-MOTIVO-INFORMADO PIC X(40) VALUE SPACES.

      *    RESULTADO DA ULTIMA ALTERACAO PEDIDA (OPCAO OU CARTAO) E A
      *    ACAO GRAVADA NO HISTORICO (I/D/R/V).
       77  WS-RESULTADO PIC X(40) VALUE SPACES.
       77  WS-RESULTADO-SW PIC X(01) VALUE "S".
           88  ALTERACAO-APLICADA VALUE "S".
           88  ALTERACAO-RECUSADA VALUE "N".
       77  WS-ACAO-HISTORICO PIC X(01) VALUE SPACE.

       77  WS-QTDE-CARTOES-LIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CARTOES-APLICADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CARTOES-RECUSADOS PIC 9(07) VALUE ZEROS.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAA PIC 9(04).
           05  WS-DATA-MM PIC 9(02).
           05  WS-DATA-DD PIC 9(02).
       77  WS-HORA-SISTEMA PIC 9(08) VALUE ZEROS.

      *    REGISTRO DE CATMEST DA ENTRADA ANTES DA ALTERACAO.
       77  WS-IMAGEM-ANTES PIC X(48) VALUE SPACES.
       77  WS-MENSAGEM PIC X(80) VALUE SPACES.

      *    LINHAS DE HISTORICO DAS ALTERACOES DA EXECUCAO, GUARDADAS ATE
      *    8000 ACRESCENTA-LAS A HISTMANU JUNTO COM A REGRAVACAO DE
      *    CATMEST - CHEIA A TABELA, NOVAS ALTERACOES SAO RECUSADAS.
       77  WS-QTDE-HISTORICO PIC 9(03) VALUE ZEROS.
       77  WS-MAX-HISTORICO PIC 9(03) VALUE 500.

       01  WS-TABELA-HISTORICO.
           05  WS-HIS-LINHA OCCURS 500 TIMES INDEXED BY WS-HIS-IDX
                                                   PIC X(184).

       77  WS-QTDE-ENTRADAS PIC 9(03) VALUE ZEROS.
       77  WS-MAX-ENTRADAS PIC 9(03) VALUE 100.
               10  WS-CAD-SITUACAO PIC X(01).
                   88  CAD-ENTRADA-ATIVA VALUE "A".
               10  WS-CAD-DESCRICAO PIC X(30).
               10  WS-CAD-LIMITE PIC 9(08)V99.

       01  WS-CABECALHO-MANUT.
           05  FILLER PIC X(50) VALUE
               "CONTROLE DOS CARTOES DE ALTERACAO DE CATEGORIAS".
           05  FILLER PIC X(10) VALUE "   DATA:".
           05  WCM-DD PIC 99.
           05  FILLER PIC X(01) VALUE "/".
           05  WCM-MM PIC 99.
           05  FILLER PIC X(01) VALUE "/".
           05  WCM-AAAA PIC 9999.
           05  FILLER PIC X(63) VALUE SPACES.

       01  WS-LINHA-CARTAO.
           05  FILLER PIC X(07) VALUE "CARTAO:".
           05  WLC-SEQUENCIA PIC Z(6)9.
           05  FILLER PIC X(07) VALUE "  ACAO:".
           05  WLC-ACAO PIC X(01).
           05  FILLER PIC X(06) VALUE "  COD:".
           05  WLC-CODIGO PIC X(04).
           05  FILLER PIC X(07) VALUE "  OPER:".
           05  WLC-OPERADOR PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLC-SITUACAO PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WLC-RESULTADO PIC X(40).
           05  FILLER PIC X(34) VALUE SPACES.

       01  WS-LINHA-TOTAL-MANUT.
           05  FILLER PIC X(09) VALUE "CARTOES:".
           05  WTM-LIDOS PIC Z(6)9.
           05  FILLER PIC X(12) VALUE "  APLICADOS:".
           05  WTM-APLICADOS PIC Z(6)9.
           05  FILLER PIC X(12) VALUE "  RECUSADOS:".
           05  WTM-RECUSADOS PIC Z(6)9.
           05  FILLER PIC X(79) VALUE SPACES.

      *-----------------------------------------------------------------------

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           IF MODO-LOTE
               PERFORM 2500-PROCESSAR-CARTAO
                   THRU 2500-PROCESSAR-CARTAO-EXIT
                   UNTIL FIM-CARTOES
           ELSE
               PERFORM 2000-PROCESSAR-OPCAO
                   THRU 2000-PROCESSAR-OPCAO-EXIT
                   UNTIL OPCAO-FIM
           END-IF.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA O CADASTRO EXISTENTE (SE HOUVER) PARA A TABELA EM
      *    MEMORIA E DECIDE O MODO: COM CARTOES, ABRE O RELATORIO DE
      *    CONTROLE E LE O PRIMEIRO CARTAO; SEM, LE A PRIMEIRA OPCAO
      *    DO OPERADOR
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

               END-IF
           END-IF.

           PERFORM 1200-ABRIR-CARTOES
               THRU 1200-ABRIR-CARTOES-EXIT.

           IF MODO-LOTE
               PERFORM 9100-LER-CARTAO
                   THRU 9100-LER-CARTAO-EXIT
           ELSE
               PERFORM 9000-LER-OPCAO
                   THRU 9000-LER-OPCAO-EXIT
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
                           TO WS-CAD-SITUACAO (WS-CAD-IDX)
                       MOVE CM-DESCRICAO
                           TO WS-CAD-DESCRICAO (WS-CAD-IDX)
                       IF CM-LIMITE IS NUMERIC
                           MOVE CM-LIMITE TO WS-CAD-LIMITE (WS-CAD-IDX)
                       ELSE
                           MOVE ZEROS TO WS-CAD-LIMITE (WS-CAD-IDX)
                       END-IF
                   ELSE
                       DISPLAY "AVISO: LIMITE DA TABELA EXCEDIDO - "
                           "CODIGO IGNORADO: " CM-CODIGO
       1100-CARREGAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DD CARTOES PRESENTE (MESMO VAZIO OU DUMMY) = MODO LOTE, COM
      *    O RELATORIO DE CONTROLE RELMANUT; AUSENTE = MODO INTERATIVO
      *-----------------------------------------------------------------------
       1200-ABRIR-CARTOES.

           OPEN INPUT CARTAO-FILE.
           EVALUATE WS-STATUS-CARTOES
               WHEN "00"
                   SET MODO-LOTE TO TRUE
               WHEN "35"
                   SET MODO-INTERATIVO TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR CARTOES - STATUS="
                       WS-STATUS-CARTOES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF MODO-LOTE
               DISPLAY "MODO LOTE - CARTOES DE ALTERACAO EM CARTOES"
               OPEN OUTPUT REPORT-FILE
               IF WS-STATUS-RELATORIO NOT = "00"
                   DISPLAY "ERRO FATAL AO ABRIR RELMANUT - STATUS="
                       WS-STATUS-RELATORIO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-DD TO WCM-DD
               MOVE WS-DATA-MM TO WCM-MM
               MOVE WS-DATA-AAAA TO WCM-AAAA
               WRITE LINHA-RELATORIO FROM WS-CABECALHO-MANUT
           END-IF.

       1200-ABRIR-CARTOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    EXECUTA A OPCAO CORRENTE DO OPERADOR E LE A PROXIMA
      *-----------------------------------------------------------------------
               WHEN OPCAO-REATIVAR
                   PERFORM 5000-MUDAR-SITUACAO
                       THRU 5000-MUDAR-SITUACAO-EXIT
               WHEN OPCAO-LIMITE
                   PERFORM 5500-ALTERAR-LIMITE
                       THRU 5500-ALTERAR-LIMITE-EXIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA: " WS-OPCAO
           END-EVALUATE.
       2000-PROCESSAR-OPCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MODO LOTE: APLICA O CARTAO CORRENTE (LINHA EM BRANCO OU
      *    COMECADA POR "*" E COMENTARIO) E LE O PROXIMO
      *-----------------------------------------------------------------------
       2500-PROCESSAR-CARTAO.

           IF CARTAO-ALTERACAO NOT = SPACES
               AND CA-ACAO NOT = "*"
               PERFORM 2600-APLICAR-CARTAO
                   THRU 2600-APLICAR-CARTAO-EXIT
           END-IF.

           PERFORM 9100-LER-CARTAO
               THRU 9100-LER-CARTAO-EXIT.

       2500-PROCESSAR-CARTAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    APLICA UM CARTAO PELAS MESMAS ROTINAS DAS OPCOES
      *    INTERATIVAS E GRAVA O RESULTADO NO RELATORIO DE CONTROLE
      *-----------------------------------------------------------------------
       2600-APLICAR-CARTAO.

           ADD 1 TO WS-QTDE-CARTOES-LIDOS.

           MOVE CA-ACAO TO WS-OPCAO.
           MOVE CA-CODIGO TO WS-CODIGO-INFORMADO.
           MOVE CA-OPERADOR TO WS-OPERADOR-INFORMADO.
           MOVE CA-MOTIVO TO WS-MOTIVO-INFORMADO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   MOVE CA-DADO TO WS-DESCRICAO-INFORMADA
                   PERFORM 4100-APLICAR-INCLUSAO
                       THRU 4100-APLICAR-INCLUSAO-EXIT
               WHEN OPCAO-DESATIVAR
               WHEN OPCAO-REATIVAR
                   PERFORM 5100-APLICAR-SITUACAO
                       THRU 5100-APLICAR-SITUACAO-EXIT
               WHEN OPCAO-LIMITE
                   MOVE CA-LIMITE TO WS-LIMITE-INFORMADO
                   PERFORM 5600-APLICAR-LIMITE
                       THRU 5600-APLICAR-LIMITE-EXIT
               WHEN OTHER
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "ACAO INVALIDA (USAR I, D, R OU V)"
                       TO WS-RESULTADO
           END-EVALUATE.

           MOVE WS-QTDE-CARTOES-LIDOS TO WLC-SEQUENCIA.
           MOVE CA-ACAO TO WLC-ACAO.
           MOVE CA-CODIGO TO WLC-CODIGO.
           MOVE CA-OPERADOR TO WLC-OPERADOR.
           MOVE WS-RESULTADO TO WLC-RESULTADO.
           IF ALTERACAO-APLICADA
               MOVE "APLICADO" TO WLC-SITUACAO
               ADD 1 TO WS-QTDE-CARTOES-APLICADOS
           ELSE
               MOVE "RECUSADO" TO WLC-SITUACAO
               ADD 1 TO WS-QTDE-CARTOES-RECUSADOS
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CARTAO.
           DISPLAY "CARTAO " WS-QTDE-CARTOES-LIDOS " " WLC-SITUACAO
               ": " WS-RESULTADO.

       2600-APLICAR-CARTAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LISTA TODAS AS ENTRADAS DO CADASTRO EM MEMORIA
      *-----------------------------------------------------------------------
       3000-LISTAR-CADASTRO.

           DISPLAY "CODIGO SIT DESCRICAO                       "
               "       LIMITE".
           PERFORM 3100-LISTAR-ENTRADA
               THRU 3100-LISTAR-ENTRADA-EXIT
               VARYING WS-CAD-IDX FROM 1 BY 1
      *-----------------------------------------------------------------------
       3100-LISTAR-ENTRADA.

           IF WS-CAD-LIMITE (WS-CAD-IDX) = ZERO
               DISPLAY WS-CAD-CODIGO (WS-CAD-IDX) "   "
                   WS-CAD-SITUACAO (WS-CAD-IDX) "   "
                   WS-CAD-DESCRICAO (WS-CAD-IDX) "   SEM LIMITE"
           ELSE
               MOVE WS-CAD-LIMITE (WS-CAD-IDX) TO WS-LIMITE-EDITADO
               DISPLAY WS-CAD-CODIGO (WS-CAD-IDX) "   "
                   WS-CAD-SITUACAO (WS-CAD-IDX) "   "
                   WS-CAD-DESCRICAO (WS-CAD-IDX) "   "
                   WS-LIMITE-EDITADO
           END-IF.

       3100-LISTAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    OPCAO I: PEDE O CODIGO, A DESCRICAO, O OPERADOR E O MOTIVO
      *    E INCLUI O CODIGO
      *-----------------------------------------------------------------------
       4000-INCLUIR-CODIGO.

           ACCEPT WS-CODIGO-INFORMADO.
           DISPLAY "DESCRICAO (ATE 30 CARACTERES):".
           ACCEPT WS-DESCRICAO-INFORMADA.
           PERFORM 6300-LER-OPERADOR
               THRU 6300-LER-OPERADOR-EXIT.

           PERFORM 4100-APLICAR-INCLUSAO
               THRU 4100-APLICAR-INCLUSAO-EXIT.

           PERFORM 6400-EXIBIR-RESULTADO
               THRU 6400-EXIBIR-RESULTADO-EXIT.

       4000-INCLUIR-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    INCLUI UM CODIGO NOVO NO CADASTRO (ATIVO, SEM LIMITE DE
      *    VALOR - O LIMITE E DEFINIDO DEPOIS PELA OPCAO V), RECUSANDO
      *    DUPLICATA E TABELA CHEIA
      *-----------------------------------------------------------------------
       4100-APLICAR-INCLUSAO.

           PERFORM 6200-VALIDAR-ALTERACAO
               THRU 6200-VALIDAR-ALTERACAO-EXIT.

           IF ALTERACAO-APLICADA
               IF WS-CODIGO-INFORMADO = SPACES
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "CODIGO EM BRANCO NAO E PERMITIDO"
                       TO WS-RESULTADO
               ELSE
                   PERFORM 6000-LOCALIZAR-CODIGO
                       THRU 6000-LOCALIZAR-CODIGO-EXIT
                   EVALUATE TRUE
                       WHEN WS-IDX-ACHADO NOT = ZERO
                           SET ALTERACAO-RECUSADA TO TRUE
                           MOVE "CODIGO JA CADASTRADO" TO WS-RESULTADO
                       WHEN WS-QTDE-ENTRADAS >= WS-MAX-ENTRADAS
                           SET ALTERACAO-RECUSADA TO TRUE
                           MOVE "CADASTRO CHEIO" TO WS-RESULTADO
                       WHEN OTHER
                           MOVE SPACES TO WS-IMAGEM-ANTES
                           ADD 1 TO WS-QTDE-ENTRADAS
                           SET WS-CAD-IDX TO WS-QTDE-ENTRADAS
                           MOVE WS-CODIGO-INFORMADO
                               TO WS-CAD-CODIGO (WS-CAD-IDX)
                           MOVE "A" TO WS-CAD-SITUACAO (WS-CAD-IDX)
                           MOVE WS-DESCRICAO-INFORMADA
                               TO WS-CAD-DESCRICAO (WS-CAD-IDX)
                           MOVE ZEROS TO WS-CAD-LIMITE (WS-CAD-IDX)
                           MOVE "I" TO WS-ACAO-HISTORICO
                           PERFORM 6500-REGISTRAR-HISTORICO
                               THRU 6500-REGISTRAR-HISTORICO-EXIT
                           MOVE "CODIGO INCLUIDO" TO WS-RESULTADO
                   END-EVALUATE
               END-IF
           END-IF.

       4100-APLICAR-INCLUSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    OPCOES D/R: PEDE O CODIGO, O OPERADOR E O MOTIVO E DESATIVA
      *    OU REATIVA O CODIGO, CONFORME A OPCAO CORRENTE
      *-----------------------------------------------------------------------
       5000-MUDAR-SITUACAO.

           DISPLAY "CODIGO (4 CARACTERES):".
           ACCEPT WS-CODIGO-INFORMADO.
           PERFORM 6300-LER-OPERADOR
               THRU 6300-LER-OPERADOR-EXIT.

           PERFORM 5100-APLICAR-SITUACAO
               THRU 5100-APLICAR-SITUACAO-EXIT.

           PERFORM 6400-EXIBIR-RESULTADO
               THRU 6400-EXIBIR-RESULTADO-EXIT.

       5000-MUDAR-SITUACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DESATIVA OU REATIVA UM CODIGO EXISTENTE, CONFORME A OPCAO
      *    CORRENTE - RECUSA A ALTERACAO QUE NAO MUDARIA NADA
      *-----------------------------------------------------------------------
       5100-APLICAR-SITUACAO.

           PERFORM 6200-VALIDAR-ALTERACAO
               THRU 6200-VALIDAR-ALTERACAO-EXIT.

           IF ALTERACAO-APLICADA
               PERFORM 6000-LOCALIZAR-CODIGO
                   THRU 6000-LOCALIZAR-CODIGO-EXIT
               IF WS-IDX-ACHADO = ZERO
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "CODIGO NAO CADASTRADO" TO WS-RESULTADO
               ELSE
                   SET WS-CAD-IDX TO WS-IDX-ACHADO
                   IF OPCAO-DESATIVAR
                       AND NOT CAD-ENTRADA-ATIVA (WS-CAD-IDX)
                       SET ALTERACAO-RECUSADA TO TRUE
                       MOVE "CODIGO JA ESTA DESATIVADO" TO WS-RESULTADO
                   END-IF
                   IF OPCAO-REATIVAR
                       AND CAD-ENTRADA-ATIVA (WS-CAD-IDX)
                       SET ALTERACAO-RECUSADA TO TRUE
                       MOVE "CODIGO JA ESTA ATIVO" TO WS-RESULTADO
                   END-IF
               END-IF
           END-IF.

           IF ALTERACAO-APLICADA
               PERFORM 6600-MONTAR-REGISTRO
                   THRU 6600-MONTAR-REGISTRO-EXIT
               MOVE WS-REGISTRO-CATMEST TO WS-IMAGEM-ANTES
               IF OPCAO-DESATIVAR
                   MOVE "I" TO WS-CAD-SITUACAO (WS-CAD-IDX)
                   MOVE "D" TO WS-ACAO-HISTORICO
                   MOVE "CODIGO DESATIVADO" TO WS-RESULTADO
               ELSE
                   MOVE "A" TO WS-CAD-SITUACAO (WS-CAD-IDX)
                   MOVE "R" TO WS-ACAO-HISTORICO
                   MOVE "CODIGO REATIVADO" TO WS-RESULTADO
               END-IF
               PERFORM 6500-REGISTRAR-HISTORICO
                   THRU 6500-REGISTRAR-HISTORICO-EXIT
           END-IF.

       5100-APLICAR-SITUACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    OPCAO V: PEDE O CODIGO, O LIMITE, O OPERADOR E O MOTIVO E
      *    DEFINE O LIMITE DO CODIGO
      *-----------------------------------------------------------------------
       5500-ALTERAR-LIMITE.

           DISPLAY "CODIGO (4 CARACTERES):".
           ACCEPT WS-CODIGO-INFORMADO.
           DISPLAY "LIMITE POR PAR (10 DIGITOS, 2 DECIMAIS; "
               "ZEROS = SEM LIMITE):".
           ACCEPT WS-LIMITE-INFORMADO.
           PERFORM 6300-LER-OPERADOR
               THRU 6300-LER-OPERADOR-EXIT.

           PERFORM 5600-APLICAR-LIMITE
               THRU 5600-APLICAR-LIMITE-EXIT.

           PERFORM 6400-EXIBIR-RESULTADO
               THRU 6400-EXIBIR-RESULTADO-EXIT.
           IF ALTERACAO-APLICADA
               AND WS-LIMITE-INFORMADO-NUM NOT = ZERO
               MOVE WS-LIMITE-INFORMADO-NUM TO WS-LIMITE-EDITADO
               DISPLAY "LIMITE DE " WS-CODIGO-INFORMADO " = "
                   WS-LIMITE-EDITADO
           END-IF.

       5500-ALTERAR-LIMITE-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DEFINE O LIMITE DE VALOR POR PAR DE UM CODIGO EXISTENTE.
      *    O VALOR E INFORMADO COM 10 DIGITOS, OS 2 ULTIMOS DECIMAIS
      *    (0000150000 = 1500,00); ZEROS RETIRAM O LIMITE. PARES DA
      *    CATEGORIA COM VALOR1 OU VALOR2 ACIMA DELE SAO RETIDOS PELA
      *    CALCULADORA PARA APROVACAO (LiberaRetidos)
      *-----------------------------------------------------------------------
       5600-APLICAR-LIMITE.

           PERFORM 6200-VALIDAR-ALTERACAO
               THRU 6200-VALIDAR-ALTERACAO-EXIT.

           IF ALTERACAO-APLICADA
               PERFORM 6000-LOCALIZAR-CODIGO
                   THRU 6000-LOCALIZAR-CODIGO-EXIT
               IF WS-IDX-ACHADO = ZERO
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "CODIGO NAO CADASTRADO" TO WS-RESULTADO
               ELSE
                   IF WS-LIMITE-INFORMADO-NUM IS NOT NUMERIC
                       SET ALTERACAO-RECUSADA TO TRUE
                       MOVE "LIMITE INVALIDO" TO WS-RESULTADO
                   END-IF
               END-IF
           END-IF.

           IF ALTERACAO-APLICADA
               SET WS-CAD-IDX TO WS-IDX-ACHADO
               PERFORM 6600-MONTAR-REGISTRO
                   THRU 6600-MONTAR-REGISTRO-EXIT
               MOVE WS-REGISTRO-CATMEST TO WS-IMAGEM-ANTES
               MOVE WS-LIMITE-INFORMADO-NUM
                   TO WS-CAD-LIMITE (WS-CAD-IDX)
               MOVE "V" TO WS-ACAO-HISTORICO
               PERFORM 6500-REGISTRAR-HISTORICO
                   THRU 6500-REGISTRAR-HISTORICO-EXIT
               IF WS-LIMITE-INFORMADO-NUM = ZERO
                   MOVE "LIMITE RETIRADO" TO WS-RESULTADO
               ELSE
                   MOVE "LIMITE DEFINIDO" TO WS-RESULTADO
               END-IF
           END-IF.

       5600-APLICAR-LIMITE-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
           EXIT.

      *-----------------------------------------------------------------------
      *    REGRAS COMUNS A TODA ALTERACAO: OPERADOR E MOTIVO
      *    INFORMADOS E LUGAR NA TABELA DE HISTORICO DA EXECUCAO
      *-----------------------------------------------------------------------
       6200-VALIDAR-ALTERACAO.

           SET ALTERACAO-APLICADA TO TRUE.
           MOVE SPACES TO WS-RESULTADO.

           EVALUATE TRUE
               WHEN WS-OPERADOR-INFORMADO = SPACES
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "OPERADOR NAO INFORMADO" TO WS-RESULTADO
               WHEN WS-MOTIVO-INFORMADO = SPACES
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "MOTIVO NAO INFORMADO" TO WS-RESULTADO
               WHEN WS-QTDE-HISTORICO >= WS-MAX-HISTORICO
                   SET ALTERACAO-RECUSADA TO TRUE
                   MOVE "LIMITE DE ALTERACOES DA EXECUCAO ATINGIDO"
                       TO WS-RESULTADO
           END-EVALUATE.

       6200-VALIDAR-ALTERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MODO INTERATIVO: LE O OPERADOR E O MOTIVO DA ALTERACAO
      *    (AMBOS OBRIGATORIOS - CONFERIDOS EM 6200)
      *-----------------------------------------------------------------------
       6300-LER-OPERADOR.

           DISPLAY "OPERADOR (ATE 8 CARACTERES):".
           ACCEPT WS-OPERADOR-INFORMADO.
           DISPLAY "MOTIVO (ATE 40 CARACTERES):".
           ACCEPT WS-MOTIVO-INFORMADO.

       6300-LER-OPERADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MODO INTERATIVO: EXIBE O RESULTADO DA ALTERACAO PEDIDA
      *-----------------------------------------------------------------------
       6400-EXIBIR-RESULTADO.

           MOVE SPACES TO WS-MENSAGEM.
           IF ALTERACAO-APLICADA
               STRING WS-RESULTADO DELIMITED BY "  "
                      ": " DELIMITED BY SIZE
                      WS-CODIGO-INFORMADO DELIMITED BY SIZE
                   INTO WS-MENSAGEM
           ELSE
               STRING "ERRO: " DELIMITED BY SIZE
                      WS-RESULTADO DELIMITED BY "  "
                      " - CODIGO " DELIMITED BY SIZE
                      WS-CODIGO-INFORMADO DELIMITED BY SIZE
                      " NAO ALTERADO" DELIMITED BY SIZE
                   INTO WS-MENSAGEM
           END-IF.
           DISPLAY WS-MENSAGEM.

       6400-EXIBIR-RESULTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA NA TABELA DE HISTORICO A LINHA DA ALTERACAO APLICADA
      *    A ENTRADA WS-CAD-IDX: DATA/HORA, ACAO, MODO, OPERADOR,
      *    MOTIVO E O REGISTRO ANTES (WS-IMAGEM-ANTES) E DEPOIS
      *-----------------------------------------------------------------------
       6500-REGISTRAR-HISTORICO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           PERFORM 6600-MONTAR-REGISTRO
               THRU 6600-MONTAR-REGISTRO-EXIT.

           MOVE SPACES TO WS-REGISTRO-HISTMAN.
           MOVE WS-DATA-SISTEMA TO HM-DATA.
           MOVE WS-HORA-SISTEMA TO HM-HORA.
           SET HM-ARQUIVO-CATMEST TO TRUE.
           MOVE WS-CAD-CODIGO (WS-CAD-IDX) TO HM-CHAVE.
           MOVE WS-ACAO-HISTORICO TO HM-ACAO.
           MOVE WS-MODO-SW TO HM-MODO.
           MOVE WS-OPERADOR-INFORMADO TO HM-OPERADOR.
           MOVE WS-MOTIVO-INFORMADO TO HM-MOTIVO.
           MOVE WS-IMAGEM-ANTES TO HM-IMAGEM-ANTES.
           MOVE WS-REGISTRO-CATMEST TO HM-IMAGEM-DEPOIS.

           ADD 1 TO WS-QTDE-HISTORICO.
           SET WS-HIS-IDX TO WS-QTDE-HISTORICO.
           MOVE WS-REGISTRO-HISTMAN TO WS-HIS-LINHA (WS-HIS-IDX).
           SET CADASTRO-ALTERADO TO TRUE.

       6500-REGISTRAR-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MONTA EM WS-REGISTRO-CATMEST, NO LAYOUT DO COPYBOOK
      *    CATEGORIA, A ENTRADA WS-CAD-IDX DA TABELA
      *-----------------------------------------------------------------------
       6600-MONTAR-REGISTRO.

           MOVE SPACES TO WS-REGISTRO-CATMEST.
           MOVE WS-CAD-CODIGO (WS-CAD-IDX) TO CM-CODIGO.
           MOVE WS-CAD-SITUACAO (WS-CAD-IDX) TO CM-SITUACAO.
           MOVE WS-CAD-DESCRICAO (WS-CAD-IDX) TO CM-DESCRICAO.
           MOVE WS-CAD-LIMITE (WS-CAD-IDX) TO CM-LIMITE.

       6600-MONTAR-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    QUANDO HOUVE ALTERACAO, ACRESCENTA AS LINHAS DE HISTORICO DA
      *    EXECUCAO E FECHA HISTMANU, E SO ENTAO REGRAVA O CADASTRO
      *    COMPLETO EM CATMEST; NO MODO LOTE FECHA O RELATORIO DE
      *    CONTROLE COM OS TOTAIS. EXIBE O RESUMO DA SESSAO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           IF CADASTRO-ALTERADO
               OPEN EXTEND HISTMAN-FILE
               IF WS-STATUS-HISTMANU = "35"
                   OPEN OUTPUT HISTMAN-FILE
               END-IF
               IF WS-STATUS-HISTMANU NOT = "00"
                   DISPLAY "ERRO FATAL AO ABRIR HISTMANU - STATUS="
                       WS-STATUS-HISTMANU " - CATMEST MANTIDO COMO "
                       "ESTAVA, ALTERACOES DESCARTADAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 8200-GRAVAR-HISTORICO
                   THRU 8200-GRAVAR-HISTORICO-EXIT
                   VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-QTDE-HISTORICO
               CLOSE HISTMAN-FILE
               DISPLAY "HISTMANU: " WS-QTDE-HISTORICO
                   " ALTERACAO(OES) REGISTRADA(S)"
               OPEN OUTPUT CATMEST-FILE
               IF WS-STATUS-CATMEST NOT = "00"
                   DISPLAY "ERRO FATAL AO REGRAVAR CATMEST - STATUS="
                   "ESTAVA"
           END-IF.

           IF MODO-LOTE
               MOVE WS-QTDE-CARTOES-LIDOS TO WTM-LIDOS
               MOVE WS-QTDE-CARTOES-APLICADOS TO WTM-APLICADOS
               MOVE WS-QTDE-CARTOES-RECUSADOS TO WTM-RECUSADOS
               WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-MANUT
               CLOSE CARTAO-FILE
               CLOSE REPORT-FILE
               DISPLAY "CARTOES LIDOS.....: " WS-QTDE-CARTOES-LIDOS
               DISPLAY "CARTOES APLICADOS.: " WS-QTDE-CARTOES-APLICADOS
               DISPLAY "CARTOES RECUSADOS.: " WS-QTDE-CARTOES-RECUSADOS
               IF WS-QTDE-CARTOES-RECUSADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
       8100-GRAVAR-ENTRADA.

           PERFORM 6600-MONTAR-REGISTRO
               THRU 6600-MONTAR-REGISTRO-EXIT.
           WRITE LINHA-CATMEST FROM WS-REGISTRO-CATMEST.

       8100-GRAVAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ACRESCENTA A HISTMANU UMA LINHA DE HISTORICO DA EXECUCAO
      *-----------------------------------------------------------------------
       8200-GRAVAR-HISTORICO.

           WRITE LINHA-HISTMAN FROM WS-HIS-LINHA (WS-HIS-IDX).
           IF WS-STATUS-HISTMANU NOT = "00"
               DISPLAY "ERRO FATAL AO GRAVAR HISTMANU - STATUS="
                   WS-STATUS-HISTMANU
               CLOSE HISTMAN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8200-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE A PROXIMA OPCAO DO OPERADOR
      *-----------------------------------------------------------------------
       9000-LER-OPCAO.

           DISPLAY "L-LISTAR  I-INCLUIR  D-DESATIVAR  R-REATIVAR  "
               "V-LIMITE  F-FIM".
           DISPLAY "Escolha uma opcao:".
           ACCEPT WS-OPCAO.

       9000-LER-OPCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MODO LOTE: LE O PROXIMO CARTAO DE ALTERACAO
      *-----------------------------------------------------------------------
       9100-LER-CARTAO.

           MOVE SPACES TO CARTAO-ALTERACAO.
           READ CARTAO-FILE
               AT END
                   SET FIM-CARTOES TO TRUE
           END-READ.

       9100-LER-CARTAO-EXIT.
           EXIT.

       END PROGRAM CategoriaControle.
