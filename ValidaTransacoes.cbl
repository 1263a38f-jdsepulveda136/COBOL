      *                a sobra; a conferencia estrutural acompanha o
      *                deslocamento. A validade do codigo em si fica
      *                com a CALCULADORA, que rejeita com motivo 04.
      *18/09/2026 JS - TRANFILE pode trazer varias remessas de feeder
      *                concatenadas (um grupo HDR...TRL por feeder): a
      *                exigencia de um unico header/trailer da lugar a
      *                validacao remessa a remessa (WS-TABELA-REMESSAS)
      *                - header e trailer presentes, quantidade do
      *                trailer igual aos pares do grupo e nenhum par
      *                fora do layout. Uma remessa reprovada nao derruba
      *                as demais: RETURN-CODE 4 quando ao menos uma
      *                passou (a CALCULADORA rejeita as reprovadas pelos
      *                mesmos criterios), 16 quando nenhuma passou ou o
      *                volume total esta fora dos limites.
      *25/09/2026 JS - TRANS-RECORD ganha TR-REFERENCIA (data/hora da
      *                transacao original, so no estorno - operacao
      *                "E") entre TR-OPERACAO e a sobra. A conferencia
      *                estrutural exige a referencia numerica no
      *                estorno e em branco nos demais pares; a
      *                existencia da original fica com a CALCULADORA,
      *                que rejeita com motivo 06/07.
      *29/09/2026 JS - TRANS-RECORD ganha TR-RETENCAO (ticket da
      *                retencao aprovada, colunas 44-50, so nos pares
      *                devolvidos por LiberaRetidos) apos a referencia.
      *                A conferencia estrutural aceita o ticket
      *                numerico ou em branco; a confirmacao da
      *                liberacao fica com a CALCULADORA.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
      *-----------------------------------------------------------------------

      *    O REGISTRO E LIDO NUM LAYOUT MAIS LARGO QUE O ESPERADO
      *    (50 BYTES UTEIS) PARA A SOBRA DENUNCIAR REGISTRO COMPRIDO
      *    DEMAIS; UM REGISTRO CURTO CHEGA COMPLETADO COM ESPACOS E
      *    DERRUBA A CONFERENCIA DOS BYTES DE SINAL.
       FD  TRANS-FILE.
               88  SINAL-VALOR2-VALIDO VALUE "+" "-".
           05  TR-CATEGORIA PIC X(04).
           05  TR-OPERACAO PIC X(01).
               88  OPERACAO-ESTORNO VALUE "E".
           05  TR-REFERENCIA PIC X(16).
           05  TR-RETENCAO PIC X(07).
           05  TR-SOBRA PIC X(30).

      *    VISOES ALTERNATIVAS PARA OS REGISTROS DE CONTROLE DO FEEDER
      *    (HEADER "HDR" E TRAILER "TRL"), QUE NAO PASSAM PELA
               88  REGISTRO-TRAILER VALUE "TRL".
           05  FILLER PIC X(77).

       01  TRANS-REG-HEADER.
           05  FILLER PIC X(03).
           05  TH-DATA PIC 9(08).
           05  TH-FEEDER PIC X(08).
           05  FILLER PIC X(61).

       01  TRANS-REG-TRAILER.
           05  FILLER PIC X(03).
           05  TT-QTDE PIC 9(07).
       77  WS-QTDE-DADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-ESTRUT-INVALIDA PIC 9(07) VALUE ZEROS.

      *    UMA ENTRADA POR REMESSA (GRUPO HDR...TRL) DE TRANFILE, NA
      *    ORDEM EM QUE APARECEM. UM GRUPO COMECA NUM HEADER, OU NUM
      *    PAR/TRAILER QUE CHEGA SEM GRUPO ABERTO (REMESSA SEM HEADER),
      *    E TERMINA NO TRAILER.
       77  WS-REM-MAX PIC 9(02) VALUE 20.
       77  WS-REM-CORRENTE PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-REM-VALIDAS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-REM-INVALIDAS PIC 9(02) VALUE ZEROS.

       77  WS-GRUPO-ABERTO-SW PIC X(01) VALUE "N".
           88  GRUPO-ABERTO VALUE "S".

       01  WS-TABELA-REMESSAS.
           05  WS-REM-QTDE-USADAS PIC 9(02) VALUE ZEROS.
           05  WS-REM-ENTRADA OCCURS 20 TIMES
                   INDEXED BY WS-REM-IDX.
               10  WS-REM-FEEDER PIC X(08).
               10  WS-REM-DATA PIC 9(08).
               10  WS-REM-LINHA-INICIAL PIC 9(07).
               10  WS-REM-HEADER-SW PIC X(01).
                   88  REM-COM-HEADER VALUE "S".
               10  WS-REM-TRAILER-SW PIC X(01).
                   88  REM-COM-TRAILER VALUE "S".
               10  WS-REM-TRL-QTDE PIC 9(07).
               10  WS-REM-PARES PIC 9(07).
               10  WS-REM-ESTRUT-INVALIDA PIC 9(07).
               10  WS-REM-SITUACAO PIC X(01).
                   88  REM-VALIDA VALUE "S".
                   88  REM-INVALIDA VALUE "N".

       77  WS-MIN-REGISTROS PIC 9(07) VALUE 1.
       77  WS-MAX-REGISTROS PIC 9(07) VALUE 999999.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONTA O REGISTRO CORRENTE NA REMESSA A QUE PERTENCE: O
      *    HEADER ABRE UMA NOVA REMESSA, O TRAILER FECHA A ABERTA (UM
      *    PAR OU TRAILER SEM REMESSA ABERTA ABRE UMA SEM HEADER); UM
      *    PAR DE DADOS E MARCADO QUANDO A ESTRUTURA LIDA NAO BATE COM
      *    O LAYOUT ESPERADO (SINAIS FORA DO LUGAR, REFERENCIA OU
      *    TICKET DE RETENCAO INVALIDOS OU SOBRA DE BYTES APOS ELES)
      *-----------------------------------------------------------------------
       2000-PROCESSAR-REGISTRO.


           EVALUATE TRUE
               WHEN REGISTRO-HEADER
                   IF GRUPO-ABERTO
                       DISPLAY "AVISO: HEADER NA LINHA " WS-QTDE-LIDOS
                           " SEM TRAILER NA REMESSA ANTERIOR"
                   END-IF
                   PERFORM 2100-ABRIR-REMESSA
                       THRU 2100-ABRIR-REMESSA-EXIT
                   SET REM-COM-HEADER (WS-REM-CORRENTE) TO TRUE
                   MOVE TH-FEEDER TO WS-REM-FEEDER (WS-REM-CORRENTE)
                   MOVE TH-DATA TO WS-REM-DATA (WS-REM-CORRENTE)
               WHEN REGISTRO-TRAILER
                   IF NOT GRUPO-ABERTO
                       PERFORM 2100-ABRIR-REMESSA
                           THRU 2100-ABRIR-REMESSA-EXIT
                   END-IF
                   SET REM-COM-TRAILER (WS-REM-CORRENTE) TO TRUE
                   MOVE TT-QTDE TO WS-REM-TRL-QTDE (WS-REM-CORRENTE)
                   MOVE "N" TO WS-GRUPO-ABERTO-SW
               WHEN OTHER
                   IF NOT GRUPO-ABERTO
                       PERFORM 2100-ABRIR-REMESSA
                           THRU 2100-ABRIR-REMESSA-EXIT
                   END-IF
                   ADD 1 TO WS-QTDE-DADOS
                   ADD 1 TO WS-REM-PARES (WS-REM-CORRENTE)
                   IF NOT SINAL-VALOR1-VALIDO
                       OR NOT SINAL-VALOR2-VALIDO
                       OR TR-SOBRA NOT = SPACES
                       OR (OPERACAO-ESTORNO
                           AND TR-REFERENCIA NOT NUMERIC)
                       OR (NOT OPERACAO-ESTORNO
                           AND TR-REFERENCIA NOT = SPACES)
                       OR (TR-RETENCAO NOT = SPACES
                           AND TR-RETENCAO NOT NUMERIC)
                       ADD 1 TO WS-QTDE-ESTRUT-INVALIDA
                       ADD 1 TO WS-REM-ESTRUT-INVALIDA (WS-REM-CORRENTE)
                       DISPLAY "AVISO: REGISTRO " WS-QTDE-LIDOS
                           " COM ESTRUTURA FORA DO LAYOUT ESPERADO"
                   END-IF
           EXIT.

      *-----------------------------------------------------------------------
      *    ABRE A PROXIMA REMESSA NA TABELA, A PARTIR DA LINHA CORRENTE
      *-----------------------------------------------------------------------
       2100-ABRIR-REMESSA.

           ADD 1 TO WS-REM-CORRENTE.
           IF WS-REM-CORRENTE > WS-REM-MAX
               DISPLAY "ERRO FATAL: MAIS DE " WS-REM-MAX
                   " REMESSAS EM TRANFILE"
               DISPLAY "TRANFILE REPROVADO NA VALIDACAO PRELIMINAR"
               CLOSE TRANS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REM-CORRENTE TO WS-REM-QTDE-USADAS.
           INITIALIZE WS-REM-ENTRADA (WS-REM-CORRENTE).
           MOVE ZEROS TO WS-REM-DATA (WS-REM-CORRENTE).
           MOVE WS-QTDE-LIDOS TO WS-REM-LINHA-INICIAL (WS-REM-CORRENTE).
           SET GRUPO-ABERTO TO TRUE.

       2100-ABRIR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    AVALIA O VOLUME TOTAL E CADA REMESSA, DECIDINDO SE TRANFILE
      *    ESTA APTO A SER PROCESSADO PELO PASSO CAL01: RETURN-CODE 0
      *    COM TODAS AS REMESSAS APROVADAS, 4 QUANDO SO PARTE DELAS
      *    PASSOU (A CALCULADORA PROCESSA SO ESSAS) E 16 QUANDO NENHUMA
      *    PASSOU OU O VOLUME ESTA FORA DOS LIMITES
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

                   "PARES=" WS-QTDE-DADOS " MAXIMO=" WS-MAX-REGISTROS
           END-IF.

           DISPLAY "======= REMESSAS DE TRANFILE =======".
           PERFORM 8100-AVALIAR-REMESSA
               THRU 8100-AVALIAR-REMESSA-EXIT
               VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REM-QTDE-USADAS.

           IF WS-QTDE-REM-VALIDAS = ZERO
               SET ARQUIVO-INVALIDO TO TRUE
               DISPLAY "ERRO: NENHUMA REMESSA DE TRANFILE PASSOU NA "
                   "VALIDACAO"
           END-IF.

           DISPLAY "======= RESUMO DA VALIDACAO =======".
           DISPLAY "PARES DE DADOS........: " WS-QTDE-DADOS.
           DISPLAY "REGISTROS COM ESTRUTURA INVALIDA: "
               WS-QTDE-ESTRUT-INVALIDA.
           DISPLAY "REMESSAS..............: " WS-REM-QTDE-USADAS
               " APROVADAS=" WS-QTDE-REM-VALIDAS
               " REPROVADAS=" WS-QTDE-REM-INVALIDAS.

           IF ARQUIVO-INVALIDO
               DISPLAY "TRANFILE REPROVADO NA VALIDACAO PRELIMINAR"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-QTDE-REM-INVALIDAS > ZERO
                   DISPLAY "TRANFILE APROVADO COM REMESSA(S) "
                       "REPROVADA(S) - SO AS APROVADAS SERAO "
                       "PROCESSADAS"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "TRANFILE APROVADO NA VALIDACAO PRELIMINAR"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE A REMESSA WS-REM-IDX - HEADER E TRAILER PRESENTES,
      *    QUANTIDADE DECLARADA NO TRAILER IGUAL AOS PARES DO GRUPO E
      *    NENHUM PAR FORA DO LAYOUT - E EXIBE O RESULTADO
      *-----------------------------------------------------------------------
       8100-AVALIAR-REMESSA.

           SET REM-VALIDA (WS-REM-IDX) TO TRUE.

           DISPLAY "REMESSA: FEEDER=" WS-REM-FEEDER (WS-REM-IDX)
               " DATA=" WS-REM-DATA (WS-REM-IDX)
               " LINHA=" WS-REM-LINHA-INICIAL (WS-REM-IDX)
               " PARES=" WS-REM-PARES (WS-REM-IDX).

           IF NOT REM-COM-HEADER (WS-REM-IDX)
               SET REM-INVALIDA (WS-REM-IDX) TO TRUE
               DISPLAY "  ERRO: REMESSA SEM HEADER DO FEEDER"
           END-IF.

           IF NOT REM-COM-TRAILER (WS-REM-IDX)
               SET REM-INVALIDA (WS-REM-IDX) TO TRUE
               DISPLAY "  ERRO: REMESSA SEM TRAILER (POSSIVEL "
                   "TRANSMISSAO TRUNCADA)"
           ELSE
               IF WS-REM-TRL-QTDE (WS-REM-IDX) NOT =
                       WS-REM-PARES (WS-REM-IDX)
                   SET REM-INVALIDA (WS-REM-IDX) TO TRUE
                   DISPLAY "  ERRO: TRAILER DECLARA "
                       WS-REM-TRL-QTDE (WS-REM-IDX)
                       " PARES MAS FORAM LIDOS "
                       WS-REM-PARES (WS-REM-IDX)
               END-IF
           END-IF.

           IF WS-REM-ESTRUT-INVALIDA (WS-REM-IDX) > ZERO
               SET REM-INVALIDA (WS-REM-IDX) TO TRUE
               DISPLAY "  ERRO: " WS-REM-ESTRUT-INVALIDA (WS-REM-IDX)
                   " REGISTRO(S) COM ESTRUTURA FORA DO ESPERADO"
           END-IF.

           IF REM-VALIDA (WS-REM-IDX)
               ADD 1 TO WS-QTDE-REM-VALIDAS
               DISPLAY "  REMESSA APROVADA"
           ELSE
               ADD 1 TO WS-QTDE-REM-INVALIDAS
               DISPLAY "  REMESSA REPROVADA"
           END-IF.

       8100-AVALIAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O PROXIMO REGISTRO DE TRANFILE
      *-----------------------------------------------------------------------
