      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. CadeiaAuditoria.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:06/10/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Calcular o valor de conferencia encadeado de uma linha
      *           de AUDITLOG (WA-VERIFICADOR) - chamado pela CALCULADORA
      *           ao gravar cada linha e por VerificaAuditoria ao
      *           conferir a trilha, para que os dois usem exatamente a
      *           mesma conta.
      *
      *           A linha (posicoes 1-153, ate WA-SEQUENCIA inclusive) e
      *           tomada em palavras binarias de 4 bytes e acumulada,
      *           palavra a palavra, numa congruencia modulo 2147483647
      *           (multiplicador 48271) que parte do verificador da
      *           linha anterior. Qualquer byte alterado na linha muda o
      *           seu verificador, e portanto o de todas as linhas
      *           seguintes; uma linha retirada ou repetida quebra a
      *           sequencia. O valor depende do conjunto de caracteres
      *           e da representacao binaria da plataforma: a trilha
      *           deve ser conferida na mesma plataforma que a gravou.
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

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *    A LINHA COMPLETADA COM BRANCOS ATE UM MULTIPLO DE 4 BYTES E
      *    VISTA COMO 39 PALAVRAS BINARIAS SEM SINAL.
       01  WS-AREA-LINHA PIC X(156) VALUE SPACES.
       01  WS-PALAVRAS-LINHA REDEFINES WS-AREA-LINHA.
           05  WS-PALAVRA PIC 9(09) COMP-5 OCCURS 39 TIMES
                   INDEXED BY WS-PAL-IDX.

       77  WS-MODULO PIC 9(10) COMP-3 VALUE 2147483647.
       77  WS-MULTIPLICADOR PIC 9(05) COMP-3 VALUE 48271.
       77  WS-ACUMULADO PIC 9(10) COMP-3 VALUE ZEROS.
       77  WS-PRODUTO PIC 9(18) COMP-3 VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(18) COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------------
       LINKAGE SECTION.

           COPY CADEIA.

      *=======================================================================
       PROCEDURE DIVISION USING WS-PARAMETRO-CADEIA.
      *=======================================================================
       MAIN-PROCEDURE.

           MOVE CD-AREA TO WS-AREA-LINHA.
           MOVE CD-VERIFICADOR-ANTERIOR TO WS-ACUMULADO.

           PERFORM 1000-ACUMULAR-PALAVRA
               THRU 1000-ACUMULAR-PALAVRA-EXIT
               VARYING WS-PAL-IDX FROM 1 BY 1
               UNTIL WS-PAL-IDX > 39.

           MOVE WS-ACUMULADO TO CD-VERIFICADOR.

           GOBACK.

      *-----------------------------------------------------------------------
      *    ACUMULA A PALAVRA WS-PAL-IDX DA LINHA NO VERIFICADOR
      *-----------------------------------------------------------------------
       1000-ACUMULAR-PALAVRA.

           COMPUTE WS-PRODUTO = WS-ACUMULADO * WS-MULTIPLICADOR
               + WS-PALAVRA (WS-PAL-IDX).
           DIVIDE WS-PRODUTO BY WS-MODULO
               GIVING WS-QUOCIENTE REMAINDER WS-ACUMULADO.

       1000-ACUMULAR-PALAVRA-EXIT.
           EXIT.

       END PROGRAM CadeiaAuditoria.
