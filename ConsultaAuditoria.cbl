      *                WA-VALOR1/WA-VALOR2 (campos editados) para campos
      *                numericos antes de comparar com o filtro - a
      *                comparacao direta era alfanumerica e nunca batia.
      *25/09/2026 JS - Linha de AUDITLOG (e do extrato) passa a 141
      *                bytes, com categoria, operacao e a marca/
      *                referencia de estorno.
      *06/10/2026 JS - Linha de AUDITLOG (e do extrato) passa a 164
      *                bytes, com a sequencia e o verificador
      *                encadeado - o extrato copia a linha inteira.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
      *-----------------------------------------------------------------------

       FD  AUDIT-FILE.
       01  LINHA-AUDITORIA PIC X(164).

       FD  EXTRACT-FILE.
       01  LINHA-EXTRATO PIC X(164).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.
