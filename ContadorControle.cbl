      *         de CALCULADORA, para permitir a operacao gerenciar o
      *         contador por periodo (ex.: inicio de mes) sem rodar
      *         um lote de transacoes so para isso.
      *         Toda redefinicao exige o operador e o motivo e fica
      *         registrada no historico de manutencao HISTMANU
      *         (copybook HISTMAN, o mesmo de CategoriaControle) com o
      *         valor antes e depois. Se HISTMANU nao abrir, o VARCKPT
      *         nao e alterado.
      *         Com o DD CARTOES presente (JCL MANUTJB) roda em lote:
      *         aplica os cartoes na ordem e grava o relatorio de
      *         controle RELMANUT. Layout do cartao:
      *           coluna  01     acao: R=redefinir
      *           colunas 03-11  novo valor (9 digitos)
      *           colunas 13-20  identificacao do operador
      *           colunas 22-61  motivo da alteracao
      *         Linha em branco ou comecada por "*" e comentario.
      *         Cartao com acao invalida, valor nao numerico ou sem
      *         operador/motivo e recusado; RC=4 se algum for.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 21/08/2026 JS - Versao inicial.
      * 15/10/2026 JS - Operador e motivo obrigatorios na redefinicao,
      *                 historico HISTMANU e modo lote (CARTOES/RELMANUT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContadorControle.
               organization is line sequential
               file status is ws-status.

           select historico-file assign to "HISTMANU"
               organization is line sequential
               file status is ws-status-historico.

           select cartao-file assign to "CARTOES"
               organization is line sequential
               file status is ws-status-cartoes.

           select relatorio-file assign to "RELMANUT"
               organization is line sequential
               file status is ws-status-relatorio.

       DATA DIVISION.
       FILE SECTION.
       fd  checkpoint-file.
       01  checkpoint-record.
           05  ckpt-acumulador pic 9(09).

       fd  historico-file.
       01  historico-record pic x(184).

       fd  cartao-file.
       01  cartao-record.
           05  cartao-acao pic x(01).
           05  filler pic x(01).
           05  cartao-valor pic x(09).
           05  cartao-valor-num redefines cartao-valor pic 9(09).
           05  filler pic x(01).
           05  cartao-operador pic x(08).
           05  filler pic x(01).
           05  cartao-motivo pic x(40).

       fd  relatorio-file.
       01  relatorio-record pic x(133).

       WORKING-STORAGE SECTION.
           COPY CONTADOR.
           COPY HISTMAN.
       77  ws-status pic x(02) VALUE "00".
       77  ws-status-historico pic x(02) value "00".
       77  ws-status-cartoes pic x(02) value "00".
       77  ws-status-relatorio pic x(02) value "00".

       77  ws-opcao pic x(01) value "C".
           88  opcao-consultar value "C" "c".
           88  opcao-resetar value "R" "r".

       77  ws-novo-valor pic 9(09) value zeros.
       77  ws-valor-anterior pic 9(09) value zeros.
       77  ws-operador pic x(08) value spaces.
       77  ws-motivo pic x(40) value spaces.

       77  ws-modo pic x(01) value "I".
           88  modo-interativo value "I".
           88  modo-lote value "L".

       77  ws-eof-cartoes pic x(01) value "N".
           88  fim-cartoes value "S".

       77  ws-resultado pic x(40) value spaces.
       77  ws-resultado-sw pic x(01) value "S".
           88  alteracao-aplicada value "S".
           88  alteracao-recusada value "N".

       77  ws-qtde-lidos pic 9(07) value zeros.
       77  ws-qtde-aplicados pic 9(07) value zeros.
       77  ws-qtde-recusados pic 9(07) value zeros.

       01  ws-data-sistema.
           05  ws-data-aaaa pic 9(04).
           05  ws-data-mm pic 9(02).
           05  ws-data-dd pic 9(02).
       77  ws-hora-sistema pic 9(08) value zeros.

       01  ws-cabecalho-relatorio.
           05  filler pic x(50)
               value "CONTROLE DA REDEFINICAO DO ACUMULADOR (VARCKPT)".
           05  filler pic x(10) value "   DATA:  ".
           05  wcr-dd pic 9(02).
           05  filler pic x(01) value "/".
           05  wcr-mm pic 9(02).
           05  filler pic x(01) value "/".
           05  wcr-aaaa pic 9(04).
           05  filler pic x(63) value spaces.

       01  ws-linha-cartao.
           05  filler pic x(08) value "CARTAO: ".
           05  wlc-sequencia pic z(06)9.
           05  filler pic x(08) value "  VALOR:".
           05  wlc-valor pic x(09).
           05  filler pic x(07) value "  OPER:".
           05  wlc-operador pic x(08).
           05  filler pic x(02) value spaces.
           05  wlc-situacao pic x(08).
           05  filler pic x(02) value spaces.
           05  wlc-resultado pic x(40).
           05  filler pic x(34) value spaces.

       01  ws-linha-total.
           05  filler pic x(09) value "CARTOES: ".
           05  wlt-lidos pic z(06)9.
           05  filler pic x(12) value "  APLICADOS:".
           05  wlt-aplicados pic z(06)9.
           05  filler pic x(12) value "  RECUSADOS:".
           05  wlt-recusados pic z(06)9.
           05  filler pic x(79) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CONTROLE DO ACUMULADOR (VARCKPT) =====".
           DISPLAY "VALOR ATUAL: " acumulador.

           PERFORM ABRIR-CARTOES.

           IF modo-lote
               PERFORM LER-CARTAO
               PERFORM PROCESSAR-CARTAO
                   UNTIL fim-cartoes
               PERFORM FECHAR-CARTOES
               GOBACK
           END-IF.

           DISPLAY "C - Apenas consultar   R - Redefinir valor".
           DISPLAY "Escolha uma opcao:".
           ACCEPT ws-opcao.
           IF opcao-resetar
               DISPLAY "NOVO VALOR PARA O ACUMULADOR:"
               ACCEPT ws-novo-valor
               DISPLAY "OPERADOR (ATE 8 CARACTERES):"
               ACCEPT ws-operador
               DISPLAY "MOTIVO (ATE 40 CARACTERES):"
               ACCEPT ws-motivo
               PERFORM APLICAR-REDEFINICAO
               IF alteracao-aplicada
                   DISPLAY "ACUMULADOR REDEFINIDO PARA: " acumulador
               ELSE
                   DISPLAY "ERRO: " ws-resultado
                   DISPLAY "ACUMULADOR MANTIDO EM: " acumulador
               END-IF
           END-IF.

           GOBACK.
           write checkpoint-record.
           close checkpoint-file.

      * DD CARTOES presente = modo lote, com o relatorio RELMANUT;
      * ausente = modo interativo.
       ABRIR-CARTOES.

           open input cartao-file.
           evaluate ws-status-cartoes
               when "00"
                   set modo-lote to true
               when "35"
                   set modo-interativo to true
               when other
                   display "ERRO FATAL AO ABRIR CARTOES - STATUS="
                       ws-status-cartoes
                   move 16 to return-code
                   stop run
           end-evaluate.

           if modo-lote
               display "MODO LOTE - CARTOES DE REDEFINICAO EM CARTOES"
               open output relatorio-file
               if ws-status-relatorio not = "00"
                   display "ERRO FATAL AO ABRIR RELMANUT - STATUS="
                       ws-status-relatorio
                   move 16 to return-code
                   stop run
               end-if
               accept ws-data-sistema from date yyyymmdd
               move ws-data-dd to wcr-dd
               move ws-data-mm to wcr-mm
               move ws-data-aaaa to wcr-aaaa
               write relatorio-record from ws-cabecalho-relatorio
           end-if.

       LER-CARTAO.

           move spaces to cartao-record.
           read cartao-file
               at end
                   set fim-cartoes to true
           end-read.

      * Aplica o cartao corrente (branco ou "*" na coluna 1 e
      * comentario) e le o proximo.
       PROCESSAR-CARTAO.

           if cartao-record not = spaces
               and cartao-acao not = "*"
               PERFORM APLICAR-CARTAO
           end-if.

           PERFORM LER-CARTAO.

       APLICAR-CARTAO.

           add 1 to ws-qtde-lidos.
           move cartao-operador to ws-operador.
           move cartao-motivo to ws-motivo.

           evaluate true
               when cartao-acao not = "R"
                   set alteracao-recusada to true
                   move "ACAO INVALIDA (USAR R)" to ws-resultado
               when cartao-valor-num is not numeric
                   set alteracao-recusada to true
                   move "VALOR INVALIDO (9 DIGITOS)" to ws-resultado
               when other
                   move cartao-valor-num to ws-novo-valor
                   PERFORM APLICAR-REDEFINICAO
           end-evaluate.

           move ws-qtde-lidos to wlc-sequencia.
           move cartao-valor to wlc-valor.
           move cartao-operador to wlc-operador.
           move ws-resultado to wlc-resultado.
           if alteracao-aplicada
               move "APLICADO" to wlc-situacao
               add 1 to ws-qtde-aplicados
           else
               move "RECUSADO" to wlc-situacao
               add 1 to ws-qtde-recusados
           end-if.
           write relatorio-record from ws-linha-cartao.
           display "CARTAO " ws-qtde-lidos " " wlc-situacao ": "
               ws-resultado.

       FECHAR-CARTOES.

           move ws-qtde-lidos to wlt-lidos.
           move ws-qtde-aplicados to wlt-aplicados.
           move ws-qtde-recusados to wlt-recusados.
           write relatorio-record from ws-linha-total.
           close cartao-file.
           close relatorio-file.

           display "ACUMULADOR FINAL.: " acumulador.
           display "CARTOES LIDOS....: " ws-qtde-lidos.
           display "CARTOES APLICADOS: " ws-qtde-aplicados.
           display "CARTOES RECUSADOS: " ws-qtde-recusados.
           if ws-qtde-recusados > zero
               move 4 to return-code
           end-if.

      * Redefine o acumulador para ws-novo-valor: confere operador e
      * motivo, abre o historico ANTES de mexer no VARCKPT (sem
      * historico nao ha alteracao), grava o VARCKPT e acrescenta a
      * linha do historico com o valor antes e depois.
       APLICAR-REDEFINICAO.

           set alteracao-aplicada to true.
           move spaces to ws-resultado.
           if ws-operador = spaces
               set alteracao-recusada to true
               move "OPERADOR NAO INFORMADO" to ws-resultado
           end-if.
           if alteracao-aplicada and ws-motivo = spaces
               set alteracao-recusada to true
               move "MOTIVO NAO INFORMADO" to ws-resultado
           end-if.

           if alteracao-aplicada
               open extend historico-file
               if ws-status-historico = "35"
                   open output historico-file
               end-if
               if ws-status-historico not = "00"
                   display "ERRO FATAL AO ABRIR HISTMANU - STATUS="
                       ws-status-historico " - VARCKPT NAO ALTERADO"
                   move 16 to return-code
                   stop run
               end-if

               move acumulador to ws-valor-anterior
               move ws-novo-valor to acumulador
               PERFORM GRAVAR-CHECKPOINT

               accept ws-data-sistema from date yyyymmdd
               accept ws-hora-sistema from time
               move spaces to ws-registro-histman
               move ws-data-sistema to hm-data
               move ws-hora-sistema to hm-hora
               set hm-arquivo-varckpt to true
               move "R" to hm-acao
               move ws-modo to hm-modo
               move ws-operador to hm-operador
               move ws-motivo to hm-motivo
               move ws-valor-anterior to hm-imagem-antes
               move acumulador to hm-imagem-depois
               write historico-record from ws-registro-histman
               if ws-status-historico not = "00"
                   display "ERRO FATAL AO GRAVAR HISTMANU - STATUS="
                       ws-status-historico
                   close historico-file
                   move 16 to return-code
                   stop run
               end-if
               close historico-file
               move "ACUMULADOR REDEFINIDO" to ws-resultado
           end-if.

       END PROGRAM ContadorControle.
