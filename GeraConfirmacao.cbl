      *=======================================================================
       IDENTIFICATION DIVISION.
      *=======================================================================
       PROGRAM-ID. GeraConfirmacao.
      *************************DOCUMENTACAO***********************************
      ************************************************************************
      *DATA:22/09/2026
      *PROGRAMADOR: Jorge Sepulveda
      *OBJECTIVO: Confirmacao do lote aos feeders - le o resultado por
      *           remessa gravado pela CALCULADORA (FEEDRES) e os pares
      *           rejeitados do lote (REJEITOS) e grava ACKFILE, o
      *           arquivo devolvido aos sistemas de origem, com uma
      *           secao por remessa (layout no copybook CONFIRMA):
      *           - AKH: eco do header do feeder (TH-FEEDER/TH-DATA), se
      *             a remessa foi aceita, rejeitada no controle ou
      *             recusada como retransmissao, se a conferencia de
      *             header/trailer passou, e o motivo quando nao foi
      *             aceita;
      *           - AKD: um por par rejeitado da remessa, com a linha do
      *             par no arquivo original do feeder, RJ-MOTIVO e
      *             RJ-DESCRICAO - o feeder corrige na origem sem
      *             precisar do RELATORIO;
      *           - AKT: quantidades lidas, aceitas e rejeitadas, os
      *             totais SOMA/SUB/MULT dos pares aceitos e quantas
      *             linhas AKD a secao tem.
      *           Uma remessa rejeitada ou recusada inteira nao chega a
      *           ter pares rejeitados - a secao sai so com AKH (com o
      *           motivo) e AKT.
      *
      *           Retorno: 0 confirmacao completa; 4 confirmacao
      *           gerada mas incompleta (REJEITOS indisponivel, linhas
      *           AKD nao batem com a quantidade rejeitada da remessa,
      *           ou FEEDRES vazio); 16 FEEDRES ou ACKFILE nao abrem.
      *
      *HISTORICO DE ALTERACOES:
      *22/09/2026 JS - Versao inicial.
      *25/09/2026 JS - REJEITOS passa a 102 bytes; a linha AKD de um
      *                estorno rejeitado (motivos 06/07) leva a
      *                referencia da transacao original, para o feeder
      *                saber qual estorno voltou.
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

           SELECT FEEDRES-FILE ASSIGN TO "FEEDRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FEEDRES.

           SELECT REJECT-FILE ASSIGN TO "REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITOS.

           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACKFILE.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================

      *-----------------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------------

       FD  FEEDRES-FILE.
       01  LINHA-FEEDRES PIC X(157).

       FD  REJECT-FILE.
       01  LINHA-REJEITOS PIC X(102).

       FD  ACK-FILE.
       01  LINHA-ACKFILE PIC X(119).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.

           COPY RESFEED.

           COPY REJEITO.

           COPY CONFIRMA.

       77  WS-STATUS-FEEDRES PIC X(02) VALUE "00".
       77  WS-STATUS-REJEITOS PIC X(02) VALUE "00".
       77  WS-STATUS-ACKFILE PIC X(02) VALUE "00".

       77  WS-EOF-FEEDRES PIC X(01) VALUE "N".
           88  FIM-FEEDRES VALUE "S".

       77  WS-EOF-REJEITOS PIC X(01) VALUE "N".
           88  FIM-REJEITOS VALUE "S".

       77  WS-QTDE-REMESSAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-REMESSAS-ACEITAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-AKD-REMESSA PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-AKD-TOTAL PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LINHAS-ACK PIC 9(07) VALUE ZEROS.

      *    MAIOR RETORNO DA EXECUCAO (0 OU 4) - MOVIDO A RETURN-CODE
      *    NO FIM; AS FALHAS FATAIS SAEM DIRETO COM 16.
       77  WS-RC-CONFIRMACAO PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------------

      *=======================================================================
       PROCEDURE DIVISION.
      *=======================================================================
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CONFIRMAR-REMESSA
               THRU 2000-CONFIRMAR-REMESSA-EXIT
               UNTIL FIM-FEEDRES.

           PERFORM 8000-FINALIZAR
               THRU 8000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------------
      *    ABRE FEEDRES E ACKFILE E FAZ O PRIME READ DE FEEDRES
      *-----------------------------------------------------------------------
       1000-INICIALIZAR.

           DISPLAY "===== CONFIRMACAO DO LOTE AOS FEEDERS =====".

           OPEN INPUT FEEDRES-FILE.
           IF WS-STATUS-FEEDRES NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR FEEDRES - STATUS="
                   WS-STATUS-FEEDRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-FILE.
           IF WS-STATUS-ACKFILE NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR ACKFILE - STATUS="
                   WS-STATUS-ACKFILE
               CLOSE FEEDRES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9000-LER-RESULTADO
               THRU 9000-LER-RESULTADO-EXIT.

           IF FIM-FEEDRES
               DISPLAY "AVISO: FEEDRES VAZIO - NENHUMA REMESSA A "
                   "CONFIRMAR"
               MOVE 4 TO WS-RC-CONFIRMACAO
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A SECAO DA REMESSA CORRENTE DE FEEDRES (AKH, OS AKD
      *    DOS SEUS PARES REJEITADOS E AKT) E LE A PROXIMA
      *-----------------------------------------------------------------------
       2000-CONFIRMAR-REMESSA.

           ADD 1 TO WS-QTDE-REMESSAS.
           IF RF-REMESSA-ACEITA
               ADD 1 TO WS-QTDE-REMESSAS-ACEITAS
           END-IF.
           MOVE ZEROS TO WS-QTDE-AKD-REMESSA.

           PERFORM 2100-GRAVAR-AKH
               THRU 2100-GRAVAR-AKH-EXIT.

           IF RF-QTDE-REJEITADOS > ZERO
               PERFORM 2200-GRAVAR-DETALHES
                   THRU 2200-GRAVAR-DETALHES-EXIT
           END-IF.

           PERFORM 2300-GRAVAR-AKT
               THRU 2300-GRAVAR-AKT-EXIT.

           IF WS-QTDE-AKD-REMESSA NOT = RF-QTDE-REJEITADOS
               DISPLAY "AVISO: REMESSA " RF-REMESSA " FEEDER="
                   RF-FEEDER " - " WS-QTDE-AKD-REMESSA
                   " PAR(ES) REJEITADO(S) EM REJEITOS, "
                   RF-QTDE-REJEITADOS " NO RESULTADO DO LOTE"
               MOVE 4 TO WS-RC-CONFIRMACAO
           END-IF.

           DISPLAY "REMESSA " RF-REMESSA " FEEDER=" RF-FEEDER
               " DATA=" RF-DATA-ARQUIVO " SITUACAO=" RF-SITUACAO
               " CONTROLE=" RF-CONTROLE " ACEITOS=" RF-QTDE-ACEITOS
               " REJEITADOS=" WS-QTDE-AKD-REMESSA.

           PERFORM 9000-LER-RESULTADO
               THRU 9000-LER-RESULTADO-EXIT.

       2000-CONFIRMAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A LINHA AKH DA REMESSA CORRENTE
      *-----------------------------------------------------------------------
       2100-GRAVAR-AKH.

           MOVE SPACES TO WS-REGISTRO-CONFIRMACAO.
           SET AK-TIPO-HEADER TO TRUE.
           MOVE RF-FEEDER TO AK-FEEDER.
           MOVE RF-DATA-ARQUIVO TO AK-DATA-ARQUIVO.
           MOVE RF-DATA-PROC TO AKH-DATA-PROC.
           MOVE RF-HORA-PROC TO AKH-HORA-PROC.
           MOVE RF-REMESSA TO AKH-REMESSA.
           MOVE RF-SITUACAO TO AKH-SITUACAO.
           MOVE RF-CONTROLE TO AKH-CONTROLE.
           MOVE RF-QTDE-DECLARADA TO AKH-QTDE-DECLARADA.
           MOVE RF-MOTIVO TO AKH-MOTIVO.
           PERFORM 9200-GRAVAR-CONFIRMACAO
               THRU 9200-GRAVAR-CONFIRMACAO-EXIT.

       2100-GRAVAR-AKH-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PERCORRE REJEITOS E GRAVA UMA LINHA AKD PARA CADA PAR
      *    REJEITADO DA REMESSA CORRENTE. REJEITOS E RELIDO POR
      *    REMESSA (ATE 20 POR LOTE), PARA A SECAO NAO DEPENDER DA
      *    ORDEM EM QUE UM REINICIO DEIXOU OS PARES NO ARQUIVO.
      *    REJEITOS INDISPONIVEL SO TIRA OS DETALHES DA CONFIRMACAO
      *-----------------------------------------------------------------------
       2200-GRAVAR-DETALHES.

           OPEN INPUT REJECT-FILE.
           IF WS-STATUS-REJEITOS NOT = "00"
               DISPLAY "AVISO: REJEITOS INDISPONIVEL (STATUS="
                   WS-STATUS-REJEITOS ") - REMESSA " RF-REMESSA
                   " CONFIRMADA SEM OS PARES REJEITADOS"
               MOVE 4 TO WS-RC-CONFIRMACAO
           ELSE
               MOVE "N" TO WS-EOF-REJEITOS
               PERFORM 9100-LER-REJEITO
                   THRU 9100-LER-REJEITO-EXIT
               PERFORM 2210-GRAVAR-AKD
                   THRU 2210-GRAVAR-AKD-EXIT
                   UNTIL FIM-REJEITOS
               CLOSE REJECT-FILE
           END-IF.

       2200-GRAVAR-DETALHES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A LINHA AKD DO PAR REJEITADO CORRENTE QUANDO ELE E DA
      *    REMESSA CORRENTE E LE O PROXIMO. REGISTROS SEM A ORIGEM
      *    (LAYOUT ANTERIOR A RJ-REMESSA) NAO PERTENCEM A NENHUMA
      *-----------------------------------------------------------------------
       2210-GRAVAR-AKD.

           IF RJ-REMESSA IS NUMERIC
               AND RJ-REMESSA = RF-REMESSA
               AND RJ-FEEDER = RF-FEEDER
               MOVE SPACES TO WS-REGISTRO-CONFIRMACAO
               SET AK-TIPO-DETALHE TO TRUE
               MOVE RF-FEEDER TO AK-FEEDER
               MOVE RF-DATA-ARQUIVO TO AK-DATA-ARQUIVO
               MOVE RJ-POSICAO TO AKD-POSICAO
               MOVE RJ-MOTIVO TO AKD-MOTIVO
               MOVE RJ-DESCRICAO TO AKD-DESCRICAO
               MOVE WS-LINHA-REJEITO(1:11) TO AKD-VALOR1
               MOVE WS-LINHA-REJEITO(13:11) TO AKD-VALOR2
               MOVE RJ-CATEGORIA TO AKD-CATEGORIA
               MOVE RJ-OPERACAO TO AKD-OPERACAO
               MOVE RJ-REF-DATA TO AKD-REF-DATA
               MOVE RJ-REF-HORA TO AKD-REF-HORA
               PERFORM 9200-GRAVAR-CONFIRMACAO
                   THRU 9200-GRAVAR-CONFIRMACAO-EXIT
               ADD 1 TO WS-QTDE-AKD-REMESSA
               ADD 1 TO WS-QTDE-AKD-TOTAL
           END-IF.

           PERFORM 9100-LER-REJEITO
               THRU 9100-LER-REJEITO-EXIT.

       2210-GRAVAR-AKD-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA A LINHA AKT DA REMESSA CORRENTE
      *-----------------------------------------------------------------------
       2300-GRAVAR-AKT.

           MOVE SPACES TO WS-REGISTRO-CONFIRMACAO.
           SET AK-TIPO-TRAILER TO TRUE.
           MOVE RF-FEEDER TO AK-FEEDER.
           MOVE RF-DATA-ARQUIVO TO AK-DATA-ARQUIVO.
           MOVE RF-QTDE-LIDOS TO AKT-QTDE-LIDOS.
           MOVE RF-QTDE-ACEITOS TO AKT-QTDE-ACEITOS.
           MOVE RF-QTDE-REJEITADOS TO AKT-QTDE-REJEITADOS.
           MOVE RF-TOTAL-SOMA TO AKT-TOTAL-SOMA.
           MOVE RF-TOTAL-SUB TO AKT-TOTAL-SUB.
           MOVE RF-TOTAL-MULT TO AKT-TOTAL-MULT.
           MOVE WS-QTDE-AKD-REMESSA TO AKT-QTDE-DETALHE.
           PERFORM 9200-GRAVAR-CONFIRMACAO
               THRU 9200-GRAVAR-CONFIRMACAO-EXIT.

       2300-GRAVAR-AKT-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    FECHA OS ARQUIVOS, EXIBE O RESUMO E DEVOLVE O RETORNO
      *-----------------------------------------------------------------------
       8000-FINALIZAR.

           CLOSE FEEDRES-FILE.
           CLOSE ACK-FILE.

           DISPLAY "======= RESUMO DA CONFIRMACAO =======".
           DISPLAY "REMESSAS CONFIRMADAS...: " WS-QTDE-REMESSAS.
           DISPLAY "REMESSAS ACEITAS.......: " WS-QTDE-REMESSAS-ACEITAS.
           DISPLAY "PARES REJEITADOS (AKD).: " WS-QTDE-AKD-TOTAL.
           DISPLAY "LINHAS GRAVADAS ACKFILE: " WS-QTDE-LINHAS-ACK.

           MOVE WS-RC-CONFIRMACAO TO RETURN-CODE.

       8000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O RESULTADO DA PROXIMA REMESSA EM FEEDRES
      *-----------------------------------------------------------------------
       9000-LER-RESULTADO.

           READ FEEDRES-FILE INTO WS-REGISTRO-RESULTADO-FEEDER
               AT END
                   SET FIM-FEEDRES TO TRUE
           END-READ.

           IF NOT FIM-FEEDRES
               AND WS-STATUS-FEEDRES NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM FEEDRES - STATUS="
                   WS-STATUS-FEEDRES
               CLOSE FEEDRES-FILE ACK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-LER-RESULTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O PROXIMO PAR REJEITADO DO LOTE (REJEITOS)
      *-----------------------------------------------------------------------
       9100-LER-REJEITO.

           READ REJECT-FILE INTO WS-LINHA-REJEITO
               AT END
                   SET FIM-REJEITOS TO TRUE
           END-READ.

           IF NOT FIM-REJEITOS
               AND WS-STATUS-REJEITOS NOT = "00"
               DISPLAY "ERRO FATAL DE LEITURA EM REJEITOS - STATUS="
                   WS-STATUS-REJEITOS
               CLOSE REJECT-FILE FEEDRES-FILE ACK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-LER-REJEITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM ACKFILE A LINHA MONTADA EM WS-REGISTRO-CONFIRMACAO
      *-----------------------------------------------------------------------
       9200-GRAVAR-CONFIRMACAO.

           WRITE LINHA-ACKFILE FROM WS-REGISTRO-CONFIRMACAO.
           IF WS-STATUS-ACKFILE NOT = "00"
               DISPLAY "ERRO FATAL DE GRAVACAO EM ACKFILE - STATUS="
                   WS-STATUS-ACKFILE
               CLOSE FEEDRES-FILE ACK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTDE-LINHAS-ACK.

       9200-GRAVAR-CONFIRMACAO-EXIT.
           EXIT.

       END PROGRAM GeraConfirmacao.
