      *                (LRECL de CALCCKPT sobe de 64 para 106), para a
      *                linha "CALCULOS POR OPERACAO" cobrir o lote
      *                inteiro tambem apos um restart.
      *14/09/2026 JS - Protecao contra retransmissao: antes de qualquer
      *                par ser calculado, 1200 varre o arquivo de
      *                entrada so para obter a chave da remessa (feeder
      *                e data do HDR, quantidade e hash totals do TRL)
      *                e a procura no registro permanente REMESSAS
      *                (copybook REMESSA). Um arquivo ja processado e
      *                recusado com RETURN-CODE 12, sem abrir nenhuma
      *                saida do lote. A unica forma de reprocessar e o
      *                parametro explicito REENVIO=<FEEDER> em
      *                PARMFILE, ecoado no SYSOUT e no cabecalho do
      *                RELATORIO e marcado na nova entrada do registro.
      *                A remessa entra no registro em 8650 quando o
      *                lote terminou limpo (mesmo criterio do GLEXTR).
      *18/09/2026 JS - Varios feeders numa unica execucao: o arquivo
      *                de entrada passa a poder trazer varias remessas
      *                concatenadas (um grupo HDR...TRL por feeder). A
      *                varredura previa de 1200 monta a tabela de
      *                remessas (WS-TABELA-FEEDERS) e decide remessa a
      *                remessa - header (havendo mais de uma remessa)
      *                e trailer presentes, quantidade e
      *                hash totals batendo, estrutura dos pares no
      *                layout e remessa ainda nao registrada - se ela
      *                segue para o calculo; uma remessa ruim e
      *                rejeitada inteira (RETURN-CODE 4) sem derrubar
      *                as demais, e uma retransmissao e recusada
      *                (RETURN-CODE 12) tambem so ela. 9050 absorve os
      *                pares de uma remessa rejeitada sem entrega-los
      *                ao calculo. A conferencia de 8300 passa a ser
      *                feita por remessa; RELATORIO ganha a quebra
      *                "TOTAIS POR FEEDER/REMESSA" e RUNLOG uma linha
      *                "FDR" por remessa (LRECL sobe de 95 para 101),
      *                ambas com situacao, pares processados,
      *                rejeitados e totais. Os contadores por feeder
      *                entram no checkpoint pelo novo FDRCKPT. REENVIO
      *                pode ser repetido em PARMFILE (um por feeder);
      *                REMESSAS recebe uma entrada por remessa aceita e
      *                a data efetiva do GLEXTR e a maior data de
      *                header entre as remessas aceitas. O
      *                RETURN-CODE final e o maior evento do lote
      *                (WS-RC-LOTE), devolvido so no fim porque o CALL
      *                de VariavelSimples o sobrescreve.
      *22/09/2026 JS - Confirmacao ao feeder: cada par rejeitado leva
      *                para REJEITOS/REJARCH o feeder, a ordem da
      *                remessa no arquivo e a linha do par dentro do
      *                arquivo original do feeder (RJ-FEEDER,
      *                RJ-REMESSA, RJ-POSICAO; LRECL sobe de 64 para
      *                84), e o resultado de cada remessa - situacao,
      *                conferencia de header/trailer, quantidades,
      *                totais e motivo - e gravado no novo FEEDRES
      *                (copybook RESFEED) ao fim de toda execucao,
      *                inclusive quando nenhuma remessa e apta. O passo
      *                seguinte (GeraConfirmacao) monta com os dois o
      *                arquivo de confirmacao devolvido aos feeders.
      *25/09/2026 JS - Estorno de transacao ja processada: o novo codigo
      *                de operacao "E" em TRANFILE/TRANFCSV traz, apos
      *                a operacao, a data/hora da linha de AUDITLOG da
      *                transacao original (TR-REF-DATA/TR-REF-HORA; 5o
      *                e 6o campos em TRANFCSV), e VALOR1/VALOR2 sao os
      *                valores dela. A varredura previa de 1200 guarda
      *                os estornos do arquivo (WS-TABELA-ESTORNOS) e
      *                1400 os procura numa unica passada pelo AUDITLOG
      *                anterior ao lote: sem original (ou a original em
      *                outra categoria) o par vai para REJEITOS com o
      *                motivo 06; original ja estornada num lote
      *                anterior, ou estornada duas vezes neste arquivo,
      *                com o motivo 07. O estorno aceito leva para os
      *                totais do lote, da remessa e da categoria (4000)
      *                os resultados da original com o sinal trocado,
      *                e e gravado em AUDITLOG com WA-TIPO "E" e a
      *                referencia (LRECL sobe de 120 para 141, com a
      *                categoria e a operacao de cada linha) e marcado
      *                no detalhe do RELATORIO. GLEXTR ganha GL-TIPO
      *                (LRECL 58 para 59): a categoria com estornos
      *                recebe, alem do registro normal ("N"), um
      *                registro "E" so com os estornos. REJEITOS leva a
      *                referencia do estorno rejeitado (LRECL 84 para
      *                102) e CALCCKPT a quantidade de estornos (106
      *                para 113).
      *29/09/2026 JS - Fila de retencao de valores altos: CATMEST passa a
      *                trazer o limite de valor por categoria
      *                (CM-LIMITE, LRECL 37 para 48, mantido por
      *                CategoriaControle) e 2000 desvia para o novo
      *                arquivo RETIDOS (copybook RETENCAO), sem calcular,
      *                o par valido cujo VALOR1 ou VALOR2 passe, em
      *                modulo, do limite da sua categoria - estornos nao
      *                sao retidos. Cada retencao recebe um ticket
      *                (o maior de RETIDOS mais um, apurado em 1450) e
      *                aguarda a decisao do aprovador no utilitario
      *                LiberaRetidos, que devolve os pares liberados
      *                como TRANFILE com o ticket nas colunas 44-50
      *                (TR-RETENCAO). O par com ticket so passa do
      *                limite quando 1450 confirma em RETIDOS que o
      *                ticket foi liberado com os mesmos valores e
      *                categoria; senao e retido de novo. O par retido
      *                nao entra em AUDITLOG nem nos totais, mas conta
      *                na posicao do checkpoint (CALCCKPT ganha as
      *                quantidades de retidos e liberados, LRECL 113
      *                para 127) e aparece no RELATORIO com o ticket.
      *02/10/2026 JS - Controle de periodo contabil: 1030 carrega o novo
      *                arquivo PERIODOS (copybook PERIODO, mantido por
      *                PeriodoControle) e 1260 recusa a remessa datada
      *                (TH-DATA, ou a data do sistema quando nao ha
      *                header) num mes fechado pelo controller - situacao
      *                "F", RETURN-CODE 10, nenhum par dela calculado;
      *                sem nenhuma remessa apta o lote nem comeca.
      *                CALCCKPT passa a trazer o primeiro e o ultimo mes
      *                das remessas aceitas do lote (LRECL 127 para 139)
      *                para PeriodoControle recusar o fechamento de um
      *                mes com restart pendente.
      *06/10/2026 JS - Trilha de auditoria a prova de adulteracao: cada
      *                linha de AUDITLOG passa a levar o modo de
      *                arredondamento do lote, um numero de sequencia
      *                sem lacunas e um verificador encadeado calculado
      *                pelo novo subprograma CadeiaAuditoria sobre a
      *                linha e o verificador da linha anterior (LRECL
      *                141 para 164). AUDCTRL (novo copybook CTRLAUD,
      *                LRECL 9 para 47) passa a guardar o fim da cadeia,
      *                de onde o proximo lote continua; num restart, ou
      *                sem AUDCTRL, o fim e localizado varrendo AUDITLOG.
      *                A trilha e conferida por VerificaAuditoria.
      *09/10/2026 JS - Processamento particionado por categoria: o
      *                novo ParticionaTransacoes divide as categorias
      *                do arquivo de entrada entre N particoes (mapa
      *                PARTMAP, copybook PARTICAO). Com PARTICAO=NN em
      *                PARMFILE o passo so calcula os pares das
      *                categorias da sua particao, com RELATORIO,
      *                AUDITLOG, REJEITOS, RETIDOS e checkpoints
      *                proprios, lendo o AUDITLOG e o RETIDOS do
      *                sistema como AUDBASE/RETBASE, e grava o seu
      *                resultado em PARTRES (copybook RESPART); os
      *                tickets de retencao saltam de N em N para nao
      *                colidir entre particoes. Com CONSOLIDACAO=S o
      *                passo junta os resultados das particoes (1800 e
      *                2500) num so RELATORIO, AUDITLOG (na cadeia do
      *                sistema), REJEITOS e RETIDOS e fecha o lote pelo
      *                8000 de sempre: a conferencia de header/trailer
      *                e a reconciliacao com o AUDITLOG valem para o
      *                arquivo inteiro, e RUNLOG, GLEXTR, REMESSAS,
      *                FEEDRES e AUDCTRL so sao gravados ali.
      *15/10/2026 JS - Layout do GLEXTR passa para o copybook GLEXTR,
      *                compartilhado com a conciliacao das confirmacoes
      *                de postagem do razao (ConciliaRazao).
      *15/10/2026 JS - Consolidacao retomada (restart do passo de
      *                consolidacao) nao soma de novo ao VARCKPT as
      *                chamadas ao contador feitas nas particoes: a
      *                soma passa a ser feita logo depois do checkpoint
      *                que marca a consolidacao e e pulada no restart.
      *15/10/2026 JS - Liberacao de retencao passa a valer uma vez so:
      *                o par liberado calculado grava em RETIDOS uma
      *                linha de uso (situacao "U") para o ticket, e
      *                1450 deixa de confirmar o ticket que ja tem
      *                linha de uso - o par volta a ser retido e
      *                precisa de nova aprovacao.
      *
      ********************FIM DOCUMENTACAO************************************
      ************************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMFILE.

           SELECT REMESSA-FILE ASSIGN TO "REMESSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSAS.

           SELECT FDRCKPT-FILE ASSIGN TO "FDRCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FDRCKPT.

           SELECT FEEDRES-FILE ASSIGN TO "FEEDRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FEEDRES.

           SELECT RETENCAO-FILE ASSIGN TO "RETIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDOS.

           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT PARTMAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTMAP.

           SELECT AUDBASE-FILE ASSIGN TO "AUDBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDBASE.

           SELECT RETBASE-FILE ASSIGN TO "RETBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETBASE.

           SELECT PARTRES-FILE ASSIGN TO "PARTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTRES.

           SELECT PARTREL-FILE ASSIGN TO "PARTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTREL.

           SELECT PARTAUD-FILE ASSIGN TO "PARTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTAUD.

           SELECT PARTREJ-FILE ASSIGN TO "PARTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTREJ.

           SELECT PARTRET-FILE ASSIGN TO "PARTRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTRET.

      *=======================================================================
       DATA DIVISION.
      *=======================================================================
           05  TR-CATEGORIA PIC X(04).
      *    CODIGO DE OPERACAO DO PROPRIO PAR (1-5 OU A) - OPCIONAL;
      *    QUANDO AUSENTE (ARQUIVOS ANTIGOS), FICA EM SPACES E O PAR
      *    USA A OPERACAO-PADRAO DO LOTE (OPCAO). "E" E O ESTORNO DE
      *    UMA TRANSACAO JA PROCESSADA, NUNCA UM PADRAO DO LOTE.
           05  TR-OPERACAO PIC X(01).
      *    SO NO ESTORNO: DATA/HORA (WA-DATA/WA-HORA) DA LINHA DE
      *    AUDITLOG DA TRANSACAO ORIGINAL; VALOR1/VALOR2 DO ESTORNO
      *    SAO OS VALORES DELA. NOS DEMAIS PARES FICA EM SPACES.
           05  TR-REFERENCIA.
               10  TR-REF-DATA PIC 9(08).
               10  TR-REF-HORA PIC 9(08).
      *    SO NO PAR DEVOLVIDO POR LiberaRetidos: O TICKET DA RETENCAO
      *    JA APROVADA (RT-TICKET), CONFERIDO EM RETIDOS ANTES DE O PAR
      *    PASSAR DO LIMITE DA CATEGORIA. NOS DEMAIS PARES FICA EM
      *    SPACES.
           05  TR-RETENCAO PIC X(07).

      *    VISOES ALTERNATIVAS DO MESMO REGISTRO PARA OS REGISTROS DE
      *    CONTROLE DO SISTEMA ALIMENTADOR: O PRIMEIRO ("HDR") CARREGA
           05  TP-TIPO PIC X(03).
               88  REGISTRO-HEADER VALUE "HDR".
               88  REGISTRO-TRAILER VALUE "TRL".
           05  FILLER PIC X(53).

       01  TRANS-REG-HEADER.
           05  FILLER PIC X(03).
           05  TH-DATA PIC 9(08).
           05  TH-FEEDER PIC X(08).
           05  FILLER PIC X(37).

       01  TRANS-REG-TRAILER.
           05  FILLER PIC X(03).
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  TT-HASH-VALOR2 PIC S9(12)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER PIC X(16).

      *    VISAO ESTRUTURAL DE UM PAR DO LAYOUT FIXO (A MESMA CONFERIDA
      *    POR ValidaTransacoes): OS BYTES DE SINAL DE TR-VALOR1/
      *    TR-VALOR2, A REFERENCIA (NUMERICA NO ESTORNO, EM BRANCO NOS
      *    DEMAIS PARES), O TICKET DE RETENCAO (NUMERICO OU EM BRANCO)
      *    E A SOBRA APOS ELE - USADA NA VARREDURA
      *    PREVIA DE 1200 PARA REJEITAR A REMESSA INTEIRA QUANDO ALGUM
      *    PAR VIER TRUNCADO, DESALINHADO OU COMPRIDO DEMAIS.
       01  TRANS-REG-ESTRUTURA.
           05  FILLER PIC X(10).
           05  TE-SINAL-VALOR1 PIC X(01).
               88  TE-SINAL-VALOR1-VALIDO VALUE "+" "-".
           05  FILLER PIC X(10).
           05  TE-SINAL-VALOR2 PIC X(01).
               88  TE-SINAL-VALOR2-VALIDO VALUE "+" "-".
           05  FILLER PIC X(04).
           05  TE-OPERACAO PIC X(01).
               88  TE-OPERACAO-ESTORNO VALUE "E".
           05  TE-REFERENCIA PIC X(16).
           05  TE-RETENCAO PIC X(07).
           05  TE-SOBRA PIC X(06).

      *    VARIANTE DELIMITADA POR VIRGULA DO MESMO PAR DE VALORES, PARA
      *    EXTRATOS DE SISTEMAS ALIMENTADORES QUE EXPORTAM DECIMAL EM
       01  LINHA-RELATORIO PIC X(133).

       FD  AUDIT-FILE.
       01  LINHA-AUDITORIA PIC X(164).

       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05  CKPT-QTDE-OP-MULT PIC 9(07).
           05  CKPT-QTDE-OP-MEDIA PIC 9(07).
           05  CKPT-QTDE-OP-TODAS PIC 9(07).
      *    QUANTIDADE DE ESTORNOS APLICADOS NO LOTE (LRECL DE CALCCKPT
      *    SOBE DE 106 PARA 113).
           05  CKPT-QTDE-OP-ESTORNO PIC 9(07).
      *    PARES RETIDOS PARA APROVACAO E PARES LIBERADOS APLICADOS NO
      *    LOTE - OS RETIDOS CONTAM NA POSICAO DO CHECKPOINT
      *    (CKPT-REGISTRO) MAS NAO EM CKPT-QTDE (LRECL DE CALCCKPT
      *    SOBE DE 113 PARA 127).
           05  CKPT-QTDE-RETIDOS PIC 9(07).
           05  CKPT-QTDE-LIBERADOS PIC 9(07).
      *    PRIMEIRO E ULTIMO MES (AAAAMM) DAS REMESSAS ACEITAS DO LOTE,
      *    LIDOS POR PeriodoControle PARA NAO FECHAR UM MES COM RESTART
      *    PENDENTE (LRECL DE CALCCKPT SOBE DE 127 PARA 139).
           05  CKPT-PERIODO-INICIAL PIC 9(06).
           05  CKPT-PERIODO-FINAL PIC 9(06).

       FD  CONTADOR-FILE.
       01  CONTADOR-RECORD.
           05  CR-ACUMULADOR PIC 9(09).

       FD  REJECT-FILE.
       01  LINHA-REJEITO PIC X(102).

      *    ARQUIVO DE HISTORICO PARA ONDE O RELATORIO DE UM LOTE
      *    ANTERIOR E COPIADO ANTES DE SER SOBRESCRITO POR UM NOVO
      *    REJEITOS SO PODERIA SER REENVIADO COMO TRANFILE ENQUANTO
      *    ACUMULASSE OS PARES DE UMA UNICA EXECUCAO.
       FD  REJECT-ARCHIVE-FILE.
       01  LINHA-REJARCH PIC X(102).

      *    CADASTRO DE CATEGORIAS/UNIDADES DE NEGOCIO, MANTIDO PELO
      *    UTILITARIO CategoriaControle - CARREGADO EM 1020 PARA A
      *    TABELA WS-TABELA-CATEGORIAS VALIDAR TR-CATEGORIA.
       FD  CATMEST-FILE.
       01  LINHA-CATMEST PIC X(48).

      *    REGISTRO DE CONTROLE COM A QUANTIDADE DE LINHAS CORRENTE DO
      *    AUDITLOG VIVO - LIDO EM 1070 COMO BASE DO LOTE (NO LUGAR DA
      *    VARREDURA DO LOG ACUMULADO INTEIRO) E REGRAVADO EM 8000 AO
      *    FECHAR O LOTE; ArquivaAuditoria O ATUALIZA AO COMPACTAR.
      *    TRAZ TAMBEM O FIM DA CADEIA DE VERIFICADORES (LAYOUT NO
      *    COPYBOOK CTRLAUD).
       FD  AUDCTRL-FILE.
       01  LINHA-AUDCTRL PIC X(47).

      *    HISTORICO PERMANENTE DE EXECUCOES - UMA LINHA DE RESUMO POR
      *    LOTE, SEGUIDA DE UMA LINHA "FDR" POR REMESSA DO ARQUIVO DE
      *    ENTRADA, GRAVADAS EM 8500 (LAYOUTS NO COPYBOOK RUNLOG).
       FD  RUNLOG-FILE.
       01  LINHA-RUNLOG PIC X(101).

      *    EXTRATO DE INTERFACE CONTABIL - UM REGISTRO POR CATEGORIA
      *    COM MOVIMENTO, NO LAYOUT FIXO COMBINADO COM A EQUIPE DO
      *    RAZAO; GRAVADO EM 8600 SOMENTE QUANDO O LOTE TERMINOU
      *    LIMPO (RECONCILIACAO E CONTROLE DE ENTRADA OK, SEM
      *    RESTART). A CATEGORIA COM ESTORNOS RECEBE UM SEGUNDO
      *    REGISTRO, MARCADO EM GL-TIPO.
       FD  GLEXTR-FILE.
       01  LINHA-GLEXTR PIC X(59).

      *    ARQUIVO DE PARAMETROS NOMEADOS DA EXECUCAO (OPERACAO=A,
      *    FORMATO=FIXO|CSV, ARREDONDAMENTO=T|R) - LIDO E VALIDADO EM
       FD  PARM-FILE.
       01  LINHA-PARAMETRO PIC X(80).

      *    REGISTRO PERMANENTE DAS REMESSAS DE FEEDER JA PROCESSADAS
      *    (LAYOUT NO COPYBOOK REMESSA) - CONSULTADO EM 1200 ANTES DE
      *    QUALQUER PAR SER CALCULADO E ACRESCIDO EM 8650 QUANDO O
      *    LOTE TERMINA LIMPO.
       FD  REMESSA-FILE.
       01  LINHA-REMESSA PIC X(77).

      *    CHECKPOINT DOS CONTADORES POR FEEDER - UMA LINHA POR REMESSA
      *    DO ARQUIVO DE ENTRADA, NA ORDEM EM QUE APARECEM, REGRAVADO
      *    JUNTO COM CALCCKPT EM 1600 E ESVAZIADO EM 1700. FC-REGISTRO
      *    E A POSICAO DO CHECKPOINT A QUE AS LINHAS PERTENCEM - UMA
      *    QUEDA ENTRE A GRAVACAO DE FDRCKPT E A DE CALCCKPT DEIXA OS
      *    DOIS FORA DE PASSO, E 1310 NAO RESTAURA LINHAS DE OUTRA
      *    POSICAO.
       FD  FDRCKPT-FILE.
       01  FDRCKPT-RECORD.
           05  FC-REGISTRO PIC 9(07).
           05  FC-FEEDER PIC X(08).
           05  FC-QTDE PIC 9(07).
           05  FC-QTDE-REJEITADOS PIC 9(07).
           05  FC-TOTAL-SOMA PIC S9(10)V99.
           05  FC-TOTAL-SUB PIC S9(10)V99.
           05  FC-TOTAL-MULT PIC S9(10)V99.

      *    RESULTADO POR REMESSA DESTE LOTE (LAYOUT NO COPYBOOK
      *    RESFEED) - REGRAVADO INTEIRO EM 8700 PARA O PASSO DE
      *    CONFIRMACAO AO FEEDER.
       FD  FEEDRES-FILE.
       01  LINHA-FEEDRES PIC X(157).

      *    FILA DE RETENCAO DOS PARES ACIMA DO LIMITE DA CATEGORIA
      *    (LAYOUT NO COPYBOOK RETENCAO) - ACUMULATIVA, SEMPRE ABERTA
      *    EM EXTEND COMO O AUDITLOG; LIDA UMA VEZ EM 1450 PARA APURAR
      *    O PROXIMO TICKET E CONFERIR AS LIBERACOES DO ARQUIVO.
       FD  RETENCAO-FILE.
       01  LINHA-RETENCAO PIC X(160).

      *    CONTROLE DE PERIODOS CONTABEIS (LAYOUT NO COPYBOOK PERIODO) -
      *    SO LIDO, UMA VEZ, EM 1030.
       FD  PERIODO-FILE.
       01  LINHA-PERIODO PIC X(75).

      *    PROCESSAMENTO PARTICIONADO (PARAMETROS PARTICAO=/
      *    CONSOLIDACAO=): MAPA DE PARTICOES GRAVADO POR
      *    ParticionaTransacoes (LAYOUT NO COPYBOOK PARTICAO) - SO
      *    LIDO, UMA VEZ, EM 1040.
       FD  PARTMAP-FILE.
       01  LINHA-PARTMAP PIC X(42).

      *    AUDITLOG E RETIDOS DO SISTEMA, SO LIDOS, NUM PASSO DE
      *    PARTICAO - O AUDITLOG E O RETIDOS DA PARTICAO SAO ARQUIVOS
      *    PROPRIOS DELA, JUNTADOS AOS DO SISTEMA NA CONSOLIDACAO.
      *    AUDBASE E ONDE 1400 PROCURA AS ORIGINAIS DOS ESTORNOS;
      *    RETBASE E DE ONDE 1450 TIRA O ULTIMO TICKET E AS LIBERACOES.
       FD  AUDBASE-FILE.
       01  LINHA-AUDBASE PIC X(164).

       FD  RETBASE-FILE.
       01  LINHA-RETBASE PIC X(160).

      *    RESULTADO DA PARTICAO (LAYOUT NO COPYBOOK RESPART) - GRAVADO
      *    EM 8800 PELO PASSO DE PARTICAO E LIDO EM 1800 PELA
      *    CONSOLIDACAO, COM OS DE TODAS AS PARTICOES CONCATENADOS.
       FD  PARTRES-FILE.
       01  LINHA-PARTRES PIC X(175).

      *    SAIDAS DAS PARTICOES (RELATORIO, AUDITLOG, REJEITOS E
      *    RETIDOS DE CADA UMA, CONCATENADOS NA ORDEM DAS PARTICOES) -
      *    SO LIDAS PELA CONSOLIDACAO, EM 2500.
       FD  PARTREL-FILE.
       01  LINHA-PARTREL PIC X(133).

       FD  PARTAUD-FILE.
       01  LINHA-PARTAUD PIC X(164).

       FD  PARTREJ-FILE.
       01  LINHA-PARTREJ PIC X(102).

       FD  PARTRET-FILE.
       01  LINHA-PARTRET PIC X(160).

      *-----------------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  VALOR1 PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-STATUS-RUNLOG PIC X(02) VALUE "00".
       77  WS-STATUS-GLEXTR PIC X(02) VALUE "00".
       77  WS-STATUS-PARMFILE PIC X(02) VALUE "00".
       77  WS-STATUS-REMESSAS PIC X(02) VALUE "00".
       77  WS-STATUS-FDRCKPT PIC X(02) VALUE "00".
       77  WS-STATUS-FEEDRES PIC X(02) VALUE "00".
       77  WS-STATUS-PERIODOS PIC X(02) VALUE "00".
       77  WS-STATUS-RETIDOS PIC X(02) VALUE "00".
       77  WS-STATUS-PARTMAP PIC X(02) VALUE "00".
       77  WS-STATUS-AUDBASE PIC X(02) VALUE "00".
       77  WS-STATUS-RETBASE PIC X(02) VALUE "00".
       77  WS-STATUS-PARTRES PIC X(02) VALUE "00".
       77  WS-STATUS-PARTREL PIC X(02) VALUE "00".
       77  WS-STATUS-PARTAUD PIC X(02) VALUE "00".
       77  WS-STATUS-PARTREJ PIC X(02) VALUE "00".
       77  WS-STATUS-PARTRET PIC X(02) VALUE "00".

      *    ESTADO DA LEITURA/VALIDACAO DO ARQUIVO DE PARAMETROS - OS
      *    TRES PARAMETROS SAO OBRIGATORIOS E QUALQUER ERRO DERRUBA O
       77  WS-PARM-KEYWORD PIC X(20) VALUE SPACES.
       77  WS-PARM-VALOR PIC X(20) VALUE SPACES.

      *    PROCESSAMENTO PARTICIONADO POR CATEGORIA (PARAMETROS
      *    OPCIONAIS E EXCLUSIVOS ENTRE SI): PARTICAO=NN FAZ DO PASSO
      *    A PARTICAO NN, QUE SO CALCULA AS CATEGORIAS QUE O MAPA
      *    (PARTMAP) LHE ATRIBUIU; CONSOLIDACAO=S FAZ DELE O PASSO QUE
      *    JUNTA AS PARTICOES E FECHA O LOTE. SEM NENHUM DOS DOIS O
      *    LOTE RODA INTEIRO NUM SO PASSO.
       77  WS-MODO-PARTICAO-SW PIC X(01) VALUE "N".
           88  MODO-LOTE-INTEIRO VALUE "N".
           88  MODO-PARTICAO VALUE "P".
           88  MODO-CONSOLIDACAO VALUE "C".

       77  WS-PART-NUMERO PIC 9(02) VALUE ZEROS.
       77  WS-PART-MAX PIC 9(02) VALUE 20.
       77  WS-PART-PARES-PREVISTOS PIC 9(07) VALUE ZEROS.

      *    PAR LIDO PERTENCE (OU NAO) A ESTA PARTICAO - VER 9085
       77  WS-PAR-PERTENCE-SW PIC X(01) VALUE "S".
           88  PAR-DA-PARTICAO VALUE "S".

      *    SALTO DO TICKET DE RETENCAO NUMA PARTICAO (VER 3355)
       77  WS-PART-ALVO PIC 9(02) VALUE ZEROS.
       77  WS-PART-RESTO PIC 9(02) VALUE ZEROS.
       77  WS-PART-QUOCIENTE PIC 9(07) VALUE ZEROS.

       77  WS-EOF-PARTMAP PIC X(01) VALUE "N".
           88  FIM-PARTMAP VALUE "S".

      *    MAPA DE PARTICOES CARREGADO EM 1040: O CARIMBO, QUANTAS
      *    PARTICOES, O TOTAL DE PARES DO ARQUIVO E A PARTICAO DE CADA
      *    CATEGORIA ENCONTRADA NELE.
       77  WS-MAPA-MAX PIC 9(03) VALUE 200.
       77  WS-MAPA-ACHADO PIC 9(03) VALUE ZEROS.

       01  WS-TABELA-MAPA.
           05  WS-MAPA-CARIMBO.
               10  WS-MAPA-CARIMBO-DATA PIC 9(08) VALUE ZEROS.
               10  WS-MAPA-CARIMBO-HORA PIC 9(08) VALUE ZEROS.
           05  WS-MAPA-QTDE-PARTICOES PIC 9(02) VALUE ZEROS.
           05  WS-MAPA-QTDE-PARES PIC 9(07) VALUE ZEROS.
           05  WS-MAPA-QTDE-USADAS PIC 9(03) VALUE ZEROS.
           05  WS-MAPA-ENTRADA OCCURS 200 TIMES
                   INDEXED BY WS-MAPA-IDX.
               10  WS-MAPA-CATEGORIA PIC X(04).
               10  WS-MAPA-PARTICAO PIC 9(02).
               10  WS-MAPA-PARES PIC 9(07).

      *    CONSOLIDACAO: LEITURA DOS RESULTADOS (1800) E DAS SAIDAS
      *    (2500) DAS PARTICOES. UMA PARTICAO E RECEBIDA QUANDO A SUA
      *    LINHA "T" (A ULTIMA QUE ELA GRAVA) FOI LIDA; CADA UMA TEM DE
      *    TRAZER UMA LINHA "F" POR REMESSA DO ARQUIVO.
       77  WS-EOF-PARTRES PIC X(01) VALUE "N".
           88  FIM-PARTRES VALUE "S".

       77  WS-EOF-COPIA-PARTICAO PIC X(01) VALUE "N".
           88  FIM-COPIA-PARTICAO VALUE "S".

       77  WS-RES-ERRO-SW PIC X(01) VALUE "N".
           88  RESULTADO-PARTICAO-INVALIDO VALUE "S".

       77  WS-PART-RESTART-SW PIC X(01) VALUE "N".
           88  PARTICAO-COM-RESTART VALUE "S".

      *    O PROPRIO PASSO DE CONSOLIDACAO FOI RETOMADO (CALCCKPT DO
      *    LOTE COM POSICAO) - AS CHAMADAS DAS PARTICOES AO CONTADOR
      *    JA FORAM SOMADAS AO VARCKPT NA EXECUCAO INTERROMPIDA.
       77  WS-CONS-RETOMADA-SW PIC X(01) VALUE "N".
           88  CONSOLIDACAO-RETOMADA VALUE "S".

       77  WS-RES-NUMERO PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-LINHAS-PARTRES PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-COPIADAS-REL PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-COPIADAS-AUD PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-COPIADAS-REJ PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-COPIADAS-RET PIC 9(07) VALUE ZEROS.

      *    CHAMADAS AO CONTADOR COMPARTILHADO (VariavelSimples) FEITAS
      *    NAS PARTICOES, SOMADAS AO VARCKPT DO SISTEMA EM 2550
       77  WS-QTDE-CONTADOR-PARTICOES PIC 9(09) VALUE ZEROS.

       01  WS-TABELA-RESULTADOS.
           05  WS-RES-ENTRADA OCCURS 20 TIMES INDEXED BY WS-RES-IDX.
               10  WS-RES-TOTAL-SW PIC X(01).
                   88  RES-PARTICAO-RECEBIDA VALUE "S".
               10  WS-RES-QTDE-REMESSAS PIC 9(02).

      *    PROTECAO CONTRA RETRANSMISSAO: FEEDERS AUTORIZADOS A
      *    REPROCESSAR UMA REMESSA JA REGISTRADA (PARAMETRO OPCIONAL
      *    REENVIO=<FEEDER>, UM POR LINHA), RESULTADO DA PROCURA EM
      *    REMESSAS E SE O GLEXTR DO LOTE FOI GRAVADO (CONDICAO PARA
      *    REGISTRAR AS REMESSAS EM 8650).
       01  WS-TABELA-REENVIO.
           05  WS-REENVIO-QTDE PIC 9(02) VALUE ZEROS.
           05  WS-REENVIO-FEEDER PIC X(08) OCCURS 20 TIMES
                   INDEXED BY WS-REENVIO-IDX.

       77  WS-EOF-REMESSAS PIC X(01) VALUE "N".
           88  FIM-REMESSAS VALUE "S".

       77  WS-REMESSA-SW PIC X(01) VALUE "N".
           88  REMESSA-DUPLICADA VALUE "S".

       77  WS-REENVIO-SW PIC X(01) VALUE "N".
           88  REENVIO-AUTORIZADO VALUE "S".

       77  WS-GLEXTR-SW PIC X(01) VALUE "N".
           88  EXTRATO-GL-GRAVADO VALUE "S".

       77  WS-AUDCTRL-SW PIC X(01) VALUE "N".
           88  AUDCTRL-DISPONIVEL VALUE "S".

      *    FIM DA CADEIA DE AUDITLOG - SEQUENCIA E VERIFICADOR DA ULTIMA
      *    LINHA GRAVADA NA TRILHA, DE ONDE 7000 CONTINUA. VEM DE
      *    AUDCTRL NUM LOTE NOVO; NUM RESTART (AS LINHAS GRAVADAS
      *    DEPOIS DO ULTIMO CHECKPOINT JA ESTAO NO LOG) OU SEM AUDCTRL,
      *    DA VARREDURA DE 1075.
       77  WS-CADEIA-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77  WS-CADEIA-VERIFICADOR PIC 9(10) VALUE ZEROS.
       77  WS-CADEIA-SW PIC X(01) VALUE "N".
           88  CADEIA-LOCALIZADA VALUE "S".

       77  WS-RESTART-SW PIC X(01) VALUE "N".
           88  EXECUCAO-RESTART VALUE "S".

           88  MOTIVO-VALOR-EXCEDIDO VALUE "03".
           88  MOTIVO-OPERACAO-INVALIDA VALUE "04".
           88  MOTIVO-CATEGORIA-INVALIDA VALUE "05".
           88  MOTIVO-ESTORNO-SEM-ORIGINAL VALUE "06".
           88  MOTIVO-ESTORNO-DUPLICADO VALUE "07".

       77  WS-CKPT-REGISTRO PIC 9(07) VALUE ZEROS.
      *    POSICAO DO LOTE NO ARQUIVO DE ENTRADA PARA O CHECKPOINT -
      *    PARES PROCESSADOS MAIS PARES RETIDOS
       77  WS-POSICAO-LOTE PIC 9(07) VALUE ZEROS.
       77  WS-FDRCKPT-SEQ PIC 9(02) VALUE ZEROS.

       77  WS-EOF-FDRCKPT PIC X(01) VALUE "N".
           88  FIM-FDRCKPT VALUE "S".
       77  WS-INTERVALO-CKPT PIC 9(07) VALUE 100.
       77  WS-INDICE-SALTO PIC 9(07) VALUE ZEROS.
       77  WS-QUOCIENTE-CKPT PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-VALIDOS PIC 9(07) VALUE ZEROS.
       77  WS-TAXA-ERRO-CALC PIC 999V99 COMP-3 VALUE ZEROS.

      *    CONTROLE DE COMPLETUDE DA TRANSMISSAO: O QUE CADA FEEDER
      *    DECLAROU NO HEADER/TRAILER DA SUA REMESSA E O QUE FOI
      *    EFETIVAMENTE LIDO DELA (WS-TABELA-FEEDERS), CONFERIDOS NA
      *    VARREDURA PREVIA DE 1200 E DE NOVO EM 8300 ANTES DO LOTE
      *    SER DADO POR BOM EM 8000-FINALIZAR.
       77  WS-REGISTRO-DADOS-SW PIC X(01) VALUE "N".
           88  REGISTRO-DADOS-LIDO VALUE "S".

           88  CONTROLE-ENTRADA-OK VALUE "S".
           88  CONTROLE-ENTRADA-FALHOU VALUE "N".

      *    VARIAS REMESSAS CONCATENADAS NO MESMO ARQUIVO DE ENTRADA -
      *    UMA ENTRADA DA TABELA POR GRUPO HDR...TRL, NA ORDEM EM QUE
      *    APARECEM. UM GRUPO COMECA NUM HEADER, OU NUM PAR/TRAILER
      *    QUE CHEGA SEM GRUPO ABERTO (REMESSA SEM HEADER), E TERMINA
      *    NO TRAILER. A VARREDURA PREVIA (EM-PREVARREDURA) CRIA AS
      *    ENTRADAS E DECIDE A SITUACAO DE CADA REMESSA; A LEITURA
      *    REAL PERCORRE OS MESMOS GRUPOS NA MESMA ORDEM
      *    (WS-FDR-CORRENTE) ACUMULANDO O QUE FOI CALCULADO.
       77  WS-FDR-MAX PIC 9(02) VALUE 20.
       77  WS-FDR-CORRENTE PIC 9(02) VALUE ZEROS.

      *    LINHA CORRENTE DENTRO DA REMESSA QUE ESTA SENDO LIDA (O
      *    HEADER E A LINHA 1) - A POSICAO DO PAR NO ARQUIVO ORIGINAL
      *    DO FEEDER, LEVADA PARA RJ-POSICAO.
       77  WS-FDR-POSICAO PIC 9(07) VALUE ZEROS.

       77  WS-GRUPO-ABERTO-SW PIC X(01) VALUE "N".
           88  GRUPO-ABERTO VALUE "S".

       77  WS-PREVARREDURA-SW PIC X(01) VALUE "N".
           88  EM-PREVARREDURA VALUE "S".

       77  WS-QTDE-FDR-ACEITOS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-FDR-REJEITADOS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-FDR-DUPLICADOS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-FDR-FECHADOS PIC 9(02) VALUE ZEROS.

       01  WS-TABELA-FEEDERS.
           05  WS-FDR-QTDE-USADAS PIC 9(02) VALUE ZEROS.
           05  WS-FDR-ENTRADA OCCURS 20 TIMES INDEXED BY WS-FDR-IDX.
               10  WS-FDR-FEEDER PIC X(08).
               10  WS-FDR-DATA PIC 9(08).
               10  WS-FDR-HEADER-SW PIC X(01).
                   88  FDR-COM-HEADER VALUE "S".
               10  WS-FDR-TRAILER-SW PIC X(01).
                   88  FDR-COM-TRAILER VALUE "S".
               10  WS-FDR-TRL-QTDE PIC 9(07).
               10  WS-FDR-TRL-HASH-VALOR1 PIC S9(12)V99 COMP-3.
               10  WS-FDR-TRL-HASH-VALOR2 PIC S9(12)V99 COMP-3.
               10  WS-FDR-LIDOS PIC 9(07).
               10  WS-FDR-HASH-VALOR1-LIDO PIC S9(12)V99 COMP-3.
               10  WS-FDR-HASH-VALOR2-LIDO PIC S9(12)V99 COMP-3.
               10  WS-FDR-ESTRUT-INVALIDA PIC 9(07).
               10  WS-FDR-SITUACAO PIC X(01).
                   88  FDR-ACEITO VALUE "A".
                   88  FDR-REJEITADO VALUE "R".
                   88  FDR-DUPLICADO VALUE "D".
                   88  FDR-PERIODO-FECHADO VALUE "F".
               10  WS-FDR-MOTIVO PIC X(40).
               10  WS-FDR-CONTROLE-SW PIC X(01).
                   88  FDR-CONTROLE-OK VALUE "S".
                   88  FDR-CONTROLE-FALHOU VALUE "N".
               10  WS-FDR-REENVIO-SW PIC X(01).
                   88  FDR-REENVIADO VALUE "S".
               10  WS-FDR-PROC-DATA PIC 9(08).
               10  WS-FDR-PROC-HORA PIC 9(08).
               10  WS-FDR-QTDE PIC 9(07).
               10  WS-FDR-REJEITADOS PIC 9(07).
               10  WS-FDR-TOTAL-SOMA PIC S9(10)V99 COMP-3.
               10  WS-FDR-TOTAL-SUB PIC S9(10)V99 COMP-3.
               10  WS-FDR-TOTAL-MULT PIC S9(10)V99 COMP-3.

      *    RETURN-CODE DO LOTE - O MAIOR EVENTO OCORRIDO (4 REMESSA
      *    REJEITADA NA ENTRADA, 8 CONFERENCIA DE CONTROLE FALHOU OU
      *    NENHUMA REMESSA APTA, 10 REMESSA RECUSADA POR PERIODO
      *    CONTABIL FECHADO, 12 REMESSA RECUSADA COMO RETRANSMISSAO -
      *    4 < 8 < 10 < 12 < 16), GUARDADO AQUI E SO
      *    DEVOLVIDO NO FIM DE 8000 PORQUE O CALL DE VariavelSimples
      *    SOBRESCREVE RETURN-CODE A CADA PAR. ERROS FATAIS CONTINUAM
      *    DEVOLVENDO 16 NA HORA.
       77  WS-RC-LOTE PIC 9(02) VALUE ZEROS.

       77  WS-QTDE-AUDIT-INICIAL PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-AUDIT-FINAL PIC 9(07) VALUE ZEROS.
       77  WS-CSV-CAMPO-VALOR2 PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-CATEGORIA PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-OPERACAO PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-REF-DATA PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-REF-HORA PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-ATUAL PIC X(15) VALUE SPACES.
       77  WS-CSV-CAMPO-SEM-SINAL PIC X(14) VALUE SPACES.
       77  WS-CSV-PARTE-INT PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
           88  OP-MULTIPLICACAO VALUE "4".
           88  OP-MEDIA VALUE "5".
           88  OP-TODAS VALUE "A" "a".
           88  OP-ESTORNO VALUE "E".
           88  OP-VALIDA VALUE "1" "2" "3" "4" "5" "A" "a" "E".

      *    QUANTIDADE DE PARES CALCULADOS POR OPERACAO, PARA OS TOTAIS
      *    DO LOTE CONTINUAREM INTERPRETAVEIS QUANDO AS OPERACOES
       77  WS-QTDE-OP-MULT PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-OP-MEDIA PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-OP-TODAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-OP-ESTORNO PIC 9(07) VALUE ZEROS.

       77  WS-TOTAL-SOMA PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WS-TOTAL-SUB PIC S9(10)V99 COMP-3 VALUE ZEROS.
               10  WS-CAT-DESCRICAO PIC X(30) VALUE SPACES.
               10  WS-CAT-SITUACAO PIC X(01) VALUE "A".
                   88  CAT-ENTRADA-ATIVA VALUE "A".
      *        LIMITE DE VALOR POR PAR DO CADASTRO (ZERO = SEM LIMITE)
               10  WS-CAT-LIMITE PIC 9(08)V99 VALUE ZEROS.
               10  WS-CAT-QTDE PIC 9(07) VALUE ZEROS.
               10  WS-CAT-TOTAL-SOMA PIC S9(10)V99 COMP-3
                       VALUE ZEROS.
                       VALUE ZEROS.
               10  WS-CAT-TOTAL-MULT PIC S9(10)V99 COMP-3
                       VALUE ZEROS.
      *        PARTE DOS TOTAIS ACIMA QUE VEIO DE ESTORNOS (JA COM O
      *        SINAL TROCADO), SEPARADA PARA O REGISTRO "E" DO GLEXTR
               10  WS-CAT-QTDE-ESTORNO PIC 9(07) VALUE ZEROS.
               10  WS-CAT-ESTORNO-SOMA PIC S9(10)V99 COMP-3
                       VALUE ZEROS.
               10  WS-CAT-ESTORNO-SUB PIC S9(10)V99 COMP-3
                       VALUE ZEROS.
               10  WS-CAT-ESTORNO-MULT PIC S9(10)V99 COMP-3
                       VALUE ZEROS.

           COPY CATEGORIA.

      *    ESTORNOS DO ARQUIVO DE ENTRADA - UMA ENTRADA POR PAR COM
      *    OPERACAO "E", CRIADA NA VARREDURA PREVIA (9090) E
      *    IDENTIFICADA PELA REMESSA E PELA LINHA DO PAR NO ARQUIVO DO
      *    FEEDER, QUE SAO AS MESMAS NA LEITURA REAL E NUM RESTART.
      *    1400 DECIDE A SITUACAO DE CADA UMA ANTES DO LOTE COMECAR,
      *    PROCURANDO A ORIGINAL SO NAS LINHAS DE AUDITLOG ANTERIORES
      *    AO LOTE (ATE WS-QTDE-AUDIT-INICIAL), E GUARDA OS RESULTADOS
      *    DELA PARA 3750 ESTORNAR:
      *      "N" - ORIGINAL NAO ENCONTRADA (MOTIVO 06);
      *      "O" - ORIGINAL ENCONTRADA, ESTORNO APLICAVEL;
      *      "D" - ORIGINAL JA ESTORNADA EM LOTE ANTERIOR (MOTIVO 07);
      *      "L" - SEGUNDO ESTORNO DA MESMA ORIGINAL NESTE ARQUIVO -
      *            O PRIMEIRO PREVALECE (MOTIVO 07);
      *      "X" - REMESSA REJEITADA NA ENTRADA, PAR NAO SERA LIDO.
       77  WS-EST-MAX PIC 9(03) VALUE 500.
       77  WS-EST-IDX-ACHADO PIC 9(03) VALUE ZEROS.
       77  WS-EST-PENDENTES PIC 9(03) VALUE ZEROS.
       77  WS-EST-QTDE-ACHADOS PIC 9(03) VALUE ZEROS.
       77  WS-EST-QTDE-SEM-ORIGINAL PIC 9(03) VALUE ZEROS.
       77  WS-EST-QTDE-DUPLICADOS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-AUDIT-LIDAS PIC 9(07) VALUE ZEROS.
       77  WS-AUD-VALOR1 PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-AUD-VALOR2 PIC S9(8)V99 COMP-3 VALUE ZEROS.

       01  WS-TABELA-ESTORNOS.
           05  WS-EST-QTDE-USADAS PIC 9(03) VALUE ZEROS.
           05  WS-EST-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-EST-IDX WS-EST-IDX2.
               10  WS-EST-REMESSA PIC 9(02).
               10  WS-EST-POSICAO PIC 9(07).
               10  WS-EST-REF-DATA PIC 9(08).
               10  WS-EST-REF-HORA PIC 9(08).
               10  WS-EST-VALOR1 PIC S9(8)V99 COMP-3.
               10  WS-EST-VALOR2 PIC S9(8)V99 COMP-3.
               10  WS-EST-CATEGORIA PIC X(04).
               10  WS-EST-SITUACAO PIC X(01).
                   88  EST-SEM-ORIGINAL VALUE "N".
                   88  EST-ORIGINAL-ACHADA VALUE "O".
                   88  EST-JA-ESTORNADO VALUE "D" "L".
                   88  EST-DUPLICADO-NO-LOTE VALUE "L".
                   88  EST-FORA-DO-LOTE VALUE "X".
               10  WS-EST-SOMA PIC S9(8)V99 COMP-3.
               10  WS-EST-SUB PIC S9(8)V99 COMP-3.
               10  WS-EST-DIV PIC S9(8)V99 COMP-3.
               10  WS-EST-RESTO PIC S9(8)V99 COMP-3.
               10  WS-EST-MULT PIC S9(8)V99 COMP-3.
               10  WS-EST-MEDIA PIC S9(8)V99 COMP-3.

      *    FILA DE RETENCAO: PAR CORRENTE RETIDO, CONTADORES DO LOTE,
      *    ULTIMO TICKET JA USADO EM RETIDOS E O LIMITE DA CATEGORIA
      *    DO PAR CORRENTE (E O SEU NEGATIVO, PARA COMPARAR O VALOR EM
      *    MODULO).
       77  WS-RETENCAO-SW PIC X(01) VALUE "N".
           88  PAR-RETIDO VALUE "S".

      *    PAR CORRENTE PASSOU DO LIMITE POR UMA LIBERACAO CONFIRMADA -
      *    DEPOIS DE CALCULADO, 3360 REGISTRA O USO DO TICKET.
       77  WS-LIBERACAO-SW PIC X(01) VALUE "N".
           88  PAR-LIBERADO VALUE "S".

       77  WS-EOF-RETIDOS PIC X(01) VALUE "N".
           88  FIM-RETIDOS VALUE "S".

       77  WS-QTDE-RETIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LIBERADOS PIC 9(07) VALUE ZEROS.
       77  WS-RET-ULTIMO-TICKET PIC 9(07) VALUE ZEROS.
       77  WS-RET-QTDE-LINHAS PIC 9(07) VALUE ZEROS.
       77  WS-LIMITE-CORRENTE PIC S9(8)V99 COMP-3 VALUE ZEROS.
       77  WS-LIMITE-NEGATIVO PIC S9(8)V99 COMP-3 VALUE ZEROS.

      *    PARES DO ARQUIVO DE ENTRADA QUE VOLTAM COM TICKET DE
      *    RETENCAO (TR-RETENCAO) - UMA ENTRADA POR PAR, CRIADA NA
      *    VARREDURA PREVIA (9095) E IDENTIFICADA PELA REMESSA E PELA
      *    LINHA DO PAR, COMO OS ESTORNOS. 1450 CONFERE CADA TICKET
      *    NUMA UNICA PASSADA POR RETIDOS:
      *      "N" - TICKET NAO LIBERADO (OU VALORES/CATEGORIA NAO
      *            CONFEREM COM A RETENCAO) - O PAR E TRATADO COMO
      *            QUALQUER OUTRO E, ACIMA DO LIMITE, RETIDO DE NOVO;
      *      "C" - LIBERACAO CONFIRMADA - O PAR PASSA DO LIMITE;
      *      "D" - TICKET REPETIDO NO ARQUIVO - SO O PRIMEIRO VALE.
      *    WS-LIB-UTILIZADA-SW MARCA O TICKET QUE JA TEM LINHA DE USO
      *    ("U") EM RETIDOS - A LIBERACAO JA FOI GASTA NUM LOTE
      *    ANTERIOR E NAO E CONFIRMADA DE NOVO.
       77  WS-LIB-MAX PIC 9(03) VALUE 500.
       77  WS-LIB-IDX-ACHADO PIC 9(03) VALUE ZEROS.
       77  WS-LIB-QTDE-CONFIRMADAS PIC 9(03) VALUE ZEROS.

       01  WS-TABELA-LIBERACOES.
           05  WS-LIB-QTDE-USADAS PIC 9(03) VALUE ZEROS.
           05  WS-LIB-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-LIB-IDX WS-LIB-IDX2.
               10  WS-LIB-REMESSA PIC 9(02).
               10  WS-LIB-POSICAO PIC 9(07).
               10  WS-LIB-TICKET PIC 9(07).
               10  WS-LIB-VALOR1 PIC S9(8)V99 COMP-3.
               10  WS-LIB-VALOR2 PIC S9(8)V99 COMP-3.
               10  WS-LIB-CATEGORIA PIC X(04).
               10  WS-LIB-SITUACAO PIC X(01).
                   88  LIB-NAO-CONFIRMADA VALUE "N".
                   88  LIB-CONFIRMADA VALUE "C".
                   88  LIB-DUPLICADA VALUE "D".
               10  WS-LIB-UTILIZADA-SW PIC X(01).
                   88  LIB-JA-UTILIZADA VALUE "S".

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAA PIC 9(04).
           05  WS-DATA-MM PIC 9(02).

       01  WS-HORA-SISTEMA PIC 9(08).

      *    MESES DO CONTROLE DE PERIODOS (PERIODOS), CARREGADOS EM 1030
      *    - MES FORA DA TABELA ESTA ABERTO. WS-PER-MES-REMESSA E O MES
      *    CONFERIDO EM 1260; WS-PER-LOTE-INICIAL/FINAL ACUMULAM O
      *    PRIMEIRO E O ULTIMO MES DAS REMESSAS ACEITAS, GRAVADOS NO
      *    CHECKPOINT.
           COPY PERIODO.

       77  WS-EOF-PERIODOS PIC X(01) VALUE "N".
           88  FIM-PERIODOS VALUE "S".
       77  WS-PER-MAX PIC 9(03) VALUE 240.
       77  WS-PER-MES-REMESSA PIC 9(06) VALUE ZEROS.
       77  WS-PER-LOTE-INICIAL PIC 9(06) VALUE ZEROS.
       77  WS-PER-LOTE-FINAL PIC 9(06) VALUE ZEROS.

       01  WS-TABELA-PERIODOS.
           05  WS-PER-QTDE-USADAS PIC 9(03) VALUE ZEROS.
           05  WS-PER-ENTRADA OCCURS 240 TIMES INDEXED BY WS-PER-IDX.
               10  WS-PER-MES PIC 9(06).
               10  WS-PER-SITUACAO PIC X(01).
                   88  PER-FECHADO VALUE "F".
               10  WS-PER-DATA PIC 9(08).
               10  WS-PER-RESPONSAVEL PIC X(08).

       77  WS-PERIODO-SW PIC X(01) VALUE "N".
           88  PERIODO-ACHADO VALUE "S".
       77  WS-PER-ACHADO PIC 9(03) VALUE ZEROS.

           COPY REJEITO.

           COPY AUDITORIA.

           COPY CTRLAUD.

           COPY CADEIA.

           COPY RUNLOG.

           COPY REMESSA.

           COPY RESFEED.

           COPY RETENCAO.

           COPY PARTICAO.

           COPY RESPART.

           COPY GLEXTR.

       01  WS-CABECALHO-1.
           05  FILLER PIC X(36) VALUE
           05  WCP-FORMATO PIC X(04).
           05  FILLER PIC X(16) VALUE " ARREDONDAMENTO=".
           05  WCP-ARREDONDAMENTO PIC X(01).
           05  FILLER PIC X(09) VALUE " REENVIO=".
           05  WCP-REENVIO PIC X(08).
           05  FILLER PIC X(64) VALUE SPACES.

      *    NO LOTE CONSOLIDADO DE PARTICOES, O CABECALHO DECLARA EM
      *    QUANTAS PARTICOES E COM QUE MAPA O LOTE FOI CALCULADO - AS
      *    LINHAS DE DETALHE VEM AGRUPADAS POR PARTICAO.
       01  WS-CABECALHO-PARTICOES.
           05  FILLER PIC X(20) VALUE "LOTE PARTICIONADO EM".
           05  WCPT-QTDE PIC Z9.
           05  FILLER PIC X(27) VALUE
               " PARTICOES POR CATEGORIA - ".
           05  FILLER PIC X(05) VALUE "MAPA ".
           05  WCPT-CARIMBO-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WCPT-CARIMBO-HORA PIC 9(08).
           05  FILLER PIC X(34) VALUE
               " - DETALHES AGRUPADOS POR PARTICAO".
           05  FILLER PIC X(28) VALUE SPACES.

      *    AVISO GRAVADO NO CABECALHO DO RELATORIO PARA CADA REMESSA
      *    JA REGISTRADA QUE FOI REPROCESSADA POR REENVIO AUTORIZADO.
       01  WS-LINHA-AVISO-REENVIO.
           05  FILLER PIC X(32) VALUE
               "AVISO: REMESSA JA PROCESSADA EM ".
           05  WAR-DATA-PROC PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WAR-HORA-PROC PIC 9(08).
           05  FILLER PIC X(08) VALUE " FEEDER=".
           05  WAR-FEEDER PIC X(08).
           05  FILLER PIC X(38) VALUE
               " - REPROCESSADA POR REENVIO AUTORIZADO".
           05  FILLER PIC X(30) VALUE SPACES.

       01  WS-CABECALHO-2.
           05  FILLER PIC X(12) VALUE "VALOR1".
           05  WD-RESTO PIC -(8)9.99.
           05  WD-MULT PIC -(8)9.99.
           05  WD-MEDIA PIC -(8)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  WD-MARCA PIC X(07).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WD-REF-DATA PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WD-REF-HORA PIC X(08).
           05  FILLER PIC X(11) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  FILLER PIC X(20) VALUE "TOTAL DE REGISTROS:".
           05  WO-MEDIA PIC Z(6)9.
           05  FILLER PIC X(07) VALUE " TODAS=".
           05  WO-TODAS PIC Z(6)9.
           05  FILLER PIC X(09) VALUE " ESTORNO=".
           05  WO-ESTORNO PIC Z(6)9.
           05  FILLER PIC X(17) VALUE SPACES.

       01  WS-LINHA-EXCECAO.
           05  FILLER PIC X(14) VALUE "PARES VALIDOS:".
           05  FILLER PIC X(01) VALUE "%".
           05  FILLER PIC X(62) VALUE SPACES.

      *    PAR RETIDO PARA APROVACAO, NO LUGAR DA LINHA DE DETALHE, E
      *    O RESUMO DA FILA DE RETENCAO NO FIM DO LOTE.
       01  WS-LINHA-RETIDO.
           05  WRT-VALOR1 PIC -(8)9.99.
           05  WRT-VALOR2 PIC -(8)9.99.
           05  FILLER PIC X(26) VALUE
               "RETIDO PARA APROVACAO  TK:".
           05  WRT-TICKET PIC 9(07).
           05  FILLER PIC X(05) VALUE " CAT:".
           05  WRT-CATEGORIA PIC X(04).
           05  FILLER PIC X(08) VALUE " LIMITE:".
           05  WRT-LIMITE PIC Z(7)9.99.
           05  FILLER PIC X(48) VALUE SPACES.

       01  WS-LINHA-RESUMO-RETENCAO.
           05  FILLER PIC X(30) VALUE
               "PARES RETIDOS PARA APROVACAO:".
           05  WRR-RETIDOS PIC Z(6)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               "LIBERACOES APLICADAS:".
           05  WRR-LIBERADOS PIC Z(6)9.
           05  FILLER PIC X(57) VALUE SPACES.

       01  WS-CABECALHO-CATEGORIA.
           05  FILLER PIC X(30) VALUE
               "TOTAIS POR CATEGORIA/UNIDADE:".
           05  WCG-TOTAL-SUB PIC -(9)9.99.
           05  FILLER PIC X(06) VALUE " MULT:".
           05  WCG-TOTAL-MULT PIC -(9)9.99.
           05  FILLER PIC X(05) VALUE " EST:".
           05  WCG-QTDE-ESTORNO PIC Z(6)9.
           05  FILLER PIC X(15) VALUE SPACES.

       01  WS-CABECALHO-FEEDER.
           05  FILLER PIC X(30) VALUE
               "TOTAIS POR FEEDER/REMESSA:".
           05  FILLER PIC X(103) VALUE SPACES.

       01  WS-LINHA-FEEDER.
           05  FILLER PIC X(07) VALUE "FEEDER:".
           05  WFD-FEEDER PIC X(08).
           05  FILLER PIC X(06) VALUE " DATA:".
           05  WFD-DATA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WFD-SITUACAO PIC X(10).
           05  FILLER PIC X(05) VALUE " QTD:".
           05  WFD-QTDE PIC Z(6)9.
           05  FILLER PIC X(05) VALUE " REJ:".
           05  WFD-REJEITADOS PIC Z(6)9.
           05  FILLER PIC X(06) VALUE " SOMA:".
           05  WFD-TOTAL-SOMA PIC -(9)9.99.
           05  FILLER PIC X(05) VALUE " SUB:".
           05  WFD-TOTAL-SUB PIC -(9)9.99.
           05  FILLER PIC X(06) VALUE " MULT:".
           05  WFD-TOTAL-MULT PIC -(9)9.99.
           05  FILLER PIC X(06) VALUE " CTRL:".
           05  WFD-CONTROLE PIC X(06).
           05  FILLER PIC X(01) VALUE SPACE.

       01  WS-LINHA-FEEDER-MOTIVO.
           05  FILLER PIC X(15) VALUE SPACES.
           05  FILLER PIC X(08) VALUE "MOTIVO: ".
           05  WFM-MOTIVO PIC X(40).
           05  FILLER PIC X(70) VALUE SPACES.

      *-----------------------------------------------------------------------

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           IF MODO-CONSOLIDACAO
               PERFORM 2500-CONSOLIDAR-PARTICOES
                   THRU 2500-CONSOLIDAR-PARTICOES-EXIT
           ELSE
               PERFORM 2000-PROCESSAR-REGISTRO
                   THRU 2000-PROCESSAR-REGISTRO-EXIT
                   UNTIL FIM-ARQUIVO-TRANS
           END-IF.

           IF MODO-PARTICAO
               PERFORM 8800-FINALIZAR-PARTICAO
                   THRU 8800-FINALIZAR-PARTICAO-EXIT
           ELSE
               PERFORM 8000-FINALIZAR
                   THRU 8000-FINALIZAR-EXIT
           END-IF.

           STOP RUN.

           PERFORM 1020-CARREGAR-CATEGORIAS
               THRU 1020-CARREGAR-CATEGORIAS-EXIT.

           PERFORM 1030-CARREGAR-PERIODOS
               THRU 1030-CARREGAR-PERIODOS-EXIT.

           IF NOT MODO-LOTE-INTEIRO
               PERFORM 1040-CARREGAR-MAPA-PARTICOES
                   THRU 1040-CARREGAR-MAPA-PARTICOES-EXIT
           END-IF.

           PERFORM 1300-LER-CHECKPOINT
               THRU 1300-LER-CHECKPOINT-EXIT.

           PERFORM 1200-VERIFICAR-REMESSAS
               THRU 1200-VERIFICAR-REMESSAS-EXIT.

      *    A PARTICAO COMECA AS SUAS SAIDAS DO ZERO E, NUM RESTART,
      *    SO CONTINUA O PROPRIO AUDITLOG; A CONSOLIDACAO RETOMADA NAO
      *    TEM CHECKPOINT POR REMESSA (ELA NAO CALCULA PARES)
           IF WS-CKPT-REGISTRO = ZERO
               IF MODO-PARTICAO
                   PERFORM 1045-INICIAR-PARTICAO
                       THRU 1045-INICIAR-PARTICAO-EXIT
               ELSE
                   PERFORM 1070-CONTAR-AUDITORIA-INICIAL
                       THRU 1070-CONTAR-AUDITORIA-INICIAL-EXIT
               END-IF
           ELSE
               SET EXECUCAO-RESTART TO TRUE
               IF NOT MODO-CONSOLIDACAO
                   PERFORM 1310-LER-CHECKPOINT-FEEDER
                       THRU 1310-LER-CHECKPOINT-FEEDER-EXIT
               END-IF
               IF NOT MODO-PARTICAO
                   PERFORM 1072-LER-AUDCTRL
                       THRU 1072-LER-AUDCTRL-EXIT
               END-IF
               MOVE "N" TO WS-CADEIA-SW
           END-IF.

           IF NOT CADEIA-LOCALIZADA
               PERFORM 1075-LOCALIZAR-FIM-CADEIA
                   THRU 1075-LOCALIZAR-FIM-CADEIA-EXIT
           END-IF.

           IF MODO-CONSOLIDACAO
               PERFORM 1800-LER-RESULTADOS-PARTICOES
                   THRU 1800-LER-RESULTADOS-PARTICOES-EXIT
           ELSE
               PERFORM 1400-RESOLVER-ESTORNOS
                   THRU 1400-RESOLVER-ESTORNOS-EXIT
               PERFORM 1450-VARRER-RETIDOS
                   THRU 1450-VARRER-RETIDOS-EXIT
               IF FORMATO-CSV
                   OPEN INPUT TRANS-FILE-CSV
               ELSE
                   OPEN INPUT TRANS-FILE
               END-IF
           END-IF.

           IF MODO-PARTICAO AND NOT EXECUCAO-RESTART
               OPEN OUTPUT AUDIT-FILE
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-STATUS-AUDITORIA = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           END-IF.

           IF WS-CKPT-REGISTRO > ZERO
               AND NOT MODO-CONSOLIDACAO
               OPEN EXTEND REJECT-FILE
               IF WS-STATUS-REJEITOS = "35"
                   OPEN OUTPUT REJECT-FILE
               END-IF
           ELSE
               IF MODO-LOTE-INTEIRO
                   OR (MODO-CONSOLIDACAO AND NOT EXECUCAO-RESTART)
                   PERFORM 1090-ARQUIVAR-REJEITOS-ANTERIOR
                       THRU 1090-ARQUIVAR-REJEITOS-ANTERIOR-EXIT
               END-IF
               OPEN OUTPUT REJECT-FILE
           END-IF.

               STOP RUN
           END-IF.

           IF MODO-PARTICAO AND NOT EXECUCAO-RESTART
               OPEN OUTPUT RETENCAO-FILE
           ELSE
               OPEN EXTEND RETENCAO-FILE
               IF WS-STATUS-RETIDOS = "35"
                   OPEN OUTPUT RETENCAO-FILE
               END-IF
           END-IF.
           IF WS-STATUS-RETIDOS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR RETIDOS - STATUS="
                   WS-STATUS-RETIDOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O RELATORIO DA PARTICAO SO TEM AS LINHAS DE DETALHE - O
      *    CABECALHO E OS TOTAIS SAO OS DO LOTE CONSOLIDADO
           IF WS-CKPT-REGISTRO > ZERO
               AND NOT MODO-CONSOLIDACAO
               OPEN EXTEND REPORT-FILE
           ELSE
               IF MODO-PARTICAO
                   OPEN OUTPUT REPORT-FILE
               ELSE
                   IF NOT EXECUCAO-RESTART
                       PERFORM 1050-ARQUIVAR-RELATORIO-ANTERIOR
                           THRU 1050-ARQUIVAR-RELATORIO-ANTERIOR-EXIT
                   END-IF
                   OPEN OUTPUT REPORT-FILE
                   ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                   MOVE WS-DATA-DD TO WC1-DD
                   MOVE WS-DATA-MM TO WC1-MM
                   MOVE WS-DATA-AAAA TO WC1-AAAA
                   WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
                   WRITE LINHA-RELATORIO FROM WS-CABECALHO-PARAMETROS
                   IF MODO-CONSOLIDACAO
                       MOVE WS-MAPA-QTDE-PARTICOES TO WCPT-QTDE
                       MOVE WS-MAPA-CARIMBO-DATA TO WCPT-CARIMBO-DATA
                       MOVE WS-MAPA-CARIMBO-HORA TO WCPT-CARIMBO-HORA
                       WRITE LINHA-RELATORIO
                           FROM WS-CABECALHO-PARTICOES
                   END-IF
                   PERFORM 1250-IMPRIMIR-AVISO-REENVIO
                       THRU 1250-IMPRIMIR-AVISO-REENVIO-EXIT
                       VARYING WS-FDR-IDX FROM 1 BY 1
                       UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS
                   WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
               END-IF
           END-IF.

           IF WS-STATUS-RELATORIO NOT = "00"
               STOP RUN
           END-IF.

           IF NOT MODO-CONSOLIDACAO
               PERFORM 1500-SALTAR-REGISTROS-PROCESSADOS
                   THRU 1500-SALTAR-REGISTROS-PROCESSADOS-EXIT
               PERFORM 9000-LER-PROXIMO-REGISTRO
                   THRU 9000-LER-PROXIMO-REGISTRO-EXIT
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
               MOVE "FIXO" TO WCP-FORMATO
           END-IF.
           MOVE WS-MODO-ARREDONDAMENTO TO WCP-ARREDONDAMENTO.
           EVALUATE WS-REENVIO-QTDE
               WHEN ZERO
                   MOVE SPACES TO WCP-REENVIO
               WHEN 1
                   MOVE WS-REENVIO-FEEDER (1) TO WCP-REENVIO
               WHEN OTHER
                   MOVE "(VARIOS)" TO WCP-REENVIO
           END-EVALUATE.

           DISPLAY "===== PARAMETROS DA EXECUCAO =====".
           DISPLAY "OPERACAO-PADRAO.....: " OPCAO.
           DISPLAY "FORMATO DE ENTRADA..: " WCP-FORMATO.
           DISPLAY "ARREDONDAMENTO......: " WS-MODO-ARREDONDAMENTO.
           EVALUATE TRUE
               WHEN MODO-PARTICAO
                   DISPLAY "PROCESSAMENTO.......: PARTICAO "
                       WS-PART-NUMERO
               WHEN MODO-CONSOLIDACAO
                   DISPLAY "PROCESSAMENTO.......: CONSOLIDACAO DAS "
                       "PARTICOES"
           END-EVALUATE.
           PERFORM 1018-EXIBIR-REENVIO
               THRU 1018-EXIBIR-REENVIO-EXIT
               VARYING WS-REENVIO-IDX FROM 1 BY 1
               UNTIL WS-REENVIO-IDX > WS-REENVIO-QTDE.

       1010-LER-PARAMETROS-EXIT.
           EXIT.
                       DISPLAY "ERRO: VALOR INVALIDO PARA "
                           "ARREDONDAMENTO: " WS-PARM-VALOR
                   END-IF
      *        OPCIONAL - SO EXISTE PARA REPROCESSAR DE PROPOSITO UMA
      *        REMESSA JA REGISTRADA EM REMESSAS, E SO VALE PARA O
      *        FEEDER NOMEADO; UMA LINHA POR FEEDER
               WHEN "REENVIO"
                   IF WS-PARM-VALOR NOT = SPACES
                       AND WS-PARM-VALOR(9:) = SPACES
                       AND WS-REENVIO-QTDE < WS-FDR-MAX
                       ADD 1 TO WS-REENVIO-QTDE
                       MOVE WS-PARM-VALOR(1:8)
                           TO WS-REENVIO-FEEDER (WS-REENVIO-QTDE)
                   ELSE
                       SET PARM-COM-ERRO TO TRUE
                       DISPLAY "ERRO: VALOR INVALIDO PARA REENVIO: "
                           WS-PARM-VALOR
                   END-IF
      *        OPCIONAIS - PROCESSAMENTO PARTICIONADO (VER 1040): O
      *        NUMERO DA PARTICAO QUE ESTE PASSO CALCULA, OU O PASSO
      *        QUE CONSOLIDA AS PARTICOES; NUNCA OS DOIS
               WHEN "PARTICAO"
                   MOVE ZEROS TO WS-PART-NUMERO
                   IF WS-PARM-VALOR(1:1) IS NUMERIC
                       AND WS-PARM-VALOR(2:) = SPACES
                       MOVE WS-PARM-VALOR(1:1) TO WS-PART-NUMERO
                   END-IF
                   IF WS-PARM-VALOR(1:2) IS NUMERIC
                       AND WS-PARM-VALOR(3:) = SPACES
                       MOVE WS-PARM-VALOR(1:2) TO WS-PART-NUMERO
                   END-IF
                   IF WS-PART-NUMERO = ZERO
                       OR MODO-CONSOLIDACAO
                       SET PARM-COM-ERRO TO TRUE
                       DISPLAY "ERRO: VALOR INVALIDO PARA PARTICAO "
                           "(OU JUNTO COM CONSOLIDACAO): "
                           WS-PARM-VALOR
                   ELSE
                       SET MODO-PARTICAO TO TRUE
                   END-IF
               WHEN "CONSOLIDACAO"
                   IF WS-PARM-VALOR = "S"
                       AND NOT MODO-PARTICAO
                       SET MODO-CONSOLIDACAO TO TRUE
                   ELSE
                       SET PARM-COM-ERRO TO TRUE
                       DISPLAY "ERRO: VALOR INVALIDO PARA CONSOLIDACAO "
                           "(OU JUNTO COM PARTICAO): " WS-PARM-VALOR
                   END-IF
               WHEN OTHER
                   SET PARM-COM-ERRO TO TRUE
                   DISPLAY "ERRO: PALAVRA-CHAVE DESCONHECIDA EM "
       1016-AVALIAR-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ECOA NO SYSOUT UM FEEDER AUTORIZADO A REENVIO EM PARMFILE
      *-----------------------------------------------------------------------
       1018-EXIBIR-REENVIO.

           DISPLAY "REENVIO AUTORIZADO..: "
               WS-REENVIO-FEEDER (WS-REENVIO-IDX).

       1018-EXIBIR-REENVIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA O CADASTRO DE CATEGORIAS (CATMEST) PARA A TABELA
      *    WS-TABELA-CATEGORIAS, COM CODIGO, DESCRICAO E SITUACAO -
      *-----------------------------------------------------------------------
      *    CARREGA UMA LINHA DE CATMEST PARA A PROXIMA ENTRADA DA
      *    TABELA DE CATEGORIAS - ALEM DO LIMITE DA TABELA O CODIGO E
      *    IGNORADO COM AVISO (MESMO TRATAMENTO DO LIMITE ANTIGO). UM
      *    REGISTRO ANTIGO, SEM CM-LIMITE, FICA SEM LIMITE DE VALOR
      *-----------------------------------------------------------------------
       1025-CARREGAR-LINHA-CATMEST.

                           TO WS-CAT-DESCRICAO (WS-CAT-IDX)
                       MOVE CM-SITUACAO
                           TO WS-CAT-SITUACAO (WS-CAT-IDX)
                       IF CM-LIMITE IS NUMERIC
                           MOVE CM-LIMITE
                               TO WS-CAT-LIMITE (WS-CAT-IDX)
                       END-IF
                   ELSE
                       DISPLAY "AVISO: LIMITE DE CATEGORIAS EXCEDIDO "
                           "NO CADASTRO - CODIGO IGNORADO: " CM-CODIGO
       1025-CARREGAR-LINHA-CATMEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA O CONTROLE DE PERIODOS CONTABEIS (PERIODOS) PARA A
      *    TABELA EM MEMORIA - ARQUIVO AINDA INEXISTENTE SIGNIFICA QUE
      *    NENHUM MES FOI FECHADO; QUALQUER OUTRA FALHA DE ABERTURA
      *    DERRUBA O PASSO, PORQUE SEM O CONTROLE NAO HA COMO SABER SE
      *    A REMESSA CAI NUM MES FECHADO
      *-----------------------------------------------------------------------
       1030-CARREGAR-PERIODOS.

           OPEN INPUT PERIODO-FILE.
           EVALUATE WS-STATUS-PERIODOS
               WHEN "00"
                   MOVE "N" TO WS-EOF-PERIODOS
                   PERFORM 1035-CARREGAR-LINHA-PERIODO
                       THRU 1035-CARREGAR-LINHA-PERIODO-EXIT
                       UNTIL FIM-PERIODOS
                   CLOSE PERIODO-FILE
                   DISPLAY "CONTROLE DE PERIODOS CARREGADO: "
                       WS-PER-QTDE-USADAS " MES(ES)"
               WHEN "35"
                   DISPLAY "AVISO: PERIODOS INEXISTENTE - NENHUM MES "
                       "FECHADO, TODOS OS PERIODOS ABERTOS"
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR PERIODOS - STATUS="
                       WS-STATUS-PERIODOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1030-CARREGAR-PERIODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA UMA LINHA DE PERIODOS PARA A TABELA - ALEM DO LIMITE
      *    DA TABELA O PASSO E DERRUBADO, PORQUE UM MES FECHADO QUE
      *    FICASSE DE FORA SERIA TRATADO COMO ABERTO
      *-----------------------------------------------------------------------
       1035-CARREGAR-LINHA-PERIODO.

           READ PERIODO-FILE INTO WS-REGISTRO-PERIODO
               AT END
                   SET FIM-PERIODOS TO TRUE
               NOT AT END
                   IF WS-PER-QTDE-USADAS < WS-PER-MAX
                       ADD 1 TO WS-PER-QTDE-USADAS
                       SET WS-PER-IDX TO WS-PER-QTDE-USADAS
                       MOVE PC-MES TO WS-PER-MES (WS-PER-IDX)
                       MOVE PC-SITUACAO
                           TO WS-PER-SITUACAO (WS-PER-IDX)
                       MOVE PC-DATA-ALTERACAO
                           TO WS-PER-DATA (WS-PER-IDX)
                       MOVE PC-RESPONSAVEL
                           TO WS-PER-RESPONSAVEL (WS-PER-IDX)
                   ELSE
                       DISPLAY "ERRO FATAL: LIMITE DE MESES EXCEDIDO "
                           "EM PERIODOS - MES " PC-MES
                       CLOSE PERIODO-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1035-CARREGAR-LINHA-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARREGA O MAPA DE PARTICOES (PARTMAP) GRAVADO POR
      *    ParticionaTransacoes - NUM PASSO DE PARTICAO, PARA SABER
      *    QUAIS CATEGORIAS CALCULAR; NA CONSOLIDACAO, PARA CONFERIR OS
      *    RESULTADOS DAS PARTICOES. MAPA AUSENTE, VAZIO, MISTURADO,
      *    DE OUTRO FORMATO DE ENTRADA OU SEM A PARTICAO PEDIDA
      *    DERRUBA O PASSO ANTES DE QUALQUER SAIDA SER ABERTA
      *-----------------------------------------------------------------------
       1040-CARREGAR-MAPA-PARTICOES.

           MOVE ZEROS TO WS-MAPA-QTDE-USADAS WS-PART-PARES-PREVISTOS.

           OPEN INPUT PARTMAP-FILE.
           IF WS-STATUS-PARTMAP NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTMAP - STATUS="
                   WS-STATUS-PARTMAP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARTMAP-FILE INTO WS-REGISTRO-PARTMAP
               AT END
                   MOVE SPACES TO WS-REGISTRO-PARTMAP
           END-READ.
           IF NOT PM-LINHA-CABECALHO
               OR PM-QTDE-PARTICOES IS NOT NUMERIC
               OR PM-QTDE-PARTICOES = ZERO
               OR PM-QTDE-PARTICOES > WS-PART-MAX
               DISPLAY "ERRO FATAL: PARTMAP VAZIO OU SEM CABECALHO "
                   "VALIDO"
               CLOSE PARTMAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PM-CARIMBO TO WS-MAPA-CARIMBO.
           MOVE PM-QTDE-PARTICOES TO WS-MAPA-QTDE-PARTICOES.
           MOVE PM-QTDE-PARES TO WS-MAPA-QTDE-PARES.

           IF PM-FORMATO NOT = WCP-FORMATO
               DISPLAY "ERRO FATAL: PARTMAP GERADO PARA FORMATO="
                   PM-FORMATO " E O LOTE E FORMATO=" WCP-FORMATO
               CLOSE PARTMAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODO-PARTICAO
               AND WS-PART-NUMERO > WS-MAPA-QTDE-PARTICOES
               DISPLAY "ERRO FATAL: PARTICAO=" WS-PART-NUMERO
                   " MAS O MAPA SO TEM " WS-MAPA-QTDE-PARTICOES
                   " PARTICOES"
               CLOSE PARTMAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-PARTMAP.
           PERFORM 1041-CARREGAR-LINHA-MAPA
               THRU 1041-CARREGAR-LINHA-MAPA-EXIT
               UNTIL FIM-PARTMAP.
           CLOSE PARTMAP-FILE.

           DISPLAY "MAPA DE PARTICOES...: " WS-MAPA-CARIMBO-DATA " "
               WS-MAPA-CARIMBO-HORA " PARTICOES="
               WS-MAPA-QTDE-PARTICOES " CATEGORIAS="
               WS-MAPA-QTDE-USADAS " PARES=" WS-MAPA-QTDE-PARES.
           IF MODO-PARTICAO
               DISPLAY "PARES DESTA PARTICAO: "
                   WS-PART-PARES-PREVISTOS
           END-IF.

       1040-CARREGAR-MAPA-PARTICOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE CATEGORIA DO MAPA PARA A TABELA - UMA LINHA
      *    DE OUTRO CARIMBO (MAPAS MISTURADOS) OU COM PARTICAO FORA DO
      *    MAPA DERRUBA O PASSO
      *-----------------------------------------------------------------------
       1041-CARREGAR-LINHA-MAPA.

           READ PARTMAP-FILE INTO WS-REGISTRO-PARTMAP
               AT END
                   SET FIM-PARTMAP TO TRUE
               NOT AT END
                   IF NOT PM-LINHA-CATEGORIA
                       OR PM-CARIMBO NOT = WS-MAPA-CARIMBO
                       OR PM-PARTICAO IS NOT NUMERIC
                       OR PM-PARTICAO = ZERO
                       OR PM-PARTICAO > WS-MAPA-QTDE-PARTICOES
                       OR PM-QTDE-PARES IS NOT NUMERIC
                       OR WS-MAPA-QTDE-USADAS NOT < WS-MAPA-MAX
                       DISPLAY "ERRO FATAL: LINHA INVALIDA EM PARTMAP: "
                           WS-REGISTRO-PARTMAP
                       CLOSE PARTMAP-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MAPA-QTDE-USADAS
                   SET WS-MAPA-IDX TO WS-MAPA-QTDE-USADAS
                   MOVE PM-CATEGORIA TO WS-MAPA-CATEGORIA (WS-MAPA-IDX)
                   MOVE PM-PARTICAO TO WS-MAPA-PARTICAO (WS-MAPA-IDX)
                   MOVE PM-QTDE-PARES TO WS-MAPA-PARES (WS-MAPA-IDX)
                   IF PM-PARTICAO = WS-PART-NUMERO
                       ADD PM-QTDE-PARES TO WS-PART-PARES-PREVISTOS
                   END-IF
           END-READ.

       1041-CARREGAR-LINHA-MAPA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    INICIO (NAO-RESTART) DE UM PASSO DE PARTICAO: O AUDITLOG DA
      *    PARTICAO E GRAVADO DO ZERO, COM CADEIA PROPRIA (A
      *    CONSOLIDACAO REENCADEIA CADA LINHA NA CADEIA DO SISTEMA), E
      *    O VARCKPT DA PARTICAO VOLTA A ZERO PARA CONTAR SO AS
      *    CHAMADAS AO CONTADOR COMPARTILHADO FEITAS NESTE PASSO
      *-----------------------------------------------------------------------
       1045-INICIAR-PARTICAO.

           MOVE ZEROS TO WS-QTDE-AUDIT-INICIAL WS-CADEIA-SEQUENCIA
               WS-CADEIA-VERIFICADOR.
           SET CADEIA-LOCALIZADA TO TRUE.

           OPEN OUTPUT CONTADOR-FILE.
           IF WS-STATUS-CONTADOR NOT = "00"
               DISPLAY "ERRO FATAL AO INICIAR VARCKPT DA PARTICAO - "
                   "STATUS=" WS-STATUS-CONTADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO CR-ACUMULADOR.
           WRITE CONTADOR-RECORD.
           CLOSE CONTADOR-FILE.

       1045-INICIAR-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ANTES DE UM LOTE NOVO (NAO-RESTART) SOBRESCREVER RELATORIO,
      *    COPIA O CONTEUDO DO LOTE ANTERIOR PARA RELARCH, PRESERVANDO

           MOVE ZEROS TO WS-QTDE-AUDIT-INICIAL.

           PERFORM 1072-LER-AUDCTRL
               THRU 1072-LER-AUDCTRL-EXIT.
           IF AUDCTRL-DISPONIVEL
               MOVE AUDCTRL-QTDE-LINHAS TO WS-QTDE-AUDIT-INICIAL
           END-IF.

           IF NOT AUDCTRL-DISPONIVEL
                       THRU 1080-CONTAR-LINHA-AUDITORIA-EXIT
                       UNTIL FIM-VARREDURA-AUDIT
                   CLOSE AUDIT-FILE
                   SET CADEIA-LOCALIZADA TO TRUE
               END-IF
           END-IF.

           EXIT.

      *-----------------------------------------------------------------------
      *    LE O REGISTRO DE CONTROLE AUDCTRL - A QUANTIDADE SO E USADA
      *    POR 1070; O FIM DA CADEIA SO VALE QUANDO O REGISTRO JA TEM
      *    OS CAMPOS DA CADEIA (UM REGISTRO ANTIGO OBRIGA A VARREDURA
      *    DE 1075); A ANCORA DO EXPURGO E MANTIDA COMO VEIO PARA SER
      *    REGRAVADA EM 8400
      *-----------------------------------------------------------------------
       1072-LER-AUDCTRL.

           MOVE ZEROS TO WS-REGISTRO-AUDCTRL.

           OPEN INPUT AUDCTRL-FILE.
           IF WS-STATUS-AUDCTRL = "00"
               READ AUDCTRL-FILE INTO WS-REGISTRO-AUDCTRL
                   AT END
                       MOVE ZEROS TO WS-REGISTRO-AUDCTRL
                   NOT AT END
                       SET AUDCTRL-DISPONIVEL TO TRUE
               END-READ
               CLOSE AUDCTRL-FILE
           END-IF.

           IF AUDCTRL-ULTIMA-SEQUENCIA IS NUMERIC
               AND AUDCTRL-ULTIMO-VERIFICADOR IS NUMERIC
               AND AUDCTRL-DISPONIVEL
               MOVE AUDCTRL-ULTIMA-SEQUENCIA TO WS-CADEIA-SEQUENCIA
               MOVE AUDCTRL-ULTIMO-VERIFICADOR TO WS-CADEIA-VERIFICADOR
               SET CADEIA-LOCALIZADA TO TRUE
           END-IF.

           IF AUDCTRL-BASE-SEQUENCIA IS NOT NUMERIC
               OR AUDCTRL-BASE-VERIFICADOR IS NOT NUMERIC
               MOVE ZEROS TO AUDCTRL-BASE-SEQUENCIA
                   AUDCTRL-BASE-VERIFICADOR
           END-IF.

       1072-LER-AUDCTRL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LOCALIZA O FIM DA CADEIA VARRENDO AUDITLOG ATE A ULTIMA
      *    LINHA - NUM RESTART, OU QUANDO AUDCTRL NAO O TRAZ. LOG
      *    INEXISTENTE, VAZIO OU SO COM LINHAS ANTERIORES A CADEIA
      *    MANTEM O QUE JA SE SABIA (ZEROS: A CADEIA COMECA AGORA)
      *-----------------------------------------------------------------------
       1075-LOCALIZAR-FIM-CADEIA.

           OPEN INPUT AUDIT-FILE.
           IF WS-STATUS-AUDITORIA = "00"
               MOVE "N" TO WS-EOF-VARREDURA-AUDIT
               PERFORM 1076-LER-LINHA-CADEIA
                   THRU 1076-LER-LINHA-CADEIA-EXIT
                   UNTIL FIM-VARREDURA-AUDIT
               CLOSE AUDIT-FILE
           END-IF.

           SET CADEIA-LOCALIZADA TO TRUE.
           DISPLAY "FIM DA CADEIA DE AUDITLOG: SEQUENCIA="
               WS-CADEIA-SEQUENCIA " VERIFICADOR="
               WS-CADEIA-VERIFICADOR.

       1075-LOCALIZAR-FIM-CADEIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE AUDITLOG E GUARDA A SUA SEQUENCIA E O SEU
      *    VERIFICADOR QUANDO ELA JA FAZ PARTE DA CADEIA
      *-----------------------------------------------------------------------
       1076-LER-LINHA-CADEIA.

           READ AUDIT-FILE INTO WS-LINHA-AUDITORIA
               AT END
                   SET FIM-VARREDURA-AUDIT TO TRUE
               NOT AT END
                   IF WA-SEQUENCIA IS NUMERIC
                       AND WA-VERIFICADOR IS NUMERIC
                       MOVE WA-SEQUENCIA TO WS-CADEIA-SEQUENCIA
                       MOVE WA-VERIFICADOR TO WS-CADEIA-VERIFICADOR
                   END-IF
           END-READ.

       1076-LER-LINHA-CADEIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONTA UMA LINHA DE AUDITLOG JA EXISTENTE ANTES DO LOTE
      *    CORRENTE, GUARDANDO O FIM DA CADEIA COMO EM 1076
      *-----------------------------------------------------------------------
       1080-CONTAR-LINHA-AUDITORIA.

           READ AUDIT-FILE INTO WS-LINHA-AUDITORIA
               AT END
                   SET FIM-VARREDURA-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-AUDIT-INICIAL
                   IF WA-SEQUENCIA IS NUMERIC
                       AND WA-VERIFICADOR IS NUMERIC
                       MOVE WA-SEQUENCIA TO WS-CADEIA-SEQUENCIA
                       MOVE WA-VERIFICADOR TO WS-CADEIA-VERIFICADOR
                   END-IF
           END-READ.

       1080-CONTAR-LINHA-AUDITORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ANTES DE QUALQUER PAR SER CALCULADO (E DE QUALQUER SAIDA DO
      *    LOTE SER ABERTA), VARRE O ARQUIVO DE ENTRADA INTEIRO PARA
      *    MONTAR A TABELA DE REMESSAS (WS-TABELA-FEEDERS) - UM GRUPO
      *    HDR...TRL POR FEEDER CONCATENADO NO ARQUIVO - E DECIDE,
      *    REMESSA A REMESSA (1230), QUAIS SEGUEM PARA O CALCULO. UMA
      *    REMESSA RUIM E REJEITADA INTEIRA SEM DERRUBAR AS DEMAIS; UMA
      *    REMESSA JA PROCESSADA E RECUSADA COMO RETRANSMISSAO, A MENOS
      *    QUE PARMFILE TRAGA REENVIO=<FEEDER> PARA O SEU FEEDER. SEM
      *    NENHUMA REMESSA APTA O LOTE NEM COMECA: RETURN-CODE 8, OU O
      *    DA CAUSA QUANDO MAIOR (10 PERIODO FECHADO, 12
      *    RETRANSMISSAO). A VARREDURA PASSA
      *    PELA MESMA LEITURA DE 9050; AO FINAL OS CONTADORES DO QUE
      *    FOI LIDO SAO ZERADOS PARA A LEITURA REAL
      *-----------------------------------------------------------------------
       1200-VERIFICAR-REMESSAS.

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

           SET EM-PREVARREDURA TO TRUE.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM 9050-LER-LINHA-ENTRADA
               THRU 9050-LER-LINHA-ENTRADA-EXIT
               UNTIL FIM-ARQUIVO-TRANS.
           MOVE "N" TO WS-PREVARREDURA-SW.

           IF FORMATO-CSV
               CLOSE TRANS-FILE-CSV
           ELSE
               CLOSE TRANS-FILE
           END-IF.

           DISPLAY "===== REMESSAS DO ARQUIVO DE ENTRADA =====".
           PERFORM 1230-AVALIAR-REMESSA
               THRU 1230-AVALIAR-REMESSA-EXIT
               VARYING WS-FDR-IDX FROM 1 BY 1
               UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS.
           DISPLAY "REMESSAS NO ARQUIVO..: " WS-FDR-QTDE-USADAS
               " ACEITAS=" WS-QTDE-FDR-ACEITOS
               " REJEITADAS=" WS-QTDE-FDR-REJEITADOS
               " RETRANSMITIDAS=" WS-QTDE-FDR-DUPLICADOS
               " PER.FECHADO=" WS-QTDE-FDR-FECHADOS.

           IF WS-QTDE-FDR-ACEITOS = ZERO
               DISPLAY "NENHUMA REMESSA APTA NO ARQUIVO DE ENTRADA - "
                   "LOTE NAO INICIADO, NENHUM PAR FOI CALCULADO"
               IF WS-RC-LOTE < 8
                   MOVE 8 TO WS-RC-LOTE
               END-IF
               IF NOT MODO-PARTICAO
                   PERFORM 8700-GRAVAR-RESULTADO-FEEDER
                       THRU 8700-GRAVAR-RESULTADO-FEEDER-EXIT
               END-IF
               MOVE WS-RC-LOTE TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-TRANS WS-GRUPO-ABERTO-SW.
           MOVE ZEROS TO WS-FDR-CORRENTE.
           PERFORM 1240-ZERAR-LIDOS-REMESSA
               THRU 1240-ZERAR-LIDOS-REMESSA-EXIT
               VARYING WS-FDR-IDX FROM 1 BY 1
               UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS.

       1200-VERIFICAR-REMESSAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA A CHAVE DA REMESSA WS-FDR-IDX NO REGISTRO REMESSAS -
      *    REGISTRO AINDA INEXISTENTE (PRIMEIRA EXECUCAO) NAO TEM O
      *    QUE CONFERIR; QUALQUER OUTRA FALHA DE ABERTURA DERRUBA O
      *    PASSO, PORQUE SEM O REGISTRO A PROTECAO NAO PODE SER FEITA
      *-----------------------------------------------------------------------
       1210-PROCURAR-REMESSA.

           MOVE "N" TO WS-REMESSA-SW.

           OPEN INPUT REMESSA-FILE.
           EVALUATE WS-STATUS-REMESSAS
               WHEN "00"
                   MOVE "N" TO WS-EOF-REMESSAS
                   PERFORM 1220-COMPARAR-REMESSA
                       THRU 1220-COMPARAR-REMESSA-EXIT
                       UNTIL FIM-REMESSAS OR REMESSA-DUPLICADA
                   CLOSE REMESSA-FILE
               WHEN "35"
                   DISPLAY "AVISO: REGISTRO REMESSAS AINDA VAZIO - "
                       "NENHUMA REMESSA A CONFERIR"
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR REMESSAS - STATUS="
                       WS-STATUS-REMESSAS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1210-PROCURAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA ENTRADA DE REMESSAS E A COMPARA COM A CHAVE DA
      *    REMESSA WS-FDR-IDX (HEADER + TRAILER DO SEU GRUPO)
      *-----------------------------------------------------------------------
       1220-COMPARAR-REMESSA.

           READ REMESSA-FILE INTO WS-REGISTRO-REMESSA
               AT END
                   SET FIM-REMESSAS TO TRUE
               NOT AT END
                   IF RM-FEEDER = WS-FDR-FEEDER (WS-FDR-IDX)
                       AND RM-DATA = WS-FDR-DATA (WS-FDR-IDX)
                       AND RM-QTDE = WS-FDR-TRL-QTDE (WS-FDR-IDX)
                       AND RM-HASH-VALOR1 =
                           WS-FDR-TRL-HASH-VALOR1 (WS-FDR-IDX)
                       AND RM-HASH-VALOR2 =
                           WS-FDR-TRL-HASH-VALOR2 (WS-FDR-IDX)
                       SET REMESSA-DUPLICADA TO TRUE
                   END-IF
           END-READ.

       1220-COMPARAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DECIDE A SITUACAO DA REMESSA WS-FDR-IDX COM O QUE A
      *    VARREDURA PREVIA LEU DELA: SEM HEADER NUM ARQUIVO COM VARIAS
      *    REMESSAS (NAO HA A QUEM ATRIBUIR OS PARES), SEM TRAILER
      *    (TRANSMISSAO TRUNCADA), QUANTIDADE OU HASH TOTALS DIFERENTES
      *    DO TRAILER, OU PAR COM ESTRUTURA FORA DO LAYOUT REJEITAM A
      *    REMESSA INTEIRA (RETURN-CODE 4) - NUM ARQUIVO DE UMA SO
      *    REMESSA A FALTA DO HEADER CONTINUA SENDO SO AVISO; UMA
      *    REMESSA QUE PASSA NO CONTROLE E JA
      *    CONSTA DE REMESSAS E RECUSADA COMO RETRANSMISSAO
      *    (RETURN-CODE 12), SALVO REENVIO AUTORIZADO; A QUE SOBRA E
      *    DATADA NUM MES FECHADO EM PERIODOS E RECUSADA POR PERIODO
      *    FECHADO (RETURN-CODE 10)
      *-----------------------------------------------------------------------
       1230-AVALIAR-REMESSA.

           SET FDR-ACEITO (WS-FDR-IDX) TO TRUE.
           SET FDR-CONTROLE-FALHOU (WS-FDR-IDX) TO TRUE.
           IF NOT FDR-COM-HEADER (WS-FDR-IDX)
               AND WS-FDR-QTDE-USADAS = 1
               SET WS-FDR-CORRENTE TO WS-FDR-IDX
               DISPLAY "AVISO: REMESSA " WS-FDR-CORRENTE
                   " DO ARQUIVO DE ENTRADA SEM REGISTRO HEADER "
                   "DO FEEDER"
           END-IF.

           EVALUATE TRUE
               WHEN NOT FDR-COM-HEADER (WS-FDR-IDX)
                   AND WS-FDR-QTDE-USADAS > 1
                   SET FDR-REJEITADO (WS-FDR-IDX) TO TRUE
                   MOVE "SEM HEADER - FEEDER NAO IDENTIFICADO"
                       TO WS-FDR-MOTIVO (WS-FDR-IDX)
               WHEN NOT FDR-COM-TRAILER (WS-FDR-IDX)
                   SET FDR-REJEITADO (WS-FDR-IDX) TO TRUE
                   MOVE "SEM TRAILER - POSSIVEL TRANSMISSAO TRUNCADA"
                       TO WS-FDR-MOTIVO (WS-FDR-IDX)
               WHEN WS-FDR-TRL-QTDE (WS-FDR-IDX) NOT =
                       WS-FDR-LIDOS (WS-FDR-IDX)
                   SET FDR-REJEITADO (WS-FDR-IDX) TO TRUE
                   MOVE "QUANTIDADE LIDA DIFERE DO TRAILER"
                       TO WS-FDR-MOTIVO (WS-FDR-IDX)
               WHEN WS-FDR-TRL-HASH-VALOR1 (WS-FDR-IDX) NOT =
                       WS-FDR-HASH-VALOR1-LIDO (WS-FDR-IDX)
                   OR WS-FDR-TRL-HASH-VALOR2 (WS-FDR-IDX) NOT =
                       WS-FDR-HASH-VALOR2-LIDO (WS-FDR-IDX)
                   SET FDR-REJEITADO (WS-FDR-IDX) TO TRUE
                   MOVE "HASH TOTALS LIDOS DIFEREM DO TRAILER"
                       TO WS-FDR-MOTIVO (WS-FDR-IDX)
               WHEN WS-FDR-ESTRUT-INVALIDA (WS-FDR-IDX) > ZERO
                   SET FDR-REJEITADO (WS-FDR-IDX) TO TRUE
                   MOVE "PAR(ES) COM ESTRUTURA FORA DO LAYOUT"
                       TO WS-FDR-MOTIVO (WS-FDR-IDX)
               WHEN OTHER
                   SET FDR-CONTROLE-OK (WS-FDR-IDX) TO TRUE
           END-EVALUATE.

           IF FDR-ACEITO (WS-FDR-IDX)
               PERFORM 1210-PROCURAR-REMESSA
                   THRU 1210-PROCURAR-REMESSA-EXIT
               IF REMESSA-DUPLICADA
                   PERFORM 1235-TRATAR-RETRANSMISSAO
                       THRU 1235-TRATAR-RETRANSMISSAO-EXIT
               END-IF
           END-IF.

           IF FDR-ACEITO (WS-FDR-IDX)
               PERFORM 1260-VERIFICAR-PERIODO
                   THRU 1260-VERIFICAR-PERIODO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN FDR-ACEITO (WS-FDR-IDX)
                   ADD 1 TO WS-QTDE-FDR-ACEITOS
                   DISPLAY "REMESSA ACEITA......: FEEDER="
                       WS-FDR-FEEDER (WS-FDR-IDX) " DATA="
                       WS-FDR-DATA (WS-FDR-IDX) " PARES="
                       WS-FDR-LIDOS (WS-FDR-IDX)
               WHEN FDR-DUPLICADO (WS-FDR-IDX)
                   ADD 1 TO WS-QTDE-FDR-DUPLICADOS
                   IF WS-RC-LOTE < 12
                       MOVE 12 TO WS-RC-LOTE
                   END-IF
               WHEN FDR-PERIODO-FECHADO (WS-FDR-IDX)
                   ADD 1 TO WS-QTDE-FDR-FECHADOS
                   IF WS-RC-LOTE < 10
                       MOVE 10 TO WS-RC-LOTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTDE-FDR-REJEITADOS
                   IF WS-RC-LOTE < 4
                       MOVE 4 TO WS-RC-LOTE
                   END-IF
                   DISPLAY "REMESSA REJEITADA...: FEEDER="
                       WS-FDR-FEEDER (WS-FDR-IDX) " DATA="
                       WS-FDR-DATA (WS-FDR-IDX) " PARES="
                       WS-FDR-LIDOS (WS-FDR-IDX)
                   DISPLAY "ERRO: " WS-FDR-MOTIVO (WS-FDR-IDX)
           END-EVALUATE.

       1230-AVALIAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REMESSA WS-FDR-IDX JA CONSTA DE REMESSAS: SO SEGUE PARA O
      *    CALCULO QUANDO O SEU FEEDER FOI NOMEADO EM REENVIO=<FEEDER>
      *    NO PARMFILE DESTA SUBMISSAO; SENAO E RECUSADA COMO
      *    RETRANSMISSAO
      *-----------------------------------------------------------------------
       1235-TRATAR-RETRANSMISSAO.

           MOVE "N" TO WS-REENVIO-SW.
           PERFORM 1236-COMPARAR-REENVIO
               THRU 1236-COMPARAR-REENVIO-EXIT
               VARYING WS-REENVIO-IDX FROM 1 BY 1
               UNTIL WS-REENVIO-IDX > WS-REENVIO-QTDE
               OR REENVIO-AUTORIZADO.

           IF REENVIO-AUTORIZADO
               SET FDR-REENVIADO (WS-FDR-IDX) TO TRUE
               MOVE RM-DATA-PROC TO WS-FDR-PROC-DATA (WS-FDR-IDX)
               MOVE RM-HORA-PROC TO WS-FDR-PROC-HORA (WS-FDR-IDX)
               DISPLAY "AVISO: REMESSA JA PROCESSADA EM "
                   RM-DATA-PROC " " RM-HORA-PROC " - FEEDER="
                   WS-FDR-FEEDER (WS-FDR-IDX) " DATA="
                   WS-FDR-DATA (WS-FDR-IDX)
               DISPLAY "AVISO: REPROCESSAMENTO AUTORIZADO POR "
                   "REENVIO=" WS-FDR-FEEDER (WS-FDR-IDX)
                   " EM PARMFILE"
           ELSE
               SET FDR-DUPLICADO (WS-FDR-IDX) TO TRUE
               MOVE "REMESSA JA PROCESSADA (RETRANSMISSAO)"
                   TO WS-FDR-MOTIVO (WS-FDR-IDX)
               DISPLAY "ERRO: REMESSA JA PROCESSADA EM "
                   RM-DATA-PROC " " RM-HORA-PROC " - FEEDER="
                   WS-FDR-FEEDER (WS-FDR-IDX) " DATA="
                   WS-FDR-DATA (WS-FDR-IDX) " QTDE="
                   WS-FDR-TRL-QTDE (WS-FDR-IDX)
               DISPLAY "REMESSA RECUSADA COMO RETRANSMISSAO - NENHUM "
                   "PAR DELA SERA CALCULADO (REPROCESSAR SO COM "
                   "REENVIO=<FEEDER> EM PARMFILE)"
           END-IF.

       1235-TRATAR-RETRANSMISSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA UM FEEDER AUTORIZADO A REENVIO COM O DA REMESSA
      *    WS-FDR-IDX
      *-----------------------------------------------------------------------
       1236-COMPARAR-REENVIO.

           IF WS-REENVIO-FEEDER (WS-REENVIO-IDX) =
                   WS-FDR-FEEDER (WS-FDR-IDX)
               SET REENVIO-AUTORIZADO TO TRUE
           END-IF.

       1236-COMPARAR-REENVIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ZERA O QUE A VARREDURA PREVIA LEU DA REMESSA WS-FDR-IDX,
      *    PARA A LEITURA REAL ACUMULAR DE NOVO E 8300 CONFERIR O QUE
      *    FOI DE FATO ENTREGUE AO CALCULO
      *-----------------------------------------------------------------------
       1240-ZERAR-LIDOS-REMESSA.

           MOVE ZEROS TO WS-FDR-LIDOS (WS-FDR-IDX)
               WS-FDR-HASH-VALOR1-LIDO (WS-FDR-IDX)
               WS-FDR-HASH-VALOR2-LIDO (WS-FDR-IDX)
               WS-FDR-ESTRUT-INVALIDA (WS-FDR-IDX).

       1240-ZERAR-LIDOS-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA NO CABECALHO DO RELATORIO O AVISO DE REPROCESSAMENTO
      *    QUANDO A REMESSA WS-FDR-IDX ENTROU POR REENVIO AUTORIZADO
      *-----------------------------------------------------------------------
       1250-IMPRIMIR-AVISO-REENVIO.

           IF FDR-REENVIADO (WS-FDR-IDX)
               MOVE WS-FDR-PROC-DATA (WS-FDR-IDX) TO WAR-DATA-PROC
               MOVE WS-FDR-PROC-HORA (WS-FDR-IDX) TO WAR-HORA-PROC
               MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO WAR-FEEDER
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO-REENVIO
           END-IF.

       1250-IMPRIMIR-AVISO-REENVIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O MES DA REMESSA WS-FDR-IDX (AAAAMM DO TH-DATA DO
      *    HEADER, OU DA DATA DO SISTEMA QUANDO A REMESSA NAO TEM
      *    HEADER) CONTRA O CONTROLE DE PERIODOS: MES FECHADO RECUSA A
      *    REMESSA INTEIRA (RETURN-CODE 10, APLICADO EM 1230) - O
      *    EXTRATO CONTABIL SAIRIA DATADO NUM MES JA ENCERRADO; MES
      *    ABERTO OU REABERTO ENTRA NA FAIXA DE MESES DO LOTE GRAVADA
      *    NO CHECKPOINT
      *-----------------------------------------------------------------------
       1260-VERIFICAR-PERIODO.

           IF FDR-COM-HEADER (WS-FDR-IDX)
               MOVE WS-FDR-DATA (WS-FDR-IDX) (1:6)
                   TO WS-PER-MES-REMESSA
           ELSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA (1:6) TO WS-PER-MES-REMESSA
           END-IF.

           MOVE "N" TO WS-PERIODO-SW.
           PERFORM 1265-PROCURAR-PERIODO
               THRU 1265-PROCURAR-PERIODO-EXIT
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-QTDE-USADAS
               OR PERIODO-ACHADO.
           IF PERIODO-ACHADO
               SET WS-PER-IDX TO WS-PER-ACHADO
           END-IF.

           IF PERIODO-ACHADO
               AND PER-FECHADO (WS-PER-IDX)
               SET FDR-PERIODO-FECHADO (WS-FDR-IDX) TO TRUE
               MOVE SPACES TO WS-FDR-MOTIVO (WS-FDR-IDX)
               STRING "PERIODO " WS-PER-MES-REMESSA
                   " FECHADO EM PERIODOS" DELIMITED BY SIZE
                   INTO WS-FDR-MOTIVO (WS-FDR-IDX)
               DISPLAY "ERRO: PERIODO CONTABIL " WS-PER-MES-REMESSA
                   " FECHADO EM " WS-PER-DATA (WS-PER-IDX) " POR "
                   WS-PER-RESPONSAVEL (WS-PER-IDX) " - FEEDER="
                   WS-FDR-FEEDER (WS-FDR-IDX) " DATA="
                   WS-FDR-DATA (WS-FDR-IDX)
               DISPLAY "REMESSA RECUSADA POR PERIODO FECHADO - NENHUM "
                   "PAR DELA SERA CALCULADO (REPROCESSAR SO APOS "
                   "REABRIR O MES EM PeriodoControle)"
           ELSE
               IF WS-PER-LOTE-INICIAL = ZERO
                   OR WS-PER-MES-REMESSA < WS-PER-LOTE-INICIAL
                   MOVE WS-PER-MES-REMESSA TO WS-PER-LOTE-INICIAL
               END-IF
               IF WS-PER-MES-REMESSA > WS-PER-LOTE-FINAL
                   MOVE WS-PER-MES-REMESSA TO WS-PER-LOTE-FINAL
               END-IF
           END-IF.

       1260-VERIFICAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA UMA ENTRADA DO CONTROLE DE PERIODOS COM O MES DA
      *    REMESSA, GUARDANDO EM WS-PER-ACHADO A ENTRADA ACHADA (O
      *    VARYING DE 1260 AINDA AVANCA O INDICE UMA VEZ ANTES DE PARAR)
      *-----------------------------------------------------------------------
       1265-PROCURAR-PERIODO.

           IF WS-PER-MES (WS-PER-IDX) = WS-PER-MES-REMESSA
               SET PERIODO-ACHADO TO TRUE
               SET WS-PER-ACHADO TO WS-PER-IDX
           END-IF.

       1265-PROCURAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O CHECKPOINT DE UMA EXECUCAO ANTERIOR (RESTART), SE EXISTIR
      *-----------------------------------------------------------------------
       1300-LER-CHECKPOINT.

           OPEN INPUT CKPT-FILE.
           IF WS-STATUS-CKPT = "00"
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-REGISTRO TO WS-CKPT-REGISTRO
                       MOVE CKPT-QTDE TO WS-QTDE-REGISTROS
                       MOVE CKPT-TOTAL-SOMA TO WS-TOTAL-SOMA
                       MOVE CKPT-TOTAL-SUB TO WS-TOTAL-SUB
                       MOVE CKPT-TOTAL-MULT TO WS-TOTAL-MULT
                       MOVE CKPT-QTDE-AUDIT-INICIAL
                           TO WS-QTDE-AUDIT-INICIAL
                       MOVE CKPT-QTDE-REJEITADOS
                           TO WS-QTDE-REJEITADOS
                       MOVE CKPT-QTDE-OP-SOMA TO WS-QTDE-OP-SOMA
                       MOVE CKPT-QTDE-OP-SUB TO WS-QTDE-OP-SUB
                       MOVE CKPT-QTDE-OP-DIV TO WS-QTDE-OP-DIV
                       MOVE CKPT-QTDE-OP-MULT TO WS-QTDE-OP-MULT
                       MOVE CKPT-QTDE-OP-MEDIA TO WS-QTDE-OP-MEDIA
                       MOVE CKPT-QTDE-OP-TODAS TO WS-QTDE-OP-TODAS
                       MOVE CKPT-QTDE-OP-ESTORNO
                           TO WS-QTDE-OP-ESTORNO
                       MOVE CKPT-QTDE-RETIDOS TO WS-QTDE-RETIDOS
                       MOVE CKPT-QTDE-LIBERADOS TO WS-QTDE-LIBERADOS
               END-READ
               CLOSE CKPT-FILE
           END-IF.

       1300-LER-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    NUM RESTART, RESTAURA OS CONTADORES POR FEEDER GRAVADOS EM
      *    FDRCKPT JUNTO COM O CHECKPOINT - SO DEPOIS DA VARREDURA
      *    PREVIA, QUE MONTA A TABELA DE REMESSAS. LINHAS DE OUTRA
      *    POSICAO DE CHECKPOINT OU DE OUTRO FEEDER NAO SAO
      *    RESTAURADAS (O DETALHAMENTO POR FEEDER RECOMECA NO PONTO DO
      *    RESTART, COMO A QUEBRA POR CATEGORIA; OS TOTAIS GERAIS
      *    CONTINUAM CORRETOS)
      *-----------------------------------------------------------------------
       1310-LER-CHECKPOINT-FEEDER.

           MOVE ZEROS TO WS-FDRCKPT-SEQ.
           OPEN INPUT FDRCKPT-FILE.
           IF WS-STATUS-FDRCKPT NOT = "00"
               DISPLAY "AVISO: FDRCKPT INDISPONIVEL (STATUS="
                   WS-STATUS-FDRCKPT ") - TOTAIS POR FEEDER RECOMECAM "
                   "NO PONTO DO RESTART"
           ELSE
               MOVE "N" TO WS-EOF-FDRCKPT
               PERFORM 1320-RESTAURAR-FEEDER
                   THRU 1320-RESTAURAR-FEEDER-EXIT
                   UNTIL FIM-FDRCKPT
               CLOSE FDRCKPT-FILE
           END-IF.

       1310-LER-CHECKPOINT-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    RESTAURA UMA LINHA DE FDRCKPT NA REMESSA DE MESMA ORDEM DA
      *    TABELA, QUANDO A POSICAO E O FEEDER CONFEREM
      *-----------------------------------------------------------------------
       1320-RESTAURAR-FEEDER.

           READ FDRCKPT-FILE
               AT END
                   SET FIM-FDRCKPT TO TRUE
               NOT AT END
                   ADD 1 TO WS-FDRCKPT-SEQ
                   IF WS-FDRCKPT-SEQ <= WS-FDR-QTDE-USADAS
                       AND FC-REGISTRO = WS-CKPT-REGISTRO
                       AND FC-FEEDER = WS-FDR-FEEDER (WS-FDRCKPT-SEQ)
                       MOVE FC-QTDE TO WS-FDR-QTDE (WS-FDRCKPT-SEQ)
                       MOVE FC-QTDE-REJEITADOS
                           TO WS-FDR-REJEITADOS (WS-FDRCKPT-SEQ)
                       MOVE FC-TOTAL-SOMA
                           TO WS-FDR-TOTAL-SOMA (WS-FDRCKPT-SEQ)
                       MOVE FC-TOTAL-SUB
                           TO WS-FDR-TOTAL-SUB (WS-FDRCKPT-SEQ)
                       MOVE FC-TOTAL-MULT
                           TO WS-FDR-TOTAL-MULT (WS-FDRCKPT-SEQ)
                   ELSE
                       DISPLAY "AVISO: LINHA " WS-FDRCKPT-SEQ
                           " DE FDRCKPT NAO CONFERE COM O CHECKPOINT "
                           "- FEEDER=" FC-FEEDER " NAO RESTAURADO"
                   END-IF
           END-READ.

       1320-RESTAURAR-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DECIDE, ANTES DE QUALQUER PAR SER CALCULADO, A SITUACAO DE
      *    CADA ESTORNO GUARDADO NA VARREDURA PREVIA: OS DE REMESSAS
      *    REJEITADAS SAO IGNORADOS, O SEGUNDO ESTORNO DA MESMA
      *    ORIGINAL NO ARQUIVO E MARCADO COMO DUPLICADO E OS DEMAIS
      *    SAO PROCURADOS NUMA UNICA PASSADA PELAS LINHAS DE AUDITLOG
      *    ANTERIORES AO LOTE. AS LINHAS DO PROPRIO LOTE NAO ENTRAM -
      *    ASSIM A DECISAO E A MESMA NA EXECUCAO NORMAL E NUM RESTART.
      *    SEM AUDITLOG NENHUMA ORIGINAL EXISTE; QUALQUER OUTRA FALHA
      *    DE ABERTURA DERRUBA O PASSO, PORQUE SEM A TRILHA O ESTORNO
      *    NAO PODE SER CONFERIDO. NUM PASSO DE PARTICAO A TRILHA E O
      *    AUDITLOG DO SISTEMA (AUDBASE), LIDO ATE O FIM - AS LINHAS
      *    DO LOTE SO ENTRAM NELE NA CONSOLIDACAO
      *-----------------------------------------------------------------------
       1400-RESOLVER-ESTORNOS.

           MOVE ZEROS TO WS-EST-PENDENTES WS-EST-QTDE-ACHADOS
               WS-EST-QTDE-SEM-ORIGINAL WS-EST-QTDE-DUPLICADOS.

           PERFORM 1410-PREPARAR-ESTORNO
               THRU 1410-PREPARAR-ESTORNO-EXIT
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-QTDE-USADAS.

           IF WS-EST-PENDENTES > ZERO
               AND MODO-PARTICAO
               OPEN INPUT AUDBASE-FILE
               EVALUATE WS-STATUS-AUDBASE
                   WHEN "00"
                       MOVE "N" TO WS-EOF-VARREDURA-AUDIT
                       PERFORM 1422-LER-LINHA-ORIGINAL-BASE
                           THRU 1422-LER-LINHA-ORIGINAL-BASE-EXIT
                           UNTIL FIM-VARREDURA-AUDIT
                       CLOSE AUDBASE-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO FATAL AO ABRIR AUDBASE PARA "
                           "CONFERIR ESTORNOS - STATUS="
                           WS-STATUS-AUDBASE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           IF WS-EST-PENDENTES > ZERO
               AND WS-QTDE-AUDIT-INICIAL > ZERO
               AND NOT MODO-PARTICAO
               OPEN INPUT AUDIT-FILE
               EVALUATE WS-STATUS-AUDITORIA
                   WHEN "00"
                       MOVE "N" TO WS-EOF-VARREDURA-AUDIT
                       MOVE ZEROS TO WS-QTDE-AUDIT-LIDAS
                       PERFORM 1420-LER-LINHA-ORIGINAL
                           THRU 1420-LER-LINHA-ORIGINAL-EXIT
                           UNTIL FIM-VARREDURA-AUDIT
                           OR WS-QTDE-AUDIT-LIDAS
                               NOT < WS-QTDE-AUDIT-INICIAL
                       CLOSE AUDIT-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO FATAL AO ABRIR AUDITLOG PARA "
                           "CONFERIR ESTORNOS - STATUS="
                           WS-STATUS-AUDITORIA
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           IF WS-EST-QTDE-USADAS > ZERO
               PERFORM 1430-CONTAR-ESTORNO
                   THRU 1430-CONTAR-ESTORNO-EXIT
                   VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-QTDE-USADAS
               DISPLAY "ESTORNOS NO ARQUIVO..: " WS-EST-QTDE-USADAS
                   " COM ORIGINAL=" WS-EST-QTDE-ACHADOS
                   " SEM ORIGINAL=" WS-EST-QTDE-SEM-ORIGINAL
                   " JA ESTORNADOS=" WS-EST-QTDE-DUPLICADOS
           END-IF.

       1400-RESOLVER-ESTORNOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PREPARA O ESTORNO WS-EST-IDX PARA A PROCURA: FORA DO LOTE
      *    QUANDO A REMESSA FOI REJEITADA NA ENTRADA, DUPLICADO QUANDO
      *    UM ESTORNO ANTERIOR DO ARQUIVO JA APONTA PARA A MESMA
      *    ORIGINAL, PENDENTE NOS DEMAIS CASOS
      *-----------------------------------------------------------------------
       1410-PREPARAR-ESTORNO.

           SET WS-FDR-IDX TO WS-EST-REMESSA (WS-EST-IDX).
           IF NOT FDR-ACEITO (WS-FDR-IDX)
               SET EST-FORA-DO-LOTE (WS-EST-IDX) TO TRUE
           ELSE
               PERFORM 1415-COMPARAR-ESTORNO-ANTERIOR
                   THRU 1415-COMPARAR-ESTORNO-ANTERIOR-EXIT
                   VARYING WS-EST-IDX2 FROM 1 BY 1
                   UNTIL WS-EST-IDX2 NOT < WS-EST-IDX
                   OR EST-DUPLICADO-NO-LOTE (WS-EST-IDX)
               IF NOT EST-DUPLICADO-NO-LOTE (WS-EST-IDX)
                   ADD 1 TO WS-EST-PENDENTES
               END-IF
           END-IF.

       1410-PREPARAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MARCA O ESTORNO WS-EST-IDX COMO DUPLICADO QUANDO O ESTORNO
      *    ANTERIOR WS-EST-IDX2, DE UMA REMESSA ACEITA, APONTA PARA A
      *    MESMA ORIGINAL (MESMA DATA/HORA, VALORES E CATEGORIA)
      *-----------------------------------------------------------------------
       1415-COMPARAR-ESTORNO-ANTERIOR.

           IF NOT EST-FORA-DO-LOTE (WS-EST-IDX2)
               AND WS-EST-REF-DATA (WS-EST-IDX2)
                   = WS-EST-REF-DATA (WS-EST-IDX)
               AND WS-EST-REF-HORA (WS-EST-IDX2)
                   = WS-EST-REF-HORA (WS-EST-IDX)
               AND WS-EST-VALOR1 (WS-EST-IDX2)
                   = WS-EST-VALOR1 (WS-EST-IDX)
               AND WS-EST-VALOR2 (WS-EST-IDX2)
                   = WS-EST-VALOR2 (WS-EST-IDX)
               AND WS-EST-CATEGORIA (WS-EST-IDX2)
                   = WS-EST-CATEGORIA (WS-EST-IDX)
               SET EST-DUPLICADO-NO-LOTE (WS-EST-IDX) TO TRUE
           END-IF.

       1415-COMPARAR-ESTORNO-ANTERIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE AUDITLOG ANTERIOR AO LOTE E A CONFRONTA COM
      *    TODOS OS ESTORNOS DO ARQUIVO
      *-----------------------------------------------------------------------
       1420-LER-LINHA-ORIGINAL.

           READ AUDIT-FILE INTO WS-LINHA-AUDITORIA
               AT END
                   SET FIM-VARREDURA-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-AUDIT-LIDAS
                   MOVE WA-VALOR1 TO WS-AUD-VALOR1
                   MOVE WA-VALOR2 TO WS-AUD-VALOR2
                   PERFORM 1425-CONFRONTAR-ESTORNO
                       THRU 1425-CONFRONTAR-ESTORNO-EXIT
                       VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-EST-QTDE-USADAS
           END-READ.

       1420-LER-LINHA-ORIGINAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    NUM PASSO DE PARTICAO, LE UMA LINHA DO AUDITLOG DO SISTEMA
      *    (AUDBASE) E A CONFRONTA COM TODOS OS ESTORNOS DO ARQUIVO
      *-----------------------------------------------------------------------
       1422-LER-LINHA-ORIGINAL-BASE.

           READ AUDBASE-FILE INTO WS-LINHA-AUDITORIA
               AT END
                   SET FIM-VARREDURA-AUDIT TO TRUE
               NOT AT END
                   MOVE WA-VALOR1 TO WS-AUD-VALOR1
                   MOVE WA-VALOR2 TO WS-AUD-VALOR2
                   PERFORM 1425-CONFRONTAR-ESTORNO
                       THRU 1425-CONFRONTAR-ESTORNO-EXIT
                       VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-EST-QTDE-USADAS
           END-READ.

       1422-LER-LINHA-ORIGINAL-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFRONTA A LINHA DE AUDITLOG LIDA COM O ESTORNO WS-EST-IDX:
      *    UMA LINHA DE ESTORNO ("E") COM A MESMA REFERENCIA, OS
      *    MESMOS VALORES E A MESMA CATEGORIA MOSTRA QUE A ORIGINAL JA
      *    FOI ESTORNADA; UMA LINHA NORMAL COM A DATA/HORA DA
      *    REFERENCIA, OS MESMOS VALORES E A MESMA CATEGORIA (QUANDO A
      *    LINHA A TRAZ) E A ORIGINAL, CUJOS RESULTADOS SAO GUARDADOS
      *    PARA O ESTORNO
      *-----------------------------------------------------------------------
       1425-CONFRONTAR-ESTORNO.

           IF EST-FORA-DO-LOTE (WS-EST-IDX)
               OR EST-DUPLICADO-NO-LOTE (WS-EST-IDX)
               OR WS-AUD-VALOR1 NOT = WS-EST-VALOR1 (WS-EST-IDX)
               OR WS-AUD-VALOR2 NOT = WS-EST-VALOR2 (WS-EST-IDX)
               CONTINUE
           ELSE
               IF WA-LINHA-ESTORNO
                   IF WA-REF-DATA = WS-EST-REF-DATA (WS-EST-IDX)
                       AND WA-REF-HORA = WS-EST-REF-HORA (WS-EST-IDX)
                       AND WA-CATEGORIA = WS-EST-CATEGORIA (WS-EST-IDX)
                       SET EST-JA-ESTORNADO (WS-EST-IDX) TO TRUE
                   END-IF
               ELSE
                   IF EST-SEM-ORIGINAL (WS-EST-IDX)
                       AND WA-DATA = WS-EST-REF-DATA (WS-EST-IDX)
                       AND WA-HORA = WS-EST-REF-HORA (WS-EST-IDX)
                       AND (WA-CATEGORIA = SPACES
                           OR WA-CATEGORIA
                               = WS-EST-CATEGORIA (WS-EST-IDX))
                       SET EST-ORIGINAL-ACHADA (WS-EST-IDX) TO TRUE
                       MOVE WA-SOMA TO WS-EST-SOMA (WS-EST-IDX)
                       MOVE WA-SUB TO WS-EST-SUB (WS-EST-IDX)
                       MOVE WA-DIV TO WS-EST-DIV (WS-EST-IDX)
                       MOVE WA-RESTO TO WS-EST-RESTO (WS-EST-IDX)
                       MOVE WA-MULT TO WS-EST-MULT (WS-EST-IDX)
                       MOVE WA-MEDIA TO WS-EST-MEDIA (WS-EST-IDX)
                   END-IF
               END-IF
           END-IF.

       1425-CONFRONTAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONTA O ESTORNO WS-EST-IDX NA SUA SITUACAO, PARA O RESUMO
      *    EXIBIDO NO SYSOUT
      *-----------------------------------------------------------------------
       1430-CONTAR-ESTORNO.

           EVALUATE TRUE
               WHEN EST-ORIGINAL-ACHADA (WS-EST-IDX)
                   ADD 1 TO WS-EST-QTDE-ACHADOS
               WHEN EST-SEM-ORIGINAL (WS-EST-IDX)
                   ADD 1 TO WS-EST-QTDE-SEM-ORIGINAL
               WHEN EST-JA-ESTORNADO (WS-EST-IDX)
                   ADD 1 TO WS-EST-QTDE-DUPLICADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1430-CONTAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE A FILA DE RETENCAO (RETIDOS) NUMA UNICA PASSADA, ANTES DE
      *    QUALQUER PAR SER CALCULADO: APURA O ULTIMO TICKET JA USADO,
      *    PARA AS RETENCOES DESTE LOTE CONTINUAREM A NUMERACAO, E
      *    CONFIRMA OS TICKETS QUE VOLTARAM NO ARQUIVO DE ENTRADA. A
      *    LINHA DE USO ("U") DE UM TICKET VEM SEMPRE DEPOIS DA SUA
      *    LIBERACAO, ENTAO O TICKET JA UTILIZADO SO E DESCONFIRMADO
      *    NO FIM DA VARREDURA (1470). SEM
      *    RETIDOS A NUMERACAO COMECA DO 1 E NENHUMA LIBERACAO E
      *    CONFIRMADA; QUALQUER OUTRA FALHA DE ABERTURA DERRUBA O
      *    PASSO, PORQUE O TICKET NAO PODERIA SER NUMERADO. NUM PASSO
      *    DE PARTICAO A FILA E A DO SISTEMA (RETBASE); O RETIDOS DA
      *    PROPRIA PARTICAO SO E LIDO NUM RESTART, PORQUE NUM INICIO
      *    NORMAL ELE TRAZ A EXECUCAO ANTERIOR E SERA SOBRESCRITO
      *-----------------------------------------------------------------------
       1450-VARRER-RETIDOS.

           MOVE ZEROS TO WS-RET-ULTIMO-TICKET WS-RET-QTDE-LINHAS
               WS-LIB-QTDE-CONFIRMADAS.

           IF MODO-PARTICAO
               OPEN INPUT RETBASE-FILE
               EVALUATE WS-STATUS-RETBASE
                   WHEN "00"
                       MOVE "N" TO WS-EOF-RETIDOS
                       PERFORM 1457-LER-LINHA-RETBASE
                           THRU 1457-LER-LINHA-RETBASE-EXIT
                           UNTIL FIM-RETIDOS
                       CLOSE RETBASE-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO FATAL AO ABRIR RETBASE - STATUS="
                           WS-STATUS-RETBASE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           IF MODO-LOTE-INTEIRO OR EXECUCAO-RESTART
               OPEN INPUT RETENCAO-FILE
               EVALUATE WS-STATUS-RETIDOS
                   WHEN "00"
                       MOVE "N" TO WS-EOF-RETIDOS
                       PERFORM 1455-LER-LINHA-RETIDOS
                           THRU 1455-LER-LINHA-RETIDOS-EXIT
                           UNTIL FIM-RETIDOS
                       CLOSE RETENCAO-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO FATAL AO ABRIR RETIDOS - STATUS="
                           WS-STATUS-RETIDOS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           IF WS-LIB-QTDE-USADAS > ZERO
               PERFORM 1470-DESCONFIRMAR-UTILIZADA
                   THRU 1470-DESCONFIRMAR-UTILIZADA-EXIT
                   VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-QTDE-USADAS
               DISPLAY "PARES LIBERADOS NO ARQUIVO: "
                   WS-LIB-QTDE-USADAS " CONFIRMADOS EM RETIDOS="
                   WS-LIB-QTDE-CONFIRMADAS
           END-IF.

       1450-VARRER-RETIDOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE RETIDOS E A AVALIA EM 1456
      *-----------------------------------------------------------------------
       1455-LER-LINHA-RETIDOS.

           READ RETENCAO-FILE INTO WS-REGISTRO-RETENCAO
               AT END
                   SET FIM-RETIDOS TO TRUE
               NOT AT END
                   PERFORM 1456-AVALIAR-LINHA-RETIDOS
                       THRU 1456-AVALIAR-LINHA-RETIDOS-EXIT
           END-READ.

       1455-LER-LINHA-RETIDOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    AVALIA A LINHA DE RETENCAO LIDA: GUARDA O MAIOR TICKET E,
      *    SE A RETENCAO FOI LIBERADA, CONFIRMA OS PARES DO ARQUIVO QUE
      *    TRAZEM O MESMO TICKET; SE E UMA LINHA DE USO, MARCA ESSES
      *    PARES COMO JA UTILIZADOS
      *-----------------------------------------------------------------------
       1456-AVALIAR-LINHA-RETIDOS.

           ADD 1 TO WS-RET-QTDE-LINHAS.
           IF RT-TICKET IS NUMERIC
               IF RT-TICKET > WS-RET-ULTIMO-TICKET
                   MOVE RT-TICKET TO WS-RET-ULTIMO-TICKET
               END-IF
               IF RETENCAO-LIBERADA
                   AND WS-LIB-QTDE-USADAS > ZERO
                   PERFORM 1460-CONFIRMAR-LIBERACAO
                       THRU 1460-CONFIRMAR-LIBERACAO-EXIT
                       VARYING WS-LIB-IDX FROM 1 BY 1
                       UNTIL WS-LIB-IDX > WS-LIB-QTDE-USADAS
               END-IF
               IF RETENCAO-UTILIZADA
                   AND WS-LIB-QTDE-USADAS > ZERO
                   PERFORM 1465-MARCAR-UTILIZADA
                       THRU 1465-MARCAR-UTILIZADA-EXIT
                       VARYING WS-LIB-IDX FROM 1 BY 1
                       UNTIL WS-LIB-IDX > WS-LIB-QTDE-USADAS
               END-IF
           END-IF.

       1456-AVALIAR-LINHA-RETIDOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    NUM PASSO DE PARTICAO, LE UMA LINHA DA FILA DE RETENCAO DO
      *    SISTEMA (RETBASE) E A AVALIA EM 1456
      *-----------------------------------------------------------------------
       1457-LER-LINHA-RETBASE.

           READ RETBASE-FILE INTO WS-REGISTRO-RETENCAO
               AT END
                   SET FIM-RETIDOS TO TRUE
               NOT AT END
                   PERFORM 1456-AVALIAR-LINHA-RETIDOS
                       THRU 1456-AVALIAR-LINHA-RETIDOS-EXIT
           END-READ.

       1457-LER-LINHA-RETBASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFIRMA O PAR WS-LIB-IDX QUANDO ELE TRAZ O TICKET DA
      *    RETENCAO LIBERADA CORRENTE COM OS MESMOS VALORES E A MESMA
      *    CATEGORIA - UM TICKET REPETIDO NO ARQUIVO NUNCA E CONFIRMADO
      *-----------------------------------------------------------------------
       1460-CONFIRMAR-LIBERACAO.

           IF LIB-NAO-CONFIRMADA (WS-LIB-IDX)
               AND WS-LIB-TICKET (WS-LIB-IDX) = RT-TICKET
               AND WS-LIB-VALOR1 (WS-LIB-IDX) = RT-VALOR1
               AND WS-LIB-VALOR2 (WS-LIB-IDX) = RT-VALOR2
               AND WS-LIB-CATEGORIA (WS-LIB-IDX) = RT-CATEGORIA
               SET LIB-CONFIRMADA (WS-LIB-IDX) TO TRUE
               ADD 1 TO WS-LIB-QTDE-CONFIRMADAS
           END-IF.

       1460-CONFIRMAR-LIBERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MARCA O PAR WS-LIB-IDX COMO JA UTILIZADO QUANDO ELE TRAZ O
      *    TICKET DA LINHA DE USO CORRENTE. NUM RESTART A LINHA DE USO
      *    GRAVADA PELO PROPRIO PAR (MESMO FEEDER, DATA, REMESSA E
      *    LINHA) ANTES DA QUEDA NAO CONTA - O PAR E PROCESSADO DE NOVO
      *-----------------------------------------------------------------------
       1465-MARCAR-UTILIZADA.

           IF WS-LIB-TICKET (WS-LIB-IDX) = RT-TICKET
               SET WS-FDR-IDX TO WS-LIB-REMESSA (WS-LIB-IDX)
               IF EXECUCAO-RESTART
                   AND RT-FEEDER = WS-FDR-FEEDER (WS-FDR-IDX)
                   AND RT-DATA-ARQUIVO = WS-FDR-DATA (WS-FDR-IDX)
                   AND RT-REMESSA = WS-LIB-REMESSA (WS-LIB-IDX)
                   AND RT-POSICAO = WS-LIB-POSICAO (WS-LIB-IDX)
                   CONTINUE
               ELSE
                   SET LIB-JA-UTILIZADA (WS-LIB-IDX) TO TRUE
               END-IF
           END-IF.

       1465-MARCAR-UTILIZADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    NO FIM DA VARREDURA, DESFAZ A CONFIRMACAO DO PAR WS-LIB-IDX
      *    CUJO TICKET JA FOI UTILIZADO - A LIBERACAO VALE UMA VEZ SO
      *-----------------------------------------------------------------------
       1470-DESCONFIRMAR-UTILIZADA.

           IF LIB-JA-UTILIZADA (WS-LIB-IDX)
               AND LIB-CONFIRMADA (WS-LIB-IDX)
               SET LIB-NAO-CONFIRMADA (WS-LIB-IDX) TO TRUE
               SUBTRACT 1 FROM WS-LIB-QTDE-CONFIRMADAS
           END-IF.

       1470-DESCONFIRMAR-UTILIZADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SALTA OS REGISTROS JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT
      *-----------------------------------------------------------------------
       1500-SALTAR-REGISTROS-PROCESSADOS.

           PERFORM 9000-LER-PROXIMO-REGISTRO
               THRU 9000-LER-PROXIMO-REGISTRO-EXIT
               STOP RUN
           END-IF.

           CLOSE RETENCAO-FILE.
           OPEN EXTEND RETENCAO-FILE.
           IF WS-STATUS-RETIDOS NOT = "00"
               DISPLAY "ERRO FATAL AO REABRIR RETIDOS - STATUS="
                   WS-STATUS-RETIDOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-POSICAO-LOTE TO CKPT-REGISTRO.
           MOVE WS-QTDE-REGISTROS TO CKPT-QTDE.
           MOVE WS-TOTAL-SOMA TO CKPT-TOTAL-SOMA.
           MOVE WS-TOTAL-SUB TO CKPT-TOTAL-SUB.
           MOVE WS-TOTAL-MULT TO CKPT-TOTAL-MULT.
           MOVE WS-QTDE-OP-MULT TO CKPT-QTDE-OP-MULT.
           MOVE WS-QTDE-OP-MEDIA TO CKPT-QTDE-OP-MEDIA.
           MOVE WS-QTDE-OP-TODAS TO CKPT-QTDE-OP-TODAS.
           MOVE WS-QTDE-OP-ESTORNO TO CKPT-QTDE-OP-ESTORNO.
           MOVE WS-QTDE-RETIDOS TO CKPT-QTDE-RETIDOS.
           MOVE WS-QTDE-LIBERADOS TO CKPT-QTDE-LIBERADOS.
           MOVE WS-PER-LOTE-INICIAL TO CKPT-PERIODO-INICIAL.
           MOVE WS-PER-LOTE-FINAL TO CKPT-PERIODO-FINAL.

           OPEN OUTPUT FDRCKPT-FILE.
           IF WS-STATUS-FDRCKPT NOT = "00"
               DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR FDRCKPT - "
                   "STATUS=" WS-STATUS-FDRCKPT
           ELSE
               PERFORM 1610-GRAVAR-CKPT-FEEDER
                   THRU 1610-GRAVAR-CKPT-FEEDER-EXIT
                   VARYING WS-FDR-IDX FROM 1 BY 1
                   UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS
               CLOSE FDRCKPT-FILE
           END-IF.

           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.

       1600-GRAVAR-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM FDRCKPT OS CONTADORES CORRENTES DA REMESSA
      *    WS-FDR-IDX, MARCADOS COM A POSICAO DESTE CHECKPOINT
      *-----------------------------------------------------------------------
       1610-GRAVAR-CKPT-FEEDER.

           MOVE WS-POSICAO-LOTE TO FC-REGISTRO.
           MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO FC-FEEDER.
           MOVE WS-FDR-QTDE (WS-FDR-IDX) TO FC-QTDE.
           MOVE WS-FDR-REJEITADOS (WS-FDR-IDX) TO FC-QTDE-REJEITADOS.
           MOVE WS-FDR-TOTAL-SOMA (WS-FDR-IDX) TO FC-TOTAL-SOMA.
           MOVE WS-FDR-TOTAL-SUB (WS-FDR-IDX) TO FC-TOTAL-SUB.
           MOVE WS-FDR-TOTAL-MULT (WS-FDR-IDX) TO FC-TOTAL-MULT.
           WRITE FDRCKPT-RECORD.

       1610-GRAVAR-CKPT-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ZERA O CHECKPOINT AO FINAL DE UM LOTE CONCLUIDO COM SUCESSO
      *-----------------------------------------------------------------------
       1700-RESETAR-CHECKPOINT.

           MOVE ZEROS TO CKPT-REGISTRO CKPT-QTDE CKPT-TOTAL-SOMA
               CKPT-TOTAL-SUB CKPT-TOTAL-MULT CKPT-QTDE-AUDIT-INICIAL
               CKPT-QTDE-REJEITADOS CKPT-QTDE-OP-SOMA CKPT-QTDE-OP-SUB
               CKPT-QTDE-OP-DIV CKPT-QTDE-OP-MULT CKPT-QTDE-OP-MEDIA
               CKPT-QTDE-OP-TODAS CKPT-QTDE-OP-ESTORNO
               CKPT-QTDE-RETIDOS CKPT-QTDE-LIBERADOS
               CKPT-PERIODO-INICIAL CKPT-PERIODO-FINAL.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.

           OPEN OUTPUT FDRCKPT-FILE.
           IF WS-STATUS-FDRCKPT = "00"
               CLOSE FDRCKPT-FILE
           END-IF.

       1700-RESETAR-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONSOLIDACAO: LE OS RESULTADOS DAS PARTICOES (PARTRES, COM
      *    TODAS CONCATENADAS) E SOMA NAS TABELAS E CONTADORES DO LOTE
      *    O QUE ELAS LERAM E CALCULARAM, ANTES DE QUALQUER SAIDA DO
      *    LOTE SER ABERTA. RESULTADO DE OUTRO MAPA, PARTICAO REPETIDA
      *    OU FALTANDO, REMESSA QUE NAO CASA COM A VARREDURA PREVIA OU
      *    PARTICAO CALCULADA COM OUTROS PARAMETROS DERRUBA O PASSO -
      *    O LOTE SO E FECHADO COM TODAS AS PARTICOES DO MESMO MAPA
      *-----------------------------------------------------------------------
       1800-LER-RESULTADOS-PARTICOES.

           MOVE ZEROS TO WS-QTDE-REGISTROS WS-QTDE-REJEITADOS
               WS-TOTAL-SOMA WS-TOTAL-SUB WS-TOTAL-MULT
               WS-QTDE-OP-SOMA WS-QTDE-OP-SUB WS-QTDE-OP-DIV
               WS-QTDE-OP-MULT WS-QTDE-OP-MEDIA WS-QTDE-OP-TODAS
               WS-QTDE-OP-ESTORNO WS-QTDE-RETIDOS WS-QTDE-LIBERADOS
               WS-QTDE-CONTADOR-PARTICOES WS-QTDE-LINHAS-PARTRES.
           MOVE "N" TO WS-RES-ERRO-SW WS-PART-RESTART-SW.

           PERFORM 1805-PREPARAR-RESULTADO-PARTICAO
               THRU 1805-PREPARAR-RESULTADO-PARTICAO-EXIT
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-PART-MAX.

           OPEN INPUT PARTRES-FILE.
           IF WS-STATUS-PARTRES NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTRES - STATUS="
                   WS-STATUS-PARTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-PARTRES.
           PERFORM 1810-LER-RESULTADO-PARTICAO
               THRU 1810-LER-RESULTADO-PARTICAO-EXIT
               UNTIL FIM-PARTRES.
           CLOSE PARTRES-FILE.

           PERFORM 1850-CONFERIR-PARTICAO-RECEBIDA
               THRU 1850-CONFERIR-PARTICAO-RECEBIDA-EXIT
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-MAPA-QTDE-PARTICOES.

           IF RESULTADO-PARTICAO-INVALIDO
               DISPLAY "ERRO FATAL: RESULTADOS DAS PARTICOES NAO "
                   "FECHAM COM O MAPA - LOTE NAO CONSOLIDADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "PARTICOES RECEBIDAS.: " WS-MAPA-QTDE-PARTICOES
               " REGISTROS=" WS-QTDE-REGISTROS
               " RETIDOS=" WS-QTDE-RETIDOS
               " CHAMADAS AO CONTADOR=" WS-QTDE-CONTADOR-PARTICOES.

       1800-LER-RESULTADOS-PARTICOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MARCA A PARTICAO WS-RES-IDX COMO AINDA NAO RECEBIDA
      *-----------------------------------------------------------------------
       1805-PREPARAR-RESULTADO-PARTICAO.

           MOVE "N" TO WS-RES-TOTAL-SW (WS-RES-IDX).
           MOVE ZEROS TO WS-RES-QTDE-REMESSAS (WS-RES-IDX).

       1805-PREPARAR-RESULTADO-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE UMA LINHA DE PARTRES E A AVALIA EM 1815
      *-----------------------------------------------------------------------
       1810-LER-RESULTADO-PARTICAO.

           READ PARTRES-FILE INTO WS-REGISTRO-PARTRES
               AT END
                   SET FIM-PARTRES TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LINHAS-PARTRES
                   PERFORM 1815-AVALIAR-RESULTADO-PARTICAO
                       THRU 1815-AVALIAR-RESULTADO-PARTICAO-EXIT
           END-READ.

       1810-LER-RESULTADO-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O CARIMBO E A PARTICAO DA LINHA DE PARTRES LIDA E A
      *    SOMA CONFORME O TIPO - A LINHA "T" E A ULTIMA DE CADA
      *    PARTICAO, E QUALQUER LINHA DEPOIS DELA (PARTICAO REPETIDA NA
      *    CONCATENACAO) E RECUSADA
      *-----------------------------------------------------------------------
       1815-AVALIAR-RESULTADO-PARTICAO.

           IF PR-CARIMBO NOT = WS-MAPA-CARIMBO
               OR PR-PARTICAO IS NOT NUMERIC
               OR PR-PARTICAO = ZERO
               OR PR-PARTICAO > WS-MAPA-QTDE-PARTICOES
               SET RESULTADO-PARTICAO-INVALIDO TO TRUE
               DISPLAY "ERRO: PARTRES LINHA " WS-QTDE-LINHAS-PARTRES
                   " DE OUTRO MAPA OU PARTICAO - MAPA="
                   PR-CARIMBO-DATA " " PR-CARIMBO-HORA
                   " PARTICAO=" PR-PARTICAO
           ELSE
               SET WS-RES-IDX TO PR-PARTICAO
               IF RES-PARTICAO-RECEBIDA (WS-RES-IDX)
                   SET RESULTADO-PARTICAO-INVALIDO TO TRUE
                   DISPLAY "ERRO: PARTRES LINHA "
                       WS-QTDE-LINHAS-PARTRES " DEPOIS DO TOTAL DA "
                       "PARTICAO " PR-PARTICAO " (PARTICAO REPETIDA)"
               ELSE
                   EVALUATE TRUE
                       WHEN PR-LINHA-REMESSA
                           PERFORM 1820-SOMAR-RESULTADO-REMESSA
                               THRU 1820-SOMAR-RESULTADO-REMESSA-EXIT
                       WHEN PR-LINHA-CATEGORIA
                           PERFORM 1830-SOMAR-RESULTADO-CATEGORIA
                               THRU 1830-SOMAR-RESULTADO-CATEGORIA-EXIT
                       WHEN PR-LINHA-TOTAL
                           PERFORM 1840-SOMAR-RESULTADO-TOTAL
                               THRU 1840-SOMAR-RESULTADO-TOTAL-EXIT
                       WHEN OTHER
                           SET RESULTADO-PARTICAO-INVALIDO TO TRUE
                           DISPLAY "ERRO: PARTRES LINHA "
                               WS-QTDE-LINHAS-PARTRES
                               " DE TIPO INVALIDO: " PR-TIPO
                   END-EVALUATE
               END-IF
           END-IF.

       1815-AVALIAR-RESULTADO-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA NA REMESSA O QUE A PARTICAO LEU E CALCULOU DELA - A
      *    REMESSA TEM DE SER A MESMA, NA MESMA SITUACAO, QUE A
      *    VARREDURA PREVIA DESTE PASSO ACHOU NO ARQUIVO
      *-----------------------------------------------------------------------
       1820-SOMAR-RESULTADO-REMESSA.

           ADD 1 TO WS-RES-QTDE-REMESSAS (WS-RES-IDX).

           IF PRF-REMESSA IS NOT NUMERIC
               OR PRF-REMESSA = ZERO
               OR PRF-REMESSA > WS-FDR-QTDE-USADAS
               SET RESULTADO-PARTICAO-INVALIDO TO TRUE
               DISPLAY "ERRO: PARTICAO " PR-PARTICAO " TRAZ A REMESSA "
                   PRF-REMESSA " QUE NAO EXISTE NO ARQUIVO DE ENTRADA"
           ELSE
               SET WS-FDR-IDX TO PRF-REMESSA
               IF PRF-FEEDER NOT = WS-FDR-FEEDER (WS-FDR-IDX)
                   OR PRF-SITUACAO NOT = WS-FDR-SITUACAO (WS-FDR-IDX)
                   SET RESULTADO-PARTICAO-INVALIDO TO TRUE
                   DISPLAY "ERRO: PARTICAO " PR-PARTICAO " REMESSA "
                       PRF-REMESSA " FEEDER=" PRF-FEEDER
                       " SITUACAO=" PRF-SITUACAO
                       " NAO CASA COM A VARREDURA DO ARQUIVO"
               ELSE
                   ADD PRF-LIDOS TO WS-FDR-LIDOS (WS-FDR-IDX)
                   ADD PRF-HASH-VALOR1
                       TO WS-FDR-HASH-VALOR1-LIDO (WS-FDR-IDX)
                   ADD PRF-HASH-VALOR2
                       TO WS-FDR-HASH-VALOR2-LIDO (WS-FDR-IDX)
                   ADD PRF-QTDE TO WS-FDR-QTDE (WS-FDR-IDX)
                   ADD PRF-REJEITADOS TO WS-FDR-REJEITADOS (WS-FDR-IDX)
                   ADD PRF-TOTAL-SOMA TO WS-FDR-TOTAL-SOMA (WS-FDR-IDX)
                   ADD PRF-TOTAL-SUB TO WS-FDR-TOTAL-SUB (WS-FDR-IDX)
                   ADD PRF-TOTAL-MULT TO WS-FDR-TOTAL-MULT (WS-FDR-IDX)
               END-IF
           END-IF.

       1820-SOMAR-RESULTADO-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA NA TABELA DE CATEGORIAS OS TOTAIS DE UMA CATEGORIA DA
      *    PARTICAO - A CATEGORIA TEM DE ESTAR ATRIBUIDA A ELA NO MAPA
      *-----------------------------------------------------------------------
       1830-SOMAR-RESULTADO-CATEGORIA.

           MOVE PRC-CATEGORIA TO WS-CATEGORIA-CORRENTE.
           PERFORM 9087-PROCURAR-CATEGORIA-MAPA
               THRU 9087-PROCURAR-CATEGORIA-MAPA-EXIT.

           MOVE ZEROS TO WS-CAT-IDX-ACHADO.
           IF WS-MAPA-ACHADO NOT = ZERO
               IF WS-MAPA-PARTICAO (WS-MAPA-ACHADO) = PR-PARTICAO
                   PERFORM 4100-LOCALIZAR-OU-CRIAR-CATEGORIA
                       THRU 4100-LOCALIZAR-OU-CRIAR-CATEGORIA-EXIT
               END-IF
           END-IF.

           IF WS-CAT-IDX-ACHADO = ZERO
               SET RESULTADO-PARTICAO-INVALIDO TO TRUE
               DISPLAY "ERRO: PARTICAO " PR-PARTICAO
                   " TRAZ A CATEGORIA " PRC-CATEGORIA
                   " QUE O MAPA NAO LHE ATRIBUIU"
           ELSE
               SET WS-CAT-IDX TO WS-CAT-IDX-ACHADO
               ADD PRC-QTDE TO WS-CAT-QTDE (WS-CAT-IDX)
               ADD PRC-TOTAL-SOMA TO WS-CAT-TOTAL-SOMA (WS-CAT-IDX)
               ADD PRC-TOTAL-SUB TO WS-CAT-TOTAL-SUB (WS-CAT-IDX)
               ADD PRC-TOTAL-MULT TO WS-CAT-TOTAL-MULT (WS-CAT-IDX)
               ADD PRC-QTDE-ESTORNO TO WS-CAT-QTDE-ESTORNO (WS-CAT-IDX)
               ADD PRC-ESTORNO-SOMA TO WS-CAT-ESTORNO-SOMA (WS-CAT-IDX)
               ADD PRC-ESTORNO-SUB TO WS-CAT-ESTORNO-SUB (WS-CAT-IDX)
               ADD PRC-ESTORNO-MULT TO WS-CAT-ESTORNO-MULT (WS-CAT-IDX)
           END-IF.

       1830-SOMAR-RESULTADO-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA OS CONTADORES E TOTAIS DA PARTICAO E A DA POR RECEBIDA -
      *    O RETURN-CODE DO LOTE E O MAIOR ENTRE AS PARTICOES, E A
      *    PARTICAO TEM DE TER SIDO CALCULADA COM OS MESMOS PARAMETROS
      *    DESTE PASSO
      *-----------------------------------------------------------------------
       1840-SOMAR-RESULTADO-TOTAL.

           IF PRT-OPERACAO NOT = OPCAO
               OR PRT-FORMATO NOT = WCP-FORMATO
               OR PRT-ARREDONDAMENTO NOT = WS-MODO-ARREDONDAMENTO
               SET RESULTADO-PARTICAO-INVALIDO TO TRUE
               DISPLAY "ERRO: PARTICAO " PR-PARTICAO " CALCULADA COM "
                   "OUTROS PARAMETROS - OPERACAO=" PRT-OPERACAO
                   " FORMATO=" PRT-FORMATO
                   " ARREDONDAMENTO=" PRT-ARREDONDAMENTO
           END-IF.

           SET RES-PARTICAO-RECEBIDA (WS-RES-IDX) TO TRUE.

           ADD PRT-QTDE-REGISTROS TO WS-QTDE-REGISTROS.
           ADD PRT-QTDE-REJEITADOS TO WS-QTDE-REJEITADOS.
           ADD PRT-TOTAL-SOMA TO WS-TOTAL-SOMA.
           ADD PRT-TOTAL-SUB TO WS-TOTAL-SUB.
           ADD PRT-TOTAL-MULT TO WS-TOTAL-MULT.
           ADD PRT-QTDE-OP-SOMA TO WS-QTDE-OP-SOMA.
           ADD PRT-QTDE-OP-SUB TO WS-QTDE-OP-SUB.
           ADD PRT-QTDE-OP-DIV TO WS-QTDE-OP-DIV.
           ADD PRT-QTDE-OP-MULT TO WS-QTDE-OP-MULT.
           ADD PRT-QTDE-OP-MEDIA TO WS-QTDE-OP-MEDIA.
           ADD PRT-QTDE-OP-TODAS TO WS-QTDE-OP-TODAS.
           ADD PRT-QTDE-OP-ESTORNO TO WS-QTDE-OP-ESTORNO.
           ADD PRT-QTDE-RETIDOS TO WS-QTDE-RETIDOS.
           ADD PRT-QTDE-LIBERADOS TO WS-QTDE-LIBERADOS.
           ADD PRT-QTDE-CONTADOR TO WS-QTDE-CONTADOR-PARTICOES.

           IF PRT-RC > WS-RC-LOTE
               MOVE PRT-RC TO WS-RC-LOTE
           END-IF.
           IF PRT-EXECUCAO-RESTART
               SET PARTICAO-COM-RESTART TO TRUE
           END-IF.

           DISPLAY "PARTICAO " PR-PARTICAO ": REGISTROS="
               PRT-QTDE-REGISTROS " REJEITADOS=" PRT-QTDE-REJEITADOS
               " RETIDOS=" PRT-QTDE-RETIDOS " RC=" PRT-RC
               " RESTART=" PRT-RESTART.

       1840-SOMAR-RESULTADO-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE QUE A PARTICAO WS-RES-IDX TERMINOU (GRAVOU A SUA
      *    LINHA DE TOTAL) E TROUXE TODAS AS REMESSAS DO ARQUIVO
      *-----------------------------------------------------------------------
       1850-CONFERIR-PARTICAO-RECEBIDA.

           SET WS-RES-NUMERO TO WS-RES-IDX.

           IF NOT RES-PARTICAO-RECEBIDA (WS-RES-IDX)
               SET RESULTADO-PARTICAO-INVALIDO TO TRUE
               DISPLAY "ERRO: PARTICAO " WS-RES-NUMERO
                   " SEM RESULTADO EM PARTRES (PASSO NAO TERMINOU)"
           ELSE
               IF WS-RES-QTDE-REMESSAS (WS-RES-IDX)
                       NOT = WS-FDR-QTDE-USADAS
                   SET RESULTADO-PARTICAO-INVALIDO TO TRUE
                   DISPLAY "ERRO: PARTICAO " WS-RES-NUMERO " TRAZ "
                       WS-RES-QTDE-REMESSAS (WS-RES-IDX)
                       " REMESSA(S) E O ARQUIVO TEM "
                       WS-FDR-QTDE-USADAS
               END-IF
           END-IF.

       1850-CONFERIR-PARTICAO-RECEBIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    VALIDA O PAR DE VALORES CORRENTE E O CALCULA - OU, QUANDO O
      *    VALOR1 OU O VALOR2 PASSA DO LIMITE DA CATEGORIA, O DESVIA
      *    PARA A FILA DE RETENCAO SEM CALCULAR
      *-----------------------------------------------------------------------
       2000-PROCESSAR-REGISTRO.

           PERFORM 3000-VALIDAR-ENTRADA
               THRU 3000-VALIDAR-ENTRADA-EXIT.

           MOVE "N" TO WS-RETENCAO-SW WS-LIBERACAO-SW.
           IF ENTRADA-VALIDA AND NOT OP-ESTORNO AND MESTRE-CARREGADO
               PERFORM 3300-VERIFICAR-LIMITE
                   THRU 3300-VERIFICAR-LIMITE-EXIT
           END-IF.

           IF PAR-RETIDO
               PERFORM 3350-RETER-PAR
                   THRU 3350-RETER-PAR-EXIT
           ELSE
               PERFORM 2100-CALCULAR-PAR
                   THRU 2100-CALCULAR-PAR-EXIT
               IF PAR-LIBERADO
                   PERFORM 3360-REGISTRAR-USO-LIBERACAO
                       THRU 3360-REGISTRAR-USO-LIBERACAO-EXIT
               END-IF
           END-IF.

           ADD WS-QTDE-REGISTROS WS-QTDE-RETIDOS
               GIVING WS-POSICAO-LOTE.
           DIVIDE WS-POSICAO-LOTE BY WS-INTERVALO-CKPT
               GIVING WS-QUOCIENTE-CKPT REMAINDER WS-RESTO-CKPT.
           IF WS-RESTO-CKPT = ZERO
               PERFORM 1600-GRAVAR-CHECKPOINT
                   THRU 1600-GRAVAR-CHECKPOINT-EXIT
           END-IF.

           PERFORM 9000-LER-PROXIMO-REGISTRO
               THRU 9000-LER-PROXIMO-REGISTRO-EXIT.

       2000-PROCESSAR-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CALCULA OS SEIS RESULTADOS PARA O PAR DE VALORES CORRENTE
      *-----------------------------------------------------------------------
       2100-CALCULAR-PAR.

           IF ENTRADA-INVALIDA
               MOVE WS-INDICADOR-ERRO TO VALOR1 VALOR2 RES_SOMA RES_SUB
                   RES_DIV RESTO RES_MULT MEDIA
                   WHEN OP-MEDIA
                       PERFORM 3600-CALCULAR-MEDIA
                           THRU 3600-CALCULAR-MEDIA-EXIT
                   WHEN OP-ESTORNO
                       PERFORM 3750-APLICAR-ESTORNO
                           THRU 3750-APLICAR-ESTORNO-EXIT
                   WHEN OTHER
                       ADD VALOR1 TO VALOR2 GIVING RES_SOMA
                       SUBTRACT VALOR1 FROM VALOR2 GIVING RES_SUB
               ADD RES_SOMA TO WS-TOTAL-SOMA
               ADD RES_SUB TO WS-TOTAL-SUB
               ADD RES_MULT TO WS-TOTAL-MULT
               ADD RES_SOMA TO WS-FDR-TOTAL-SOMA (WS-FDR-CORRENTE)
               ADD RES_SUB TO WS-FDR-TOTAL-SUB (WS-FDR-CORRENTE)
               ADD RES_MULT TO WS-FDR-TOTAL-MULT (WS-FDR-CORRENTE)
               PERFORM 4000-ACUMULAR-CATEGORIA
                   THRU 4000-ACUMULAR-CATEGORIA-EXIT
               PERFORM 4500-CONTAR-OPERACAO
           DISPLAY MEDIA.

           ADD 1 TO WS-QTDE-REGISTROS.
           ADD 1 TO WS-FDR-QTDE (WS-FDR-CORRENTE).

           PERFORM 7000-ESCREVER-AUDITORIA
               THRU 7000-ESCREVER-AUDITORIA-EXIT.
           MOVE RESTO TO WD-RESTO.
           MOVE RES_MULT TO WD-MULT.
           MOVE MEDIA TO WD-MEDIA.
           IF OP-ESTORNO AND ENTRADA-VALIDA
               MOVE "ESTORNO" TO WD-MARCA
               MOVE TR-REFERENCIA(1:8) TO WD-REF-DATA
               MOVE TR-REFERENCIA(9:8) TO WD-REF-HORA
           ELSE
               MOVE SPACES TO WD-MARCA WD-REF-DATA WD-REF-HORA
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       2100-CALCULAR-PAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONSOLIDACAO: MARCA EM CALCCKPT QUE O LOTE ESTA SENDO
      *    CONSOLIDADO (UMA QUEDA DAQUI ATE O FIM DE 8000 E RETOMADA
      *    COMO RESTART, SEM EXTRATO CONTABIL) E JUNTA AS SAIDAS DAS
      *    PARTICOES AS DO LOTE, NA ORDEM DAS PARTICOES: AS LINHAS DE
      *    DETALHE NO RELATORIO, OS PARES REJEITADOS EM REJEITOS, AS
      *    RETENCOES EM RETIDOS E AS LINHAS DE AUDITORIA NO AUDITLOG,
      *    ONDE CADA UMA RECEBE A SUA SEQUENCIA E O SEU VERIFICADOR NA
      *    CADEIA DO SISTEMA (A CADEIA PROPRIA DA PARTICAO E
      *    DESCARTADA). O CONTADOR COMPARTILHADO RECEBE AS CHAMADAS
      *    FEITAS NAS PARTICOES LOGO DEPOIS DO CHECKPOINT, E SO UMA
      *    VEZ: NUMA CONSOLIDACAO RETOMADA A SOMA JA FOI FEITA. UMA
      *    PARTICAO QUE TERMINOU NUM RESTART FAZ DO LOTE CONSOLIDADO
      *    UM RESTART
      *-----------------------------------------------------------------------
       2500-CONSOLIDAR-PARTICOES.

           IF EXECUCAO-RESTART
               SET CONSOLIDACAO-RETOMADA TO TRUE
           END-IF.

           IF PARTICAO-COM-RESTART
               SET EXECUCAO-RESTART TO TRUE
               DISPLAY "AVISO: PARTICAO TERMINADA EM RESTART - LOTE "
                   "CONSOLIDADO TRATADO COMO RESTART"
           END-IF.

           ADD WS-QTDE-REGISTROS WS-QTDE-RETIDOS
               GIVING WS-POSICAO-LOTE.
           PERFORM 1600-GRAVAR-CHECKPOINT
               THRU 1600-GRAVAR-CHECKPOINT-EXIT.

           IF CONSOLIDACAO-RETOMADA
               DISPLAY "AVISO: CONSOLIDACAO RETOMADA - CHAMADAS DAS "
                   "PARTICOES JA SOMADAS AO VARCKPT"
           ELSE
               PERFORM 2550-SOMAR-CONTADOR-PARTICOES
                   THRU 2550-SOMAR-CONTADOR-PARTICOES-EXIT
           END-IF.

           MOVE ZEROS TO WS-QTDE-COPIADAS-REL WS-QTDE-COPIADAS-AUD
               WS-QTDE-COPIADAS-REJ WS-QTDE-COPIADAS-RET.

           OPEN INPUT PARTREL-FILE.
           IF WS-STATUS-PARTREL NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTREL - STATUS="
                   WS-STATUS-PARTREL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-COPIA-PARTICAO.
           PERFORM 2510-COPIAR-LINHA-RELATORIO
               THRU 2510-COPIAR-LINHA-RELATORIO-EXIT
               UNTIL FIM-COPIA-PARTICAO.
           CLOSE PARTREL-FILE.

           OPEN INPUT PARTREJ-FILE.
           IF WS-STATUS-PARTREJ NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTREJ - STATUS="
                   WS-STATUS-PARTREJ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-COPIA-PARTICAO.
           PERFORM 2520-COPIAR-LINHA-REJEITOS
               THRU 2520-COPIAR-LINHA-REJEITOS-EXIT
               UNTIL FIM-COPIA-PARTICAO.
           CLOSE PARTREJ-FILE.

           OPEN INPUT PARTRET-FILE.
           IF WS-STATUS-PARTRET NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTRET - STATUS="
                   WS-STATUS-PARTRET
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-COPIA-PARTICAO.
           PERFORM 2530-COPIAR-LINHA-RETIDOS
               THRU 2530-COPIAR-LINHA-RETIDOS-EXIT
               UNTIL FIM-COPIA-PARTICAO.
           CLOSE PARTRET-FILE.

           OPEN INPUT PARTAUD-FILE.
           IF WS-STATUS-PARTAUD NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTAUD - STATUS="
                   WS-STATUS-PARTAUD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-COPIA-PARTICAO.
           PERFORM 2540-COPIAR-LINHA-AUDITORIA
               THRU 2540-COPIAR-LINHA-AUDITORIA-EXIT
               UNTIL FIM-COPIA-PARTICAO.
           CLOSE PARTAUD-FILE.

           DISPLAY "LINHAS CONSOLIDADAS: RELATORIO="
               WS-QTDE-COPIADAS-REL " AUDITLOG=" WS-QTDE-COPIADAS-AUD
               " REJEITOS=" WS-QTDE-COPIADAS-REJ
               " RETIDOS=" WS-QTDE-COPIADAS-RET.

       2500-CONSOLIDAR-PARTICOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COPIA UMA LINHA DE DETALHE DE UMA PARTICAO PARA O RELATORIO
      *-----------------------------------------------------------------------
       2510-COPIAR-LINHA-RELATORIO.

           READ PARTREL-FILE
               AT END
                   SET FIM-COPIA-PARTICAO TO TRUE
               NOT AT END
                   WRITE LINHA-RELATORIO FROM LINHA-PARTREL
                   ADD 1 TO WS-QTDE-COPIADAS-REL
           END-READ.

       2510-COPIAR-LINHA-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COPIA UM PAR REJEITADO DE UMA PARTICAO PARA REJEITOS
      *-----------------------------------------------------------------------
       2520-COPIAR-LINHA-REJEITOS.

           READ PARTREJ-FILE
               AT END
                   SET FIM-COPIA-PARTICAO TO TRUE
               NOT AT END
                   WRITE LINHA-REJEITO FROM LINHA-PARTREJ
                   ADD 1 TO WS-QTDE-COPIADAS-REJ
           END-READ.

       2520-COPIAR-LINHA-REJEITOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COPIA UMA RETENCAO (OU LINHA DE USO DE LIBERACAO) DE UMA
      *    PARTICAO PARA A FILA (RETIDOS) - O TICKET JA VEM NUMERADO
      *    PELA PARTICAO (VER 3355)
      *-----------------------------------------------------------------------
       2530-COPIAR-LINHA-RETIDOS.

           READ PARTRET-FILE
               AT END
                   SET FIM-COPIA-PARTICAO TO TRUE
               NOT AT END
                   WRITE LINHA-RETENCAO FROM LINHA-PARTRET
                   ADD 1 TO WS-QTDE-COPIADAS-RET
           END-READ.

       2530-COPIAR-LINHA-RETIDOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LEVA UMA LINHA DE AUDITORIA DE UMA PARTICAO PARA O AUDITLOG,
      *    COM NOVA SEQUENCIA E NOVO VERIFICADOR NA CADEIA DO SISTEMA
      *-----------------------------------------------------------------------
       2540-COPIAR-LINHA-AUDITORIA.

           READ PARTAUD-FILE INTO WS-LINHA-AUDITORIA
               AT END
                   SET FIM-COPIA-PARTICAO TO TRUE
               NOT AT END
                   PERFORM 7050-ENCADEAR-AUDITORIA
                       THRU 7050-ENCADEAR-AUDITORIA-EXIT
                   ADD 1 TO WS-QTDE-COPIADAS-AUD
           END-READ.

       2540-COPIAR-LINHA-AUDITORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    SOMA AO CONTADOR COMPARTILHADO (VARCKPT) AS CHAMADAS A
      *    VariavelSimples FEITAS NAS PARTICOES, CADA UMA NO SEU
      *    PROPRIO VARCKPT
      *-----------------------------------------------------------------------
       2550-SOMAR-CONTADOR-PARTICOES.

           MOVE ZEROS TO ACUMULADOR.
           OPEN INPUT CONTADOR-FILE.
           IF WS-STATUS-CONTADOR = "00"
               READ CONTADOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CR-ACUMULADOR TO ACUMULADOR
               END-READ
               CLOSE CONTADOR-FILE
           END-IF.

           ADD WS-QTDE-CONTADOR-PARTICOES TO ACUMULADOR
               ON SIZE ERROR
                   DISPLAY "AVISO: ACUMULADOR ATINGIU O LIMITE MAXIMO"
           END-ADD.

           OPEN OUTPUT CONTADOR-FILE.
           IF WS-STATUS-CONTADOR NOT = "00"
               DISPLAY "AVISO: NAO FOI POSSIVEL ATUALIZAR VARCKPT - "
                   "STATUS=" WS-STATUS-CONTADOR
           ELSE
               MOVE ACUMULADOR TO CR-ACUMULADOR
               WRITE CONTADOR-RECORD
               CLOSE CONTADOR-FILE
           END-IF.

       2550-SOMAR-CONTADOR-PARTICOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
                   THRU 3800-VALIDAR-CATEGORIA-EXIT
           END-IF.

           IF ENTRADA-VALIDA AND OP-ESTORNO
               PERFORM 3700-VALIDAR-ESTORNO
                   THRU 3700-VALIDAR-ESTORNO-EXIT
           END-IF.

       3000-VALIDAR-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O PAR VALIDO CONTRA O LIMITE DE VALOR DA SUA
      *    CATEGORIA (WS-CAT-IDX-ACHADO, DEIXADO POR 3800): VALOR1 OU
      *    VALOR2 ACIMA DO LIMITE, EM MODULO, RETEM O PAR - SALVO
      *    QUANDO ELE VOLTA COM UM TICKET CUJA LIBERACAO 1450
      *    CONFIRMOU EM RETIDOS E AINDA NAO FOI UTILIZADA. CATEGORIA
      *    COM LIMITE ZERO NAO RETEM
      *-----------------------------------------------------------------------
       3300-VERIFICAR-LIMITE.

           IF WS-CAT-IDX-ACHADO NOT = ZERO
               SET WS-CAT-IDX TO WS-CAT-IDX-ACHADO
               MOVE WS-CAT-LIMITE (WS-CAT-IDX) TO WS-LIMITE-CORRENTE
               COMPUTE WS-LIMITE-NEGATIVO = 0 - WS-LIMITE-CORRENTE
               IF WS-LIMITE-CORRENTE > ZERO
                   AND (TR-VALOR1 > WS-LIMITE-CORRENTE
                       OR TR-VALOR1 < WS-LIMITE-NEGATIVO
                       OR TR-VALOR2 > WS-LIMITE-CORRENTE
                       OR TR-VALOR2 < WS-LIMITE-NEGATIVO)
                   SET PAR-RETIDO TO TRUE
               END-IF
           END-IF.

           IF PAR-RETIDO AND TR-RETENCAO IS NUMERIC
               MOVE ZEROS TO WS-LIB-IDX-ACHADO
               PERFORM 3310-LOCALIZAR-LIBERACAO
                   THRU 3310-LOCALIZAR-LIBERACAO-EXIT
                   VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-QTDE-USADAS
                   OR WS-LIB-IDX-ACHADO NOT = ZERO
               IF WS-LIB-IDX-ACHADO NOT = ZERO
                   SET WS-LIB-IDX TO WS-LIB-IDX-ACHADO
                   EVALUATE TRUE
                       WHEN LIB-CONFIRMADA (WS-LIB-IDX)
                           MOVE "N" TO WS-RETENCAO-SW
                           SET PAR-LIBERADO TO TRUE
                           ADD 1 TO WS-QTDE-LIBERADOS
                           DISPLAY "PAR LIBERADO PELO APROVADOR - "
                               "TICKET=" TR-RETENCAO " VALOR1="
                               TR-VALOR1 " VALOR2=" TR-VALOR2
                       WHEN LIB-JA-UTILIZADA (WS-LIB-IDX)
                           DISPLAY "AVISO: TICKET " TR-RETENCAO
                               " JA UTILIZADO EM LOTE ANTERIOR - PAR "
                               "RETIDO DE NOVO"
                       WHEN OTHER
                           DISPLAY "AVISO: TICKET " TR-RETENCAO
                               " NAO CONFIRMADO EM RETIDOS - PAR "
                               "RETIDO DE NOVO"
                   END-EVALUATE
               END-IF
           END-IF.

       3300-VERIFICAR-LIMITE-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA A ENTRADA WS-LIB-IDX DA TABELA DE LIBERACOES COM A
      *    REMESSA E A LINHA DO PAR CORRENTE
      *-----------------------------------------------------------------------
       3310-LOCALIZAR-LIBERACAO.

           IF WS-LIB-REMESSA (WS-LIB-IDX) = WS-FDR-CORRENTE
               AND WS-LIB-POSICAO (WS-LIB-IDX) = WS-FDR-POSICAO
               SET WS-LIB-IDX-ACHADO TO WS-LIB-IDX
           END-IF.

       3310-LOCALIZAR-LIBERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA O PAR CORRENTE EM RETIDOS COMO RETENCAO PENDENTE, COM
      *    O PROXIMO TICKET, A ORIGEM DO PAR E O LIMITE QUE ELE PASSOU,
      *    E O LISTA NO RELATORIO NO LUGAR DA LINHA DE DETALHE. O PAR
      *    NAO E CALCULADO NEM GRAVADO EM AUDITLOG
      *-----------------------------------------------------------------------
       3350-RETER-PAR.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           ADD 1 TO WS-RET-ULTIMO-TICKET.
           IF MODO-PARTICAO
               PERFORM 3355-AJUSTAR-TICKET-PARTICAO
                   THRU 3355-AJUSTAR-TICKET-PARTICAO-EXIT
           END-IF.

           MOVE SPACES TO WS-REGISTRO-RETENCAO.
           MOVE WS-RET-ULTIMO-TICKET TO RT-TICKET.
           SET RETENCAO-PENDENTE TO TRUE.
           MOVE WS-DATA-SISTEMA TO RT-DATA-RETENCAO.
           MOVE WS-HORA-SISTEMA TO RT-HORA-RETENCAO.
           MOVE WS-FDR-FEEDER (WS-FDR-CORRENTE) TO RT-FEEDER.
           MOVE WS-FDR-DATA (WS-FDR-CORRENTE) TO RT-DATA-ARQUIVO.
           MOVE WS-FDR-CORRENTE TO RT-REMESSA.
           MOVE WS-FDR-POSICAO TO RT-POSICAO.
           MOVE TR-VALOR1 TO RT-VALOR1.
           MOVE TR-VALOR2 TO RT-VALOR2.
           MOVE TR-CATEGORIA TO RT-CATEGORIA.
           MOVE TR-OPERACAO TO RT-OPERACAO.
           MOVE WS-LIMITE-CORRENTE TO RT-LIMITE.
           MOVE ZEROS TO RT-DATA-DECISAO RT-HORA-DECISAO.
           WRITE LINHA-RETENCAO FROM WS-REGISTRO-RETENCAO.

           ADD 1 TO WS-QTDE-RETIDOS.

           DISPLAY "PAR RETIDO PARA APROVACAO - TICKET=" RT-TICKET
               " CATEGORIA=" WS-CATEGORIA-CORRENTE " VALOR1="
               TR-VALOR1 " VALOR2=" TR-VALOR2.

           MOVE TR-VALOR1 TO WRT-VALOR1.
           MOVE TR-VALOR2 TO WRT-VALOR2.
           MOVE RT-TICKET TO WRT-TICKET.
           MOVE WS-CATEGORIA-CORRENTE TO WRT-CATEGORIA.
           MOVE WS-LIMITE-CORRENTE TO WRT-LIMITE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RETIDO.

       3350-RETER-PAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM RETIDOS A LINHA DE USO ("U") DA LIBERACAO DO PAR
      *    CORRENTE, JA CALCULADO: O TICKET, A ORIGEM DO PAR QUE
      *    GASTOU A LIBERACAO E A DATA/HORA DO USO NO LUGAR DA
      *    DECISAO. DAQUI EM DIANTE O TICKET NAO E MAIS CONFIRMADO
      *-----------------------------------------------------------------------
       3360-REGISTRAR-USO-LIBERACAO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO WS-REGISTRO-RETENCAO.
           MOVE TR-RETENCAO TO RT-TICKET.
           SET RETENCAO-UTILIZADA TO TRUE.
           MOVE ZEROS TO RT-DATA-RETENCAO RT-HORA-RETENCAO.
           MOVE WS-FDR-FEEDER (WS-FDR-CORRENTE) TO RT-FEEDER.
           MOVE WS-FDR-DATA (WS-FDR-CORRENTE) TO RT-DATA-ARQUIVO.
           MOVE WS-FDR-CORRENTE TO RT-REMESSA.
           MOVE WS-FDR-POSICAO TO RT-POSICAO.
           MOVE TR-VALOR1 TO RT-VALOR1.
           MOVE TR-VALOR2 TO RT-VALOR2.
           MOVE TR-CATEGORIA TO RT-CATEGORIA.
           MOVE TR-OPERACAO TO RT-OPERACAO.
           MOVE WS-LIMITE-CORRENTE TO RT-LIMITE.
           MOVE WS-DATA-SISTEMA TO RT-DATA-DECISAO.
           MOVE WS-HORA-SISTEMA TO RT-HORA-DECISAO.
           MOVE "LIBERACAO UTILIZADA NO LOTE" TO RT-MOTIVO-DECISAO.
           WRITE LINHA-RETENCAO FROM WS-REGISTRO-RETENCAO.

       3360-REGISTRAR-USO-LIBERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    NUM PASSO DE PARTICAO, AVANCA O TICKET ATE O PROXIMO NUMERO
      *    DA CLASSE DA PARTICAO (TICKET MODULO N = PARTICAO MODULO N)
      *    - AS PARTICOES RODAM AO MESMO TEMPO A PARTIR DO MESMO
      *    RETBASE E ASSIM NUNCA DAO O MESMO TICKET A DUAS RETENCOES.
      *    A NUMERACAO DO LOTE CONSOLIDADO FICA COM LACUNAS
      *-----------------------------------------------------------------------
       3355-AJUSTAR-TICKET-PARTICAO.

           DIVIDE WS-PART-NUMERO BY WS-MAPA-QTDE-PARTICOES
               GIVING WS-PART-QUOCIENTE REMAINDER WS-PART-ALVO.
           DIVIDE WS-RET-ULTIMO-TICKET BY WS-MAPA-QTDE-PARTICOES
               GIVING WS-PART-QUOCIENTE REMAINDER WS-PART-RESTO.

           IF WS-PART-RESTO > WS-PART-ALVO
               ADD WS-MAPA-QTDE-PARTICOES TO WS-RET-ULTIMO-TICKET
           END-IF.
           ADD WS-PART-ALVO TO WS-RET-ULTIMO-TICKET.
           SUBTRACT WS-PART-RESTO FROM WS-RET-ULTIMO-TICKET.

       3355-AJUSTAR-TICKET-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CALCULA A DIVISAO PROTEGENDO CONTRA DIVISOR ZERO
      *-----------------------------------------------------------------------
       3600-CALCULAR-MEDIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O ESTORNO CORRENTE CONTRA A SITUACAO DECIDIDA EM
      *    1400: SEM ORIGINAL NO AUDITLOG (MOTIVO 06) OU ORIGINAL JA
      *    ESTORNADA (MOTIVO 07) SEGUEM PARA REJEITOS; COM A ORIGINAL
      *    ENCONTRADA, WS-EST-IDX-ACHADO APONTA OS RESULTADOS DELA
      *    PARA 3750
      *-----------------------------------------------------------------------
       3700-VALIDAR-ESTORNO.

           MOVE ZEROS TO WS-EST-IDX-ACHADO.
           PERFORM 3710-LOCALIZAR-ESTORNO
               THRU 3710-LOCALIZAR-ESTORNO-EXIT
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-QTDE-USADAS
               OR WS-EST-IDX-ACHADO NOT = ZERO.

           IF WS-EST-IDX-ACHADO NOT = ZERO
               SET WS-EST-IDX TO WS-EST-IDX-ACHADO
           END-IF.

           EVALUATE TRUE
               WHEN WS-EST-IDX-ACHADO = ZERO
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "ERRO: ESTORNO SEM TRANSACAO ORIGINAL - "
                       "REFERENCIA=" TR-REFERENCIA
                   SET MOTIVO-ESTORNO-SEM-ORIGINAL TO TRUE
                   PERFORM 3900-GRAVAR-REJEITO
                       THRU 3900-GRAVAR-REJEITO-EXIT
               WHEN EST-SEM-ORIGINAL (WS-EST-IDX)
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "ERRO: ESTORNO SEM TRANSACAO ORIGINAL - "
                       "REFERENCIA=" TR-REFERENCIA
                   SET MOTIVO-ESTORNO-SEM-ORIGINAL TO TRUE
                   PERFORM 3900-GRAVAR-REJEITO
                       THRU 3900-GRAVAR-REJEITO-EXIT
               WHEN EST-JA-ESTORNADO (WS-EST-IDX)
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "ERRO: TRANSACAO JA ESTORNADA - "
                       "REFERENCIA=" TR-REFERENCIA
                   SET MOTIVO-ESTORNO-DUPLICADO TO TRUE
                   PERFORM 3900-GRAVAR-REJEITO
                       THRU 3900-GRAVAR-REJEITO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3700-VALIDAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA A ENTRADA WS-EST-IDX DA TABELA DE ESTORNOS COM A
      *    REMESSA E A LINHA DO PAR CORRENTE
      *-----------------------------------------------------------------------
       3710-LOCALIZAR-ESTORNO.

           IF WS-EST-REMESSA (WS-EST-IDX) = WS-FDR-CORRENTE
               AND WS-EST-POSICAO (WS-EST-IDX) = WS-FDR-POSICAO
               SET WS-EST-IDX-ACHADO TO WS-EST-IDX
           END-IF.

       3710-LOCALIZAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    APLICA O ESTORNO: OS RESULTADOS SAO OS DA TRANSACAO
      *    ORIGINAL COM O SINAL TROCADO. UMA DIVISAO QUE NA ORIGINAL
      *    FICOU COM O INDICADOR DE ERRO (DIVISOR ZERO) CONTINUA COM O
      *    INDICADOR, SEM NOVA REJEICAO
      *-----------------------------------------------------------------------
       3750-APLICAR-ESTORNO.

           SET WS-EST-IDX TO WS-EST-IDX-ACHADO.

           COMPUTE RES_SOMA = 0 - WS-EST-SOMA (WS-EST-IDX).
           COMPUTE RES_SUB = 0 - WS-EST-SUB (WS-EST-IDX).
           COMPUTE RES_MULT = 0 - WS-EST-MULT (WS-EST-IDX).
           COMPUTE MEDIA = 0 - WS-EST-MEDIA (WS-EST-IDX).

           IF WS-EST-DIV (WS-EST-IDX) = WS-INDICADOR-ERRO
               MOVE WS-INDICADOR-ERRO TO RES_DIV RESTO
           ELSE
               COMPUTE RES_DIV = 0 - WS-EST-DIV (WS-EST-IDX)
               COMPUTE RESTO = 0 - WS-EST-RESTO (WS-EST-IDX)
           END-IF.

       3750-APLICAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    VALIDA TR-CATEGORIA (OU A CATEGORIA-PADRAO, QUANDO EM
      *    BRANCO) CONTRA O CADASTRO CARREGADO DE CATMEST - CODIGO
           MOVE TR-CATEGORIA TO RJ-CATEGORIA.
           MOVE TR-OPERACAO TO RJ-OPERACAO.
           MOVE WS-MOTIVO-REJEITO TO RJ-MOTIVO.
           MOVE WS-FDR-FEEDER (WS-FDR-CORRENTE) TO RJ-FEEDER.
           MOVE WS-FDR-CORRENTE TO RJ-REMESSA.
           MOVE WS-FDR-POSICAO TO RJ-POSICAO.
           EVALUATE TRUE
               WHEN MOTIVO-NAO-NUMERICO
                   MOVE "PAR NAO NUMERICO" TO RJ-DESCRICAO
               WHEN MOTIVO-CATEGORIA-INVALIDA
                   MOVE "CATEGORIA DESCONHECIDA/INATIVA"
                       TO RJ-DESCRICAO
               WHEN MOTIVO-ESTORNO-SEM-ORIGINAL
                   MOVE "ESTORNO SEM TRANSACAO ORIGINAL"
                       TO RJ-DESCRICAO
               WHEN MOTIVO-ESTORNO-DUPLICADO
                   MOVE "TRANSACAO JA ESTORNADA" TO RJ-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO RJ-DESCRICAO
           END-EVALUATE.
           IF OP-ESTORNO
               MOVE TR-REFERENCIA(1:8) TO RJ-REF-DATA
               MOVE TR-REFERENCIA(9:8) TO RJ-REF-HORA
           ELSE
               MOVE SPACES TO RJ-REF-DATA RJ-REF-HORA
           END-IF.

           WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO.

           ADD 1 TO WS-QTDE-REJEITADOS.
           ADD 1 TO WS-FDR-REJEITADOS (WS-FDR-CORRENTE).

       3900-GRAVAR-REJEITO-EXIT.
           EXIT.
               ADD RES_SOMA TO WS-CAT-TOTAL-SOMA (WS-CAT-IDX)
               ADD RES_SUB TO WS-CAT-TOTAL-SUB (WS-CAT-IDX)
               ADD RES_MULT TO WS-CAT-TOTAL-MULT (WS-CAT-IDX)
               IF OP-ESTORNO
                   ADD 1 TO WS-CAT-QTDE-ESTORNO (WS-CAT-IDX)
                   ADD RES_SOMA TO WS-CAT-ESTORNO-SOMA (WS-CAT-IDX)
                   ADD RES_SUB TO WS-CAT-ESTORNO-SUB (WS-CAT-IDX)
                   ADD RES_MULT TO WS-CAT-ESTORNO-MULT (WS-CAT-IDX)
               END-IF
           END-IF.

       4000-ACUMULAR-CATEGORIA-EXIT.
                   ADD 1 TO WS-QTDE-OP-MULT
               WHEN OP-MEDIA
                   ADD 1 TO WS-QTDE-OP-MEDIA
               WHEN OP-ESTORNO
                   ADD 1 TO WS-QTDE-OP-ESTORNO
               WHEN OTHER
                   ADD 1 TO WS-QTDE-OP-TODAS
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA UMA LINHA DE AUDITORIA PARA O PAR DE VALORES CORRENTE,
      *    COM A PROXIMA SEQUENCIA E O VERIFICADOR ENCADEADO AO DA
      *    LINHA ANTERIOR (7050)
      *-----------------------------------------------------------------------
       7000-ESCREVER-AUDITORIA.

           MOVE RESTO TO WA-RESTO.
           MOVE RES_MULT TO WA-MULT.
           MOVE MEDIA TO WA-MEDIA.
           IF TR-CATEGORIA = SPACES
               MOVE WS-CATEGORIA-PADRAO TO WA-CATEGORIA
           ELSE
               MOVE TR-CATEGORIA TO WA-CATEGORIA
           END-IF.
           MOVE WS-OPERACAO-CORRENTE TO WA-OPERACAO.
           IF OP-ESTORNO AND ENTRADA-VALIDA
               MOVE "E" TO WA-TIPO
               MOVE TR-REF-DATA TO WA-REF-DATA
               MOVE TR-REF-HORA TO WA-REF-HORA
           ELSE
               MOVE "N" TO WA-TIPO
               MOVE ZEROS TO WA-REF-DATA WA-REF-HORA
           END-IF.

           MOVE WS-MODO-ARREDONDAMENTO TO WA-ARREDONDAMENTO.

           PERFORM 7050-ENCADEAR-AUDITORIA
               THRU 7050-ENCADEAR-AUDITORIA-EXIT.

       7000-ESCREVER-AUDITORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    NUMERA A LINHA DE AUDITORIA MONTADA EM WS-LINHA-AUDITORIA,
      *    CALCULA O SEU VERIFICADOR ENCADEADO AO DA LINHA ANTERIOR E A
      *    GRAVA - PARA CADA PAR CALCULADO (7000) E, NA CONSOLIDACAO,
      *    PARA CADA LINHA TRAZIDA DO AUDITLOG DE UMA PARTICAO (2540)
      *-----------------------------------------------------------------------
       7050-ENCADEAR-AUDITORIA.

           ADD 1 TO WS-CADEIA-SEQUENCIA.
           MOVE WS-CADEIA-SEQUENCIA TO WA-SEQUENCIA.
           MOVE WS-LINHA-AUDITORIA (1:153) TO CD-AREA.
           MOVE WS-CADEIA-VERIFICADOR TO CD-VERIFICADOR-ANTERIOR.
           CALL "CadeiaAuditoria" USING WS-PARAMETRO-CADEIA.
           MOVE CD-VERIFICADOR TO WA-VERIFICADOR WS-CADEIA-VERIFICADOR.

           WRITE LINHA-AUDITORIA FROM WS-LINHA-AUDITORIA.

       7050-ENCADEAR-AUDITORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    FECHA OS ARQUIVOS AO FINAL DO LOTE
      *-----------------------------------------------------------------------
           MOVE WS-QTDE-OP-MULT TO WO-MULT.
           MOVE WS-QTDE-OP-MEDIA TO WO-MEDIA.
           MOVE WS-QTDE-OP-TODAS TO WO-TODAS.
           MOVE WS-QTDE-OP-ESTORNO TO WO-ESTORNO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACOES.

           IF WS-CAT-QTDE-USADAS > ZERO
           MOVE WS-TAXA-ERRO-CALC TO WE-TAXA-ERRO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-EXCECAO.

           MOVE WS-QTDE-RETIDOS TO WRR-RETIDOS.
           MOVE WS-QTDE-LIBERADOS TO WRR-LIBERADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO-RETENCAO.

           DISPLAY "======= RESUMO DO LOTE =======".
           DISPLAY "REGISTROS PROCESSADOS: " WS-QTDE-REGISTROS.
           DISPLAY "TOTAL GERAL SOMA......: " WS-TOTAL-SOMA.
           DISPLAY "PARES VALIDOS.........: " WS-QTDE-VALIDOS.
           DISPLAY "PARES REJEITADOS......: " WS-QTDE-REJEITADOS.
           DISPLAY "TAXA DE ERRO..........: " WE-TAXA-ERRO "%".
           DISPLAY "ESTORNOS APLICADOS....: " WS-QTDE-OP-ESTORNO.
           DISPLAY "PARES RETIDOS.........: " WS-QTDE-RETIDOS.
           DISPLAY "LIBERACOES APLICADAS..: " WS-QTDE-LIBERADOS.
           DISPLAY "REMESSAS ACEITAS......: " WS-QTDE-FDR-ACEITOS.
           DISPLAY "REMESSAS REJEITADAS...: " WS-QTDE-FDR-REJEITADOS.
           DISPLAY "REMESSAS RETRANSMITID.: " WS-QTDE-FDR-DUPLICADOS.
           DISPLAY "REMESSAS PER. FECHADO.: " WS-QTDE-FDR-FECHADOS.

           PERFORM 8200-RECONCILIAR-AUDITORIA
               THRU 8200-RECONCILIAR-AUDITORIA-EXIT.
           PERFORM 8300-VERIFICAR-CONTROLE-ENTRADA
               THRU 8300-VERIFICAR-CONTROLE-ENTRADA-EXIT.

           WRITE LINHA-RELATORIO FROM WS-CABECALHO-FEEDER.
           PERFORM 8150-IMPRIMIR-FEEDER
               THRU 8150-IMPRIMIR-FEEDER-EXIT
               VARYING WS-FDR-IDX FROM 1 BY 1
               UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS.

           PERFORM 8700-GRAVAR-RESULTADO-FEEDER
               THRU 8700-GRAVAR-RESULTADO-FEEDER-EXIT.

           PERFORM 8400-GRAVAR-AUDCTRL
               THRU 8400-GRAVAR-AUDCTRL-EXIT.

           PERFORM 8600-GRAVAR-EXTRATO-GL
               THRU 8600-GRAVAR-EXTRATO-GL-EXIT.

           IF NOT MODO-CONSOLIDACAO
               IF FORMATO-CSV
                   CLOSE TRANS-FILE-CSV
               ELSE
                   CLOSE TRANS-FILE
               END-IF
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE RETENCAO-FILE.

           IF WS-QTDE-RETIDOS > ZERO
               DISPLAY "AVISO: " WS-QTDE-RETIDOS " PAR(ES) RETIDO(S) "
                   "AGUARDANDO APROVACAO EM RETIDOS (LiberaRetidos)"
           END-IF.

           MOVE WS-RC-LOTE TO RETURN-CODE.

       8000-FINALIZAR-EXIT.
           EXIT.
               MOVE WS-CAT-TOTAL-SOMA (WS-CAT-IDX) TO WCG-TOTAL-SOMA
               MOVE WS-CAT-TOTAL-SUB (WS-CAT-IDX) TO WCG-TOTAL-SUB
               MOVE WS-CAT-TOTAL-MULT (WS-CAT-IDX) TO WCG-TOTAL-MULT
               MOVE WS-CAT-QTDE-ESTORNO (WS-CAT-IDX) TO WCG-QTDE-ESTORNO
               WRITE LINHA-RELATORIO FROM WS-LINHA-CATEGORIA
           END-IF.

       8100-IMPRIMIR-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM RELATORIO A LINHA DA REMESSA WS-FDR-IDX - FEEDER,
      *    DATA DO HEADER, SITUACAO NA ENTRADA, PARES PROCESSADOS E
      *    REJEITADOS, TOTAIS E O RESULTADO DA CONFERENCIA DE
      *    CONTROLE; UMA REMESSA REJEITADA OU RECUSADA LEVA TAMBEM A
      *    LINHA COM O MOTIVO
      *-----------------------------------------------------------------------
       8150-IMPRIMIR-FEEDER.

           MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO WFD-FEEDER.
           MOVE WS-FDR-DATA (WS-FDR-IDX) TO WFD-DATA.
           EVALUATE TRUE
               WHEN FDR-REENVIADO (WS-FDR-IDX)
                   MOVE "REENVIADA" TO WFD-SITUACAO
               WHEN FDR-ACEITO (WS-FDR-IDX)
                   MOVE "ACEITA" TO WFD-SITUACAO
               WHEN FDR-DUPLICADO (WS-FDR-IDX)
                   MOVE "RETRANSM." TO WFD-SITUACAO
               WHEN FDR-PERIODO-FECHADO (WS-FDR-IDX)
                   MOVE "PER.FECH." TO WFD-SITUACAO
               WHEN OTHER
                   MOVE "REJEITADA" TO WFD-SITUACAO
           END-EVALUATE.
           MOVE WS-FDR-QTDE (WS-FDR-IDX) TO WFD-QTDE.
           MOVE WS-FDR-REJEITADOS (WS-FDR-IDX) TO WFD-REJEITADOS.
           MOVE WS-FDR-TOTAL-SOMA (WS-FDR-IDX) TO WFD-TOTAL-SOMA.
           MOVE WS-FDR-TOTAL-SUB (WS-FDR-IDX) TO WFD-TOTAL-SUB.
           MOVE WS-FDR-TOTAL-MULT (WS-FDR-IDX) TO WFD-TOTAL-MULT.
           IF FDR-CONTROLE-OK (WS-FDR-IDX)
               MOVE "OK" TO WFD-CONTROLE
           ELSE
               MOVE "FALHOU" TO WFD-CONTROLE
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-FEEDER.

           IF NOT FDR-ACEITO (WS-FDR-IDX)
               MOVE WS-FDR-MOTIVO (WS-FDR-IDX) TO WFM-MOTIVO
               WRITE LINHA-RELATORIO FROM WS-LINHA-FEEDER-MOTIVO
           END-IF.

       8150-IMPRIMIR-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE, REMESSA A REMESSA, O QUE O FEEDER DECLAROU NO
      *    HEADER/TRAILER CONTRA O QUE FOI EFETIVAMENTE LIDO DELA NA
      *    LEITURA REAL (QUANTIDADE DE PARES E HASH TOTALS DE
      *    TR-VALOR1/TR-VALOR2). AS REMESSAS REJEITADAS NA VARREDURA
      *    PREVIA SO SAO LISTADAS COM O MOTIVO; UMA REMESSA ACEITA QUE
      *    NAO CONFERE AQUI (ARQUIVO ALTERADO ENTRE AS DUAS LEITURAS)
      *    IMPEDE O LOTE DE SER DADO POR BOM, E ELE TERMINA COM
      *    RETURN-CODE 8 EM VEZ DE PASSAR EM SILENCIO
      *-----------------------------------------------------------------------
       8300-VERIFICAR-CONTROLE-ENTRADA.

           DISPLAY "======= CONTROLE DE COMPLETUDE DA ENTRADA =======".

           PERFORM 8310-VERIFICAR-CONTROLE-REMESSA
               THRU 8310-VERIFICAR-CONTROLE-REMESSA-EXIT
               VARYING WS-FDR-IDX FROM 1 BY 1
               UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS.

           IF CONTROLE-ENTRADA-FALHOU
               DISPLAY "LOTE NAO PODE SER DADO POR BOM - CONFERENCIA "
                   "DE HEADER/TRAILER FALHOU"
               IF WS-RC-LOTE < 8
                   MOVE 8 TO WS-RC-LOTE
               END-IF
           ELSE
               DISPLAY "QUANTIDADE E HASH TOTALS CONFEREM COM O "
                   "TRAILER DE TODAS AS REMESSAS ACEITAS"
           END-IF.

           IF WS-QTDE-FDR-ACEITOS < WS-FDR-QTDE-USADAS
               DISPLAY "AVISO: REMESSA(S) REJEITADA(S) NA ENTRADA - "
                   "VER TOTAIS POR FEEDER/REMESSA NO RELATORIO"
           END-IF.

       8300-VERIFICAR-CONTROLE-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONFERE O HEADER/TRAILER DA REMESSA WS-FDR-IDX CONTRA O QUE
      *    A LEITURA REAL ENTREGOU DELA AO CALCULO
      *-----------------------------------------------------------------------
       8310-VERIFICAR-CONTROLE-REMESSA.

           DISPLAY "REMESSA: FEEDER=" WS-FDR-FEEDER (WS-FDR-IDX)
               " DATA=" WS-FDR-DATA (WS-FDR-IDX).

           IF NOT FDR-ACEITO (WS-FDR-IDX)
               DISPLAY "  REJEITADA NA ENTRADA - "
                   WS-FDR-MOTIVO (WS-FDR-IDX)
           ELSE
               IF WS-FDR-TRL-QTDE (WS-FDR-IDX) NOT =
                       WS-FDR-LIDOS (WS-FDR-IDX)
                   SET FDR-CONTROLE-FALHOU (WS-FDR-IDX) TO TRUE
                   SET CONTROLE-ENTRADA-FALHOU TO TRUE
                   DISPLAY "  ERRO: QUANTIDADE DECLARADA NO TRAILER="
                       WS-FDR-TRL-QTDE (WS-FDR-IDX) " DIFERE DO LIDO="
                       WS-FDR-LIDOS (WS-FDR-IDX)
               END-IF
               IF WS-FDR-TRL-HASH-VALOR1 (WS-FDR-IDX) NOT =
                       WS-FDR-HASH-VALOR1-LIDO (WS-FDR-IDX)
                   OR WS-FDR-TRL-HASH-VALOR2 (WS-FDR-IDX) NOT =
                       WS-FDR-HASH-VALOR2-LIDO (WS-FDR-IDX)
                   SET FDR-CONTROLE-FALHOU (WS-FDR-IDX) TO TRUE
                   SET CONTROLE-ENTRADA-FALHOU TO TRUE
                   DISPLAY "  ERRO: HASH TOTALS DO TRAILER DIFEREM DO "
                       "LIDO - TRAILER V1="
                       WS-FDR-TRL-HASH-VALOR1 (WS-FDR-IDX)
                       " V2=" WS-FDR-TRL-HASH-VALOR2 (WS-FDR-IDX)
                   DISPLAY "                 LIDO    V1="
                       WS-FDR-HASH-VALOR1-LIDO (WS-FDR-IDX)
                       " V2=" WS-FDR-HASH-VALOR2-LIDO (WS-FDR-IDX)
               END-IF
               IF FDR-CONTROLE-OK (WS-FDR-IDX)
                   DISPLAY "  QUANTIDADE E HASH TOTALS CONFEREM COM O "
                       "TRAILER DO FEEDER"
               END-IF
           END-IF.

       8310-VERIFICAR-CONTROLE-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REGRAVA O REGISTRO DE CONTROLE AUDCTRL COM A QUANTIDADE DE
      *    LINHAS CORRENTE DO AUDITLOG VIVO (CONTADA NA VARREDURA DE
      *    8200) E O FIM DA CADEIA, PARA O PROXIMO LOTE OBTER A SUA
      *    BASE SEM VARRER O LOG - A ANCORA DO EXPURGO SEGUE COMO FOI
      *    LIDA EM 1072 - MESMO PADRAO OUTPUT/WRITE/CLOSE DE CALCCKPT/
      *    VARCKPT
      *-----------------------------------------------------------------------
       8400-GRAVAR-AUDCTRL.

                   "RECONCILIACAO NAO RODOU NESTE LOTE"
           ELSE
               MOVE WS-QTDE-AUDIT-FINAL TO AUDCTRL-QTDE-LINHAS
               MOVE WS-CADEIA-SEQUENCIA TO AUDCTRL-ULTIMA-SEQUENCIA
               MOVE WS-CADEIA-VERIFICADOR TO AUDCTRL-ULTIMO-VERIFICADOR
               OPEN OUTPUT AUDCTRL-FILE
               IF WS-STATUS-AUDCTRL NOT = "00"
                   DISPLAY "AVISO: NAO FOI POSSIVEL REGRAVAR AUDCTRL "
                       "- STATUS=" WS-STATUS-AUDCTRL
               ELSE
                   WRITE LINHA-AUDCTRL FROM WS-REGISTRO-AUDCTRL
                   CLOSE AUDCTRL-FILE
               END-IF
           END-IF.
               MOVE WS-CONTROLE-OK-SW TO RL-CONTROLE
               MOVE WS-RESTART-SW TO RL-RESTART
               WRITE LINHA-RUNLOG FROM WS-REGISTRO-RUNLOG
               PERFORM 8510-GRAVAR-RUNLOG-FEEDER
                   THRU 8510-GRAVAR-RUNLOG-FEEDER-EXIT
                   VARYING WS-FDR-IDX FROM 1 BY 1
                   UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS
               CLOSE RUNLOG-FILE
           END-IF.

       8500-GRAVAR-RUNLOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ACRESCENTA A RUNLOG, LOGO APOS A LINHA DA EXECUCAO E COM A
      *    MESMA DATA/HORA, A LINHA "FDR" DA REMESSA WS-FDR-IDX -
      *    FEEDER, DATA DO HEADER, SITUACAO NA ENTRADA, CONFERENCIA DE
      *    CONTROLE, PARES PROCESSADOS/REJEITADOS E TOTAIS
      *-----------------------------------------------------------------------
       8510-GRAVAR-RUNLOG-FEEDER.

           MOVE SPACES TO WS-REGISTRO-RUNLOG-FEEDER.
           MOVE RL-DATA TO RLF-DATA.
           MOVE RL-HORA TO RLF-HORA.
           MOVE "FDR" TO RLF-TIPO.
           MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO RLF-FEEDER.
           MOVE WS-FDR-DATA (WS-FDR-IDX) TO RLF-DATA-ARQUIVO.
           MOVE WS-FDR-SITUACAO (WS-FDR-IDX) TO RLF-SITUACAO.
           MOVE WS-FDR-CONTROLE-SW (WS-FDR-IDX) TO RLF-CONTROLE.
           MOVE WS-FDR-QTDE (WS-FDR-IDX) TO RLF-QTDE-REGISTROS.
           MOVE WS-FDR-REJEITADOS (WS-FDR-IDX)
               TO RLF-QTDE-REJEITADOS.
           MOVE WS-FDR-TOTAL-SOMA (WS-FDR-IDX) TO RLF-TOTAL-SOMA.
           MOVE WS-FDR-TOTAL-SUB (WS-FDR-IDX) TO RLF-TOTAL-SUB.
           MOVE WS-FDR-TOTAL-MULT (WS-FDR-IDX) TO RLF-TOTAL-MULT.
           WRITE LINHA-RUNLOG FROM WS-REGISTRO-RUNLOG-FEEDER.

       8510-GRAVAR-RUNLOG-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA O EXTRATO DE INTERFACE CONTABIL (GLEXTR) - UM
      *    REGISTRO POR CATEGORIA COM MOVIMENTO NO LOTE - SOMENTE
                       THRU 8605-ABRIR-E-GRAVAR-GL-EXIT
           END-EVALUATE.

           IF EXTRATO-GL-GRAVADO
               PERFORM 8650-GRAVAR-REMESSA
                   THRU 8650-GRAVAR-REMESSA-EXIT
           END-IF.

       8600-GRAVAR-EXTRATO-GL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ABRE GLEXTR E GRAVA UM REGISTRO POR CATEGORIA COM
      *    MOVIMENTO, COM A DATA EFETIVA DO HEADER DO FEEDER - COM
      *    VARIAS REMESSAS, A MAIOR DATA DE HEADER ENTRE AS ACEITAS
      *    (OU A DATA DO SISTEMA QUANDO NENHUMA TROUXE DATA)
      *-----------------------------------------------------------------------
       8605-ABRIR-E-GRAVAR-GL.

               DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR GLEXTR - "
                   "STATUS=" WS-STATUS-GLEXTR
           ELSE
               MOVE ZEROS TO GL-DATA-EFETIVA
               PERFORM 8607-APURAR-DATA-EFETIVA
                   THRU 8607-APURAR-DATA-EFETIVA-EXIT
                   VARYING WS-FDR-IDX FROM 1 BY 1
                   UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS
               IF GL-DATA-EFETIVA = ZERO
                   ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                   MOVE WS-DATA-SISTEMA TO GL-DATA-EFETIVA
               END-IF
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-QTDE-USADAS
               CLOSE GLEXTR-FILE
               SET EXTRATO-GL-GRAVADO TO TRUE
               DISPLAY "EXTRATO CONTABIL GRAVADO EM GLEXTR"
           END-IF.

           EXIT.

      *-----------------------------------------------------------------------
      *    LEVA PARA GL-DATA-EFETIVA A DATA DO HEADER DA REMESSA
      *    WS-FDR-IDX QUANDO ELA FOI ACEITA E A DATA E MAIOR QUE A
      *    JA APURADA
      *-----------------------------------------------------------------------
       8607-APURAR-DATA-EFETIVA.

           IF FDR-ACEITO (WS-FDR-IDX)
               AND FDR-COM-HEADER (WS-FDR-IDX)
               AND WS-FDR-DATA (WS-FDR-IDX) > GL-DATA-EFETIVA
               MOVE WS-FDR-DATA (WS-FDR-IDX) TO GL-DATA-EFETIVA
           END-IF.

       8607-APURAR-DATA-EFETIVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA NO EXTRATO CONTABIL OS REGISTROS DA CATEGORIA
      *    WS-CAT-IDX: O "N" COM O MOVIMENTO NORMAL (TOTAIS DA
      *    CATEGORIA SEM A PARTE DOS ESTORNOS) E, QUANDO HOUVE
      *    ESTORNO, O "E" SO COM OS ESTORNOS - A SOMA DOS DOIS E O
      *    TOTAL DA CATEGORIA NO RELATORIO. ENTRADAS SEM MOVIMENTO NO
      *    LOTE NAO POSTAM
      *-----------------------------------------------------------------------
       8610-GRAVAR-CATEGORIA-GL.

           MOVE WS-CAT-CODIGO (WS-CAT-IDX) TO GL-CATEGORIA.

           IF WS-CAT-QTDE (WS-CAT-IDX)
               > WS-CAT-QTDE-ESTORNO (WS-CAT-IDX)
               SET GL-LANCAMENTO-NORMAL TO TRUE
               SUBTRACT WS-CAT-QTDE-ESTORNO (WS-CAT-IDX)
                   FROM WS-CAT-QTDE (WS-CAT-IDX) GIVING GL-QTDE
               SUBTRACT WS-CAT-ESTORNO-SOMA (WS-CAT-IDX)
                   FROM WS-CAT-TOTAL-SOMA (WS-CAT-IDX)
                   GIVING GL-TOTAL-SOMA
               SUBTRACT WS-CAT-ESTORNO-SUB (WS-CAT-IDX)
                   FROM WS-CAT-TOTAL-SUB (WS-CAT-IDX)
                   GIVING GL-TOTAL-SUB
               SUBTRACT WS-CAT-ESTORNO-MULT (WS-CAT-IDX)
                   FROM WS-CAT-TOTAL-MULT (WS-CAT-IDX)
                   GIVING GL-TOTAL-MULT
               WRITE LINHA-GLEXTR FROM WS-REGISTRO-GLEXTR
           END-IF.

           IF WS-CAT-QTDE-ESTORNO (WS-CAT-IDX) NOT = ZERO
               SET GL-LANCAMENTO-ESTORNO TO TRUE
               MOVE WS-CAT-QTDE-ESTORNO (WS-CAT-IDX) TO GL-QTDE
               MOVE WS-CAT-ESTORNO-SOMA (WS-CAT-IDX) TO GL-TOTAL-SOMA
               MOVE WS-CAT-ESTORNO-SUB (WS-CAT-IDX) TO GL-TOTAL-SUB
               MOVE WS-CAT-ESTORNO-MULT (WS-CAT-IDX) TO GL-TOTAL-MULT
               WRITE LINHA-GLEXTR FROM WS-REGISTRO-GLEXTR
           END-IF.

       8610-GRAVAR-CATEGORIA-GL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ACRESCENTA AS REMESSAS ACEITAS DESTE LOTE AO REGISTRO
      *    PERMANENTE REMESSAS (SO CHEGA AQUI QUANDO O LOTE TERMINOU
      *    LIMPO E O GLEXTR FOI GRAVADO), PARA UMA RETRANSMISSAO DO
      *    MESMO ARQUIVO SER RECUSADA EM 1200. UM REPROCESSAMENTO POR
      *    REENVIO AUTORIZADO GERA NOVA ENTRADA, MARCADA EM RM-REENVIO
      *-----------------------------------------------------------------------
       8650-GRAVAR-REMESSA.

           OPEN EXTEND REMESSA-FILE.
           IF WS-STATUS-REMESSAS = "35"
               OPEN OUTPUT REMESSA-FILE
           END-IF.
           IF WS-STATUS-REMESSAS NOT = "00"
               DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR REMESSAS - "
                   "STATUS=" WS-STATUS-REMESSAS
               DISPLAY "AVISO: UMA RETRANSMISSAO DESTE ARQUIVO NAO "
                   "SERA DETECTADA"
           ELSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               PERFORM 8655-GRAVAR-REMESSA-FEEDER
                   THRU 8655-GRAVAR-REMESSA-FEEDER-EXIT
                   VARYING WS-FDR-IDX FROM 1 BY 1
                   UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS
               CLOSE REMESSA-FILE
           END-IF.

       8650-GRAVAR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM REMESSAS A ENTRADA DA REMESSA WS-FDR-IDX, QUANDO
      *    ELA FOI ACEITA NESTE LOTE
      *-----------------------------------------------------------------------
       8655-GRAVAR-REMESSA-FEEDER.

           IF FDR-ACEITO (WS-FDR-IDX)
               MOVE SPACES TO WS-REGISTRO-REMESSA
               MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO RM-FEEDER
               MOVE WS-FDR-DATA (WS-FDR-IDX) TO RM-DATA
               MOVE WS-FDR-TRL-QTDE (WS-FDR-IDX) TO RM-QTDE
               MOVE WS-FDR-TRL-HASH-VALOR1 (WS-FDR-IDX)
                   TO RM-HASH-VALOR1
               MOVE WS-FDR-TRL-HASH-VALOR2 (WS-FDR-IDX)
                   TO RM-HASH-VALOR2
               MOVE WS-DATA-SISTEMA TO RM-DATA-PROC
               MOVE WS-HORA-SISTEMA TO RM-HORA-PROC
               IF FDR-REENVIADO (WS-FDR-IDX)
                   MOVE "S" TO RM-REENVIO
               ELSE
                   MOVE "N" TO RM-REENVIO
               END-IF
               WRITE LINHA-REMESSA FROM WS-REGISTRO-REMESSA
               DISPLAY "REMESSA REGISTRADA EM REMESSAS - FEEDER="
                   WS-FDR-FEEDER (WS-FDR-IDX) " DATA="
                   WS-FDR-DATA (WS-FDR-IDX)
           END-IF.

       8655-GRAVAR-REMESSA-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    REGRAVA FEEDRES COM O RESULTADO DE CADA REMESSA DESTE LOTE
      *    (ACEITA, REJEITADA NO CONTROLE OU RECUSADA COMO
      *    RETRANSMISSAO), BASE DA CONFIRMACAO DEVOLVIDA AOS FEEDERS.
      *    CHAMADO AO FIM DO LOTE E TAMBEM QUANDO 1200 ENCERRA SEM
      *    NENHUMA REMESSA APTA, PARA QUE OS FEEDERS RECUSADOS SAIBAM
      *    POR QUE. UMA FALHA AQUI NAO DESFAZ O LOTE - SO FICA O AVISO
      *-----------------------------------------------------------------------
       8700-GRAVAR-RESULTADO-FEEDER.

           OPEN OUTPUT FEEDRES-FILE.
           IF WS-STATUS-FEEDRES NOT = "00"
               DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR FEEDRES - "
                   "STATUS=" WS-STATUS-FEEDRES
               DISPLAY "AVISO: A CONFIRMACAO AOS FEEDERS DESTE LOTE "
                   "NAO SERA GERADA"
           ELSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               PERFORM 8710-GRAVAR-RESULTADO-REMESSA
                   THRU 8710-GRAVAR-RESULTADO-REMESSA-EXIT
                   VARYING WS-FDR-IDX FROM 1 BY 1
                   UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS
               CLOSE FEEDRES-FILE
           END-IF.

       8700-GRAVAR-RESULTADO-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM FEEDRES A LINHA DA REMESSA WS-FDR-IDX
      *-----------------------------------------------------------------------
       8710-GRAVAR-RESULTADO-REMESSA.

           MOVE SPACES TO WS-REGISTRO-RESULTADO-FEEDER.
           MOVE WS-DATA-SISTEMA TO RF-DATA-PROC.
           MOVE WS-HORA-SISTEMA TO RF-HORA-PROC.
           SET WS-FDR-CORRENTE TO WS-FDR-IDX.
           MOVE WS-FDR-CORRENTE TO RF-REMESSA.
           MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO RF-FEEDER.
           MOVE WS-FDR-DATA (WS-FDR-IDX) TO RF-DATA-ARQUIVO.
           MOVE WS-FDR-SITUACAO (WS-FDR-IDX) TO RF-SITUACAO.
           MOVE WS-FDR-CONTROLE-SW (WS-FDR-IDX) TO RF-CONTROLE.
           MOVE WS-FDR-TRL-QTDE (WS-FDR-IDX) TO RF-QTDE-DECLARADA.
           MOVE WS-FDR-LIDOS (WS-FDR-IDX) TO RF-QTDE-LIDOS.
           SUBTRACT WS-FDR-REJEITADOS (WS-FDR-IDX)
               FROM WS-FDR-QTDE (WS-FDR-IDX)
               GIVING RF-QTDE-ACEITOS.
           MOVE WS-FDR-REJEITADOS (WS-FDR-IDX) TO RF-QTDE-REJEITADOS.
           MOVE WS-FDR-TOTAL-SOMA (WS-FDR-IDX) TO RF-TOTAL-SOMA.
           MOVE WS-FDR-TOTAL-SUB (WS-FDR-IDX) TO RF-TOTAL-SUB.
           MOVE WS-FDR-TOTAL-MULT (WS-FDR-IDX) TO RF-TOTAL-MULT.
           IF FDR-ACEITO (WS-FDR-IDX)
               MOVE SPACES TO RF-MOTIVO
           ELSE
               MOVE WS-FDR-MOTIVO (WS-FDR-IDX) TO RF-MOTIVO
           END-IF.
           WRITE LINHA-FEEDRES FROM WS-REGISTRO-RESULTADO-FEEDER.

       8710-GRAVAR-RESULTADO-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    FIM DE UM PASSO DE PARTICAO: GRAVA EM PARTRES O QUE A
      *    PARTICAO LEU E CALCULOU DE CADA REMESSA, OS TOTAIS DE CADA
      *    CATEGORIA SUA E A LINHA DE TOTAL (POR ULTIMO), ZERA O
      *    CHECKPOINT PROPRIO E FECHA OS ARQUIVOS. TOTAIS DO RELATORIO,
      *    CONFERENCIAS, RUNLOG, EXTRATO CONTABIL E RESULTADO AOS
      *    FEEDERS SO SAO FEITOS PELA CONSOLIDACAO, SOBRE O LOTE INTEIRO
      *-----------------------------------------------------------------------
       8800-FINALIZAR-PARTICAO.

           MOVE ZEROS TO ACUMULADOR.
           OPEN INPUT CONTADOR-FILE.
           IF WS-STATUS-CONTADOR = "00"
               READ CONTADOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CR-ACUMULADOR TO ACUMULADOR
               END-READ
               CLOSE CONTADOR-FILE
           END-IF.

           DISPLAY "======= RESUMO DA PARTICAO =======".
           DISPLAY "PARTICAO.............: " WS-PART-NUMERO " DE "
               WS-MAPA-QTDE-PARTICOES.
           DISPLAY "REGISTROS PROCESSADOS: " WS-QTDE-REGISTROS.
           DISPLAY "TOTAL GERAL SOMA......: " WS-TOTAL-SOMA.
           DISPLAY "TOTAL GERAL SUBTRACAO.: " WS-TOTAL-SUB.
           DISPLAY "TOTAL GERAL MULTIPLIC.: " WS-TOTAL-MULT.
           DISPLAY "PARES REJEITADOS......: " WS-QTDE-REJEITADOS.
           DISPLAY "ESTORNOS APLICADOS....: " WS-QTDE-OP-ESTORNO.
           DISPLAY "PARES RETIDOS.........: " WS-QTDE-RETIDOS.
           DISPLAY "LIBERACOES APLICADAS..: " WS-QTDE-LIBERADOS.
           DISPLAY "CHAMADAS AO CONTADOR..: " ACUMULADOR.

           OPEN OUTPUT PARTRES-FILE.
           IF WS-STATUS-PARTRES NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR PARTRES - STATUS="
                   WS-STATUS-PARTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 8810-GRAVAR-PARTRES-REMESSA
               THRU 8810-GRAVAR-PARTRES-REMESSA-EXIT
               VARYING WS-FDR-IDX FROM 1 BY 1
               UNTIL WS-FDR-IDX > WS-FDR-QTDE-USADAS.

           PERFORM 8820-GRAVAR-PARTRES-CATEGORIA
               THRU 8820-GRAVAR-PARTRES-CATEGORIA-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-QTDE-USADAS.

           PERFORM 8830-GRAVAR-PARTRES-TOTAL
               THRU 8830-GRAVAR-PARTRES-TOTAL-EXIT.

           CLOSE PARTRES-FILE.

           PERFORM 1700-RESETAR-CHECKPOINT
               THRU 1700-RESETAR-CHECKPOINT-EXIT.

           IF FORMATO-CSV
               CLOSE TRANS-FILE-CSV
           ELSE
               CLOSE TRANS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE RETENCAO-FILE.

           DISPLAY "RESULTADO DA PARTICAO GRAVADO EM PARTRES - O LOTE "
               "SO FECHA NO PASSO DE CONSOLIDACAO".

           MOVE WS-RC-LOTE TO RETURN-CODE.

       8800-FINALIZAR-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM PARTRES A LINHA "F" DA REMESSA WS-FDR-IDX
      *-----------------------------------------------------------------------
       8810-GRAVAR-PARTRES-REMESSA.

           MOVE SPACES TO WS-REGISTRO-PARTRES.
           SET PR-LINHA-REMESSA TO TRUE.
           SET WS-RES-NUMERO TO WS-FDR-IDX.
           MOVE WS-RES-NUMERO TO PRF-REMESSA.
           MOVE WS-FDR-FEEDER (WS-FDR-IDX) TO PRF-FEEDER.
           MOVE WS-FDR-SITUACAO (WS-FDR-IDX) TO PRF-SITUACAO.
           MOVE WS-FDR-LIDOS (WS-FDR-IDX) TO PRF-LIDOS.
           MOVE WS-FDR-HASH-VALOR1-LIDO (WS-FDR-IDX)
               TO PRF-HASH-VALOR1.
           MOVE WS-FDR-HASH-VALOR2-LIDO (WS-FDR-IDX)
               TO PRF-HASH-VALOR2.
           MOVE WS-FDR-QTDE (WS-FDR-IDX) TO PRF-QTDE.
           MOVE WS-FDR-REJEITADOS (WS-FDR-IDX) TO PRF-REJEITADOS.
           MOVE WS-FDR-TOTAL-SOMA (WS-FDR-IDX) TO PRF-TOTAL-SOMA.
           MOVE WS-FDR-TOTAL-SUB (WS-FDR-IDX) TO PRF-TOTAL-SUB.
           MOVE WS-FDR-TOTAL-MULT (WS-FDR-IDX) TO PRF-TOTAL-MULT.

           PERFORM 8890-GRAVAR-LINHA-PARTRES
               THRU 8890-GRAVAR-LINHA-PARTRES-EXIT.

       8810-GRAVAR-PARTRES-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM PARTRES A LINHA "C" DA CATEGORIA WS-CAT-IDX, SE ELA
      *    TEVE MOVIMENTO NA PARTICAO
      *-----------------------------------------------------------------------
       8820-GRAVAR-PARTRES-CATEGORIA.

           IF WS-CAT-QTDE (WS-CAT-IDX) NOT = ZERO
               MOVE SPACES TO WS-REGISTRO-PARTRES
               SET PR-LINHA-CATEGORIA TO TRUE
               MOVE WS-CAT-CODIGO (WS-CAT-IDX) TO PRC-CATEGORIA
               MOVE WS-CAT-QTDE (WS-CAT-IDX) TO PRC-QTDE
               MOVE WS-CAT-TOTAL-SOMA (WS-CAT-IDX) TO PRC-TOTAL-SOMA
               MOVE WS-CAT-TOTAL-SUB (WS-CAT-IDX) TO PRC-TOTAL-SUB
               MOVE WS-CAT-TOTAL-MULT (WS-CAT-IDX) TO PRC-TOTAL-MULT
               MOVE WS-CAT-QTDE-ESTORNO (WS-CAT-IDX)
                   TO PRC-QTDE-ESTORNO
               MOVE WS-CAT-ESTORNO-SOMA (WS-CAT-IDX)
                   TO PRC-ESTORNO-SOMA
               MOVE WS-CAT-ESTORNO-SUB (WS-CAT-IDX) TO PRC-ESTORNO-SUB
               MOVE WS-CAT-ESTORNO-MULT (WS-CAT-IDX)
                   TO PRC-ESTORNO-MULT
               PERFORM 8890-GRAVAR-LINHA-PARTRES
                   THRU 8890-GRAVAR-LINHA-PARTRES-EXIT
           END-IF.

       8820-GRAVAR-PARTRES-CATEGORIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GRAVA EM PARTRES A LINHA "T" - PARAMETROS, RESTART,
      *    RETURN-CODE, CONTADORES E TOTAIS DA PARTICAO
      *-----------------------------------------------------------------------
       8830-GRAVAR-PARTRES-TOTAL.

           MOVE SPACES TO WS-REGISTRO-PARTRES.
           SET PR-LINHA-TOTAL TO TRUE.
           MOVE OPCAO TO PRT-OPERACAO.
           MOVE WCP-FORMATO TO PRT-FORMATO.
           MOVE WS-MODO-ARREDONDAMENTO TO PRT-ARREDONDAMENTO.
           MOVE WS-RESTART-SW TO PRT-RESTART.
           MOVE WS-RC-LOTE TO PRT-RC.
           MOVE WS-QTDE-REGISTROS TO PRT-QTDE-REGISTROS.
           MOVE WS-QTDE-REJEITADOS TO PRT-QTDE-REJEITADOS.
           MOVE WS-TOTAL-SOMA TO PRT-TOTAL-SOMA.
           MOVE WS-TOTAL-SUB TO PRT-TOTAL-SUB.
           MOVE WS-TOTAL-MULT TO PRT-TOTAL-MULT.
           MOVE WS-QTDE-OP-SOMA TO PRT-QTDE-OP-SOMA.
           MOVE WS-QTDE-OP-SUB TO PRT-QTDE-OP-SUB.
           MOVE WS-QTDE-OP-DIV TO PRT-QTDE-OP-DIV.
           MOVE WS-QTDE-OP-MULT TO PRT-QTDE-OP-MULT.
           MOVE WS-QTDE-OP-MEDIA TO PRT-QTDE-OP-MEDIA.
           MOVE WS-QTDE-OP-TODAS TO PRT-QTDE-OP-TODAS.
           MOVE WS-QTDE-OP-ESTORNO TO PRT-QTDE-OP-ESTORNO.
           MOVE WS-QTDE-RETIDOS TO PRT-QTDE-RETIDOS.
           MOVE WS-QTDE-LIBERADOS TO PRT-QTDE-LIBERADOS.
           MOVE ACUMULADOR TO PRT-QTDE-CONTADOR.

           PERFORM 8890-GRAVAR-LINHA-PARTRES
               THRU 8890-GRAVAR-LINHA-PARTRES-EXIT.

       8830-GRAVAR-PARTRES-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CARIMBA A LINHA MONTADA COM O MAPA E A PARTICAO E A GRAVA EM
      *    PARTRES - SEM O RESULTADO COMPLETO A PARTICAO NAO PODE SER
      *    CONSOLIDADA, E A FALHA DERRUBA O PASSO
      *-----------------------------------------------------------------------
       8890-GRAVAR-LINHA-PARTRES.

           MOVE WS-MAPA-CARIMBO TO PR-CARIMBO.
           MOVE WS-PART-NUMERO TO PR-PARTICAO.
           WRITE LINHA-PARTRES FROM WS-REGISTRO-PARTRES.
           IF WS-STATUS-PARTRES NOT = "00"
               DISPLAY "ERRO FATAL AO GRAVAR PARTRES - STATUS="
                   WS-STATUS-PARTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8890-GRAVAR-LINHA-PARTRES-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    LE O PROXIMO REGISTRO DE DADOS DO ARQUIVO DE TRANSACOES, NO
      *    LAYOUT FIXO OU CSV CONFORME WS-FORMATO-ENTRADA, DEIXANDO O
      *    PAR LIDO SEMPRE DISPONIVEL EM TR-VALOR1/TR-VALOR2. REGISTROS
      *    DE CONTROLE (HEADER/TRAILER DO FEEDER) SAO ABSORVIDOS NO
      *    CAMINHO, GUARDANDO O QUE O FEEDER DECLAROU PARA A
      *    CONFERENCIA DE 8300, ASSIM COMO OS PARES DAS REMESSAS
      *    REJEITADAS NA VARREDURA PREVIA
      *-----------------------------------------------------------------------
       9000-LER-PROXIMO-REGISTRO.


      *-----------------------------------------------------------------------
      *    LE UMA LINHA FISICA DE TRANFILE/TRANFCSV E A CLASSIFICA:
      *    HEADER/TRAILER DE CONTROLE (GUARDADOS NA REMESSA CORRENTE)
      *    OU REGISTRO DE DADOS (CONTADO E SOMADO NOS HASHES DO QUE FOI
      *    LIDO DA REMESSA CORRENTE)
      *-----------------------------------------------------------------------
       9050-LER-LINHA-ENTRADA.

                   ELSE
                       PERFORM 9100-CONVERTER-LINHA-CSV
                           THRU 9100-CONVERTER-LINHA-CSV-EXIT
                       PERFORM 9080-ACUMULAR-HASH-LIDO
                           THRU 9080-ACUMULAR-HASH-LIDO-EXIT
                   END-IF
                       PERFORM 9060-GUARDAR-CONTROLE-FIXO
                           THRU 9060-GUARDAR-CONTROLE-FIXO-EXIT
                   ELSE
                       PERFORM 9080-ACUMULAR-HASH-LIDO
                           THRU 9080-ACUMULAR-HASH-LIDO-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-FDR-POSICAO
           END-IF.

       9050-LER-LINHA-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    ABRE A PROXIMA REMESSA (GRUPO HDR..TRL) DO ARQUIVO DE
      *    ENTRADA. NA VARREDURA PREVIA A ENTRADA E CRIADA NA TABELA DE
      *    REMESSAS; NA LEITURA REAL ELA JA TEM DE EXISTIR - SE NAO
      *    EXISTE, O ARQUIVO MUDOU ENTRE AS DUAS LEITURAS
      *-----------------------------------------------------------------------
       9055-ABRIR-REMESSA.

           ADD 1 TO WS-FDR-CORRENTE.
           SET GRUPO-ABERTO TO TRUE.
           MOVE ZEROS TO WS-FDR-POSICAO.

           IF EM-PREVARREDURA
               IF WS-FDR-CORRENTE > WS-FDR-MAX
                   DISPLAY "ERRO FATAL: MAIS DE " WS-FDR-MAX
                       " REMESSAS NO ARQUIVO DE ENTRADA"
                   IF FORMATO-CSV
                       CLOSE TRANS-FILE-CSV
                   ELSE
                       CLOSE TRANS-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FDR-CORRENTE TO WS-FDR-QTDE-USADAS
               INITIALIZE WS-FDR-ENTRADA (WS-FDR-CORRENTE)
               MOVE ZEROS TO WS-FDR-DATA (WS-FDR-CORRENTE)
               SET FDR-ACEITO (WS-FDR-CORRENTE) TO TRUE
               SET FDR-CONTROLE-OK (WS-FDR-CORRENTE) TO TRUE
           ELSE
               IF WS-FDR-CORRENTE > WS-FDR-QTDE-USADAS
                   DISPLAY "ERRO FATAL: ARQUIVO DE ENTRADA ALTERADO "
                       "ENTRE A VARREDURA PREVIA E A LEITURA"
                   IF FORMATO-CSV
                       CLOSE TRANS-FILE-CSV
                   ELSE
                       CLOSE TRANS-FILE
                   END-IF
                   CLOSE REPORT-FILE AUDIT-FILE REJECT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9055-ABRIR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA OS CAMPOS DO REGISTRO DE CONTROLE DO LAYOUT FIXO NA
      *    REMESSA CORRENTE: O HEADER ABRE UMA NOVA REMESSA E O TRAILER
      *    FECHA A QUE ESTA ABERTA (OU UMA SEM HEADER)
      *-----------------------------------------------------------------------
       9060-GUARDAR-CONTROLE-FIXO.

           IF REGISTRO-HEADER
               PERFORM 9055-ABRIR-REMESSA
                   THRU 9055-ABRIR-REMESSA-EXIT
               IF EM-PREVARREDURA
                   SET FDR-COM-HEADER (WS-FDR-CORRENTE) TO TRUE
                   MOVE TH-DATA TO WS-FDR-DATA (WS-FDR-CORRENTE)
                   MOVE TH-FEEDER TO WS-FDR-FEEDER (WS-FDR-CORRENTE)
               END-IF
           ELSE
               IF NOT GRUPO-ABERTO
                   PERFORM 9055-ABRIR-REMESSA
                       THRU 9055-ABRIR-REMESSA-EXIT
               END-IF
               IF EM-PREVARREDURA
                   SET FDR-COM-TRAILER (WS-FDR-CORRENTE) TO TRUE
                   MOVE TT-QTDE TO WS-FDR-TRL-QTDE (WS-FDR-CORRENTE)
                   MOVE TT-HASH-VALOR1
                       TO WS-FDR-TRL-HASH-VALOR1 (WS-FDR-CORRENTE)
                   MOVE TT-HASH-VALOR2
                       TO WS-FDR-TRL-HASH-VALOR2 (WS-FDR-CORRENTE)
               END-IF
               MOVE "N" TO WS-GRUPO-ABERTO-SW
           END-IF.

       9060-GUARDAR-CONTROLE-FIXO-EXIT.
      *-----------------------------------------------------------------------
      *    DECOMPOE UMA LINHA DE CONTROLE DE TRANFCSV ("HDR,DATA,FEEDER"
      *    OU "TRL,QTDE,HASH1,HASH2") E GUARDA OS CAMPOS DECLARADOS
      *    PELO FEEDER NA REMESSA CORRENTE, COMO EM 9060
      *-----------------------------------------------------------------------
       9070-GUARDAR-CONTROLE-CSV.

           END-UNSTRING.

           IF WS-CSV-CTRL-TIPO = "HDR"
               PERFORM 9055-ABRIR-REMESSA
                   THRU 9055-ABRIR-REMESSA-EXIT
               IF EM-PREVARREDURA
                   SET FDR-COM-HEADER (WS-FDR-CORRENTE) TO TRUE
                   MOVE WS-CSV-CTRL-CAMPO1(1:8)
                       TO WS-FDR-DATA (WS-FDR-CORRENTE)
                   MOVE WS-CSV-CTRL-CAMPO2(1:8)
                       TO WS-FDR-FEEDER (WS-FDR-CORRENTE)
               END-IF
           ELSE
               IF NOT GRUPO-ABERTO
                   PERFORM 9055-ABRIR-REMESSA
                       THRU 9055-ABRIR-REMESSA-EXIT
               END-IF
               IF EM-PREVARREDURA
                   SET FDR-COM-TRAILER (WS-FDR-CORRENTE) TO TRUE
                   MOVE SPACES TO WS-CSV-CTRL-QTDE
                   UNSTRING WS-CSV-CTRL-CAMPO1 DELIMITED BY SPACE
                       INTO WS-CSV-CTRL-QTDE
                   END-UNSTRING
                   INSPECT WS-CSV-CTRL-QTDE
                       REPLACING ALL SPACES BY "0"
                   MOVE WS-CSV-CTRL-QTDE
                       TO WS-FDR-TRL-QTDE (WS-FDR-CORRENTE)
                   MOVE WS-CSV-CTRL-CAMPO2 TO WS-CSV-HASH-ATUAL
                   PERFORM 9150-CONVERTER-HASH-CSV
                       THRU 9150-CONVERTER-HASH-CSV-EXIT
                   MOVE WS-CSV-HC-NUMERICO
                       TO WS-FDR-TRL-HASH-VALOR1 (WS-FDR-CORRENTE)
                   MOVE WS-CSV-CTRL-CAMPO3 TO WS-CSV-HASH-ATUAL
                   PERFORM 9150-CONVERTER-HASH-CSV
                       THRU 9150-CONVERTER-HASH-CSV-EXIT
                   MOVE WS-CSV-HC-NUMERICO
                       TO WS-FDR-TRL-HASH-VALOR2 (WS-FDR-CORRENTE)
               END-IF
               MOVE "N" TO WS-GRUPO-ABERTO-SW
           END-IF.

       9070-GUARDAR-CONTROLE-CSV-EXIT.
      *    NOS HASH TOTALS DO QUE FOI EFETIVAMENTE LIDO - UM PAR NAO
      *    NUMERICO NAO ENTRA NO HASH (O FEEDER SO CONSEGUE SOMAR O QUE
      *    ERA NUMERICO DO LADO DELE; A DIVERGENCIA DE QUANTIDADE OU DE
      *    HASH DENUNCIA A CORRUPCAO DE QUALQUER FORMA). TUDO E
      *    ACUMULADO NA REMESSA CORRENTE; NO LAYOUT FIXO, UM SINAL
      *    INVALIDO, LIXO APOS A REFERENCIA OU UMA REFERENCIA QUE NAO
      *    CASA COM A OPERACAO (NUMERICA SO NO ESTORNO) OU UM TICKET DE
      *    RETENCAO NAO NUMERICO CONTA COMO ERRO DE ESTRUTURA DA
      *    REMESSA. NA VARREDURA PREVIA O ESTORNO E GUARDADO PARA 1400
      *    E O PAR COM TICKET PARA 1450. O PAR SO SEGUE PARA O CALCULO
      *    QUANDO A REMESSA FOI ACEITA NA VARREDURA PREVIA. NUM PASSO
      *    DE PARTICAO, FORA DA VARREDURA PREVIA, SO OS PARES DAS
      *    CATEGORIAS DA PARTICAO SAO CONTADOS E SEGUEM (9085) - A
      *    CONSOLIDACAO SOMA O QUE CADA PARTICAO LEU DE CADA REMESSA
      *    PARA CONFERIR O TRAILER
      *-----------------------------------------------------------------------
       9080-ACUMULAR-HASH-LIDO.

           IF NOT GRUPO-ABERTO
               PERFORM 9055-ABRIR-REMESSA
                   THRU 9055-ABRIR-REMESSA-EXIT
           END-IF.

           SET PAR-DA-PARTICAO TO TRUE.
           IF MODO-PARTICAO
               AND NOT EM-PREVARREDURA
               PERFORM 9085-VERIFICAR-PARTICAO
                   THRU 9085-VERIFICAR-PARTICAO-EXIT
           END-IF.

           IF PAR-DA-PARTICAO
               PERFORM 9082-CONTAR-PAR-LIDO
                   THRU 9082-CONTAR-PAR-LIDO-EXIT
           END-IF.

       9080-ACUMULAR-HASH-LIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    CONTA E ACUMULA NA REMESSA CORRENTE O PAR LIDO (VER 9080)
      *-----------------------------------------------------------------------
       9082-CONTAR-PAR-LIDO.

           ADD 1 TO WS-FDR-LIDOS (WS-FDR-CORRENTE).

           IF TR-VALOR1 NUMERIC AND TR-VALOR2 NUMERIC
               ADD TR-VALOR1
                   TO WS-FDR-HASH-VALOR1-LIDO (WS-FDR-CORRENTE)
               ADD TR-VALOR2
                   TO WS-FDR-HASH-VALOR2-LIDO (WS-FDR-CORRENTE)
           END-IF.

           IF NOT FORMATO-CSV
               IF NOT TE-SINAL-VALOR1-VALIDO
                   OR NOT TE-SINAL-VALOR2-VALIDO
                   OR TE-SOBRA NOT = SPACES
                   OR (TE-OPERACAO-ESTORNO
                       AND TE-REFERENCIA NOT NUMERIC)
                   OR (NOT TE-OPERACAO-ESTORNO
                       AND TE-REFERENCIA NOT = SPACES)
                   OR (TE-RETENCAO NOT = SPACES
                       AND TE-RETENCAO NOT NUMERIC)
                   ADD 1 TO WS-FDR-ESTRUT-INVALIDA (WS-FDR-CORRENTE)
               END-IF
           END-IF.

           IF EM-PREVARREDURA
               AND TR-OPERACAO = "E"
               AND TR-VALOR1 NUMERIC AND TR-VALOR2 NUMERIC
               AND TR-REF-DATA NUMERIC AND TR-REF-HORA NUMERIC
               PERFORM 9090-REGISTRAR-ESTORNO
                   THRU 9090-REGISTRAR-ESTORNO-EXIT
           END-IF.

           IF EM-PREVARREDURA
               AND TR-RETENCAO IS NUMERIC
               AND TR-VALOR1 NUMERIC AND TR-VALOR2 NUMERIC
               PERFORM 9095-REGISTRAR-LIBERACAO
                   THRU 9095-REGISTRAR-LIBERACAO-EXIT
           END-IF.

           IF FDR-ACEITO (WS-FDR-CORRENTE)
               SET REGISTRO-DADOS-LIDO TO TRUE
           END-IF.

       9082-CONTAR-PAR-LIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA A CATEGORIA DO PAR LIDO NO MAPA DE PARTICOES - O PAR
      *    SO PERTENCE A ESTE PASSO QUANDO A CATEGORIA FOI ATRIBUIDA A
      *    SUA PARTICAO. UMA CATEGORIA FORA DO MAPA (ARQUIVO ALTERADO
      *    DEPOIS DA DIVISAO) NAO E CALCULADA POR NENHUMA PARTICAO, E A
      *    CONFERENCIA DO TRAILER NA CONSOLIDACAO ACUSA A FALTA
      *-----------------------------------------------------------------------
       9085-VERIFICAR-PARTICAO.

           MOVE TR-CATEGORIA TO WS-CATEGORIA-CORRENTE.
           IF WS-CATEGORIA-CORRENTE = SPACES
               MOVE WS-CATEGORIA-PADRAO TO WS-CATEGORIA-CORRENTE
           END-IF.

           PERFORM 9087-PROCURAR-CATEGORIA-MAPA
               THRU 9087-PROCURAR-CATEGORIA-MAPA-EXIT.

           IF WS-MAPA-ACHADO = ZERO
               MOVE "N" TO WS-PAR-PERTENCE-SW
               DISPLAY "AVISO: CATEGORIA " WS-CATEGORIA-CORRENTE
                   " FORA DO MAPA DE PARTICOES - PAR NAO CALCULADO"
           ELSE
               IF WS-MAPA-PARTICAO (WS-MAPA-ACHADO) NOT = WS-PART-NUMERO
                   MOVE "N" TO WS-PAR-PERTENCE-SW
               END-IF
           END-IF.

       9085-VERIFICAR-PARTICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    PROCURA WS-CATEGORIA-CORRENTE NO MAPA DE PARTICOES, GUARDANDO
      *    EM WS-MAPA-ACHADO A ENTRADA ACHADA (ZERO SE NAO ESTIVER LA)
      *-----------------------------------------------------------------------
       9087-PROCURAR-CATEGORIA-MAPA.

           MOVE ZEROS TO WS-MAPA-ACHADO.
           PERFORM 9088-COMPARAR-CATEGORIA-MAPA
               THRU 9088-COMPARAR-CATEGORIA-MAPA-EXIT
               VARYING WS-MAPA-IDX FROM 1 BY 1
               UNTIL WS-MAPA-IDX > WS-MAPA-QTDE-USADAS
               OR WS-MAPA-ACHADO NOT = ZERO.

       9087-PROCURAR-CATEGORIA-MAPA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    COMPARA UMA ENTRADA DO MAPA COM WS-CATEGORIA-CORRENTE
      *-----------------------------------------------------------------------
       9088-COMPARAR-CATEGORIA-MAPA.

           IF WS-MAPA-CATEGORIA (WS-MAPA-IDX) = WS-CATEGORIA-CORRENTE
               SET WS-MAPA-ACHADO TO WS-MAPA-IDX
           END-IF.

       9088-COMPARAR-CATEGORIA-MAPA-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA NA TABELA DE ESTORNOS, DURANTE A VARREDURA PREVIA, O
      *    PAR COM OPERACAO "E" E REFERENCIA VALIDA, PARA 1400 PROCURAR
      *    A ORIGINAL ANTES DO LOTE COMECAR. A LINHA GUARDADA E A
      *    SEGUINTE A WS-FDR-POSICAO, PORQUE 9050 SO AVANCA A POSICAO
      *    DEPOIS DE CLASSIFICAR A LINHA
      *-----------------------------------------------------------------------
       9090-REGISTRAR-ESTORNO.

           IF WS-EST-QTDE-USADAS NOT < WS-EST-MAX
               DISPLAY "ERRO FATAL: MAIS DE " WS-EST-MAX
                   " ESTORNOS NO ARQUIVO DE ENTRADA"
               IF FORMATO-CSV
                   CLOSE TRANS-FILE-CSV
               ELSE
                   CLOSE TRANS-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-EST-QTDE-USADAS.
           SET WS-EST-IDX TO WS-EST-QTDE-USADAS.
           MOVE WS-FDR-CORRENTE TO WS-EST-REMESSA (WS-EST-IDX).
           ADD 1 TO WS-FDR-POSICAO GIVING WS-EST-POSICAO (WS-EST-IDX).
           MOVE TR-REF-DATA TO WS-EST-REF-DATA (WS-EST-IDX).
           MOVE TR-REF-HORA TO WS-EST-REF-HORA (WS-EST-IDX).
           MOVE TR-VALOR1 TO WS-EST-VALOR1 (WS-EST-IDX).
           MOVE TR-VALOR2 TO WS-EST-VALOR2 (WS-EST-IDX).
           IF TR-CATEGORIA = SPACES
               MOVE WS-CATEGORIA-PADRAO TO WS-EST-CATEGORIA (WS-EST-IDX)
           ELSE
               MOVE TR-CATEGORIA TO WS-EST-CATEGORIA (WS-EST-IDX)
           END-IF.
           SET EST-SEM-ORIGINAL (WS-EST-IDX) TO TRUE.
           MOVE ZEROS TO WS-EST-SOMA (WS-EST-IDX)
               WS-EST-SUB (WS-EST-IDX) WS-EST-DIV (WS-EST-IDX)
               WS-EST-RESTO (WS-EST-IDX) WS-EST-MULT (WS-EST-IDX)
               WS-EST-MEDIA (WS-EST-IDX).

       9090-REGISTRAR-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    GUARDA NA TABELA DE LIBERACOES, DURANTE A VARREDURA PREVIA,
      *    O PAR QUE VOLTA DE LiberaRetidos COM O TICKET DA RETENCAO,
      *    PARA 1450 CONFERIR A LIBERACAO EM RETIDOS. UM TICKET JA
      *    VISTO NO ARQUIVO E MARCADO COMO REPETIDO. A LINHA GUARDADA
      *    E A SEGUINTE A WS-FDR-POSICAO, COMO EM 9090
      *-----------------------------------------------------------------------
       9095-REGISTRAR-LIBERACAO.

           IF WS-LIB-QTDE-USADAS NOT < WS-LIB-MAX
               DISPLAY "ERRO FATAL: MAIS DE " WS-LIB-MAX
                   " PARES LIBERADOS NO ARQUIVO DE ENTRADA"
               IF FORMATO-CSV
                   CLOSE TRANS-FILE-CSV
               ELSE
                   CLOSE TRANS-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-LIB-QTDE-USADAS.
           SET WS-LIB-IDX TO WS-LIB-QTDE-USADAS.
           MOVE WS-FDR-CORRENTE TO WS-LIB-REMESSA (WS-LIB-IDX).
           ADD 1 TO WS-FDR-POSICAO GIVING WS-LIB-POSICAO (WS-LIB-IDX).
           MOVE TR-RETENCAO TO WS-LIB-TICKET (WS-LIB-IDX).
           MOVE TR-VALOR1 TO WS-LIB-VALOR1 (WS-LIB-IDX).
           MOVE TR-VALOR2 TO WS-LIB-VALOR2 (WS-LIB-IDX).
           MOVE TR-CATEGORIA TO WS-LIB-CATEGORIA (WS-LIB-IDX).
           SET LIB-NAO-CONFIRMADA (WS-LIB-IDX) TO TRUE.
           MOVE "N" TO WS-LIB-UTILIZADA-SW (WS-LIB-IDX).

           PERFORM 9096-COMPARAR-TICKET-ANTERIOR
               THRU 9096-COMPARAR-TICKET-ANTERIOR-EXIT
               VARYING WS-LIB-IDX2 FROM 1 BY 1
               UNTIL WS-LIB-IDX2 NOT < WS-LIB-IDX
               OR LIB-DUPLICADA (WS-LIB-IDX).

       9095-REGISTRAR-LIBERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    MARCA O PAR WS-LIB-IDX COMO REPETIDO QUANDO O PAR ANTERIOR
      *    WS-LIB-IDX2 TRAZ O MESMO TICKET
      *-----------------------------------------------------------------------
       9096-COMPARAR-TICKET-ANTERIOR.

           IF WS-LIB-TICKET (WS-LIB-IDX2) = WS-LIB-TICKET (WS-LIB-IDX)
               SET LIB-DUPLICADA (WS-LIB-IDX) TO TRUE
               DISPLAY "AVISO: TICKET DE RETENCAO "
                   WS-LIB-TICKET (WS-LIB-IDX)
                   " REPETIDO NO ARQUIVO - SO O PRIMEIRO VALE"
           END-IF.

       9096-COMPARAR-TICKET-ANTERIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------------
      *    DECOMPOE UMA LINHA DE TRANFCSV
      *    ("VALOR1,VALOR2[,CATEGORIA[,OPERACAO[,DATA,HORA]]]", COM
      *    DATA/HORA SO NO ESTORNO) E DEIXA O PAR CONVERTIDO EM
      *    TR-VALOR1/TR-VALOR2/TR-CATEGORIA/TR-OPERACAO/TR-REFERENCIA,
      *    PRONTO PARA SEGUIR PELO MESMO CAMINHO DO LAYOUT FIXO
      *-----------------------------------------------------------------------
       9100-CONVERTER-LINHA-CSV.

           SET CSV-VALOR-NO-LAYOUT TO TRUE.
           MOVE SPACES TO WS-CSV-CAMPO-VALOR1 WS-CSV-CAMPO-VALOR2
               WS-CSV-CAMPO-CATEGORIA WS-CSV-CAMPO-OPERACAO
               WS-CSV-CAMPO-REF-DATA WS-CSV-CAMPO-REF-HORA.

           UNSTRING LINHA-CSV DELIMITED BY ","
               INTO WS-CSV-CAMPO-VALOR1 WS-CSV-CAMPO-VALOR2
                   WS-CSV-CAMPO-CATEGORIA WS-CSV-CAMPO-OPERACAO
                   WS-CSV-CAMPO-REF-DATA WS-CSV-CAMPO-REF-HORA
           END-UNSTRING.

           MOVE WS-CSV-CAMPO-VALOR1 TO WS-CSV-CAMPO-ATUAL.

           MOVE WS-CSV-CAMPO-CATEGORIA(1:4) TO TR-CATEGORIA.
           MOVE WS-CSV-CAMPO-OPERACAO(1:1) TO TR-OPERACAO.
           MOVE WS-CSV-CAMPO-REF-DATA(1:8) TO TR-REFERENCIA(1:8).
           MOVE WS-CSV-CAMPO-REF-HORA(1:8) TO TR-REFERENCIA(9:8).
           MOVE SPACES TO TR-RETENCAO.

       9100-CONVERTER-LINHA-CSV-EXIT.
           EXIT.
