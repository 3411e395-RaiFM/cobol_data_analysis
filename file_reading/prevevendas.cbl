      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Previsao semanal de vendas por loja/depto e acuracia
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Status conferido em cada WRITE do arquivo de
      *                  previsoes (falha: ERRO, trava devolvida, RC 8).
      * 15/10/2026  RF   Status conferido na reabertura do historico
      *                  depois da passada que acha a ultima semana
      *                  (falha: ERRO, trava devolvida, RC 8).
      * 15/10/2026  RF   Trava de leitura do historico (travahist) com
      *                  o id da execucao, nos dois modos, devolvida no
      *                  fim.
      * 15/10/2026  RF   Versao inicial - modo PREVE (default): le o
      *                  historico indexado (VENDAHISTREC) em ordem de
      *                  loja/depto e preve as proximas PREVISAO_SEMANAS
      *                  semanas de cada grupo a partir da mesma semana
      *                  do ano anterior (364 dias antes, o mesmo par do
      *                  comparaanual), ajustada pela tendencia das
      *                  ultimas PREVISAO_TENDENCIA semanas contra as
      *                  mesmas semanas do ano anterior. As previsoes
      *                  sao anexadas ao arquivo proprio
      *                  (PREVISAO_VENDAS, layout PREVISAOREC) com o id
      *                  da execucao. Modo ACURACIA: compara as
      *                  previsoes de uma execucao com a venda real que
      *                  o aplicadelta trouxe depois e imprime o erro
      *                  por loja/depto, por loja e da empresa.
      *-----------------------------------------------------------------
      * Semana sem par no ano anterior (depto novo, semana faltando)
      * e prevista pela media das semanas recentes. O fator de
      * tendencia fica entre 0,5 e 2,0 - um depto que reabriu ou teve
      * uma semana atipica nao pode multiplicar a previsao inteira.
      * Grupo sem venda nas semanas recentes (depto desativado) nao e
      * previsto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prevevendas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HIST
               ASSIGN TO DYNAMIC WS-VENDAHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

      *    Segunda visao do mesmo historico, por acesso direto: a
      *    semana de 364 dias antes na previsao e a venda real da
      *    semana prevista na acuracia.
           SELECT ARQ-HIST-ANT
               ASSIGN TO DYNAMIC WS-VENDAHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VA-CHAVE
               FILE STATUS IS WS-ANT-STATUS.

           SELECT OPTIONAL ARQ-PREV
               ASSIGN TO DYNAMIC WS-PREVISAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.

           SELECT ARQ-REL
               ASSIGN TO DYNAMIC WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HIST.
       01 REG-HIST.
           COPY "vendahistrec.cpy".

       FD ARQ-HIST-ANT.
       01 REG-HIST-ANT.
           COPY "vendahistrec.cpy"
               REPLACING ==VH-CHAVE==     BY ==VA-CHAVE==
                         ==VH-STORE==     BY ==VA-STORE==
                         ==VH-DEPT==      BY ==VA-DEPT==
                         ==VH-DATA==      BY ==VA-DATA==
                         ==VH-DATA-ORIG== BY ==VA-DATA-ORIG==
                         ==VH-VENDA==     BY ==VA-VENDA==
                         ==VH-ISHOLIDAY== BY ==VA-ISHOLIDAY==.

       FD ARQ-PREV.
       01 REG-PREV.
           COPY "previsaorec.cpy".

       FD ARQ-REL.
       01 LINHA-REL        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-VENDAHIST-PATH     PIC X(200).
       01 WS-PREVISAO-PATH      PIC X(200).
       01 WS-RELATORIO-PATH     PIC X(200).

       01 WS-HIST-STATUS        PIC XX VALUE "00".
       01 WS-ANT-STATUS         PIC XX VALUE "00".
       01 WS-PREV-STATUS        PIC XX VALUE "00".

       01 EOF-HIST-FLAG         PIC X VALUE "N".
       01 EOF-PREV-FLAG         PIC X VALUE "N".

       01 WS-MODO               PIC X(10) VALUE "PREVE".
           88 MODO-PREVE            VALUE "PREVE".
           88 MODO-ACURACIA         VALUE "ACURACIA".

       01 WS-RUN-ID             PIC X(14) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      *-----------------------------------------------------------------
      * Parametros da previsao: semanas a prever, semanas da tendencia
      * e a ultima semana real (default: a ultima do historico).
      *-----------------------------------------------------------------
       01 WS-PARM-TXT           PIC X(10) VALUE SPACES.
       01 WS-QTD-SEMANAS        PIC 9(4) COMP VALUE 4.
       01 WS-QTD-TENDENCIA      PIC 9(4) COMP VALUE 8.
       01 WS-DATA-BASE          PIC 9(8) VALUE 0.
       01 WS-DIA-BASE           PIC S9(9) COMP VALUE 0.

       01 WS-FATOR-MINIMO       PIC 9(1)V9999 VALUE 0.5.
       01 WS-FATOR-MAXIMO       PIC 9(1)V9999 VALUE 2.

       01 WS-CONT-HISTORICO     PIC 9(10) VALUE 0.
       01 WS-CONT-GRUPOS        PIC 9(10) VALUE 0.
       01 WS-CONT-SEM-RECENTE   PIC 9(10) VALUE 0.
       01 WS-CONT-PREVISOES     PIC 9(10) VALUE 0.
       01 WS-CONT-POR-MEDIA     PIC 9(10) VALUE 0.
       01 WS-CONT-FATOR-LIMITE  PIC 9(10) VALUE 0.

      *-----------------------------------------------------------------
      * Quebra de controle Loja / Depto e acumulados do grupo
      * corrente: venda das semanas recentes (para a media) e, so das
      * semanas com par no ano anterior, o realizado e o ano anterior
      * (para a tendencia).
      *-----------------------------------------------------------------
       01 WS-PRIMEIRO-REG       PIC X VALUE "S".
           88 PRIMEIRO-REGISTRO      VALUE "S".
           88 NAO-PRIMEIRO-REGISTRO  VALUE "N".

       01 WS-STORE-ANT          PIC 9(10) VALUE 0.
       01 WS-DEPT-ANT           PIC 9(10) VALUE 0.

       01 WS-RECENTE-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-RECENTE-CONT       PIC 9(4) COMP VALUE 0.
       01 WS-TEND-ATUAL         PIC S9(13)V99 VALUE 0.
       01 WS-TEND-ANO-ANT       PIC S9(13)V99 VALUE 0.

       01 WS-FATOR              PIC 9(1)V9999 VALUE 0.
       01 WS-FATOR-CALC         PIC S9(5)V9999 VALUE 0.
       01 WS-MEDIA-RECENTE      PIC S9(11)V99 VALUE 0.

       01 WS-SEMANA-IDX         PIC 9(4) COMP.
       01 WS-DIA-VENDA          PIC S9(9) COMP VALUE 0.
       01 WS-DIA-DIF            PIC S9(9) COMP VALUE 0.
       01 WS-DIA-AUX            PIC S9(9) COMP VALUE 0.
       01 WS-DATA-ANT           PIC 9(8) VALUE 0.
       01 WS-DATA-PREVISTA      PIC 9(8) VALUE 0.

      *-----------------------------------------------------------------
      * Acuracia: execucoes presentes no arquivo de previsoes, com a
      * quantidade de previsoes e quantas ja tem venda real.
      *-----------------------------------------------------------------
       01 WS-RUN-PEDIDO         PIC X(14) VALUE SPACES.
       01 WS-RUN-ESCOLHIDO      PIC X(14) VALUE SPACES.

       01 WS-EX-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-EX-IDX             PIC 9(4) COMP.
       01 WS-EX-ACHOU-FLAG      PIC X VALUE "N".
           88 EX-ACHADA              VALUE "S".
           88 EX-NAO-ACHADA          VALUE "N".

       01 TABELA-EXECUCOES.
           05 EX-ROW OCCURS 200 TIMES INDEXED BY IX-EX.
               10 EX-RUN-ID         PIC X(14).
               10 EX-QTD            PIC 9(10).
               10 EX-COM-REAL       PIC 9(10).

       01 WS-CONT-LINHAS-PREV   PIC 9(10) VALUE 0.
       01 WS-CONT-COM-REAL      PIC 9(10) VALUE 0.
       01 WS-CONT-PENDENTES     PIC 9(10) VALUE 0.

      *    Acumulados da acuracia por depto, loja e empresa - mesmo
      *    layout nos tres, para a linha do relatorio sair de um
      *    paragrafo so (MONTA-LINHA-ACURACIA, via WS-ACUM-CALC).
       01 WS-ACUM-DEPTO.
           05 AD-PREVISTO           PIC S9(13)V99 VALUE 0.
           05 AD-REAL               PIC S9(13)V99 VALUE 0.
           05 AD-ERRO-ABS           PIC S9(13)V99 VALUE 0.
           05 AD-SEMANAS            PIC 9(10) VALUE 0.
           05 AD-PENDENTES          PIC 9(10) VALUE 0.
       01 WS-ACUM-LOJA.
           05 AL-PREVISTO           PIC S9(13)V99 VALUE 0.
           05 AL-REAL               PIC S9(13)V99 VALUE 0.
           05 AL-ERRO-ABS           PIC S9(13)V99 VALUE 0.
           05 AL-SEMANAS            PIC 9(10) VALUE 0.
           05 AL-PENDENTES          PIC 9(10) VALUE 0.
       01 WS-ACUM-EMPRESA.
           05 AE-PREVISTO           PIC S9(13)V99 VALUE 0.
           05 AE-REAL               PIC S9(13)V99 VALUE 0.
           05 AE-ERRO-ABS           PIC S9(13)V99 VALUE 0.
           05 AE-SEMANAS            PIC 9(10) VALUE 0.
           05 AE-PENDENTES          PIC 9(10) VALUE 0.
       01 WS-ACUM-CALC.
           05 AC-PREVISTO           PIC S9(13)V99 VALUE 0.
           05 AC-REAL               PIC S9(13)V99 VALUE 0.
           05 AC-ERRO-ABS           PIC S9(13)V99 VALUE 0.
           05 AC-SEMANAS            PIC 9(10) VALUE 0.
           05 AC-PENDENTES          PIC 9(10) VALUE 0.

       01 WS-ERRO-SEMANA        PIC S9(13)V99 VALUE 0.
       01 WS-ERRO-TOTAL         PIC S9(13)V99 VALUE 0.
       01 WS-ERRO-PCT           PIC S9(7)V99 VALUE 0.
       01 WS-ERRO-PCT-EDT       PIC +(7)9.99.
       01 WS-ERRO-PCT-TXT       PIC X(15) VALUE SPACES.
       01 WS-ABS-PCT-TXT        PIC X(15) VALUE SPACES.
       01 WS-PEND-TXT           PIC X(20) VALUE SPACES.
       01 WS-ROTULO             PIC X(40) VALUE SPACES.

       01 WS-VAL-EDT            PIC -(12)9.99.
       01 WS-VAL-EDT2           PIC -(12)9.99.
       01 WS-VAL-EDT3           PIC -(12)9.99.
       01 WS-CONT-EDT           PIC Z(9)9.
       01 WS-CONT-EDT2          PIC Z(9)9.
       01 WS-STORE-EDT          PIC Z(9)9.
       01 WS-DEPT-EDT           PIC Z(9)9.

      *-----------------------------------------------------------------
      * Trava de uso do historico (travahist).
      *-----------------------------------------------------------------
       01 WS-TRAVA-PARM.
           COPY "travahistparm.cpy".
       01 WS-TRAVA-HIST-FLAG    PIC X VALUE "N".
           88 TRAVA-HIST-OBTIDA     VALUE "S".
           88 TRAVA-HIST-LIVRE      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIALIZA-AMBIENTE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-ID

           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF MODO-PREVE
               PERFORM EXECUTA-PREVISAO
           ELSE
               PERFORM EXECUTA-ACURACIA
           END-IF

           PERFORM LIBERA-TRAVA-HIST

           GOBACK.

      *-----------------------------------------------------------------
      * EXECUTA-PREVISAO
      * Define a ultima semana real, varre o historico em ordem de
      * loja/depto e, na quebra de cada grupo, grava as previsoes das
      * proximas semanas no arquivo de previsoes.
      *-----------------------------------------------------------------
       EXECUTA-PREVISAO.

           DISPLAY "=== PREVISAO SEMANAL DE VENDAS ==="
           DISPLAY "ID DA EXECUCAO: " WS-RUN-ID

           OPEN INPUT ARQ-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO: HISTORICO NAO ENCONTRADO ("
                   WS-VENDAHIST-PATH ") - STATUS " WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DATA-BASE = 0
                   PERFORM APURA-ULTIMA-SEMANA
               END-IF
               IF WS-DATA-BASE > 0
                   COMPUTE WS-DIA-BASE =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
               END-IF
               IF WS-DIA-BASE = 0
                   DISPLAY "ERRO: ULTIMA SEMANA REAL INDEFINIDA "
                       "(HISTORICO VAZIO OU PREVISAO_BASE INVALIDA)"
                   CLOSE ARQ-HIST
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PREVE-HISTORICO
               END-IF
           END-IF.

       EXECUTA-PREVISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APURA-ULTIMA-SEMANA
      * Sem PREVISAO_BASE: uma passada pelo historico acha a ultima
      * semana gravada, que vira a base da previsao. O historico e
      * reaberto para a passada normal.
      *-----------------------------------------------------------------
       APURA-ULTIMA-SEMANA.

           PERFORM UNTIL EOF-HIST-FLAG = "S"
               READ ARQ-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO EOF-HIST-FLAG
                   NOT AT END
                       IF VH-DATA > WS-DATA-BASE
                           MOVE VH-DATA TO WS-DATA-BASE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-HIST
           OPEN INPUT ARQ-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO: HISTORICO NAO PODE SER REABERTO ("
                   WS-VENDAHIST-PATH ") - STATUS " WS-HIST-STATUS
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO EOF-HIST-FLAG.

       APURA-ULTIMA-SEMANA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PREVE-HISTORICO
      * Corpo da previsao, com o historico ja aberto em sequencia.
      *-----------------------------------------------------------------
       PREVE-HISTORICO.

           OPEN INPUT ARQ-HIST-ANT
           IF WS-ANT-STATUS NOT = "00"
               DISPLAY "ERRO: HISTORICO NAO PODE SER LIDO POR CHAVE ("
                   WS-VENDAHIST-PATH ") - STATUS " WS-ANT-STATUS
               CLOSE ARQ-HIST
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ARQ-PREV
               IF WS-PREV-STATUS NOT = "00"
                  AND WS-PREV-STATUS NOT = "05"
                   DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR AS "
                       "PREVISOES ("
                       FUNCTION TRIM(WS-PREVISAO-PATH) ") - STATUS "
                       WS-PREV-STATUS
                   CLOSE ARQ-HIST-ANT
                   CLOSE ARQ-HIST
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "ULTIMA SEMANA REAL: " WS-DATA-BASE
                       " - PREVENDO " WS-QTD-SEMANAS
                       " SEMANAS, TENDENCIA DE " WS-QTD-TENDENCIA
                       " SEMANAS"

                   PERFORM UNTIL EOF-HIST-FLAG = "S"
                       READ ARQ-HIST NEXT RECORD
                           AT END
                               MOVE "S" TO EOF-HIST-FLAG
                           NOT AT END
                               PERFORM PROCESSA-SEMANA-HIST
                       END-READ
                   END-PERFORM

                   IF NAO-PRIMEIRO-REGISTRO
                       PERFORM FECHA-GRUPO-PREVISAO
                   END-IF

                   CLOSE ARQ-PREV
                   CLOSE ARQ-HIST-ANT
                   CLOSE ARQ-HIST

                   DISPLAY "REGISTROS DE HISTORICO....: "
                       WS-CONT-HISTORICO
                   DISPLAY "GRUPOS LOJA/DEPTO.........: "
                       WS-CONT-GRUPOS
                   DISPLAY "SEM VENDA RECENTE.........: "
                       WS-CONT-SEM-RECENTE
                   DISPLAY "PREVISOES GRAVADAS........: "
                       WS-CONT-PREVISOES
                   DISPLAY "PREVISTAS PELA MEDIA......: "
                       WS-CONT-POR-MEDIA
                   DISPLAY "FATOR NO LIMITE...........: "
                       WS-CONT-FATOR-LIMITE
                   DISPLAY "=== PREVISOES GRAVADAS EM "
                       FUNCTION TRIM(WS-PREVISAO-PATH) " ==="
               END-IF
           END-IF.

       PREVE-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSA-SEMANA-HIST
      * Uma semana do historico: dispara a quebra quando loja/depto
      * mudam e, se a semana esta entre as recentes, soma na media e
      * (com par no ano anterior) na tendencia.
      *-----------------------------------------------------------------
       PROCESSA-SEMANA-HIST.

           ADD 1 TO WS-CONT-HISTORICO

           IF NAO-PRIMEIRO-REGISTRO
              AND (VH-STORE NOT = WS-STORE-ANT
                   OR VH-DEPT NOT = WS-DEPT-ANT)
               PERFORM FECHA-GRUPO-PREVISAO
           END-IF

           IF PRIMEIRO-REGISTRO
               SET NAO-PRIMEIRO-REGISTRO TO TRUE
           END-IF

           MOVE VH-STORE TO WS-STORE-ANT
           MOVE VH-DEPT  TO WS-DEPT-ANT

           COMPUTE WS-DIA-VENDA = FUNCTION INTEGER-OF-DATE(VH-DATA)
           COMPUTE WS-DIA-DIF = WS-DIA-BASE - WS-DIA-VENDA

           IF WS-DIA-VENDA > 364
              AND WS-DIA-DIF NOT < 0
              AND WS-DIA-DIF < WS-QTD-TENDENCIA * 7
               COMPUTE WS-RECENTE-TOTAL = WS-RECENTE-TOTAL + VH-VENDA
               ADD 1 TO WS-RECENTE-CONT

               COMPUTE WS-DIA-AUX = WS-DIA-VENDA - 364
               COMPUTE WS-DATA-ANT =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
               MOVE VH-STORE    TO VA-STORE
               MOVE VH-DEPT     TO VA-DEPT
               MOVE WS-DATA-ANT TO VA-DATA
               READ ARQ-HIST-ANT
               IF WS-ANT-STATUS = "00"
                   COMPUTE WS-TEND-ATUAL = WS-TEND-ATUAL + VH-VENDA
                   COMPUTE WS-TEND-ANO-ANT =
                       WS-TEND-ANO-ANT + VA-VENDA
               END-IF
           END-IF.

       PROCESSA-SEMANA-HIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA-GRUPO-PREVISAO
      * Fim de um grupo loja/depto: calcula o fator de tendencia e a
      * media recente e grava uma previsao por semana futura. Zera os
      * acumulados para o proximo grupo.
      *-----------------------------------------------------------------
       FECHA-GRUPO-PREVISAO.

           ADD 1 TO WS-CONT-GRUPOS

           IF WS-RECENTE-CONT = 0
               ADD 1 TO WS-CONT-SEM-RECENTE
           ELSE
               MOVE 1 TO WS-FATOR
               IF WS-TEND-ANO-ANT > 0 AND WS-TEND-ATUAL > 0
                   COMPUTE WS-FATOR-CALC ROUNDED =
                       WS-TEND-ATUAL / WS-TEND-ANO-ANT
                   EVALUATE TRUE
                       WHEN WS-FATOR-CALC < WS-FATOR-MINIMO
                           MOVE WS-FATOR-MINIMO TO WS-FATOR
                           ADD 1 TO WS-CONT-FATOR-LIMITE
                       WHEN WS-FATOR-CALC > WS-FATOR-MAXIMO
                           MOVE WS-FATOR-MAXIMO TO WS-FATOR
                           ADD 1 TO WS-CONT-FATOR-LIMITE
                       WHEN OTHER
                           MOVE WS-FATOR-CALC TO WS-FATOR
                   END-EVALUATE
               END-IF

               COMPUTE WS-MEDIA-RECENTE ROUNDED =
                   WS-RECENTE-TOTAL / WS-RECENTE-CONT

               PERFORM VARYING WS-SEMANA-IDX FROM 1 BY 1
                   UNTIL WS-SEMANA-IDX > WS-QTD-SEMANAS
                   PERFORM GRAVA-SEMANA-PREVISTA
               END-PERFORM
           END-IF

           MOVE 0 TO WS-RECENTE-TOTAL
           MOVE 0 TO WS-RECENTE-CONT
           MOVE 0 TO WS-TEND-ATUAL
           MOVE 0 TO WS-TEND-ANO-ANT.

       FECHA-GRUPO-PREVISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-SEMANA-PREVISTA
      * Semana futura WS-SEMANA-IDX do grupo (WS-STORE-ANT /
      * WS-DEPT-ANT): base na mesma semana do ano anterior vezes o
      * fator; sem essa semana no historico, a media recente.
      *-----------------------------------------------------------------
       GRAVA-SEMANA-PREVISTA.

           COMPUTE WS-DIA-AUX = WS-DIA-BASE + (WS-SEMANA-IDX * 7)
           COMPUTE WS-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
           COMPUTE WS-DIA-AUX = WS-DIA-AUX - 364
           COMPUTE WS-DATA-ANT = FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)

           MOVE WS-STORE-ANT TO VA-STORE
           MOVE WS-DEPT-ANT  TO VA-DEPT
           MOVE WS-DATA-ANT  TO VA-DATA
           READ ARQ-HIST-ANT

           MOVE SPACES           TO REG-PREV
           MOVE WS-RUN-ID        TO PV-RUN-ID
           MOVE WS-STORE-ANT     TO PV-STORE
           MOVE WS-DEPT-ANT      TO PV-DEPT
           MOVE WS-DATA-PREVISTA TO PV-DATA
           MOVE WS-FATOR         TO PV-FATOR

           IF WS-ANT-STATUS = "00"
               MOVE VA-VENDA TO PV-BASE-ANO-ANT
               COMPUTE PV-PREVISTO ROUNDED = VA-VENDA * WS-FATOR
               MOVE "A" TO PV-ORIGEM
           ELSE
               MOVE 0 TO PV-BASE-ANO-ANT
               MOVE WS-MEDIA-RECENTE TO PV-PREVISTO
               MOVE "M" TO PV-ORIGEM
               ADD 1 TO WS-CONT-POR-MEDIA
           END-IF

           WRITE REG-PREV
           IF WS-PREV-STATUS NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR AS PREVISOES ("
                   FUNCTION TRIM(WS-PREVISAO-PATH) ") - STATUS "
                   WS-PREV-STATUS
               DISPLAY "ERRO: PREVISOES DA EXECUCAO " WS-RUN-ID
                   " INCOMPLETAS - NAO USAR NA ACURACIA"
               CLOSE ARQ-PREV
               CLOSE ARQ-HIST-ANT
               CLOSE ARQ-HIST
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CONT-PREVISOES.

       GRAVA-SEMANA-PREVISTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXECUTA-ACURACIA
      * Levanta as execucoes do arquivo de previsoes, escolhe a pedida
      * (PREVISAO_RUN) ou a mais recente que ja tem venda real e
      * imprime o erro da previsao contra o realizado.
      *-----------------------------------------------------------------
       EXECUTA-ACURACIA.

           DISPLAY "=== ACURACIA DA PREVISAO DE VENDAS ==="

           OPEN INPUT ARQ-PREV
           IF WS-PREV-STATUS NOT = "00"
               DISPLAY "ERRO: ARQUIVO DE PREVISOES NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-PREVISAO-PATH) ") - STATUS "
                   WS-PREV-STATUS
               IF WS-PREV-STATUS = "05"
                   CLOSE ARQ-PREV
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-HIST-ANT
               IF WS-ANT-STATUS NOT = "00"
                   DISPLAY "ERRO: HISTORICO NAO ENCONTRADO ("
                       WS-VENDAHIST-PATH ") - STATUS " WS-ANT-STATUS
                   CLOSE ARQ-PREV
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LEVANTA-EXECUCOES
                   PERFORM ESCOLHE-EXECUCAO
                   IF WS-RUN-ESCOLHIDO NOT = SPACES
                       PERFORM GRAVA-RELATORIO-ACURACIA
                   END-IF
                   CLOSE ARQ-HIST-ANT
               END-IF
           END-IF.

       EXECUTA-ACURACIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LEVANTA-EXECUCOES
      * Primeira passada pelo arquivo de previsoes: monta a
      * TABELA-EXECUCOES com as previsoes de cada execucao e quantas
      * ja tem a semana real no historico.
      *-----------------------------------------------------------------
       LEVANTA-EXECUCOES.

           PERFORM UNTIL EOF-PREV-FLAG = "S"
               READ ARQ-PREV
                   AT END
                       MOVE "S" TO EOF-PREV-FLAG
                   NOT AT END
                       PERFORM REGISTRA-EXECUCAO
               END-READ
           END-PERFORM

           CLOSE ARQ-PREV.

       LEVANTA-EXECUCOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRA-EXECUCAO
      * Conta a previsao corrente na sua execucao (incluida na tabela
      * na primeira vez que aparece).
      *-----------------------------------------------------------------
       REGISTRA-EXECUCAO.

           SET EX-NAO-ACHADA TO TRUE
           PERFORM VARYING WS-EX-IDX FROM WS-EX-COUNT BY -1
               UNTIL WS-EX-IDX < 1
                  OR EX-ACHADA
               SET IX-EX TO WS-EX-IDX
               IF EX-RUN-ID(IX-EX) = PV-RUN-ID
                   SET EX-ACHADA TO TRUE
               END-IF
           END-PERFORM

           IF EX-NAO-ACHADA
               IF WS-EX-COUNT < 200
                   ADD 1 TO WS-EX-COUNT
                   SET IX-EX TO WS-EX-COUNT
                   MOVE PV-RUN-ID TO EX-RUN-ID(IX-EX)
                   MOVE 0 TO EX-QTD(IX-EX)
                   MOVE 0 TO EX-COM-REAL(IX-EX)
                   SET EX-ACHADA TO TRUE
               ELSE
                   DISPLAY "AVISO: TABELA-EXECUCOES CHEIA (200) - "
                       "EXECUCAO " PV-RUN-ID " IGNORADA"
               END-IF
           END-IF

           IF EX-ACHADA
               ADD 1 TO EX-QTD(IX-EX)
               MOVE PV-STORE TO VA-STORE
               MOVE PV-DEPT  TO VA-DEPT
               MOVE PV-DATA  TO VA-DATA
               READ ARQ-HIST-ANT
               IF WS-ANT-STATUS = "00"
                   ADD 1 TO EX-COM-REAL(IX-EX)
               END-IF
           END-IF.

       REGISTRA-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ESCOLHE-EXECUCAO
      * PREVISAO_RUN informado tem de existir no arquivo; sem ele, a
      * execucao mais recente com alguma semana ja realizada.
      * WS-RUN-ESCOLHIDO em branco = nada a medir.
      *-----------------------------------------------------------------
       ESCOLHE-EXECUCAO.

           MOVE SPACES TO WS-RUN-ESCOLHIDO

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
               SET IX-EX TO WS-EX-IDX
               IF WS-RUN-PEDIDO NOT = SPACES
                   IF EX-RUN-ID(IX-EX) = WS-RUN-PEDIDO
                       MOVE EX-RUN-ID(IX-EX) TO WS-RUN-ESCOLHIDO
                   END-IF
               ELSE
                   IF EX-COM-REAL(IX-EX) > 0
                      AND EX-RUN-ID(IX-EX) > WS-RUN-ESCOLHIDO
                       MOVE EX-RUN-ID(IX-EX) TO WS-RUN-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RUN-ESCOLHIDO = SPACES
               IF WS-RUN-PEDIDO NOT = SPACES
                   DISPLAY "ERRO: EXECUCAO " WS-RUN-PEDIDO
                       " NAO ENCONTRADA NO ARQUIVO DE PREVISOES"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "AVISO: NENHUMA PREVISAO COM VENDA REAL "
                       "NO HISTORICO AINDA - NADA A MEDIR"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "EXECUCAO MEDIDA: " WS-RUN-ESCOLHIDO
           END-IF.

       ESCOLHE-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RELATORIO-ACURACIA
      * Segunda passada pelo arquivo de previsoes, so com as linhas da
      * execucao escolhida (gravadas em ordem de loja/depto/semana):
      * quebra por depto e por loja, total da empresa no fim.
      *-----------------------------------------------------------------
       GRAVA-RELATORIO-ACURACIA.

           OPEN OUTPUT ARQ-REL

           MOVE "RELATORIO DE ACURACIA DA PREVISAO DE VENDAS"
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EXECUCAO DA PREVISAO: " WS-RUN-ESCOLHIDO
               "  (ERRO = PREVISTO - REAL; ERRO ABS = SOMA DOS ERROS "
               "SEMANAIS SEM SINAL / REAL)"
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL
           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL

           SET PRIMEIRO-REGISTRO TO TRUE
           MOVE "N" TO EOF-PREV-FLAG
           OPEN INPUT ARQ-PREV

           PERFORM UNTIL EOF-PREV-FLAG = "S"
               READ ARQ-PREV
                   AT END
                       MOVE "S" TO EOF-PREV-FLAG
                   NOT AT END
                       IF PV-RUN-ID = WS-RUN-ESCOLHIDO
                           PERFORM ACUMULA-ACURACIA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-PREV

           IF NAO-PRIMEIRO-REGISTRO
               PERFORM FECHA-DEPTO-ACURACIA
               PERFORM FECHA-LOJA-ACURACIA
           END-IF

           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-ACUM-EMPRESA TO WS-ACUM-CALC
           MOVE "EMPRESA" TO WS-ROTULO
           PERFORM MONTA-LINHA-ACURACIA
           WRITE LINHA-REL

           CLOSE ARQ-REL

           DISPLAY "PREVISOES DA EXECUCAO.....: " WS-CONT-LINHAS-PREV
           DISPLAY "COM VENDA REAL............: " WS-CONT-COM-REAL
           DISPLAY "AINDA PENDENTES...........: " WS-CONT-PENDENTES
           DISPLAY "=== RELATORIO DE ACURACIA GERADO ===".

       GRAVA-RELATORIO-ACURACIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-ACURACIA
      * Uma previsao da execucao escolhida: quebra por loja/depto e
      * busca a venda real da semana; semana ainda sem venda real
      * conta como pendente.
      *-----------------------------------------------------------------
       ACUMULA-ACURACIA.

           ADD 1 TO WS-CONT-LINHAS-PREV

           IF NAO-PRIMEIRO-REGISTRO
              AND (PV-STORE NOT = WS-STORE-ANT
                   OR PV-DEPT NOT = WS-DEPT-ANT)
               PERFORM FECHA-DEPTO-ACURACIA
           END-IF

           IF NAO-PRIMEIRO-REGISTRO
              AND PV-STORE NOT = WS-STORE-ANT
               PERFORM FECHA-LOJA-ACURACIA
           END-IF

           IF PRIMEIRO-REGISTRO OR PV-STORE NOT = WS-STORE-ANT
               MOVE PV-STORE TO WS-STORE-EDT
               MOVE SPACES TO LINHA-REL
               STRING "LOJA " FUNCTION TRIM(WS-STORE-EDT)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
           END-IF

           SET NAO-PRIMEIRO-REGISTRO TO TRUE
           MOVE PV-STORE TO WS-STORE-ANT
           MOVE PV-DEPT  TO WS-DEPT-ANT

           MOVE PV-STORE TO VA-STORE
           MOVE PV-DEPT  TO VA-DEPT
           MOVE PV-DATA  TO VA-DATA
           READ ARQ-HIST-ANT

           IF WS-ANT-STATUS = "00"
               ADD 1 TO WS-CONT-COM-REAL
               ADD 1 TO AD-SEMANAS
               COMPUTE AD-PREVISTO = AD-PREVISTO + PV-PREVISTO
               COMPUTE AD-REAL = AD-REAL + VA-VENDA
               COMPUTE WS-ERRO-SEMANA = PV-PREVISTO - VA-VENDA
               IF WS-ERRO-SEMANA < 0
                   COMPUTE WS-ERRO-SEMANA = WS-ERRO-SEMANA * -1
               END-IF
               COMPUTE AD-ERRO-ABS = AD-ERRO-ABS + WS-ERRO-SEMANA
           ELSE
               ADD 1 TO WS-CONT-PENDENTES
               ADD 1 TO AD-PENDENTES
           END-IF.

       ACUMULA-ACURACIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA-DEPTO-ACURACIA
      * Imprime a linha do depto (WS-DEPT-ANT), soma na loja e zera.
      *-----------------------------------------------------------------
       FECHA-DEPTO-ACURACIA.

           MOVE WS-ACUM-DEPTO TO WS-ACUM-CALC
           MOVE WS-DEPT-ANT TO WS-DEPT-EDT
           MOVE SPACES TO WS-ROTULO
           STRING "  DEPTO " FUNCTION TRIM(WS-DEPT-EDT)
               DELIMITED BY SIZE INTO WS-ROTULO
           END-STRING
           PERFORM MONTA-LINHA-ACURACIA
           WRITE LINHA-REL

           COMPUTE AL-PREVISTO = AL-PREVISTO + AD-PREVISTO
           COMPUTE AL-REAL     = AL-REAL     + AD-REAL
           COMPUTE AL-ERRO-ABS = AL-ERRO-ABS + AD-ERRO-ABS
           ADD AD-SEMANAS   TO AL-SEMANAS
           ADD AD-PENDENTES TO AL-PENDENTES

           MOVE 0 TO AD-PREVISTO AD-REAL AD-ERRO-ABS
           MOVE 0 TO AD-SEMANAS AD-PENDENTES.

       FECHA-DEPTO-ACURACIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA-LOJA-ACURACIA
      * Imprime o total da loja (WS-STORE-ANT), soma na empresa e
      * zera.
      *-----------------------------------------------------------------
       FECHA-LOJA-ACURACIA.

           MOVE WS-ACUM-LOJA TO WS-ACUM-CALC
           MOVE WS-STORE-ANT TO WS-STORE-EDT
           MOVE SPACES TO WS-ROTULO
           STRING "  TOTAL LOJA " FUNCTION TRIM(WS-STORE-EDT)
               DELIMITED BY SIZE INTO WS-ROTULO
           END-STRING
           PERFORM MONTA-LINHA-ACURACIA
           WRITE LINHA-REL
           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL

           COMPUTE AE-PREVISTO = AE-PREVISTO + AL-PREVISTO
           COMPUTE AE-REAL     = AE-REAL     + AL-REAL
           COMPUTE AE-ERRO-ABS = AE-ERRO-ABS + AL-ERRO-ABS
           ADD AL-SEMANAS   TO AE-SEMANAS
           ADD AL-PENDENTES TO AE-PENDENTES

           MOVE 0 TO AL-PREVISTO AL-REAL AL-ERRO-ABS
           MOVE 0 TO AL-SEMANAS AL-PENDENTES.

       FECHA-LOJA-ACURACIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-LINHA-ACURACIA
      * Monta em LINHA-REL a linha de WS-ROTULO com os acumulados de
      * WS-ACUM-CALC: previsto, real, erro (R$ e % do real), erro
      * absoluto (% do real) e semanas medidas / pendentes.
      *-----------------------------------------------------------------
       MONTA-LINHA-ACURACIA.

           COMPUTE WS-ERRO-TOTAL = AC-PREVISTO - AC-REAL

           MOVE SPACES TO WS-ERRO-PCT-TXT WS-ABS-PCT-TXT
           IF AC-REAL NOT = 0
               COMPUTE WS-ERRO-PCT ROUNDED =
                   (WS-ERRO-TOTAL / AC-REAL) * 100
               IF AC-REAL < 0
                   COMPUTE WS-ERRO-PCT = WS-ERRO-PCT * -1
               END-IF
               MOVE WS-ERRO-PCT TO WS-ERRO-PCT-EDT
               STRING FUNCTION TRIM(WS-ERRO-PCT-EDT) "%"
                   DELIMITED BY SIZE INTO WS-ERRO-PCT-TXT
               END-STRING

               COMPUTE WS-ERRO-PCT ROUNDED =
                   (AC-ERRO-ABS / AC-REAL) * 100
               IF AC-REAL < 0
                   COMPUTE WS-ERRO-PCT = WS-ERRO-PCT * -1
               END-IF
               MOVE WS-ERRO-PCT TO WS-ERRO-PCT-EDT
               STRING FUNCTION TRIM(WS-ERRO-PCT-EDT) "%"
                   DELIMITED BY SIZE INTO WS-ABS-PCT-TXT
               END-STRING
           ELSE
               MOVE "N/D" TO WS-ERRO-PCT-TXT
               MOVE "N/D" TO WS-ABS-PCT-TXT
           END-IF

           MOVE SPACES TO WS-PEND-TXT
           IF AC-PENDENTES > 0
               MOVE AC-PENDENTES TO WS-CONT-EDT2
               STRING " | PENDENTES " FUNCTION TRIM(WS-CONT-EDT2)
                   DELIMITED BY SIZE INTO WS-PEND-TXT
               END-STRING
           END-IF

           MOVE AC-PREVISTO   TO WS-VAL-EDT
           MOVE AC-REAL       TO WS-VAL-EDT2
           MOVE WS-ERRO-TOTAL TO WS-VAL-EDT3
           MOVE AC-SEMANAS    TO WS-CONT-EDT

           MOVE SPACES TO LINHA-REL
           STRING FUNCTION TRIM(WS-ROTULO TRAILING)
               ": PREVISTO R$ " FUNCTION TRIM(WS-VAL-EDT)
               " | REAL R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " | ERRO R$ " FUNCTION TRIM(WS-VAL-EDT3)
               " (" FUNCTION TRIM(WS-ERRO-PCT-TXT) ")"
               " | ERRO ABS " FUNCTION TRIM(WS-ABS-PCT-TXT)
               " | SEMANAS " FUNCTION TRIM(WS-CONT-EDT)
               FUNCTION TRIM(WS-PEND-TXT TRAILING)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING.

       MONTA-LINHA-ACURACIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Le o modo, os nomes dos arquivos e os parametros da previsao
      * de variaveis de ambiente, com valor default para quando a
      * variavel nao existe.
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-MODO FROM ENVIRONMENT "PREVISAO_MODO"
               ON EXCEPTION
                   MOVE "PREVE" TO WS-MODO
           END-ACCEPT

           IF NOT MODO-PREVE AND NOT MODO-ACURACIA
               DISPLAY "AVISO: PREVISAO_MODO INVALIDO ("
                   FUNCTION TRIM(WS-MODO) ") - USANDO PREVE"
               MOVE "PREVE" TO WS-MODO
           END-IF

           ACCEPT WS-VENDAHIST-PATH FROM ENVIRONMENT "VENDAHIST_MASTER"
               ON EXCEPTION
                   MOVE "vendahist.dat" TO WS-VENDAHIST-PATH
           END-ACCEPT

           ACCEPT WS-PREVISAO-PATH FROM ENVIRONMENT "PREVISAO_VENDAS"
               ON EXCEPTION
                   MOVE "previsao_vendas.dat" TO WS-PREVISAO-PATH
           END-ACCEPT

           ACCEPT WS-RELATORIO-PATH
               FROM ENVIRONMENT "RELATORIO_ACURACIA"
               ON EXCEPTION
                   MOVE "relatorio_acuracia.txt" TO WS-RELATORIO-PATH
           END-ACCEPT

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "PREVISAO_SEMANAS"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT
           IF WS-PARM-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-TXT) = 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) > 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) < 53
                   COMPUTE WS-QTD-SEMANAS = FUNCTION NUMVAL(WS-PARM-TXT)
               ELSE
                   DISPLAY "AVISO: PREVISAO_SEMANAS INVALIDO ("
                       FUNCTION TRIM(WS-PARM-TXT)
                       ") - USE 1 A 52; USANDO 4"
               END-IF
           END-IF

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "PREVISAO_TENDENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT
           IF WS-PARM-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-TXT) = 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) > 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) < 53
                   COMPUTE WS-QTD-TENDENCIA =
                       FUNCTION NUMVAL(WS-PARM-TXT)
               ELSE
                   DISPLAY "AVISO: PREVISAO_TENDENCIA INVALIDO ("
                       FUNCTION TRIM(WS-PARM-TXT)
                       ") - USE 1 A 52; USANDO 8"
               END-IF
           END-IF

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "PREVISAO_BASE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT
           IF WS-PARM-TXT(1:8) IS NUMERIC
               MOVE WS-PARM-TXT(1:8) TO WS-DATA-BASE
           ELSE
               IF WS-PARM-TXT NOT = SPACES
                   DISPLAY "AVISO: PREVISAO_BASE INVALIDA ("
                       FUNCTION TRIM(WS-PARM-TXT)
                       ") - USANDO A ULTIMA SEMANA DO HISTORICO"
               END-IF
               MOVE 0 TO WS-DATA-BASE
           END-IF

           ACCEPT WS-RUN-PEDIDO FROM ENVIRONMENT "PREVISAO_RUN"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-PEDIDO
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OBTEM-TRAVA-HIST
      * Pede ao travahist a trava de leitura do historico
      * (compartilhada com os outros leitores, recusada enquanto
      * um programa de atualizacao estiver com o master).
      * Recusada a trava, o programa termina com RC 8 sem abrir
      * o master.
      *-----------------------------------------------------------------
       OBTEM-TRAVA-HIST.

           MOVE "L" TO TH-ACAO
           MOVE "prevevendas" TO TH-PROGRAMA
           MOVE WS-RUN-ID TO TH-RUN-ID
           MOVE 0 TO TH-RETORNO

           CALL "travahist" USING WS-TRAVA-PARM
               ON EXCEPTION
                   DISPLAY "ERRO: SUBPROGRAMA travahist NAO ENCONTRADO"
                   MOVE 8 TO TH-RETORNO
           END-CALL

           IF TH-RETORNO = 0
               SET TRAVA-HIST-OBTIDA TO TRUE
           ELSE
               IF TH-DETENTOR-PROGRAMA NOT = SPACES
                   DISPLAY "ERRO: HISTORICO EM USO POR "
                       FUNCTION TRIM(TH-DETENTOR-PROGRAMA)
                       " (EXECUCAO " TH-DETENTOR-RUN-ID ")"
               END-IF
           END-IF.

       OBTEM-TRAVA-HIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIBERA-TRAVA-HIST
      * Devolve a trava do historico obtida em OBTEM-TRAVA-HIST.
      *-----------------------------------------------------------------
       LIBERA-TRAVA-HIST.

           IF TRAVA-HIST-OBTIDA
               MOVE "D" TO TH-ACAO
               CALL "travahist" USING WS-TRAVA-PARM
                   ON EXCEPTION
                       DISPLAY "ERRO: SUBPROGRAMA travahist NAO "
                           "ENCONTRADO"
               END-CALL
               SET TRAVA-HIST-LIVRE TO TRUE
           END-IF.

       LIBERA-TRAVA-HIST-EXIT.
           EXIT.

       END PROGRAM prevevendas.
