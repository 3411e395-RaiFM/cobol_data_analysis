      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Subtotal por periodo fiscal: dentro da
      *                  temporada, cada periodo do calendario 4-5-4
      *                  (trimestre/periodo do CALFISCALREC) fecha com
      *                  o acumulado das semanas casadas contra o mesmo
      *                  acumulado do ano anterior e a variacao, antes
      *                  do acumulado do ano fiscal. Semana fora do
      *                  calendario fica no mes civil.
      * 15/10/2026  RF   Trava de leitura do historico (travahist)
      *                  antes do OPEN, devolvida apos o CLOSE.
      * 15/10/2026  RF   Temporada pelo ano fiscal: o acumulado passa a
      *                  fechar na virada do ano fiscal do calendario
      *                  4-5-4 (layout CALFISCALREC, gerado por
      *                  geracalfiscal), nao na virada do ano civil da
      *                  data - a semana do fim de janeiro fica na
      *                  temporada em que a controladoria a fecha.
      *                  Semana fora do calendario (ou calendario
      *                  ausente, com aviso) segue no ano civil.
      * 02/09/2026  RF   Versao inicial - le o historico indexado
      *                  (VENDAHISTREC, mantido por aplicadelta) em
      *                  sequencia de chave e poe cada semana ao lado
               ASSIGN TO DYNAMIC WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CALFISCAL
               ASSIGN TO DYNAMIC WS-CALFISCAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFISCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HIST.
       FD ARQ-REL.
       01 LINHA-REL        PIC X(200).

      *-----------------------------------------------------------------
      * ARQ-CALFISCAL: calendario fiscal 4-5-4 (layout CALFISCALREC,
      * copybook compartilhado com geracalfiscal e testeCSV).
      *-----------------------------------------------------------------
       FD ARQ-CALFISCAL.
       01 REG-CALFISCAL.
           COPY "calfiscalrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VENDAHIST-PATH     PIC X(200).
       01 WS-RELATORIO-PATH     PIC X(200).
       01 WS-CALFISCAL-PATH     PIC X(200).

       01 WS-HIST-STATUS        PIC XX VALUE "00".
       01 WS-ANT-STATUS         PIC XX VALUE "00".

      *    Ano da ultima semana processada: a virada de ano tambem
      *    fecha o acumulado de temporada, senao dois anos de
      *    historico se misturam num acumulado so. E o ano fiscal da
      *    semana ("FISCAL AAAA"); semana fora do calendario fiscal
      *    fica no ano civil da data ("CIVIL AAAA").
       01 WS-ANO-ANT            PIC X(12) VALUE SPACES.
       01 WS-ANO-SEMANA         PIC X(12) VALUE SPACES.

       01 WS-ACUM-ATUAL         PIC S9(13)V99 VALUE 0.
       01 WS-ACUM-ANO-ANT       PIC S9(13)V99 VALUE 0.
       01 WS-ACUM-CONT          PIC 9(10) VALUE 0.

      *    Periodo fiscal da ultima semana processada ("PERIODO 03
      *    (T1)"; fora do calendario, "MES 03") e o acumulado do
      *    periodo, fechado na troca de periodo e em toda quebra de
      *    temporada.
       01 WS-PERIODO-ANT        PIC X(20) VALUE SPACES.
       01 WS-PERIODO-SEMANA     PIC X(20) VALUE SPACES.

       01 WS-PER-ATUAL          PIC S9(13)V99 VALUE 0.
       01 WS-PER-ANO-ANT        PIC S9(13)V99 VALUE 0.
       01 WS-PER-CONT           PIC 9(10) VALUE 0.

      *    Entrada de CALCULA-VARIACAO.
       01 WS-CALC-ATUAL         PIC S9(13)V99 VALUE 0.
       01 WS-CALC-ANO-ANT       PIC S9(13)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Busca da semana do ano anterior (364 dias antes) e variacoes.
      *-----------------------------------------------------------------

       01 WS-IDENT-GRUPO        PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * Calendario fiscal 4-5-4 (calendario_fiscal.dat), carregado uma
      * vez. A semana do historico cai no ano fiscal da semana do
      * calendario que fecha de zero a seis dias depois da sua data.
      * A busca tenta antes a ultima semana achada e a seguinte - a
      * leitura em sequencia de chave anda semana a semana dentro de
      * cada loja/depto.
      *-----------------------------------------------------------------
       01 WS-CALFISCAL-STATUS   PIC XX VALUE "00".
       01 EOF-CALFISCAL-FLAG    PIC X VALUE "N".
       01 WS-CONT-FORA-CAL      PIC 9(10) VALUE 0.

       01 WS-CALFISCAL-COUNT    PIC 9(4) COMP VALUE 0.
       01 WS-CALFISCAL-IDX      PIC 9(4) COMP.
       01 WS-CALFISCAL-ULT      PIC 9(4) COMP VALUE 0.
       01 WS-FISCAL-ACHOU-FLAG  PIC X VALUE "N".
           88 FISCAL-ACHADO          VALUE "S".
           88 FISCAL-NAO-ACHADO      VALUE "N".

       01 TABELA-CAL-FISCAL.
           05 CALF-ROW OCCURS 1100 TIMES INDEXED BY IX-CALF.
               10 CALF-DIA-FIM      PIC S9(9) COMP.
               10 CALF-ANO          PIC X(4).
               10 CALF-TRIMESTRE    PIC X(1).
               10 CALF-PERIODO      PIC X(2).

       01 WS-FISCAL-DATA-NUM    PIC 9(8) VALUE 0.
       01 WS-FISCAL-DIA         PIC S9(9) COMP VALUE 0.
       01 WS-FISCAL-DIF         PIC S9(9) COMP VALUE 0.

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


           DISPLAY "=== COMPARATIVO ANO CONTRA ANO ==="

           PERFORM CARREGA-CAL-FISCAL

           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO: HISTORICO NAO ENCONTRADO ("
                   WS-VENDAHIST-PATH ") - STATUS " WS-HIST-STATUS
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Ultima quebra pendente (fim do arquivo).
           IF NAO-PRIMEIRO-REGISTRO
               PERFORM QUEBRA-PERIODO
               PERFORM QUEBRA-GRUPO
           END-IF

           CLOSE ARQ-REL
           CLOSE ARQ-HIST-ANT
           CLOSE ARQ-HIST
           PERFORM LIBERA-TRAVA-HIST

           DISPLAY "SEMANAS LIDAS.........: " WS-CONT-SEMANAS
           DISPLAY "COM PAR NO ANO ANT....: " WS-CONT-CASADAS
           DISPLAY "SEM PAR NO ANO ANT....: " WS-CONT-SEM-PAR
           IF WS-CALFISCAL-COUNT > 0 AND WS-CONT-FORA-CAL > 0
               DISPLAY "AVISO: " WS-CONT-FORA-CAL
                   " SEMANAS FORA DO CALENDARIO FISCAL - TEMPORADA "
                   "PELO ANO CIVIL"
           END-IF
           DISPLAY "=== COMPARATIVO GERADO ==="
           GOBACK.

           ADD 1 TO WS-CONT-SEMANAS

      *    A quebra fecha o acumulado na troca de loja/depto e tambem
      *    na virada de ano fiscal dentro do mesmo grupo - "temporada"
      *    e um ano fiscal de cada vez. Toda quebra de temporada fecha
      *    antes o periodo; a troca de periodo dentro da temporada
      *    fecha so o periodo.
           PERFORM BUSCA-ANO-FISCAL

           IF NAO-PRIMEIRO-REGISTRO
               EVALUATE TRUE
                   WHEN VH-STORE NOT = WS-STORE-ANT
                     OR VH-DEPT NOT = WS-DEPT-ANT
                     OR WS-ANO-SEMANA NOT = WS-ANO-ANT
                       PERFORM QUEBRA-PERIODO
                       PERFORM QUEBRA-GRUPO
                   WHEN WS-PERIODO-SEMANA NOT = WS-PERIODO-ANT
                       PERFORM QUEBRA-PERIODO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF PRIMEIRO-REGISTRO

           MOVE VH-STORE TO WS-STORE-ANT
           MOVE VH-DEPT  TO WS-DEPT-ANT
           MOVE WS-ANO-SEMANA TO WS-ANO-ANT
           MOVE WS-PERIODO-SEMANA TO WS-PERIODO-ANT

           PERFORM BUSCA-SEMANA-ANTERIOR

               COMPUTE WS-ACUM-ATUAL = WS-ACUM-ATUAL + VH-VENDA
               COMPUTE WS-ACUM-ANO-ANT = WS-ACUM-ANO-ANT + VA-VENDA
               ADD 1 TO WS-ACUM-CONT
               COMPUTE WS-PER-ATUAL = WS-PER-ATUAL + VH-VENDA
               COMPUTE WS-PER-ANO-ANT = WS-PER-ANO-ANT + VA-VENDA
               ADD 1 TO WS-PER-CONT

               MOVE SPACES TO WS-VAR-TXT
               IF VA-VENDA NOT = 0
       BUSCA-SEMANA-ANTERIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-ANO-FISCAL
      * Monta em WS-ANO-SEMANA o ano da temporada da semana corrente
      * (VH-DATA) e em WS-PERIODO-SEMANA o periodo dela: o ano e o
      * periodo fiscal da semana do calendario que a contem; sem
      * calendario, ou semana fora dele, o ano civil e o mes da data.
      *-----------------------------------------------------------------
       BUSCA-ANO-FISCAL.

           SET FISCAL-NAO-ACHADO TO TRUE
           MOVE SPACES TO WS-ANO-SEMANA
           MOVE SPACES TO WS-PERIODO-SEMANA

           IF WS-CALFISCAL-COUNT > 0
               COMPUTE WS-FISCAL-DIA = FUNCTION INTEGER-OF-DATE(VH-DATA)
               IF WS-FISCAL-DIA > 0
                   IF WS-CALFISCAL-ULT > 0
                       MOVE WS-CALFISCAL-ULT TO WS-CALFISCAL-IDX
                       PERFORM CONFERE-SEMANA-FISCAL
                       IF FISCAL-NAO-ACHADO
                          AND WS-CALFISCAL-ULT < WS-CALFISCAL-COUNT
                           COMPUTE WS-CALFISCAL-IDX =
                               WS-CALFISCAL-ULT + 1
                           PERFORM CONFERE-SEMANA-FISCAL
                       END-IF
                   END-IF

                   PERFORM VARYING WS-CALFISCAL-IDX FROM 1 BY 1
                       UNTIL WS-CALFISCAL-IDX > WS-CALFISCAL-COUNT
                          OR FISCAL-ACHADO
                       PERFORM CONFERE-SEMANA-FISCAL
                   END-PERFORM
               END-IF
           END-IF

           IF FISCAL-ACHADO
               SET IX-CALF TO WS-CALFISCAL-ULT
               STRING "FISCAL " CALF-ANO(IX-CALF)
                   DELIMITED BY SIZE INTO WS-ANO-SEMANA
               END-STRING
               STRING "PERIODO " CALF-PERIODO(IX-CALF)
                   " (T" CALF-TRIMESTRE(IX-CALF) ")"
                   DELIMITED BY SIZE INTO WS-PERIODO-SEMANA
               END-STRING
           ELSE
               IF WS-CALFISCAL-COUNT > 0
                   ADD 1 TO WS-CONT-FORA-CAL
               END-IF
               STRING "CIVIL " VH-DATA(1:4)
                   DELIMITED BY SIZE INTO WS-ANO-SEMANA
               END-STRING
               STRING "MES " VH-DATA(5:2)
                   DELIMITED BY SIZE INTO WS-PERIODO-SEMANA
               END-STRING
           END-IF.

       BUSCA-ANO-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE-SEMANA-FISCAL
      * A semana WS-CALFISCAL-IDX do calendario contem a data da
      * semana corrente (WS-FISCAL-DIA) quando fecha de zero a seis
      * dias depois dela; achada, fica em WS-CALFISCAL-ULT.
      *-----------------------------------------------------------------
       CONFERE-SEMANA-FISCAL.

           SET IX-CALF TO WS-CALFISCAL-IDX
           COMPUTE WS-FISCAL-DIF =
               CALF-DIA-FIM(IX-CALF) - WS-FISCAL-DIA
           IF WS-FISCAL-DIF NOT < 0 AND WS-FISCAL-DIF < 7
               SET FISCAL-ACHADO TO TRUE
               MOVE WS-CALFISCAL-IDX TO WS-CALFISCAL-ULT
           END-IF.

       CONFERE-SEMANA-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CAL-FISCAL
      * Le por inteiro o calendario fiscal 4-5-4 (layout CALFISCALREC)
      * para a TABELA-CAL-FISCAL. Arquivo ausente deixa a temporada no
      * ano civil, com aviso.
      *-----------------------------------------------------------------
       CARREGA-CAL-FISCAL.

           OPEN INPUT ARQ-CALFISCAL

           IF WS-CALFISCAL-STATUS NOT = "00"
               DISPLAY "AVISO: CALENDARIO FISCAL NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-CALFISCAL-PATH) ") - STATUS "
                   WS-CALFISCAL-STATUS " - TEMPORADA PELO ANO CIVIL"
           ELSE
               PERFORM UNTIL EOF-CALFISCAL-FLAG = "S"
                   READ ARQ-CALFISCAL
                       AT END
                           MOVE "S" TO EOF-CALFISCAL-FLAG
                       NOT AT END
                           PERFORM CARREGA-SEMANA-FISCAL
                   END-READ
               END-PERFORM
               CLOSE ARQ-CALFISCAL
           END-IF.

       CARREGA-CAL-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-SEMANA-FISCAL
      * Valida e guarda na TABELA-CAL-FISCAL a semana corrente do
      * calendario fiscal.
      *-----------------------------------------------------------------
       CARREGA-SEMANA-FISCAL.

           MOVE 0 TO WS-FISCAL-DIA
           IF CF-DATA-FIM IS NUMERIC
               MOVE CF-DATA-FIM TO WS-FISCAL-DATA-NUM
               COMPUTE WS-FISCAL-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-FISCAL-DATA-NUM)
           END-IF

           IF WS-FISCAL-DIA = 0 OR CF-ANO-FISCAL NOT NUMERIC
              OR CF-PERIODO NOT NUMERIC OR CF-TRIMESTRE NOT NUMERIC
               DISPLAY "AVISO: LINHA DO CALENDARIO FISCAL RECUSADA: "
                   FUNCTION TRIM(REG-CALFISCAL)
           ELSE
               IF WS-CALFISCAL-COUNT < 1100
                   ADD 1 TO WS-CALFISCAL-COUNT
                   SET IX-CALF TO WS-CALFISCAL-COUNT
                   MOVE WS-FISCAL-DIA TO CALF-DIA-FIM(IX-CALF)
                   MOVE CF-ANO-FISCAL TO CALF-ANO(IX-CALF)
                   MOVE CF-TRIMESTRE  TO CALF-TRIMESTRE(IX-CALF)
                   MOVE CF-PERIODO    TO CALF-PERIODO(IX-CALF)
               ELSE
                   DISPLAY "AVISO: TABELA-CAL-FISCAL CHEIA (1100) - "
                       "SEMANAS ALEM DO LIMITE FORAM IGNORADAS"
                   MOVE "S" TO EOF-CALFISCAL-FLAG
               END-IF
           END-IF.

       CARREGA-SEMANA-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-CABECALHO-GRUPO
      * Titulo do grupo loja/depto que comeca.
      *-----------------------------------------------------------------
      * QUEBRA-GRUPO
      * Fecha a temporada corrente (troca de loja/depto ou virada de
      * ano fiscal): imprime o acumulado das semanas casadas contra o
      * mesmo acumulado do ano anterior e zera os acumuladores.
      * WS-ANO-ANT ainda guarda o ano que esta sendo fechado.
      *-----------------------------------------------------------------
       QUEBRA-GRUPO.

           IF WS-ACUM-CONT > 0
               MOVE WS-ACUM-ATUAL   TO WS-CALC-ATUAL
               MOVE WS-ACUM-ANO-ANT TO WS-CALC-ANO-ANT
               PERFORM CALCULA-VARIACAO

               MOVE WS-ACUM-ATUAL   TO WS-VAL-EDT
               MOVE WS-ACUM-ANO-ANT TO WS-VAL-EDT2
               MOVE WS-ACUM-CONT    TO WS-CONT-EDT
               MOVE SPACES TO LINHA-REL
               STRING "  ACUMULADO DA TEMPORADA "
                   FUNCTION TRIM(WS-ANO-ANT) " ("
                   FUNCTION TRIM(WS-CONT-EDT) " SEMANAS CASADAS): R$ "
                   FUNCTION TRIM(WS-VAL-EDT)
                   " x ANO ANTERIOR R$ " FUNCTION TRIM(WS-VAL-EDT2)
               WRITE LINHA-REL
           ELSE
               MOVE SPACES TO LINHA-REL
               STRING "  ACUMULADO DA TEMPORADA "
                   FUNCTION TRIM(WS-ANO-ANT)
                   ": SEM SEMANAS CASADAS"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
       QUEBRA-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * QUEBRA-PERIODO
      * Fecha o periodo corrente (troca de periodo fiscal ou quebra da
      * temporada): subtotal das semanas casadas do periodo contra o
      * mesmo subtotal do ano anterior, com a variacao. WS-PERIODO-ANT
      * e WS-ANO-ANT ainda guardam o periodo que esta sendo fechado.
      *-----------------------------------------------------------------
       QUEBRA-PERIODO.

           MOVE SPACES TO LINHA-REL
           IF WS-PER-CONT > 0
               MOVE WS-PER-ATUAL   TO WS-CALC-ATUAL
               MOVE WS-PER-ANO-ANT TO WS-CALC-ANO-ANT
               PERFORM CALCULA-VARIACAO

               MOVE WS-PER-ATUAL   TO WS-VAL-EDT
               MOVE WS-PER-ANO-ANT TO WS-VAL-EDT2
               MOVE WS-PER-CONT    TO WS-CONT-EDT
               STRING "    SUBTOTAL " FUNCTION TRIM(WS-PERIODO-ANT)
                   " " FUNCTION TRIM(WS-ANO-ANT) " ("
                   FUNCTION TRIM(WS-CONT-EDT) " SEMANAS CASADAS): R$ "
                   FUNCTION TRIM(WS-VAL-EDT)
                   " x ANO ANTERIOR R$ " FUNCTION TRIM(WS-VAL-EDT2)
                   " - " FUNCTION TRIM(WS-VAR-TXT)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           ELSE
               STRING "    SUBTOTAL " FUNCTION TRIM(WS-PERIODO-ANT)
                   " " FUNCTION TRIM(WS-ANO-ANT)
                   ": SEM SEMANAS CASADAS"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           END-IF
           WRITE LINHA-REL

           MOVE 0 TO WS-PER-ATUAL
           MOVE 0 TO WS-PER-ANO-ANT
           MOVE 0 TO WS-PER-CONT.

       QUEBRA-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULA-VARIACAO
      * Variacao percentual de WS-CALC-ATUAL sobre WS-CALC-ANO-ANT,
      * pronta para o relatorio em WS-VAR-TXT ("VAR N/D" com o ano
      * anterior zerado).
      *-----------------------------------------------------------------
       CALCULA-VARIACAO.

           MOVE SPACES TO WS-VAR-TXT
           IF WS-CALC-ANO-ANT NOT = 0
               COMPUTE WS-VAR-ACUM ROUNDED =
                   ((WS-CALC-ATUAL - WS-CALC-ANO-ANT)
                       / WS-CALC-ANO-ANT) * 100
               IF WS-CALC-ANO-ANT < 0
                   COMPUTE WS-VAR-ACUM = WS-VAR-ACUM * -1
               END-IF
               MOVE WS-VAR-ACUM TO WS-VAR-EDT
               STRING "VAR " FUNCTION TRIM(WS-VAR-EDT) "%"
                   DELIMITED BY SIZE INTO WS-VAR-TXT
               END-STRING
           ELSE
               MOVE "VAR N/D" TO WS-VAR-TXT
           END-IF.

       CALCULA-VARIACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RESUMO
      * Totais do lote no final do comparativo.
           ACCEPT WS-RELATORIO-PATH FROM ENVIRONMENT "RELATORIO_ANUAL"
               ON EXCEPTION
                   MOVE "relatorio_anual.txt" TO WS-RELATORIO-PATH
           END-ACCEPT

           ACCEPT WS-CALFISCAL-PATH
               FROM ENVIRONMENT "CALENDARIO_FISCAL"
               ON EXCEPTION
                   MOVE "calendario_fiscal.dat" TO WS-CALFISCAL-PATH
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
           MOVE "comparaanual" TO TH-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:14) TO TH-RUN-ID
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

       END PROGRAM comparaanual.
