      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Mix de departamentos - participacao de cada depto na
      *          venda da loja e da empresa por periodo fiscal
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Status conferido na reabertura do historico
      *                  depois da passada que acha o ultimo periodo
      *                  (falha: ERRO, trava devolvida, RC 8).
      * 15/10/2026  RF   Trava de leitura do historico (travahist)
      *                  antes do OPEN, devolvida apos o CLOSE.
      * 15/10/2026  RF   Versao inicial - le o historico indexado
      *                  (VENDAHISTREC) e soma, por loja+depto, a venda
      *                  de um periodo fiscal (MIX_PERIODO, AAAAPP, do
      *                  calendario CALFISCALREC), a do periodo fiscal
      *                  anterior e a do mesmo periodo do ano anterior
      *                  (364 dias antes, como no comparalojas).
      *                  Relatorio com a participacao de cada depto na
      *                  venda da sua loja e na da empresa, a mudanca
      *                  em pontos percentuais contra o periodo
      *                  anterior e contra o ano anterior, e a marca
      *                  "***" no depto que mudou mais que MIX_LIMITE_PP
      *                  pontos.
      *-----------------------------------------------------------------
      * Os relatorios de vendas e o comparaanual mostram valores; um
      * depto pode crescer em reais e ainda assim perder espaco na loja.
      * A participacao e calculada sobre a venda liquida (semanas de
      * devolucao entram com o sinal). Loja ou empresa sem venda numa
      * janela deixa a participacao daquela janela como N/D, sem marca.
      * Sem MIX_PERIODO o periodo e o da ultima semana do historico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mixdeptos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HIST
               ASSIGN TO DYNAMIC WS-VENDAHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARQ-LOJADEPTO
               ASSIGN TO DYNAMIC WS-LOJADEPTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOJADEPTO-STATUS.

           SELECT ARQ-CALFISCAL
               ASSIGN TO DYNAMIC WS-CALFISCAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFISCAL-STATUS.

           SELECT ARQ-REL
               ASSIGN TO DYNAMIC WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HIST.
       01 REG-HIST.
           COPY "vendahistrec.cpy".

       FD ARQ-LOJADEPTO.
       01 REG-LOJADEPTO-IN.
           COPY "lojadeptorec.cpy"
               REPLACING ==LD-TIPO==   BY ==LDI-TIPO==
                         ==LD-NUMERO== BY ==LDI-NUMERO==
                         ==LD-NOME==   BY ==LDI-NOME==
                         ==LD-REGIAO== BY ==LDI-REGIAO==
                         ==LD-PORTE==  BY ==LDI-PORTE==
                         ==LD-ATIVO==  BY ==LDI-ATIVO==
                         ==LD-DATA-ABERTURA==
                             BY ==LDI-DATA-ABERTURA==
                         ==LD-DATA-FECHAMENTO==
                             BY ==LDI-DATA-FECHAMENTO==.

       FD ARQ-CALFISCAL.
       01 REG-CALFISCAL.
           COPY "calfiscalrec.cpy".

       FD ARQ-REL.
       01 LINHA-REL        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-VENDAHIST-PATH     PIC X(200).
       01 WS-LOJADEPTO-PATH     PIC X(200).
       01 WS-CALFISCAL-PATH     PIC X(200).
       01 WS-RELATORIO-PATH     PIC X(200).

       01 WS-HIST-STATUS        PIC XX VALUE "00".
       01 WS-LOJADEPTO-STATUS   PIC XX VALUE "00".
       01 WS-CALFISCAL-STATUS   PIC XX VALUE "00".

       01 EOF-HIST-FLAG         PIC X VALUE "N".
       01 EOF-LOJADEPTO-FLAG    PIC X VALUE "N".
       01 EOF-CALFISCAL-FLAG    PIC X VALUE "N".

       01 WS-PERIODO-TXT        PIC X(10) VALUE SPACES.
       01 WS-PERIODO-PEDIDO     PIC X(6) VALUE SPACES.
       01 WS-MAIOR-DATA         PIC 9(8) VALUE 0.
       01 WS-PARM-TXT           PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * Limite de mudanca de participacao, em pontos percentuais, acima
      * do qual o depto e marcado (MIX_LIMITE_PP, default 2,00).
      *-----------------------------------------------------------------
       01 WS-LIMITE-PP          PIC 9(3)V99 VALUE 2.
       01 WS-LIMITE-EDT         PIC ZZ9.99.

       01 WS-CONT-HISTORICO     PIC 9(10) VALUE 0.
       01 WS-CONT-NO-PERIODO    PIC 9(10) VALUE 0.
       01 WS-CONT-FORA-TABELA   PIC 9(10) VALUE 0.
       01 WS-CONT-MARCADOS      PIC 9(5) VALUE 0.
       01 WS-CONT-MARCADOS-EMP  PIC 9(5) VALUE 0.

      *-----------------------------------------------------------------
      * Calendario fiscal 4-5-4 (calendario_fiscal.dat), carregado
      * inteiro, em ordem de data (como geracalfiscal grava). Cada
      * semana guarda o dia juliano (INTEGER-OF-DATE) do fechamento.
      *-----------------------------------------------------------------
       01 WS-CALFISCAL-COUNT    PIC 9(4) COMP VALUE 0.
       01 WS-CALFISCAL-IDX      PIC 9(4) COMP.
       01 WS-FISCAL-ACHOU-FLAG  PIC X VALUE "N".
           88 FISCAL-ACHADO          VALUE "S".
           88 FISCAL-NAO-ACHADO      VALUE "N".

       01 TABELA-CAL-FISCAL.
           05 CALF-ROW OCCURS 1100 TIMES INDEXED BY IX-CALF.
               10 CALF-DIA-FIM      PIC S9(9) COMP.
               10 CALF-ANO          PIC X(4).
               10 CALF-PERIODO      PIC X(2).

       01 WS-FISCAL-DATA-NUM    PIC 9(8) VALUE 0.
       01 WS-FISCAL-DIA         PIC S9(9) COMP VALUE 0.
       01 WS-FISCAL-DIF         PIC S9(9) COMP VALUE 0.

      *-----------------------------------------------------------------
      * Janelas do relatorio, em dias julianos: o periodo pedido, o
      * periodo fiscal imediatamente anterior e o mesmo periodo do ano
      * anterior (364 dias antes).
      *-----------------------------------------------------------------
       01 WS-CAL-PRIM           PIC 9(4) COMP VALUE 0.
       01 WS-CAL-ULT            PIC 9(4) COMP VALUE 0.
       01 WS-PREV-PRIM          PIC 9(4) COMP VALUE 0.
       01 WS-PREV-ULT           PIC 9(4) COMP VALUE 0.
       01 WS-PERIODO-PREV       PIC X(6) VALUE SPACES.

       01 WS-ATUAL-INI          PIC S9(9) COMP VALUE 0.
       01 WS-ATUAL-FIM          PIC S9(9) COMP VALUE 0.
       01 WS-PREV-INI           PIC S9(9) COMP VALUE 0.
       01 WS-PREV-FIM           PIC S9(9) COMP VALUE 0.
       01 WS-ANT-INI            PIC S9(9) COMP VALUE 0.
       01 WS-ANT-FIM            PIC S9(9) COMP VALUE 0.

       01 WS-DIA-VENDA          PIC S9(9) COMP VALUE 0.
       01 WS-JANELA             PIC 9 VALUE 0.
           88 JANELA-FORA            VALUE 0.
           88 JANELA-ATUAL           VALUE 1.
           88 JANELA-PREV            VALUE 2.
           88 JANELA-ANT             VALUE 3.

      *-----------------------------------------------------------------
      * Nomes de lojas e deptos do cadastro (so para os rotulos).
      *-----------------------------------------------------------------
       01 WS-NM-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-NM-IDX             PIC 9(4) COMP.
       01 WS-NM-ACHOU-FLAG      PIC X VALUE "N".
           88 NM-ACHADO              VALUE "S".
           88 NM-NAO-ACHADO          VALUE "N".

       01 TABELA-NOMES.
           05 NM-ROW OCCURS 700 TIMES INDEXED BY IX-NM.
               10 NM-TIPO           PIC X(01).
               10 NM-NUMERO         PIC 9(10).
               10 NM-NOME           PIC X(30).

       01 WS-NM-TIPO-BUSCA      PIC X(01) VALUE SPACE.
       01 WS-NUM-BUSCA          PIC 9(10) VALUE 0.
       01 WS-NOME-ACHADO        PIC X(30) VALUE SPACES.
       01 WS-TEST-NUMVAL        PIC 9(3) COMP.

      *-----------------------------------------------------------------
      * Venda por loja+depto nas tres janelas. O historico vem em
      * ordem de loja+depto, entao cada grupo novo entra no fim da
      * tabela e a tabela fica na ordem da chave. Cada loja guarda a
      * faixa das suas linhas (LM-PRIM-MX a LM-ULT-MX).
      *-----------------------------------------------------------------
       01 WS-MX-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-MX-IDX             PIC 9(4) COMP.

       01 TABELA-MIX.
           05 MX-ROW OCCURS 6000 TIMES INDEXED BY IX-MX.
               10 MX-LOJA           PIC 9(10).
               10 MX-DEPTO          PIC 9(10).
               10 MX-VENDA-ATUAL    PIC S9(13)V99.
               10 MX-VENDA-PREV     PIC S9(13)V99.
               10 MX-VENDA-ANT      PIC S9(13)V99.

       01 WS-LM-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-LM-IDX             PIC 9(4) COMP.

       01 TABELA-LOJAS-MIX.
           05 LM-ROW OCCURS 500 TIMES INDEXED BY IX-LM.
               10 LM-LOJA           PIC 9(10).
               10 LM-PRIM-MX        PIC 9(4) COMP.
               10 LM-ULT-MX         PIC 9(4) COMP.
               10 LM-TOTAL-ATUAL    PIC S9(13)V99.
               10 LM-TOTAL-PREV     PIC S9(13)V99.
               10 LM-TOTAL-ANT      PIC S9(13)V99.

       01 WS-MIX-OK-FLAG        PIC X VALUE "N".
           88 MIX-POSICIONADO        VALUE "S".
           88 MIX-NAO-POSICIONADO    VALUE "N".

      *-----------------------------------------------------------------
      * Venda por depto na empresa inteira, em ordem de numero, e o
      * total da empresa nas tres janelas.
      *-----------------------------------------------------------------
       01 WS-DM-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-DM-IDX             PIC 9(4) COMP.
       01 WS-DM-POS             PIC 9(4) COMP.
       01 WS-DM-ULT             PIC 9(4) COMP VALUE 0.
       01 WS-DM-ACHOU-FLAG      PIC X VALUE "N".
           88 DM-ACHADO              VALUE "S".
           88 DM-NAO-ACHADO          VALUE "N".

       01 TABELA-DEPTOS-MIX.
           05 DM-ROW OCCURS 200 TIMES INDEXED BY IX-DM.
               10 DM-DEPTO          PIC 9(10).
               10 DM-TOTAL-ATUAL    PIC S9(13)V99.
               10 DM-TOTAL-PREV     PIC S9(13)V99.
               10 DM-TOTAL-ANT      PIC S9(13)V99.

       01 WS-EMP-TOTAL-ATUAL    PIC S9(13)V99 VALUE 0.
       01 WS-EMP-TOTAL-PREV     PIC S9(13)V99 VALUE 0.
       01 WS-EMP-TOTAL-ANT      PIC S9(13)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Calculo da participacao: venda e base (loja ou empresa) das
      * tres janelas entram em WS-CALC-*, o texto sai em WS-MIX-TXT e
      * WS-MIX-MARCA-FLAG diz se alguma mudanca passou do limite.
      *-----------------------------------------------------------------
       01 WS-CALC-VENDA-ATUAL   PIC S9(13)V99 VALUE 0.
       01 WS-CALC-VENDA-PREV    PIC S9(13)V99 VALUE 0.
       01 WS-CALC-VENDA-ANT     PIC S9(13)V99 VALUE 0.
       01 WS-CALC-BASE-ATUAL    PIC S9(13)V99 VALUE 0.
       01 WS-CALC-BASE-PREV     PIC S9(13)V99 VALUE 0.
       01 WS-CALC-BASE-ANT      PIC S9(13)V99 VALUE 0.
       01 WS-CALC-VENDA-COMP    PIC S9(13)V99 VALUE 0.
       01 WS-CALC-BASE-COMP     PIC S9(13)V99 VALUE 0.

       01 WS-PART-ATUAL         PIC S9(5)V99 VALUE 0.
       01 WS-PART-COMP          PIC S9(5)V99 VALUE 0.
       01 WS-DIF-PP             PIC S9(5)V99 VALUE 0.
       01 WS-PART-EDT           PIC -(4)9.99.
       01 WS-DIF-EDT            PIC +(4)9.99.

       01 WS-PART-ATUAL-FLAG    PIC X VALUE "N".
           88 PART-ATUAL-OK          VALUE "S".
           88 PART-ATUAL-ND          VALUE "N".

       01 WS-MIX-MARCA-FLAG     PIC X VALUE "N".
           88 MIX-MARCADO            VALUE "S".
           88 MIX-NAO-MARCADO        VALUE "N".

       01 WS-COMP-ROTULO        PIC X(10) VALUE SPACES.
       01 WS-COMP-TXT           PIC X(40) VALUE SPACES.
       01 WS-PART-TXT           PIC X(12) VALUE SPACES.
       01 WS-PREV-TXT           PIC X(40) VALUE SPACES.
       01 WS-ANT-TXT            PIC X(40) VALUE SPACES.
       01 WS-MIX-TXT            PIC X(120) VALUE SPACES.

      *-----------------------------------------------------------------
      * Apoio de impressao.
      *-----------------------------------------------------------------
       01 WS-VAL-EDT            PIC -(12)9.99.
       01 WS-VAL-EDT2           PIC -(12)9.99.
       01 WS-VAL-EDT3           PIC -(12)9.99.
       01 WS-STORE-EDT          PIC Z(9)9.
       01 WS-DEPT-EDT           PIC Z(9)9.
       01 WS-EMPR-TXT           PIC X(20) VALUE SPACES.

       01 WS-DATA-AUX           PIC 9(8) VALUE 0.
       01 WS-DATA-EDT           PIC X(10) VALUE SPACES.
       01 WS-JANELA-TXT         PIC X(30) VALUE SPACES.
       01 WS-JANELA-TXT2        PIC X(30) VALUE SPACES.
       01 WS-JANELA-TXT3        PIC X(30) VALUE SPACES.
       01 WS-DIA-AUX            PIC S9(9) COMP VALUE 0.
       01 WS-DIA-AUX2           PIC S9(9) COMP VALUE 0.
       01 WS-ROTULO             PIC X(70) VALUE SPACES.

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

           DISPLAY "=== MIX DE DEPARTAMENTOS ==="

           PERFORM CARREGA-CAL-FISCAL
           IF WS-CALFISCAL-COUNT = 0
               DISPLAY "ERRO: CALENDARIO FISCAL NAO ENCONTRADO OU "
                   "VAZIO (" FUNCTION TRIM(WS-CALFISCAL-PATH)
                   ") - PERIODO NAO PODE SER DEFINIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-LOJADEPTO

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

           IF WS-PERIODO-PEDIDO = SPACES
               PERFORM APURA-ULTIMO-PERIODO
           END-IF

           PERFORM DEFINE-JANELAS
           IF WS-CAL-PRIM = 0
               DISPLAY "ERRO: PERIODO FISCAL " WS-PERIODO-PEDIDO
                   " FORA DO CALENDARIO FISCAL"
               CLOSE ARQ-HIST
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EOF-HIST-FLAG = "S"
               READ ARQ-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO EOF-HIST-FLAG
                   NOT AT END
                       PERFORM ACUMULA-VENDA-HIST
               END-READ
           END-PERFORM

           CLOSE ARQ-HIST
           PERFORM LIBERA-TRAVA-HIST

           OPEN OUTPUT ARQ-REL
           PERFORM GRAVA-RELATORIO
           CLOSE ARQ-REL

           DISPLAY "PERIODO FISCAL............: "
               WS-PERIODO-PEDIDO(5:2) "/" WS-PERIODO-PEDIDO(1:4)
           DISPLAY "REGISTROS DE HISTORICO....: " WS-CONT-HISTORICO
           DISPLAY "REGISTROS NAS JANELAS.....: " WS-CONT-NO-PERIODO
           DISPLAY "LOJAS.....................: " WS-LM-COUNT
           DISPLAY "GRUPOS LOJA+DEPTO.........: " WS-MX-COUNT
           DISPLAY "DEPTOS MARCADOS NA LOJA...: " WS-CONT-MARCADOS
           DISPLAY "DEPTOS MARCADOS NA EMPRESA: " WS-CONT-MARCADOS-EMP

           IF WS-CONT-FORA-TABELA > 0
               DISPLAY "AVISO: " WS-CONT-FORA-TABELA
                   " REGISTROS FORA DO RELATORIO POR TABELA CHEIA - "
                   "RETURN-CODE 4"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "=== RELATORIO DE MIX GERADO ==="
           GOBACK.

      *-----------------------------------------------------------------
      * APURA-ULTIMO-PERIODO
      * Sem MIX_PERIODO: uma passada pelo historico acha a ultima
      * semana gravada e o periodo fiscal que a contem vira o periodo
      * do relatorio. O historico e reaberto para a passada normal.
      *-----------------------------------------------------------------
       APURA-ULTIMO-PERIODO.

           PERFORM UNTIL EOF-HIST-FLAG = "S"
               READ ARQ-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO EOF-HIST-FLAG
                   NOT AT END
                       IF VH-DATA > WS-MAIOR-DATA
                           MOVE VH-DATA TO WS-MAIOR-DATA
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
           MOVE "N" TO EOF-HIST-FLAG

           SET FISCAL-NAO-ACHADO TO TRUE
           MOVE 0 TO WS-FISCAL-DIA
           IF WS-MAIOR-DATA > 0
               COMPUTE WS-FISCAL-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-MAIOR-DATA)
           END-IF

           IF WS-FISCAL-DIA > 0
               PERFORM VARYING WS-CALFISCAL-IDX FROM 1 BY 1
                   UNTIL WS-CALFISCAL-IDX > WS-CALFISCAL-COUNT
                      OR FISCAL-ACHADO
                   SET IX-CALF TO WS-CALFISCAL-IDX
                   COMPUTE WS-FISCAL-DIF =
                       CALF-DIA-FIM(IX-CALF) - WS-FISCAL-DIA
                   IF WS-FISCAL-DIF NOT < 0 AND WS-FISCAL-DIF < 7
                       SET FISCAL-ACHADO TO TRUE
                       STRING CALF-ANO(IX-CALF) CALF-PERIODO(IX-CALF)
                           DELIMITED BY SIZE INTO WS-PERIODO-PEDIDO
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF

           IF FISCAL-NAO-ACHADO
               MOVE "000000" TO WS-PERIODO-PEDIDO
               DISPLAY "AVISO: ULTIMA SEMANA DO HISTORICO ("
                   WS-MAIOR-DATA ") FORA DO CALENDARIO FISCAL"
           ELSE
               DISPLAY "MIX_PERIODO NAO INFORMADO - USANDO O PERIODO "
                   "DA ULTIMA SEMANA DO HISTORICO ("
                   WS-PERIODO-PEDIDO ")"
           END-IF.

       APURA-ULTIMO-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEFINE-JANELAS
      * Acha no calendario a primeira e a ultima semana do periodo
      * pedido e monta as janelas em dias julianos: o periodo, o
      * periodo fiscal imediatamente anterior (quando o calendario o
      * tem) e o mesmo periodo 364 dias antes. WS-CAL-PRIM zero =
      * periodo fora do calendario.
      *-----------------------------------------------------------------
       DEFINE-JANELAS.

           MOVE 0 TO WS-CAL-PRIM WS-CAL-ULT WS-PREV-PRIM WS-PREV-ULT

           PERFORM VARYING WS-CALFISCAL-IDX FROM 1 BY 1
               UNTIL WS-CALFISCAL-IDX > WS-CALFISCAL-COUNT
               SET IX-CALF TO WS-CALFISCAL-IDX
               IF CALF-ANO(IX-CALF) = WS-PERIODO-PEDIDO(1:4)
                  AND CALF-PERIODO(IX-CALF) = WS-PERIODO-PEDIDO(5:2)
                   IF WS-CAL-PRIM = 0
                       MOVE WS-CALFISCAL-IDX TO WS-CAL-PRIM
                   END-IF
                   MOVE WS-CALFISCAL-IDX TO WS-CAL-ULT
               END-IF
           END-PERFORM

           IF WS-CAL-PRIM > 0
               SET IX-CALF TO WS-CAL-PRIM
               COMPUTE WS-ATUAL-INI = CALF-DIA-FIM(IX-CALF) - 6
               SET IX-CALF TO WS-CAL-ULT
               MOVE CALF-DIA-FIM(IX-CALF) TO WS-ATUAL-FIM
               COMPUTE WS-ANT-INI = WS-ATUAL-INI - 364
               COMPUTE WS-ANT-FIM = WS-ATUAL-FIM - 364

               IF WS-CAL-PRIM > 1
                   COMPUTE WS-PREV-ULT = WS-CAL-PRIM - 1
                   SET IX-CALF TO WS-PREV-ULT
                   MOVE SPACES TO WS-PERIODO-PREV
                   STRING CALF-ANO(IX-CALF) CALF-PERIODO(IX-CALF)
                       DELIMITED BY SIZE INTO WS-PERIODO-PREV
                   END-STRING
                   PERFORM VARYING WS-CALFISCAL-IDX FROM 1 BY 1
                       UNTIL WS-CALFISCAL-IDX > WS-PREV-ULT
                          OR WS-PREV-PRIM > 0
                       SET IX-CALF TO WS-CALFISCAL-IDX
                       IF CALF-ANO(IX-CALF) = WS-PERIODO-PREV(1:4)
                          AND CALF-PERIODO(IX-CALF)
                              = WS-PERIODO-PREV(5:2)
                           MOVE WS-CALFISCAL-IDX TO WS-PREV-PRIM
                       END-IF
                   END-PERFORM
                   SET IX-CALF TO WS-PREV-PRIM
                   COMPUTE WS-PREV-INI = CALF-DIA-FIM(IX-CALF) - 6
                   SET IX-CALF TO WS-PREV-ULT
                   MOVE CALF-DIA-FIM(IX-CALF) TO WS-PREV-FIM
               ELSE
                   DISPLAY "AVISO: PERIODO ANTERIOR A "
                       WS-PERIODO-PEDIDO
                       " FORA DO CALENDARIO FISCAL - COMPARACAO COM "
                       "O PERIODO ANTERIOR FICA N/D"
               END-IF
           END-IF.

       DEFINE-JANELAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-VENDA-HIST
      * Um registro do historico: semana dentro de uma das tres
      * janelas soma na linha loja+depto, no total da loja, no total
      * do depto na empresa e no total da empresa daquela janela.
      *-----------------------------------------------------------------
       ACUMULA-VENDA-HIST.

           ADD 1 TO WS-CONT-HISTORICO

           COMPUTE WS-DIA-VENDA = FUNCTION INTEGER-OF-DATE(VH-DATA)

           EVALUATE TRUE
               WHEN WS-DIA-VENDA NOT < WS-ATUAL-INI
                AND WS-DIA-VENDA NOT > WS-ATUAL-FIM
                   SET JANELA-ATUAL TO TRUE
               WHEN WS-PREV-PRIM > 0
                AND WS-DIA-VENDA NOT < WS-PREV-INI
                AND WS-DIA-VENDA NOT > WS-PREV-FIM
                   SET JANELA-PREV TO TRUE
               WHEN WS-DIA-VENDA NOT < WS-ANT-INI
                AND WS-DIA-VENDA NOT > WS-ANT-FIM
                   SET JANELA-ANT TO TRUE
               WHEN OTHER
                   SET JANELA-FORA TO TRUE
           END-EVALUATE

           IF NOT JANELA-FORA
               ADD 1 TO WS-CONT-NO-PERIODO
               PERFORM POSICIONA-MIX
               IF MIX-POSICIONADO
                   MOVE VH-DEPT TO WS-NUM-BUSCA
                   PERFORM BUSCA-DEPTO-MIX
               END-IF
               IF MIX-POSICIONADO AND DM-ACHADO
                   EVALUATE TRUE
                       WHEN JANELA-ATUAL
                           ADD VH-VENDA TO MX-VENDA-ATUAL(IX-MX)
                           ADD VH-VENDA TO LM-TOTAL-ATUAL(IX-LM)
                           ADD VH-VENDA TO DM-TOTAL-ATUAL(IX-DM)
                           ADD VH-VENDA TO WS-EMP-TOTAL-ATUAL
                       WHEN JANELA-PREV
                           ADD VH-VENDA TO MX-VENDA-PREV(IX-MX)
                           ADD VH-VENDA TO LM-TOTAL-PREV(IX-LM)
                           ADD VH-VENDA TO DM-TOTAL-PREV(IX-DM)
                           ADD VH-VENDA TO WS-EMP-TOTAL-PREV
                       WHEN JANELA-ANT
                           ADD VH-VENDA TO MX-VENDA-ANT(IX-MX)
                           ADD VH-VENDA TO LM-TOTAL-ANT(IX-LM)
                           ADD VH-VENDA TO DM-TOTAL-ANT(IX-DM)
                           ADD VH-VENDA TO WS-EMP-TOTAL-ANT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-CONT-FORA-TABELA
               END-IF
           END-IF.

       ACUMULA-VENDA-HIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POSICIONA-MIX
      * Deixa IX-LM na loja e IX-MX no grupo loja+depto do registro
      * corrente. Como o historico vem em ordem de chave, basta olhar
      * a ultima linha de cada tabela; grupo novo entra no fim. Tabela
      * cheia fica MIX-NAO-POSICIONADO.
      *-----------------------------------------------------------------
       POSICIONA-MIX.

           SET MIX-POSICIONADO TO TRUE

           IF WS-LM-COUNT > 0
               SET IX-LM TO WS-LM-COUNT
           END-IF
           IF WS-LM-COUNT = 0
              OR LM-LOJA(IX-LM) NOT = VH-STORE
               IF WS-LM-COUNT < 500
                   ADD 1 TO WS-LM-COUNT
                   SET IX-LM TO WS-LM-COUNT
                   MOVE VH-STORE         TO LM-LOJA(IX-LM)
                   COMPUTE LM-PRIM-MX(IX-LM) = WS-MX-COUNT + 1
                   MOVE 0                TO LM-ULT-MX(IX-LM)
                   MOVE 0                TO LM-TOTAL-ATUAL(IX-LM)
                   MOVE 0                TO LM-TOTAL-PREV(IX-LM)
                   MOVE 0                TO LM-TOTAL-ANT(IX-LM)
               ELSE
                   SET MIX-NAO-POSICIONADO TO TRUE
               END-IF
           END-IF

           IF MIX-POSICIONADO
               IF WS-MX-COUNT > 0
                   SET IX-MX TO WS-MX-COUNT
               END-IF
               IF WS-MX-COUNT = 0
                  OR MX-LOJA(IX-MX) NOT = VH-STORE
                  OR MX-DEPTO(IX-MX) NOT = VH-DEPT
                   IF WS-MX-COUNT < 6000
                       ADD 1 TO WS-MX-COUNT
                       SET IX-MX TO WS-MX-COUNT
                       MOVE VH-STORE      TO MX-LOJA(IX-MX)
                       MOVE VH-DEPT       TO MX-DEPTO(IX-MX)
                       MOVE 0             TO MX-VENDA-ATUAL(IX-MX)
                       MOVE 0             TO MX-VENDA-PREV(IX-MX)
                       MOVE 0             TO MX-VENDA-ANT(IX-MX)
                       MOVE WS-MX-COUNT   TO LM-ULT-MX(IX-LM)
                   ELSE
                       SET MIX-NAO-POSICIONADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       POSICIONA-MIX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-DEPTO-MIX
      * Procura WS-NUM-BUSCA na TABELA-DEPTOS-MIX; depto novo e aberto
      * na posicao da sua ordem de numero, deslocando os seguintes, e
      * fica zerado. O ultimo depto achado e conferido antes. Tabela
      * cheia fica DM-NAO-ACHADO.
      *-----------------------------------------------------------------
       BUSCA-DEPTO-MIX.

           SET DM-NAO-ACHADO TO TRUE

           IF WS-DM-ULT > 0
               SET IX-DM TO WS-DM-ULT
               IF DM-DEPTO(IX-DM) = WS-NUM-BUSCA
                   SET DM-ACHADO TO TRUE
               END-IF
           END-IF

           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
                  OR DM-ACHADO
               SET IX-DM TO WS-DM-IDX
               IF DM-DEPTO(IX-DM) = WS-NUM-BUSCA
                   SET DM-ACHADO TO TRUE
                   MOVE WS-DM-IDX TO WS-DM-ULT
               END-IF
           END-PERFORM

           IF DM-NAO-ACHADO AND WS-DM-COUNT < 200
               MOVE 1 TO WS-DM-POS
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
                   SET IX-DM TO WS-DM-IDX
                   IF DM-DEPTO(IX-DM) < WS-NUM-BUSCA
                       COMPUTE WS-DM-POS = WS-DM-IDX + 1
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-DM-IDX FROM WS-DM-COUNT BY -1
                   UNTIL WS-DM-IDX < WS-DM-POS
                   MOVE DM-ROW(WS-DM-IDX) TO DM-ROW(WS-DM-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-DM-COUNT

               SET IX-DM TO WS-DM-POS
               MOVE WS-DM-POS     TO WS-DM-ULT
               MOVE WS-NUM-BUSCA  TO DM-DEPTO(IX-DM)
               MOVE 0             TO DM-TOTAL-ATUAL(IX-DM)
               MOVE 0             TO DM-TOTAL-PREV(IX-DM)
               MOVE 0             TO DM-TOTAL-ANT(IX-DM)
               SET DM-ACHADO TO TRUE
           END-IF.

       BUSCA-DEPTO-MIX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RELATORIO
      * Monta relatorio_mix.txt: cabecalho com as janelas e o limite,
      * a secao por loja (participacao de cada depto na venda da loja
      * e na da empresa) e a secao da empresa (participacao de cada
      * depto na venda da empresa).
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.

           MOVE SPACES TO LINHA-REL
           STRING "RELATORIO DE MIX DE DEPARTAMENTOS - "
               "PERIODO FISCAL " WS-PERIODO-PEDIDO(5:2) "/"
               WS-PERIODO-PEDIDO(1:4)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-ATUAL-INI TO WS-DIA-AUX
           MOVE WS-ATUAL-FIM TO WS-DIA-AUX2
           PERFORM FORMATA-JANELA
           MOVE WS-JANELA-TXT TO WS-JANELA-TXT2
           IF WS-PREV-PRIM > 0
               MOVE WS-PREV-INI TO WS-DIA-AUX
               MOVE WS-PREV-FIM TO WS-DIA-AUX2
               PERFORM FORMATA-JANELA
               MOVE WS-JANELA-TXT TO WS-JANELA-TXT3
           ELSE
               MOVE "N/D" TO WS-JANELA-TXT3
           END-IF
           MOVE WS-ANT-INI TO WS-DIA-AUX
           MOVE WS-ANT-FIM TO WS-DIA-AUX2
           PERFORM FORMATA-JANELA

           MOVE SPACES TO LINHA-REL
           STRING "SEMANAS " FUNCTION TRIM(WS-JANELA-TXT2)
               " x PERIODO ANTERIOR " FUNCTION TRIM(WS-JANELA-TXT3)
               " x ANO ANTERIOR " FUNCTION TRIM(WS-JANELA-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-LIMITE-PP TO WS-LIMITE-EDT
           MOVE SPACES TO LINHA-REL
           STRING "PART = % DA VENDA DA LOJA; EMPR = % DA VENDA DA "
               "EMPRESA; PP = PONTOS PERCENTUAIS; *** = MUDANCA "
               "ACIMA DE " FUNCTION TRIM(WS-LIMITE-EDT) " PP"
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE "POR LOJA" TO LINHA-REL
           WRITE LINHA-REL

           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               SET IX-LM TO WS-LM-IDX
               PERFORM IMPRIME-LOJA-MIX
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE "EMPRESA (PART = % DA VENDA DA EMPRESA)" TO LINHA-REL
           WRITE LINHA-REL

           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
               SET IX-DM TO WS-DM-IDX
               PERFORM IMPRIME-DEPTO-EMPRESA
           END-PERFORM

           MOVE WS-EMP-TOTAL-ATUAL TO WS-VAL-EDT
           MOVE WS-EMP-TOTAL-PREV  TO WS-VAL-EDT2
           MOVE WS-EMP-TOTAL-ANT   TO WS-VAL-EDT3
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL EMPRESA: R$ " FUNCTION TRIM(WS-VAL-EDT)
               " | PER ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " | ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT3)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-LOJA-MIX
      * Cabecalho da loja corrente (IX-LM) com a venda das tres
      * janelas e uma linha por depto da loja.
      *-----------------------------------------------------------------
       IMPRIME-LOJA-MIX.

           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL

           MOVE "L" TO WS-NM-TIPO-BUSCA
           MOVE LM-LOJA(IX-LM) TO WS-NUM-BUSCA
           PERFORM BUSCA-NOME
           MOVE LM-LOJA(IX-LM) TO WS-STORE-EDT
           MOVE SPACES TO WS-ROTULO
           STRING "LOJA " FUNCTION TRIM(WS-STORE-EDT)
               " " FUNCTION TRIM(WS-NOME-ACHADO)
               DELIMITED BY SIZE INTO WS-ROTULO
           END-STRING

           MOVE LM-TOTAL-ATUAL(IX-LM) TO WS-VAL-EDT
           MOVE LM-TOTAL-PREV(IX-LM)  TO WS-VAL-EDT2
           MOVE LM-TOTAL-ANT(IX-LM)   TO WS-VAL-EDT3
           MOVE SPACES TO LINHA-REL
           STRING FUNCTION TRIM(WS-ROTULO TRAILING)
               ": R$ " FUNCTION TRIM(WS-VAL-EDT)
               " | PER ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " | ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT3)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           IF LM-ULT-MX(IX-LM) > 0
               PERFORM VARYING WS-MX-IDX FROM LM-PRIM-MX(IX-LM) BY 1
                   UNTIL WS-MX-IDX > LM-ULT-MX(IX-LM)
                   SET IX-MX TO WS-MX-IDX
                   PERFORM IMPRIME-DEPTO-LOJA
               END-PERFORM
           END-IF.

       IMPRIME-LOJA-MIX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-DEPTO-LOJA
      * Uma linha por depto da loja (IX-MX e IX-LM posicionados): a
      * participacao na venda da loja com as mudancas e a participacao
      * na venda da empresa no periodo.
      *-----------------------------------------------------------------
       IMPRIME-DEPTO-LOJA.

           MOVE MX-VENDA-ATUAL(IX-MX) TO WS-CALC-VENDA-ATUAL
           MOVE MX-VENDA-PREV(IX-MX)  TO WS-CALC-VENDA-PREV
           MOVE MX-VENDA-ANT(IX-MX)   TO WS-CALC-VENDA-ANT
           MOVE LM-TOTAL-ATUAL(IX-LM) TO WS-CALC-BASE-ATUAL
           MOVE LM-TOTAL-PREV(IX-LM)  TO WS-CALC-BASE-PREV
           MOVE LM-TOTAL-ANT(IX-LM)   TO WS-CALC-BASE-ANT
           PERFORM CALCULA-MIX
           IF MIX-MARCADO
               ADD 1 TO WS-CONT-MARCADOS
           END-IF

           MOVE "N/D" TO WS-EMPR-TXT
           IF WS-EMP-TOTAL-ATUAL NOT = 0
               COMPUTE WS-PART-COMP ROUNDED =
                   MX-VENDA-ATUAL(IX-MX) * 100 / WS-EMP-TOTAL-ATUAL
               MOVE WS-PART-COMP TO WS-PART-EDT
               MOVE SPACES TO WS-EMPR-TXT
               STRING FUNCTION TRIM(WS-PART-EDT) "%"
                   DELIMITED BY SIZE INTO WS-EMPR-TXT
               END-STRING
           END-IF

           MOVE MX-DEPTO(IX-MX) TO WS-NUM-BUSCA
           PERFORM MONTA-ROTULO-DEPTO

           MOVE MX-VENDA-ATUAL(IX-MX) TO WS-VAL-EDT
           MOVE SPACES TO LINHA-REL
           STRING "    " FUNCTION TRIM(WS-ROTULO TRAILING)
               ": R$ " FUNCTION TRIM(WS-VAL-EDT)
               " - " FUNCTION TRIM(WS-MIX-TXT TRAILING)
               " | EMPR " FUNCTION TRIM(WS-EMPR-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           IF MIX-MARCADO
               STRING FUNCTION TRIM(LINHA-REL TRAILING) " ***"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           END-IF
           WRITE LINHA-REL.

       IMPRIME-DEPTO-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-DEPTO-EMPRESA
      * Uma linha por depto (IX-DM posicionado): a participacao na
      * venda da empresa com as mudancas.
      *-----------------------------------------------------------------
       IMPRIME-DEPTO-EMPRESA.

           MOVE DM-TOTAL-ATUAL(IX-DM) TO WS-CALC-VENDA-ATUAL
           MOVE DM-TOTAL-PREV(IX-DM)  TO WS-CALC-VENDA-PREV
           MOVE DM-TOTAL-ANT(IX-DM)   TO WS-CALC-VENDA-ANT
           MOVE WS-EMP-TOTAL-ATUAL    TO WS-CALC-BASE-ATUAL
           MOVE WS-EMP-TOTAL-PREV     TO WS-CALC-BASE-PREV
           MOVE WS-EMP-TOTAL-ANT      TO WS-CALC-BASE-ANT
           PERFORM CALCULA-MIX
           IF MIX-MARCADO
               ADD 1 TO WS-CONT-MARCADOS-EMP
           END-IF

           MOVE DM-DEPTO(IX-DM) TO WS-NUM-BUSCA
           PERFORM MONTA-ROTULO-DEPTO

           MOVE DM-TOTAL-ATUAL(IX-DM) TO WS-VAL-EDT
           MOVE SPACES TO LINHA-REL
           STRING "  " FUNCTION TRIM(WS-ROTULO TRAILING)
               ": R$ " FUNCTION TRIM(WS-VAL-EDT)
               " - " FUNCTION TRIM(WS-MIX-TXT TRAILING)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           IF MIX-MARCADO
               STRING FUNCTION TRIM(LINHA-REL TRAILING) " ***"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           END-IF
           WRITE LINHA-REL.

       IMPRIME-DEPTO-EMPRESA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-ROTULO-DEPTO
      * "DEPTO n NOME" do depto WS-NUM-BUSCA em WS-ROTULO.
      *-----------------------------------------------------------------
       MONTA-ROTULO-DEPTO.

           MOVE WS-NUM-BUSCA TO WS-DEPT-EDT
           MOVE "D" TO WS-NM-TIPO-BUSCA
           PERFORM BUSCA-NOME
           MOVE SPACES TO WS-ROTULO
           STRING "DEPTO " FUNCTION TRIM(WS-DEPT-EDT)
               " " FUNCTION TRIM(WS-NOME-ACHADO)
               DELIMITED BY SIZE INTO WS-ROTULO
           END-STRING.

       MONTA-ROTULO-DEPTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULA-MIX
      * Participacao de WS-CALC-VENDA-* sobre WS-CALC-BASE-* nas tres
      * janelas. Monta em WS-MIX-TXT "PART x% | PER ANT y% (+z PP) |
      * ANO ANT w% (+k PP)" e liga MIX-MARCADO quando uma das duas
      * mudancas passa de WS-LIMITE-PP pontos, para mais ou para menos.
      *-----------------------------------------------------------------
       CALCULA-MIX.

           SET MIX-NAO-MARCADO TO TRUE
           MOVE SPACES TO WS-MIX-TXT

           IF WS-CALC-BASE-ATUAL NOT = 0
               SET PART-ATUAL-OK TO TRUE
               COMPUTE WS-PART-ATUAL ROUNDED =
                   WS-CALC-VENDA-ATUAL * 100 / WS-CALC-BASE-ATUAL
               MOVE WS-PART-ATUAL TO WS-PART-EDT
               MOVE SPACES TO WS-PART-TXT
               STRING FUNCTION TRIM(WS-PART-EDT) "%"
                   DELIMITED BY SIZE INTO WS-PART-TXT
               END-STRING
           ELSE
               SET PART-ATUAL-ND TO TRUE
               MOVE 0 TO WS-PART-ATUAL
               MOVE "N/D" TO WS-PART-TXT
           END-IF

           IF WS-PREV-PRIM > 0
               MOVE "PER ANT" TO WS-COMP-ROTULO
               MOVE WS-CALC-VENDA-PREV TO WS-CALC-VENDA-COMP
               MOVE WS-CALC-BASE-PREV  TO WS-CALC-BASE-COMP
               PERFORM MONTA-COMPARACAO
               MOVE WS-COMP-TXT TO WS-PREV-TXT
           ELSE
               MOVE "PER ANT N/D" TO WS-PREV-TXT
           END-IF

           MOVE "ANO ANT" TO WS-COMP-ROTULO
           MOVE WS-CALC-VENDA-ANT TO WS-CALC-VENDA-COMP
           MOVE WS-CALC-BASE-ANT  TO WS-CALC-BASE-COMP
           PERFORM MONTA-COMPARACAO
           MOVE WS-COMP-TXT TO WS-ANT-TXT

           STRING "PART " FUNCTION TRIM(WS-PART-TXT)
               " | " FUNCTION TRIM(WS-PREV-TXT)
               " | " FUNCTION TRIM(WS-ANT-TXT)
               DELIMITED BY SIZE INTO WS-MIX-TXT
           END-STRING.

       CALCULA-MIX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-COMPARACAO
      * Participacao de comparacao (WS-CALC-VENDA-COMP sobre
      * WS-CALC-BASE-COMP) e a mudanca em pontos da participacao
      * atual contra ela, em WS-COMP-TXT com o rotulo WS-COMP-ROTULO.
      * Base zerada ou participacao atual N/D nao mede mudanca.
      *-----------------------------------------------------------------
       MONTA-COMPARACAO.

           MOVE SPACES TO WS-COMP-TXT

           IF WS-CALC-BASE-COMP = 0
               STRING FUNCTION TRIM(WS-COMP-ROTULO) " N/D"
                   DELIMITED BY SIZE INTO WS-COMP-TXT
               END-STRING
           ELSE
               COMPUTE WS-PART-COMP ROUNDED =
                   WS-CALC-VENDA-COMP * 100 / WS-CALC-BASE-COMP
               MOVE WS-PART-COMP TO WS-PART-EDT
               IF PART-ATUAL-OK
                   COMPUTE WS-DIF-PP = WS-PART-ATUAL - WS-PART-COMP
                   MOVE WS-DIF-PP TO WS-DIF-EDT
                   STRING FUNCTION TRIM(WS-COMP-ROTULO) " "
                       FUNCTION TRIM(WS-PART-EDT) "% ("
                       FUNCTION TRIM(WS-DIF-EDT) " PP)"
                       DELIMITED BY SIZE INTO WS-COMP-TXT
                   END-STRING
                   IF WS-DIF-PP > WS-LIMITE-PP
                      OR WS-DIF-PP < 0 - WS-LIMITE-PP
                       SET MIX-MARCADO TO TRUE
                   END-IF
               ELSE
                   STRING FUNCTION TRIM(WS-COMP-ROTULO) " "
                       FUNCTION TRIM(WS-PART-EDT) "%"
                       DELIMITED BY SIZE INTO WS-COMP-TXT
                   END-STRING
               END-IF
           END-IF.

       MONTA-COMPARACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-NOME
      * Nome do cadastro para WS-NM-TIPO-BUSCA ("L"/"D") e
      * WS-NUM-BUSCA em WS-NOME-ACHADO; fora do cadastro fica
      * "(SEM CADASTRO)".
      *-----------------------------------------------------------------
       BUSCA-NOME.

           SET NM-NAO-ACHADO TO TRUE
           MOVE "(SEM CADASTRO)" TO WS-NOME-ACHADO

           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > WS-NM-COUNT
                  OR NM-ACHADO
               SET IX-NM TO WS-NM-IDX
               IF NM-TIPO(IX-NM) = WS-NM-TIPO-BUSCA
                  AND NM-NUMERO(IX-NM) = WS-NUM-BUSCA
                   SET NM-ACHADO TO TRUE
                   MOVE NM-NOME(IX-NM) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM.

       BUSCA-NOME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMATA-DATA
      * WS-DATA-AUX (AAAAMMDD) em WS-DATA-EDT (DD/MM/AAAA); data zerada
      * sai em branco.
      *-----------------------------------------------------------------
       FORMATA-DATA.

           MOVE SPACES TO WS-DATA-EDT
           IF WS-DATA-AUX > 0
               STRING WS-DATA-AUX(7:2) "/" WS-DATA-AUX(5:2) "/"
                   WS-DATA-AUX(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EDT
               END-STRING
           END-IF.

       FORMATA-DATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMATA-JANELA
      * "DD/MM/AAAA A DD/MM/AAAA" em WS-JANELA-TXT, dos dias julianos
      * WS-DIA-AUX e WS-DIA-AUX2.
      *-----------------------------------------------------------------
       FORMATA-JANELA.

           MOVE SPACES TO WS-JANELA-TXT
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
           PERFORM FORMATA-DATA
           STRING WS-DATA-EDT " A " DELIMITED BY SIZE
               INTO WS-JANELA-TXT
           END-STRING
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-DIA-AUX2)
           PERFORM FORMATA-DATA
           MOVE WS-DATA-EDT TO WS-JANELA-TXT(14:10).

       FORMATA-JANELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-LOJADEPTO
      * Le os nomes de lojas e deptos do cadastro para a
      * TABELA-NOMES. Cadastro ausente so deixa os rotulos sem nome,
      * com aviso.
      *-----------------------------------------------------------------
       CARREGA-LOJADEPTO.

           OPEN INPUT ARQ-LOJADEPTO

           IF WS-LOJADEPTO-STATUS NOT = "00"
               DISPLAY "AVISO: CADASTRO LOJA/DEPTO NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-LOJADEPTO-PATH) ") - STATUS "
                   WS-LOJADEPTO-STATUS " - RELATORIO SEM NOMES"
           ELSE
               PERFORM UNTIL EOF-LOJADEPTO-FLAG = "S"
                   READ ARQ-LOJADEPTO
                       AT END
                           MOVE "S" TO EOF-LOJADEPTO-FLAG
                       NOT AT END
                           PERFORM CARREGA-LINHA-NOME
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOJADEPTO
           END-IF.

       CARREGA-LOJADEPTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-LINHA-NOME
      * Uma loja ou depto do cadastro na TABELA-NOMES.
      *-----------------------------------------------------------------
       CARREGA-LINHA-NOME.

           IF LDI-TIPO = "L" OR LDI-TIPO = "D"
               COMPUTE WS-TEST-NUMVAL = FUNCTION TEST-NUMVAL(LDI-NUMERO)
               IF WS-TEST-NUMVAL NOT = 0
                   DISPLAY "AVISO: LINHA DO CADASTRO COM NUMERO "
                       "INVALIDO: " FUNCTION TRIM(REG-LOJADEPTO-IN)
               ELSE
                   IF WS-NM-COUNT < 700
                       ADD 1 TO WS-NM-COUNT
                       SET IX-NM TO WS-NM-COUNT
                       MOVE LDI-TIPO TO NM-TIPO(IX-NM)
                       COMPUTE NM-NUMERO(IX-NM) =
                           FUNCTION NUMVAL(LDI-NUMERO)
                       MOVE LDI-NOME TO NM-NOME(IX-NM)
                   ELSE
                       DISPLAY "AVISO: TABELA-NOMES CHEIA (700) - "
                           FUNCTION TRIM(LDI-NUMERO) " SEM NOME"
                   END-IF
               END-IF
           END-IF.

       CARREGA-LINHA-NOME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CAL-FISCAL
      * Le por inteiro o calendario fiscal 4-5-4 (layout CALFISCALREC)
      * para a TABELA-CAL-FISCAL. Sem calendario o periodo nao pode
      * ser definido - o programa termina com RETURN-CODE 8.
      *-----------------------------------------------------------------
       CARREGA-CAL-FISCAL.

           OPEN INPUT ARQ-CALFISCAL

           IF WS-CALFISCAL-STATUS = "00"
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

           IF WS-FISCAL-DIA = 0
              OR CF-ANO-FISCAL NOT NUMERIC
              OR CF-PERIODO NOT NUMERIC
               DISPLAY "AVISO: LINHA DO CALENDARIO FISCAL RECUSADA: "
                   FUNCTION TRIM(REG-CALFISCAL)
           ELSE
               IF WS-CALFISCAL-COUNT < 1100
                   ADD 1 TO WS-CALFISCAL-COUNT
                   SET IX-CALF TO WS-CALFISCAL-COUNT
                   MOVE WS-FISCAL-DIA TO CALF-DIA-FIM(IX-CALF)
                   MOVE CF-ANO-FISCAL TO CALF-ANO(IX-CALF)
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
      * INICIALIZA-AMBIENTE
      * Le os nomes dos arquivos, o periodo do relatorio e o limite de
      * mudanca de variaveis de ambiente, com valor default para
      * quando a variavel nao existe.
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-VENDAHIST-PATH FROM ENVIRONMENT "VENDAHIST_MASTER"
               ON EXCEPTION
                   MOVE "vendahist.dat" TO WS-VENDAHIST-PATH
           END-ACCEPT

           ACCEPT WS-LOJADEPTO-PATH FROM ENVIRONMENT "LOJADEPTO_MASTER"
               ON EXCEPTION
                   MOVE "lojadepto.dat" TO WS-LOJADEPTO-PATH
           END-ACCEPT

           ACCEPT WS-CALFISCAL-PATH
               FROM ENVIRONMENT "CALENDARIO_FISCAL"
               ON EXCEPTION
                   MOVE "calendario_fiscal.dat" TO WS-CALFISCAL-PATH
           END-ACCEPT

           ACCEPT WS-RELATORIO-PATH FROM ENVIRONMENT "RELATORIO_MIX"
               ON EXCEPTION
                   MOVE "relatorio_mix.txt" TO WS-RELATORIO-PATH
           END-ACCEPT

           ACCEPT WS-PERIODO-TXT FROM ENVIRONMENT "MIX_PERIODO"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-TXT
           END-ACCEPT

           IF WS-PERIODO-TXT(1:6) IS NUMERIC
               MOVE WS-PERIODO-TXT(1:6) TO WS-PERIODO-PEDIDO
           ELSE
               IF WS-PERIODO-TXT NOT = SPACES
                   DISPLAY "AVISO: MIX_PERIODO INVALIDO ("
                       FUNCTION TRIM(WS-PERIODO-TXT)
                       ") - USE AAAAPP"
               END-IF
               MOVE SPACES TO WS-PERIODO-PEDIDO
           END-IF

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "MIX_LIMITE_PP"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT
           IF WS-PARM-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-TXT) = 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) > 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) < 100
                   COMPUTE WS-LIMITE-PP = FUNCTION NUMVAL(WS-PARM-TXT)
               ELSE
                   DISPLAY "AVISO: MIX_LIMITE_PP INVALIDO ("
                       FUNCTION TRIM(WS-PARM-TXT)
                       ") - USE 0.01 A 99.99; USANDO 2.00"
               END-IF
           END-IF.

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
           MOVE "mixdeptos" TO TH-PROGRAMA
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

       END PROGRAM mixdeptos.
