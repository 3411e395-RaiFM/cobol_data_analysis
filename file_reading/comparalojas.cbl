      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Vendas comparaveis (mesmas lojas) por periodo fiscal
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Status conferido na reabertura do historico
      *                  depois da passada que acha o ultimo periodo
      *                  (falha: ERRO, trava devolvida, RC 8).
      * 15/10/2026  RF   Trava de leitura do historico (travahist)
      *                  antes do OPEN, devolvida apos o CLOSE.
      * 15/10/2026  RF   Versao inicial - le o historico indexado
      *                  (VENDAHISTREC) e soma, por loja, a venda de um
      *                  periodo fiscal (COMP_PERIODO, AAAAPP, do
      *                  calendario CALFISCALREC) e a do mesmo periodo
      *                  do ano anterior (364 dias antes, a mesma
      *                  semana do comparaanual). Loja comparavel e a
      *                  que ficou aberta o periodo inteiro e o periodo
      *                  inteiro do ano anterior, pelas datas de
      *                  abertura e fechamento do cadastro
      *                  (LOJADEPTOREC). Relatorio com a venda e o
      *                  crescimento comparavel x nao comparavel por
      *                  loja, por regiao e da empresa, e as lojas que
      *                  entraram ou sairam da base comparavel em
      *                  relacao ao periodo fiscal anterior.
      *-----------------------------------------------------------------
      * O crescimento da empresa inteira mistura inauguracoes e
      * fechamentos; a gerencia julga o crescimento so pelas lojas
      * comparaveis. Loja do historico fora do cadastro nao tem como
      * ser julgada - entra como nao comparavel e o job termina com
      * RETURN-CODE 4. Sem COMP_PERIODO o periodo e o da ultima semana
      * do historico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. comparalojas.

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

       01 WS-CONT-HISTORICO     PIC 9(10) VALUE 0.
       01 WS-CONT-NO-PERIODO    PIC 9(10) VALUE 0.
       01 WS-CONT-LOJAS-COMP    PIC 9(5) VALUE 0.
       01 WS-CONT-LOJAS-NCOMP   PIC 9(5) VALUE 0.
       01 WS-CONT-ENTRARAM      PIC 9(5) VALUE 0.
       01 WS-CONT-SAIRAM        PIC 9(5) VALUE 0.
       01 WS-CONT-SEM-CADASTRO  PIC 9(5) VALUE 0.

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
      * mesmo periodo do ano anterior (364 dias antes) e o periodo
      * fiscal imediatamente anterior (para as entradas e saidas da
      * base comparavel).
      *-----------------------------------------------------------------
       01 WS-CAL-PRIM           PIC 9(4) COMP VALUE 0.
       01 WS-CAL-ULT            PIC 9(4) COMP VALUE 0.
       01 WS-PREV-PRIM          PIC 9(4) COMP VALUE 0.
       01 WS-PREV-ULT           PIC 9(4) COMP VALUE 0.
       01 WS-PERIODO-PREV       PIC X(6) VALUE SPACES.

       01 WS-ATUAL-INI          PIC S9(9) COMP VALUE 0.
       01 WS-ATUAL-FIM          PIC S9(9) COMP VALUE 0.
       01 WS-ANT-INI            PIC S9(9) COMP VALUE 0.
       01 WS-ANT-FIM            PIC S9(9) COMP VALUE 0.
       01 WS-PREV-INI           PIC S9(9) COMP VALUE 0.
       01 WS-PREV-FIM           PIC S9(9) COMP VALUE 0.

       01 WS-TESTE-INI          PIC S9(9) COMP VALUE 0.
       01 WS-TESTE-FIM          PIC S9(9) COMP VALUE 0.
       01 WS-DIA-VENDA          PIC S9(9) COMP VALUE 0.

      *-----------------------------------------------------------------
      * Lojas do cadastro e do historico, em ordem de numero, com a
      * vida da loja (dias julianos, zero = sem limite), a situacao
      * comparavel no periodo e no periodo anterior e a venda das duas
      * janelas.
      *-----------------------------------------------------------------
       01 WS-LC-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-LC-IDX             PIC 9(4) COMP.
       01 WS-LC-POS             PIC 9(4) COMP.
       01 WS-LC-ULT             PIC 9(4) COMP VALUE 0.
       01 WS-LC-ACHOU-FLAG      PIC X VALUE "N".
           88 LC-ACHADA              VALUE "S".
           88 LC-NAO-ACHADA          VALUE "N".

       01 TABELA-LOJAS-COMP.
           05 LC-ROW OCCURS 500 TIMES INDEXED BY IX-LC.
               10 LC-LOJA           PIC 9(10).
               10 LC-NOME           PIC X(30).
               10 LC-REGIAO         PIC X(15).
               10 LC-CADASTRO       PIC X(01).
               10 LC-ATIVO          PIC X(01).
               10 LC-ABERTURA       PIC X(08).
               10 LC-FECHAMENTO     PIC X(08).
               10 LC-DIA-ABERTURA   PIC S9(9) COMP.
               10 LC-DIA-FECHAMENTO PIC S9(9) COMP.
               10 LC-COMP-ATUAL     PIC X(01).
               10 LC-COMP-PREV      PIC X(01).
               10 LC-MOTIVO         PIC X(30).
               10 LC-VENDA-ATUAL    PIC S9(13)V99.
               10 LC-VENDA-ANT      PIC S9(13)V99.

       01 WS-NUM-BUSCA          PIC 9(10) VALUE 0.
       01 WS-TEST-NUMVAL        PIC 9(3) COMP.

       01 WS-COMP-FLAG          PIC X VALUE "N".
           88 LOJA-COMP              VALUE "S".
           88 LOJA-NAO-COMP          VALUE "N".
       01 WS-MOTIVO             PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * Rollup por regiao e da empresa (comparavel x nao comparavel).
      *-----------------------------------------------------------------
       01 WS-RG-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-RG-IDX             PIC 9(4) COMP.
       01 WS-RG-ACHOU-FLAG      PIC X VALUE "N".
           88 RG-ACHADA              VALUE "S".
           88 RG-NAO-ACHADA          VALUE "N".

       01 TABELA-REGIOES.
           05 RG-ROW OCCURS 50 TIMES INDEXED BY IX-RG.
               10 RG-NOME           PIC X(15).
               10 RG-LOJAS-COMP     PIC 9(5).
               10 RG-LOJAS-NCOMP    PIC 9(5).
               10 RG-COMP-ATUAL     PIC S9(13)V99.
               10 RG-COMP-ANT       PIC S9(13)V99.
               10 RG-NCOMP-ATUAL    PIC S9(13)V99.
               10 RG-NCOMP-ANT      PIC S9(13)V99.

       01 WS-REGIAO-BUSCA       PIC X(15) VALUE SPACES.

       01 WS-EMP-COMP-ATUAL     PIC S9(13)V99 VALUE 0.
       01 WS-EMP-COMP-ANT       PIC S9(13)V99 VALUE 0.
       01 WS-EMP-NCOMP-ATUAL    PIC S9(13)V99 VALUE 0.
       01 WS-EMP-NCOMP-ANT      PIC S9(13)V99 VALUE 0.
       01 WS-EMP-TOTAL-ATUAL    PIC S9(13)V99 VALUE 0.
       01 WS-EMP-TOTAL-ANT      PIC S9(13)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Apoio de impressao.
      *-----------------------------------------------------------------
       01 WS-CALC-ATUAL         PIC S9(13)V99 VALUE 0.
       01 WS-CALC-ANT           PIC S9(13)V99 VALUE 0.
       01 WS-VAR-PCT            PIC S9(5)V99 VALUE 0.
       01 WS-VAR-EDT            PIC +(5)9.99.
       01 WS-VAR-TXT            PIC X(20) VALUE SPACES.

       01 WS-VAL-EDT            PIC -(12)9.99.
       01 WS-VAL-EDT2           PIC -(12)9.99.
       01 WS-CONT-EDT           PIC Z(9)9.
       01 WS-CONT-EDT2          PIC Z(9)9.
       01 WS-STORE-EDT          PIC Z(9)9.

       01 WS-DATA-AUX           PIC 9(8) VALUE 0.
       01 WS-DATA-EDT           PIC X(10) VALUE SPACES.
       01 WS-JANELA-TXT         PIC X(30) VALUE SPACES.
       01 WS-JANELA-TXT2        PIC X(30) VALUE SPACES.
       01 WS-DIA-AUX            PIC S9(9) COMP VALUE 0.
       01 WS-DIA-AUX2           PIC S9(9) COMP VALUE 0.
       01 WS-IDENT-LOJA         PIC X(70) VALUE SPACES.

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

           DISPLAY "=== VENDAS COMPARAVEIS (MESMAS LOJAS) ==="

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

           PERFORM CLASSIFICA-LOJAS

           OPEN OUTPUT ARQ-REL
           PERFORM GRAVA-RELATORIO
           CLOSE ARQ-REL

           DISPLAY "PERIODO FISCAL............: "
               WS-PERIODO-PEDIDO(5:2) "/" WS-PERIODO-PEDIDO(1:4)
           DISPLAY "REGISTROS DE HISTORICO....: " WS-CONT-HISTORICO
           DISPLAY "REGISTROS NAS JANELAS.....: " WS-CONT-NO-PERIODO
           DISPLAY "LOJAS COMPARAVEIS.........: " WS-CONT-LOJAS-COMP
           DISPLAY "LOJAS NAO COMPARAVEIS.....: " WS-CONT-LOJAS-NCOMP
           DISPLAY "ENTRARAM NA BASE..........: " WS-CONT-ENTRARAM
           DISPLAY "SAIRAM DA BASE............: " WS-CONT-SAIRAM

           IF WS-CONT-SEM-CADASTRO > 0
               DISPLAY "AVISO: " WS-CONT-SEM-CADASTRO
                   " LOJAS DO HISTORICO FORA DO CADASTRO - "
                   "RETURN-CODE 4"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "=== RELATORIO COMPARAVEL GERADO ==="
           GOBACK.

      *-----------------------------------------------------------------
      * APURA-ULTIMO-PERIODO
      * Sem COMP_PERIODO: uma passada pelo historico acha a ultima
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
               DISPLAY "COMP_PERIODO NAO INFORMADO - USANDO O PERIODO "
                   "DA ULTIMA SEMANA DO HISTORICO ("
                   WS-PERIODO-PEDIDO ")"
           END-IF.

       APURA-ULTIMO-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEFINE-JANELAS
      * Acha no calendario a primeira e a ultima semana do periodo
      * pedido e monta as janelas em dias julianos: o periodo, o mesmo
      * periodo 364 dias antes e o periodo fiscal imediatamente
      * anterior (quando o calendario o tem). WS-CAL-PRIM zero =
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
               END-IF
           END-IF.

       DEFINE-JANELAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-VENDA-HIST
      * Um registro do historico: semana dentro do periodo ou dentro
      * do mesmo periodo do ano anterior soma na venda da loja.
      *-----------------------------------------------------------------
       ACUMULA-VENDA-HIST.

           ADD 1 TO WS-CONT-HISTORICO

           COMPUTE WS-DIA-VENDA = FUNCTION INTEGER-OF-DATE(VH-DATA)

           IF (WS-DIA-VENDA NOT < WS-ATUAL-INI
               AND WS-DIA-VENDA NOT > WS-ATUAL-FIM)
              OR (WS-DIA-VENDA NOT < WS-ANT-INI
               AND WS-DIA-VENDA NOT > WS-ANT-FIM)
               ADD 1 TO WS-CONT-NO-PERIODO
               MOVE VH-STORE TO WS-NUM-BUSCA
               PERFORM BUSCA-LOJA-COMP
               IF LC-NAO-ACHADA
                   PERFORM INCLUI-LOJA-HISTORICO
               END-IF
               IF LC-ACHADA
                   IF WS-DIA-VENDA NOT < WS-ATUAL-INI
                       COMPUTE LC-VENDA-ATUAL(IX-LC) =
                           LC-VENDA-ATUAL(IX-LC) + VH-VENDA
                   ELSE
                       COMPUTE LC-VENDA-ANT(IX-LC) =
                           LC-VENDA-ANT(IX-LC) + VH-VENDA
                   END-IF
               END-IF
           END-IF.

       ACUMULA-VENDA-HIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-LOJA-COMP
      * Procura WS-NUM-BUSCA na TABELA-LOJAS-COMP. A ultima loja
      * achada e conferida antes - o historico vem em ordem de loja.
      *-----------------------------------------------------------------
       BUSCA-LOJA-COMP.

           SET LC-NAO-ACHADA TO TRUE

           IF WS-LC-ULT > 0
               SET IX-LC TO WS-LC-ULT
               IF LC-LOJA(IX-LC) = WS-NUM-BUSCA
                   SET LC-ACHADA TO TRUE
               END-IF
           END-IF

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
                  OR LC-ACHADA
               SET IX-LC TO WS-LC-IDX
               IF LC-LOJA(IX-LC) = WS-NUM-BUSCA
                   SET LC-ACHADA TO TRUE
                   MOVE WS-LC-IDX TO WS-LC-ULT
               END-IF
           END-PERFORM.

       BUSCA-LOJA-COMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUI-LOJA-HISTORICO
      * Loja com venda nas janelas e fora do cadastro: entra na tabela
      * sem datas, marcada como nao cadastrada.
      *-----------------------------------------------------------------
       INCLUI-LOJA-HISTORICO.

           PERFORM INSERE-LOJA-COMP
           IF LC-ACHADA
               MOVE "N"    TO LC-CADASTRO(IX-LC)
               MOVE SPACES TO LC-NOME(IX-LC)
               MOVE SPACES TO LC-REGIAO(IX-LC)
               ADD 1 TO WS-CONT-SEM-CADASTRO
           END-IF.

       INCLUI-LOJA-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INSERE-LOJA-COMP
      * Abre na TABELA-LOJAS-COMP a linha de WS-NUM-BUSCA na posicao
      * da sua ordem de numero, deslocando as seguintes, e a deixa
      * zerada e posicionada em IX-LC (LC-ACHADA). Tabela cheia fica
      * LC-NAO-ACHADA, com aviso.
      *-----------------------------------------------------------------
       INSERE-LOJA-COMP.

           IF WS-LC-COUNT = 500
               DISPLAY "AVISO: TABELA-LOJAS-COMP CHEIA (500) - LOJA "
                   WS-NUM-BUSCA " FORA DO RELATORIO"
               SET LC-NAO-ACHADA TO TRUE
           ELSE
               MOVE 1 TO WS-LC-POS
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-COUNT
                   SET IX-LC TO WS-LC-IDX
                   IF LC-LOJA(IX-LC) < WS-NUM-BUSCA
                       COMPUTE WS-LC-POS = WS-LC-IDX + 1
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-LC-IDX FROM WS-LC-COUNT BY -1
                   UNTIL WS-LC-IDX < WS-LC-POS
                   MOVE LC-ROW(WS-LC-IDX) TO LC-ROW(WS-LC-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-LC-COUNT

               SET IX-LC TO WS-LC-POS
               MOVE WS-LC-POS     TO WS-LC-ULT
               MOVE WS-NUM-BUSCA  TO LC-LOJA(IX-LC)
               MOVE SPACES        TO LC-NOME(IX-LC)
               MOVE SPACES        TO LC-REGIAO(IX-LC)
               MOVE "S"           TO LC-CADASTRO(IX-LC)
               MOVE "S"           TO LC-ATIVO(IX-LC)
               MOVE SPACES        TO LC-ABERTURA(IX-LC)
               MOVE SPACES        TO LC-FECHAMENTO(IX-LC)
               MOVE 0             TO LC-DIA-ABERTURA(IX-LC)
               MOVE 0             TO LC-DIA-FECHAMENTO(IX-LC)
               MOVE "N"           TO LC-COMP-ATUAL(IX-LC)
               MOVE "N"           TO LC-COMP-PREV(IX-LC)
               MOVE SPACES        TO LC-MOTIVO(IX-LC)
               MOVE 0             TO LC-VENDA-ATUAL(IX-LC)
               MOVE 0             TO LC-VENDA-ANT(IX-LC)
               SET LC-ACHADA TO TRUE
           END-IF.

       INSERE-LOJA-COMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICA-LOJAS
      * Julga cada loja da tabela comparavel ou nao no periodo e no
      * periodo fiscal anterior, e conta as entradas e saidas da base.
      *-----------------------------------------------------------------
       CLASSIFICA-LOJAS.

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT

               SET IX-LC TO WS-LC-IDX

               MOVE WS-ATUAL-INI TO WS-TESTE-INI
               MOVE WS-ATUAL-FIM TO WS-TESTE-FIM
               PERFORM VERIFICA-COMP
               MOVE WS-COMP-FLAG TO LC-COMP-ATUAL(IX-LC)
               MOVE WS-MOTIVO    TO LC-MOTIVO(IX-LC)

               IF LC-COMP-ATUAL(IX-LC) = "S"
                   ADD 1 TO WS-CONT-LOJAS-COMP
               ELSE
                   IF LC-VENDA-ATUAL(IX-LC) NOT = 0
                      OR LC-VENDA-ANT(IX-LC) NOT = 0
                       ADD 1 TO WS-CONT-LOJAS-NCOMP
                   END-IF
               END-IF

               IF WS-PREV-PRIM > 0
                   MOVE WS-PREV-INI TO WS-TESTE-INI
                   MOVE WS-PREV-FIM TO WS-TESTE-FIM
                   PERFORM VERIFICA-COMP
                   MOVE WS-COMP-FLAG TO LC-COMP-PREV(IX-LC)
                   IF LC-COMP-ATUAL(IX-LC) = "S"
                      AND LC-COMP-PREV(IX-LC) = "N"
                       ADD 1 TO WS-CONT-ENTRARAM
                   END-IF
                   IF LC-COMP-ATUAL(IX-LC) = "N"
                      AND LC-COMP-PREV(IX-LC) = "S"
                       ADD 1 TO WS-CONT-SAIRAM
                   END-IF
               END-IF

           END-PERFORM.

       CLASSIFICA-LOJAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VERIFICA-COMP
      * A loja corrente (IX-LC) e comparavel na janela WS-TESTE-INI /
      * WS-TESTE-FIM quando esta no cadastro, abriu ate o inicio da
      * mesma janela do ano anterior (364 dias antes) e nao fechou
      * antes do fim da janela. Registro sem datas e desativado
      * (LD-ATIVO "N") nao e comparavel. Deixa WS-COMP-FLAG e o motivo
      * da exclusao em WS-MOTIVO.
      *-----------------------------------------------------------------
       VERIFICA-COMP.

           SET LOJA-COMP TO TRUE
           MOVE SPACES TO WS-MOTIVO

           IF LC-CADASTRO(IX-LC) NOT = "S"
               SET LOJA-NAO-COMP TO TRUE
               MOVE "SEM CADASTRO" TO WS-MOTIVO
           END-IF

           IF LOJA-COMP
              AND LC-DIA-ABERTURA(IX-LC) > 0
              AND LC-DIA-ABERTURA(IX-LC) > WS-TESTE-INI - 364
               SET LOJA-NAO-COMP TO TRUE
               MOVE LC-ABERTURA(IX-LC) TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               STRING "ABERTA EM " WS-DATA-EDT
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF

           IF LOJA-COMP
              AND LC-DIA-FECHAMENTO(IX-LC) > 0
              AND LC-DIA-FECHAMENTO(IX-LC) < WS-TESTE-FIM
               SET LOJA-NAO-COMP TO TRUE
               MOVE LC-FECHAMENTO(IX-LC) TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               STRING "FECHADA EM " WS-DATA-EDT
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF

           IF LOJA-COMP
              AND LC-DIA-FECHAMENTO(IX-LC) = 0
              AND LC-ATIVO(IX-LC) = "N"
               SET LOJA-NAO-COMP TO TRUE
               MOVE "DESATIVADA NO CADASTRO" TO WS-MOTIVO
           END-IF.

       VERIFICA-COMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RELATORIO
      * Monta relatorio_comparavel.txt: cabecalho com as janelas, a
      * secao por loja, o rollup por regiao, a empresa e as mudancas
      * na base comparavel.
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.

           MOVE SPACES TO LINHA-REL
           STRING "RELATORIO DE VENDAS COMPARAVEIS (MESMAS LOJAS) - "
               "PERIODO FISCAL " WS-PERIODO-PEDIDO(5:2) "/"
               WS-PERIODO-PEDIDO(1:4)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-ATUAL-INI TO WS-DIA-AUX
           MOVE WS-ATUAL-FIM TO WS-DIA-AUX2
           PERFORM FORMATA-JANELA
           MOVE WS-JANELA-TXT TO WS-JANELA-TXT2
           MOVE WS-ANT-INI TO WS-DIA-AUX
           MOVE WS-ANT-FIM TO WS-DIA-AUX2
           PERFORM FORMATA-JANELA
           MOVE SPACES TO LINHA-REL
           STRING "SEMANAS " FUNCTION TRIM(WS-JANELA-TXT2)
               " x ANO ANTERIOR " FUNCTION TRIM(WS-JANELA-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE SPACES TO LINHA-REL
           STRING "LOJA COMPARAVEL: ABERTA O PERIODO INTEIRO E O "
               "MESMO PERIODO INTEIRO DO ANO ANTERIOR"
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE "POR LOJA" TO LINHA-REL
           WRITE LINHA-REL
           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               SET IX-LC TO WS-LC-IDX
               IF LC-COMP-ATUAL(IX-LC) = "S"
                  OR LC-VENDA-ATUAL(IX-LC) NOT = 0
                  OR LC-VENDA-ANT(IX-LC) NOT = 0
                   PERFORM IMPRIME-LOJA
                   PERFORM ACUMULA-REGIAO
               END-IF
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE "POR REGIAO" TO LINHA-REL
           WRITE LINHA-REL

           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT
               SET IX-RG TO WS-RG-IDX
               PERFORM IMPRIME-REGIAO
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL
           MOVE "EMPRESA" TO LINHA-REL
           WRITE LINHA-REL

           PERFORM IMPRIME-EMPRESA

           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL

           PERFORM IMPRIME-MUDANCAS-BASE.

       GRAVA-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-LOJA
      * Uma linha por loja (IX-LC ja posicionado): venda do periodo,
      * do ano anterior e a variacao, com a situacao comparavel.
      *-----------------------------------------------------------------
       IMPRIME-LOJA.

           PERFORM MONTA-IDENT-LOJA

           MOVE LC-VENDA-ATUAL(IX-LC) TO WS-CALC-ATUAL
           MOVE LC-VENDA-ANT(IX-LC)   TO WS-CALC-ANT
           PERFORM CALCULA-VARIACAO

           MOVE WS-CALC-ATUAL TO WS-VAL-EDT
           MOVE WS-CALC-ANT   TO WS-VAL-EDT2

           MOVE SPACES TO LINHA-REL
           IF LC-COMP-ATUAL(IX-LC) = "S"
               STRING "  " FUNCTION TRIM(WS-IDENT-LOJA)
                   " COMP: R$ " FUNCTION TRIM(WS-VAL-EDT)
                   " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
                   " - " FUNCTION TRIM(WS-VAR-TXT)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           ELSE
               STRING "  " FUNCTION TRIM(WS-IDENT-LOJA)
                   " NAO COMP (" FUNCTION TRIM(LC-MOTIVO(IX-LC))
                   "): R$ " FUNCTION TRIM(WS-VAL-EDT)
                   " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
                   " - " FUNCTION TRIM(WS-VAR-TXT)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           END-IF
           WRITE LINHA-REL.

       IMPRIME-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-IDENT-LOJA
      * "LOJA n NOME (REGIAO)" da loja corrente (IX-LC).
      *-----------------------------------------------------------------
       MONTA-IDENT-LOJA.

           MOVE LC-LOJA(IX-LC) TO WS-STORE-EDT
           MOVE SPACES TO WS-IDENT-LOJA
           IF LC-CADASTRO(IX-LC) = "S"
               STRING "LOJA " FUNCTION TRIM(WS-STORE-EDT)
                   " " FUNCTION TRIM(LC-NOME(IX-LC))
                   " (" FUNCTION TRIM(LC-REGIAO(IX-LC)) ")"
                   DELIMITED BY SIZE INTO WS-IDENT-LOJA
               END-STRING
           ELSE
               STRING "LOJA " FUNCTION TRIM(WS-STORE-EDT)
                   DELIMITED BY SIZE INTO WS-IDENT-LOJA
               END-STRING
           END-IF.

       MONTA-IDENT-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-REGIAO
      * Soma a loja corrente (IX-LC) no rollup da sua regiao e da
      * empresa, do lado comparavel ou nao comparavel.
      *-----------------------------------------------------------------
       ACUMULA-REGIAO.

           EVALUATE TRUE
               WHEN LC-CADASTRO(IX-LC) NOT = "S"
                   MOVE "(SEM CADASTRO)" TO WS-REGIAO-BUSCA
               WHEN LC-REGIAO(IX-LC) = SPACES
                   MOVE "(SEM REGIAO)" TO WS-REGIAO-BUSCA
               WHEN OTHER
                   MOVE LC-REGIAO(IX-LC) TO WS-REGIAO-BUSCA
           END-EVALUATE

           SET RG-NAO-ACHADA TO TRUE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT
                  OR RG-ACHADA
               SET IX-RG TO WS-RG-IDX
               IF RG-NOME(IX-RG) = WS-REGIAO-BUSCA
                   SET RG-ACHADA TO TRUE
               END-IF
           END-PERFORM

           IF RG-NAO-ACHADA AND WS-RG-COUNT < 50
               ADD 1 TO WS-RG-COUNT
               SET IX-RG TO WS-RG-COUNT
               MOVE WS-REGIAO-BUSCA TO RG-NOME(IX-RG)
               MOVE 0 TO RG-LOJAS-COMP(IX-RG)
               MOVE 0 TO RG-LOJAS-NCOMP(IX-RG)
               MOVE 0 TO RG-COMP-ATUAL(IX-RG)
               MOVE 0 TO RG-COMP-ANT(IX-RG)
               MOVE 0 TO RG-NCOMP-ATUAL(IX-RG)
               MOVE 0 TO RG-NCOMP-ANT(IX-RG)
               SET RG-ACHADA TO TRUE
           END-IF

           IF LC-COMP-ATUAL(IX-LC) = "S"
               COMPUTE WS-EMP-COMP-ATUAL =
                   WS-EMP-COMP-ATUAL + LC-VENDA-ATUAL(IX-LC)
               COMPUTE WS-EMP-COMP-ANT =
                   WS-EMP-COMP-ANT + LC-VENDA-ANT(IX-LC)
           ELSE
               COMPUTE WS-EMP-NCOMP-ATUAL =
                   WS-EMP-NCOMP-ATUAL + LC-VENDA-ATUAL(IX-LC)
               COMPUTE WS-EMP-NCOMP-ANT =
                   WS-EMP-NCOMP-ANT + LC-VENDA-ANT(IX-LC)
           END-IF

           IF RG-ACHADA
               IF LC-COMP-ATUAL(IX-LC) = "S"
                   ADD 1 TO RG-LOJAS-COMP(IX-RG)
                   COMPUTE RG-COMP-ATUAL(IX-RG) =
                       RG-COMP-ATUAL(IX-RG) + LC-VENDA-ATUAL(IX-LC)
                   COMPUTE RG-COMP-ANT(IX-RG) =
                       RG-COMP-ANT(IX-RG) + LC-VENDA-ANT(IX-LC)
               ELSE
                   ADD 1 TO RG-LOJAS-NCOMP(IX-RG)
                   COMPUTE RG-NCOMP-ATUAL(IX-RG) =
                       RG-NCOMP-ATUAL(IX-RG) + LC-VENDA-ATUAL(IX-LC)
                   COMPUTE RG-NCOMP-ANT(IX-RG) =
                       RG-NCOMP-ANT(IX-RG) + LC-VENDA-ANT(IX-LC)
               END-IF
           ELSE
               DISPLAY "AVISO: TABELA-REGIOES CHEIA (50) - REGIAO "
                   WS-REGIAO-BUSCA " FORA DO ROLLUP"
           END-IF.

       ACUMULA-REGIAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-REGIAO
      * Duas linhas por regiao (IX-RG ja posicionado): comparavel e
      * nao comparavel, cada uma com o ano anterior e a variacao.
      *-----------------------------------------------------------------
       IMPRIME-REGIAO.

           MOVE RG-COMP-ATUAL(IX-RG) TO WS-CALC-ATUAL
           MOVE RG-COMP-ANT(IX-RG)   TO WS-CALC-ANT
           PERFORM CALCULA-VARIACAO
           MOVE WS-CALC-ATUAL TO WS-VAL-EDT
           MOVE WS-CALC-ANT   TO WS-VAL-EDT2
           MOVE RG-LOJAS-COMP(IX-RG) TO WS-CONT-EDT

           MOVE SPACES TO LINHA-REL
           STRING "  " FUNCTION TRIM(RG-NOME(IX-RG))
               " - COMP (" FUNCTION TRIM(WS-CONT-EDT) " LOJAS): R$ "
               FUNCTION TRIM(WS-VAL-EDT)
               " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " - " FUNCTION TRIM(WS-VAR-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE RG-NCOMP-ATUAL(IX-RG) TO WS-CALC-ATUAL
           MOVE RG-NCOMP-ANT(IX-RG)   TO WS-CALC-ANT
           PERFORM CALCULA-VARIACAO
           MOVE WS-CALC-ATUAL TO WS-VAL-EDT
           MOVE WS-CALC-ANT   TO WS-VAL-EDT2
           MOVE RG-LOJAS-NCOMP(IX-RG) TO WS-CONT-EDT

           MOVE SPACES TO LINHA-REL
           STRING "  " FUNCTION TRIM(RG-NOME(IX-RG))
               " - NAO COMP (" FUNCTION TRIM(WS-CONT-EDT)
               " LOJAS): R$ " FUNCTION TRIM(WS-VAL-EDT)
               " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " - " FUNCTION TRIM(WS-VAR-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL.

       IMPRIME-REGIAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-EMPRESA
      * Comparavel, nao comparavel e total da empresa.
      *-----------------------------------------------------------------
       IMPRIME-EMPRESA.

           MOVE WS-EMP-COMP-ATUAL TO WS-CALC-ATUAL
           MOVE WS-EMP-COMP-ANT   TO WS-CALC-ANT
           PERFORM CALCULA-VARIACAO
           MOVE WS-CALC-ATUAL TO WS-VAL-EDT
           MOVE WS-CALC-ANT   TO WS-VAL-EDT2
           MOVE WS-CONT-LOJAS-COMP TO WS-CONT-EDT
           MOVE SPACES TO LINHA-REL
           STRING "  COMPARAVEL (" FUNCTION TRIM(WS-CONT-EDT)
               " LOJAS): R$ " FUNCTION TRIM(WS-VAL-EDT)
               " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " - " FUNCTION TRIM(WS-VAR-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-EMP-NCOMP-ATUAL TO WS-CALC-ATUAL
           MOVE WS-EMP-NCOMP-ANT   TO WS-CALC-ANT
           PERFORM CALCULA-VARIACAO
           MOVE WS-CALC-ATUAL TO WS-VAL-EDT
           MOVE WS-CALC-ANT   TO WS-VAL-EDT2
           MOVE WS-CONT-LOJAS-NCOMP TO WS-CONT-EDT
           MOVE SPACES TO LINHA-REL
           STRING "  NAO COMPARAVEL (" FUNCTION TRIM(WS-CONT-EDT)
               " LOJAS): R$ " FUNCTION TRIM(WS-VAL-EDT)
               " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " - " FUNCTION TRIM(WS-VAR-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           COMPUTE WS-EMP-TOTAL-ATUAL =
               WS-EMP-COMP-ATUAL + WS-EMP-NCOMP-ATUAL
           COMPUTE WS-EMP-TOTAL-ANT =
               WS-EMP-COMP-ANT + WS-EMP-NCOMP-ANT
           MOVE WS-EMP-TOTAL-ATUAL TO WS-CALC-ATUAL
           MOVE WS-EMP-TOTAL-ANT   TO WS-CALC-ANT
           PERFORM CALCULA-VARIACAO
           MOVE WS-CALC-ATUAL TO WS-VAL-EDT
           MOVE WS-CALC-ANT   TO WS-VAL-EDT2
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL: R$ " FUNCTION TRIM(WS-VAL-EDT)
               " x ANO ANT R$ " FUNCTION TRIM(WS-VAL-EDT2)
               " - " FUNCTION TRIM(WS-VAR-TXT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL.

       IMPRIME-EMPRESA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-MUDANCAS-BASE
      * Lojas que entraram (comparaveis agora e nao no periodo fiscal
      * anterior) ou sairam (o contrario) da base comparavel.
      *-----------------------------------------------------------------
       IMPRIME-MUDANCAS-BASE.

           IF WS-PREV-PRIM = 0
               MOVE SPACES TO LINHA-REL
               STRING "MUDANCAS NA BASE COMPARAVEL: PERIODO ANTERIOR "
                   "FORA DO CALENDARIO FISCAL (N/D)"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
           ELSE
               MOVE SPACES TO LINHA-REL
               STRING "MUDANCAS NA BASE COMPARAVEL x PERIODO FISCAL "
                   WS-PERIODO-PREV(5:2) "/" WS-PERIODO-PREV(1:4)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
               MOVE "-----------------------------------------------"
                   TO LINHA-REL
               WRITE LINHA-REL

               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-COUNT
                   SET IX-LC TO WS-LC-IDX
                   IF LC-COMP-ATUAL(IX-LC) NOT = LC-COMP-PREV(IX-LC)
                       PERFORM IMPRIME-MUDANCA-LOJA
                   END-IF
               END-PERFORM

               MOVE WS-CONT-ENTRARAM TO WS-CONT-EDT
               MOVE WS-CONT-SAIRAM   TO WS-CONT-EDT2
               MOVE SPACES TO LINHA-REL
               STRING "ENTRARAM NA BASE: " FUNCTION TRIM(WS-CONT-EDT)
                   "  SAIRAM DA BASE: " FUNCTION TRIM(WS-CONT-EDT2)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
           END-IF.

       IMPRIME-MUDANCAS-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-MUDANCA-LOJA
      * Uma loja que mudou de situacao (IX-LC ja posicionado), com a
      * data que explica a mudanca.
      *-----------------------------------------------------------------
       IMPRIME-MUDANCA-LOJA.

           PERFORM MONTA-IDENT-LOJA

           MOVE SPACES TO LINHA-REL
           IF LC-COMP-ATUAL(IX-LC) = "S"
               MOVE LC-ABERTURA(IX-LC) TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               STRING "  ENTROU: " FUNCTION TRIM(WS-IDENT-LOJA)
                   " - ABERTURA " WS-DATA-EDT
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           ELSE
               STRING "  SAIU:   " FUNCTION TRIM(WS-IDENT-LOJA)
                   " - " FUNCTION TRIM(LC-MOTIVO(IX-LC))
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           END-IF
           WRITE LINHA-REL.

       IMPRIME-MUDANCA-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULA-VARIACAO
      * Monta em WS-VAR-TXT a variacao percentual de WS-CALC-ATUAL
      * contra WS-CALC-ANT ("VAR N/D" quando o ano anterior e zero).
      *-----------------------------------------------------------------
       CALCULA-VARIACAO.

           MOVE SPACES TO WS-VAR-TXT
           IF WS-CALC-ANT NOT = 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   ((WS-CALC-ATUAL - WS-CALC-ANT) / WS-CALC-ANT) * 100
               IF WS-CALC-ANT < 0
                   COMPUTE WS-VAR-PCT = WS-VAR-PCT * -1
               END-IF
               MOVE WS-VAR-PCT TO WS-VAR-EDT
               STRING "VAR " FUNCTION TRIM(WS-VAR-EDT) "%"
                   DELIMITED BY SIZE INTO WS-VAR-TXT
               END-STRING
           ELSE
               MOVE "VAR N/D" TO WS-VAR-TXT
           END-IF.

       CALCULA-VARIACAO-EXIT.
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
      * Le as lojas do cadastro (LD-TIPO "L") para a
      * TABELA-LOJAS-COMP, com as datas de abertura e fechamento em
      * dias julianos. Cadastro ausente deixa todas as lojas do
      * historico fora do cadastro, com aviso.
      *-----------------------------------------------------------------
       CARREGA-LOJADEPTO.

           OPEN INPUT ARQ-LOJADEPTO

           IF WS-LOJADEPTO-STATUS NOT = "00"
               DISPLAY "AVISO: CADASTRO LOJA/DEPTO NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-LOJADEPTO-PATH) ") - STATUS "
                   WS-LOJADEPTO-STATUS
                   " - NENHUMA LOJA PODE SER JULGADA COMPARAVEL"
           ELSE
               PERFORM UNTIL EOF-LOJADEPTO-FLAG = "S"
                   READ ARQ-LOJADEPTO
                       AT END
                           MOVE "S" TO EOF-LOJADEPTO-FLAG
                       NOT AT END
                           IF LDI-TIPO = "L"
                               PERFORM CARREGA-LINHA-LOJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOJADEPTO
           END-IF.

       CARREGA-LOJADEPTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-LINHA-LOJA
      * Uma loja do cadastro na TABELA-LOJAS-COMP. Data de abertura
      * ou fechamento mal formada fica como sem limite, com aviso.
      *-----------------------------------------------------------------
       CARREGA-LINHA-LOJA.

           COMPUTE WS-TEST-NUMVAL = FUNCTION TEST-NUMVAL(LDI-NUMERO)
           IF WS-TEST-NUMVAL NOT = 0
               DISPLAY "AVISO: LOJA DO CADASTRO COM NUMERO INVALIDO: "
                   FUNCTION TRIM(REG-LOJADEPTO-IN)
           ELSE
               COMPUTE WS-NUM-BUSCA = FUNCTION NUMVAL(LDI-NUMERO)
               PERFORM INSERE-LOJA-COMP
               IF LC-ACHADA
                   MOVE LDI-NOME   TO LC-NOME(IX-LC)
                   MOVE LDI-REGIAO TO LC-REGIAO(IX-LC)
                   MOVE LDI-ATIVO  TO LC-ATIVO(IX-LC)
                   MOVE LDI-DATA-ABERTURA   TO LC-ABERTURA(IX-LC)
                   MOVE LDI-DATA-FECHAMENTO TO LC-FECHAMENTO(IX-LC)
                   IF LDI-DATA-ABERTURA IS NUMERIC
                       MOVE LDI-DATA-ABERTURA TO WS-DATA-AUX
                       COMPUTE LC-DIA-ABERTURA(IX-LC) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                   ELSE
                       MOVE SPACES TO LC-ABERTURA(IX-LC)
                       IF LDI-DATA-ABERTURA NOT = SPACES
                           DISPLAY "AVISO: ABERTURA INVALIDA NA LOJA "
                               FUNCTION TRIM(LDI-NUMERO)
                               " - TRATADA COMO SEM LIMITE"
                       END-IF
                   END-IF
                   IF LDI-DATA-FECHAMENTO IS NUMERIC
                       MOVE LDI-DATA-FECHAMENTO TO WS-DATA-AUX
                       COMPUTE LC-DIA-FECHAMENTO(IX-LC) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                   ELSE
                       MOVE SPACES TO LC-FECHAMENTO(IX-LC)
                       IF LDI-DATA-FECHAMENTO NOT = SPACES
                           DISPLAY "AVISO: FECHAMENTO INVALIDO NA LOJA "
                               FUNCTION TRIM(LDI-NUMERO)
                               " - TRATADO COMO SEM LIMITE"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARREGA-LINHA-LOJA-EXIT.
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
      * Le os nomes dos arquivos e o periodo do relatorio de variaveis
      * de ambiente, com valor default para quando a variavel nao
      * existe.
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

           ACCEPT WS-RELATORIO-PATH
               FROM ENVIRONMENT "RELATORIO_COMPARAVEL"
               ON EXCEPTION
                   MOVE "relatorio_comparavel.txt" TO WS-RELATORIO-PATH
           END-ACCEPT

           ACCEPT WS-PERIODO-TXT FROM ENVIRONMENT "COMP_PERIODO"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-TXT
           END-ACCEPT

           IF WS-PERIODO-TXT(1:6) IS NUMERIC
               MOVE WS-PERIODO-TXT(1:6) TO WS-PERIODO-PEDIDO
           ELSE
               IF WS-PERIODO-TXT NOT = SPACES
                   DISPLAY "AVISO: COMP_PERIODO INVALIDO ("
                       FUNCTION TRIM(WS-PERIODO-TXT)
                       ") - USE AAAAPP"
               END-IF
               MOVE SPACES TO WS-PERIODO-PEDIDO
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
           MOVE "comparalojas" TO TH-PROGRAMA
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

       END PROGRAM comparalojas.
