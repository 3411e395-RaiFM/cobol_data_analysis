      *                  elevado de 9000 para 50000. Arquivo fora de
      *                  ordem cai na varredura linear de antes, com
      *                  aviso.
      * 15/10/2026  RF   Rollup e variancia por periodo fiscal: carga
      *                  do calendario fiscal 4-5-4 (layout
      *                  CALFISCALREC, gerado por geracalfiscal) e
      *                  cada venda aceita cai no periodo/ano fiscal da
      *                  semana que a contem, em vez do mes da data. O
      *                  rollup mensal passa a ser por periodo fiscal,
      *                  com total por ano fiscal, e OC-ANOMES do plano
      *                  passa a ser ano fiscal + periodo (AAAAPP), o
      *                  mesmo fechamento da controladoria. Semana fora
      *                  do calendario fica fora do rollup, contada a
      *                  parte; calendario ausente volta ao mes civil,
      *                  com aviso.
      * 15/10/2026  RF   Nova saida relatorio_regiao.txt, montada das
      *                  mesmas quebras do ranking: vendas por regiao
      *                  (LJ-REGIAO), por regiao+depto e por porte de
      *                  loja (LJ-PORTE), cada uma com a participacao
      *                  no total geral e a media de venda por loja.
      *                  Loja fora do cadastro entra na regiao/porte
      *                  "(SEM CADASTRO)", para os grupos somarem o
      *                  total geral.
      * 15/10/2026  RF   Linha do log de execucoes passa a levar o
      *                  periodo coberto (PERIODO_INI / PERIODO_FIM,
      *                  AAAAMMDD, menor e maior data lida), usado no
      *                  catalogo de geracoes dos relatorios
      *                  (guardarelat).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. testeCSV.
               ASSIGN TO DYNAMIC WS-FERIADOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CALFISCAL
               ASSIGN TO DYNAMIC WS-CALFISCAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFISCAL-STATUS.

           SELECT ARQ-VARIANCIA
               ASSIGN TO DYNAMIC WS-VARIANCIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REGIAO
               ASSIGN TO DYNAMIC WS-REGIAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-CSV ASSIGN TO DYNAMIC WS-SORT-WORK-PATH.

       DATA DIVISION.
      *-----------------------------------------------------------------
      * ARQ-ORCAMENTO: plano de vendas da controladoria (layout
      * ORCAMENTOREC, copybook compartilhado), uma linha por
      * loja/depto/periodo fiscal.
      *-----------------------------------------------------------------
       FD ARQ-ORCAMENTO.
       01 REG-ORCAMENTO-IN.
       FD ARQ-VARIANCIA.
       01 LINHA-VARC       PIC X(200).

       FD ARQ-REGIAO.
       01 LINHA-REGI       PIC X(200).

      *-----------------------------------------------------------------
      * ARQ-CALENDARIO: calendario de feriados nomeados (layout
      * FERIADOREC, copybook compartilhado com testeTXT).
       FD ARQ-FERIADOS.
       01 LINHA-FERI       PIC X(200).

      *-----------------------------------------------------------------
      * ARQ-CALFISCAL: calendario fiscal 4-5-4 (layout CALFISCALREC,
      * copybook compartilhado com geracalfiscal e comparaanual).
      *-----------------------------------------------------------------
       FD ARQ-CALFISCAL.
       01 REG-CALFISCAL-IN.
           COPY "calfiscalrec.cpy"
               REPLACING ==CF-DATA-FIM==   BY ==CFI-DATA-FIM==
                         ==CF-ANO-FISCAL== BY ==CFI-ANO-FISCAL==
                         ==CF-TRIMESTRE==  BY ==CFI-TRIMESTRE==
                         ==CF-PERIODO==    BY ==CFI-PERIODO==
                         ==CF-SEMANA==     BY ==CFI-SEMANA==.

       FD ARQ-LOJADEPTO.
       01 REG-LOJADEPTO-IN.
           COPY "lojadeptorec.cpy"
       01 WS-VARIANCIA-PATH      PIC X(200).
       01 WS-CALENDARIO-PATH     PIC X(200).
       01 WS-FERIADOS-PATH       PIC X(200).
       01 WS-CALFISCAL-PATH      PIC X(200).
       01 WS-REGIAO-PATH         PIC X(200).
       01 WS-SORT-WORK-PATH      PIC X(200) VALUE "sortwork.tmp".

       01 EOF-FLAG         PIC X VALUE "N".
       01 WS-MES-FMT-DISPLAY     PIC X(7).
       01 WS-MES-CONT-EDT        PIC Z(9)9.

      *    Com o calendario fiscal carregado a chave do rollup e ano
      *    fiscal + periodo (AAAAPP); sem ele, ano + mes civil (AAAAMM)
      *    como antes. Semana fora do calendario nao entra no rollup.
       01 WS-ROLLUP-ROTULO       PIC X(15) VALUE SPACES.
       01 WS-FORA-CAL-TOTAL      PIC 9(10)V99 VALUE 0.
       01 WS-FORA-CAL-CONT       PIC 9(10) VALUE 0.

      *    Total por ano fiscal, montado da TABELA-MESES na impressao.
       01 WS-ANOS-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-ANO-IDX             PIC 9(3) COMP.
       01 WS-ANO-ACHOU-FLAG      PIC X VALUE "N".
           88 ANO-ACHADO             VALUE "S".
           88 ANO-NAO-ACHADO         VALUE "N".

       01 TABELA-ANOS-FISCAIS.
           05 WS-ANO-ROW OCCURS 20 TIMES INDEXED BY IX-ANO.
               10 WS-ANO-CHAVE      PIC X(4).
               10 WS-ANO-TOTAL      PIC 9(12)V99.
               10 WS-ANO-CONT       PIC 9(10).

      *-----------------------------------------------------------------
      * Calendario fiscal 4-5-4 (calendario_fiscal.dat, layout
      * CALFISCALREC), carregado uma vez. Cada semana guarda o dia
      * juliano (INTEGER-OF-DATE) do fechamento: a venda cai na semana
      * cujo fechamento esta de zero a seis dias depois da sua data. A
      * busca tenta antes a ultima semana achada e a seguinte - o
      * extrato ordenado anda semana a semana dentro de cada
      * loja/depto.
      *-----------------------------------------------------------------
       01 EOF-CALFISCAL-FLAG     PIC X VALUE "N".
       01 WS-CALFISCAL-STATUS    PIC XX VALUE "00".

       01 WS-CALFISCAL-COUNT     PIC 9(4) COMP VALUE 0.
       01 WS-CALFISCAL-IDX       PIC 9(4) COMP.
       01 WS-CALFISCAL-ULT       PIC 9(4) COMP VALUE 0.
       01 WS-FISCAL-ACHOU-FLAG   PIC X VALUE "N".
           88 FISCAL-ACHADO          VALUE "S".
           88 FISCAL-NAO-ACHADO      VALUE "N".

       01 TABELA-CAL-FISCAL.
           05 CALF-ROW OCCURS 1100 TIMES INDEXED BY IX-CALF.
               10 CALF-DIA-FIM      PIC S9(9) COMP.
               10 CALF-ANO          PIC X(4).
               10 CALF-PERIODO      PIC X(2).

       01 WS-FISCAL-DATA-TXT     PIC X(8) VALUE SPACES.
       01 WS-FISCAL-DATA-NUM     PIC 9(8) VALUE 0.
       01 WS-FISCAL-DIA-VENDA    PIC S9(9) COMP VALUE 0.
       01 WS-FISCAL-DIF          PIC S9(9) COMP VALUE 0.
       01 WS-PERIODO-CHAVE       PIC X(6) VALUE SPACES.

      *-----------------------------------------------------------------
      * Quebra de controle Loja / Departamento
      *-----------------------------------------------------------------
      *    quebra, quando a chave corrente ja e a do grupo seguinte).
       01 WS-LOJA-NOME-ATUAL     PIC X(30) VALUE SPACES.
       01 WS-LOJA-REGIAO-ATUAL   PIC X(15) VALUE SPACES.
       01 WS-LOJA-PORTE-ATUAL    PIC X(01) VALUE SPACE.
       01 WS-DEPTO-NOME-ATUAL    PIC X(30) VALUE SPACES.

      *    Rotulos ja montados ("LOJA 4 CENTRO (SUL)" / "DEPTO 12

      *-----------------------------------------------------------------
      * Plano de vendas (orcamento.dat, layout ORCAMENTOREC) e
      * realizado por periodo fiscal por loja+depto. O plano e
      * carregado uma vez; cada venda aceita soma o realizado na linha
      * do plano da mesma loja+depto+periodo - venda sem plano
      * correspondente fica so na contagem propria (o relatorio de
      * variancia e dirigido pelo plano). Arquivo de plano ausente
      * pula o relatorio, com aviso, como ja acontece com features e
      * cadastro.
      *-----------------------------------------------------------------
       01 EOF-ORCAMENTO-FLAG     PIC X VALUE "N".
       01 WS-ORCAMENTO-STATUS    PIC XX VALUE "00".
       01 WS-RANK-VAR-EDT        PIC +(5)9.99.
       01 WS-RANK-CONT-EDT       PIC Z(9)9.

      *-----------------------------------------------------------------
      * Rollup por regiao e porte (relatorio_regiao.txt): tambem
      * montado das quebras. A quebra de loja soma o subtotal da loja
      * na TABELA-REGIOES e na TABELA-PORTES (uma loja a mais em cada)
      * e a quebra de depto soma o subtotal do depto na
      * TABELA-REGIAO-DEPTO. Participacao sobre TOTAL-VENDAS; media por
      * loja = total do grupo / lojas com venda no grupo.
      *-----------------------------------------------------------------
       01 WS-REGIAO-ROLL-ATUAL   PIC X(15) VALUE SPACES.
       01 WS-PORTE-ROLL-ATUAL    PIC X(01) VALUE SPACE.
       01 WS-REGIAO-ROLL-ANT     PIC X(15) VALUE SPACES.
       01 WS-PORTE-ROLL-ANT      PIC X(01) VALUE SPACE.

       01 WS-RGN-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-RGN-IDX             PIC 9(4) COMP.
       01 WS-PRT-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-PRT-IDX             PIC 9(4) COMP.
       01 WS-RGD-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-RGD-IDX             PIC 9(4) COMP.
       01 WS-RGD-MELHOR          PIC 9(4) COMP VALUE 0.
       01 WS-RGP-ACHOU-FLAG      PIC X VALUE "N".
           88 RGP-ACHADO              VALUE "S".
           88 RGP-NAO-ACHADO          VALUE "N".

       01 TABELA-REGIOES.
           05 REGIAO-ROW OCCURS 50 TIMES INDEXED BY IX-RGN.
               10 RG-NOME        PIC X(15).
               10 RG-TOTAL       PIC S9(13)V99.
               10 RG-LOJAS       PIC 9(5).

       01 TABELA-PORTES.
           05 PORTE-ROW OCCURS 20 TIMES INDEXED BY IX-PRT.
               10 PT-PORTE       PIC X(01).
               10 PT-TOTAL       PIC S9(13)V99.
               10 PT-LOJAS       PIC 9(5).

       01 TABELA-REGIAO-DEPTO.
           05 REGIAO-DEPTO-ROW OCCURS 2000 TIMES INDEXED BY IX-RGD.
               10 RD-REGIAO      PIC X(15).
               10 RD-DEPT        PIC 9(10).
               10 RD-LABEL       PIC X(50).
               10 RD-TOTAL       PIC S9(13)V99.
               10 RD-LOJAS       PIC 9(5).
               10 RD-USADO       PIC X.

       01 WS-RGP-DEPT-NUM        PIC 9(10) VALUE 0.
       01 WS-RGP-TOTAL           PIC S9(13)V99 VALUE 0.
       01 WS-RGP-LOJAS           PIC 9(5) VALUE 0.
       01 WS-RGP-LOJAS-TOTAL     PIC 9(5) VALUE 0.
       01 WS-RGP-ROTULO          PIC X(70) VALUE SPACES.
       01 WS-RGP-SHARE           PIC S9(3)V99 VALUE 0.
       01 WS-RGP-SHARE-EDT       PIC ZZ9.99.
       01 WS-RGP-MEDIA           PIC S9(13)V99 VALUE 0.
       01 WS-RGP-MEDIA-BR        PIC X(40) VALUE SPACES.
       01 WS-RGP-LOJAS-EDT       PIC Z(4)9.

      *-----------------------------------------------------------------
      * Paginacao de relatorio_vendas.txt: toda gravacao passa por
      * GRAVA-LINHA-REL, que abre pagina nova (cabecalho com titulo,

           PERFORM CARREGA-CALENDARIO

           PERFORM CARREGA-CAL-FISCAL

           OPEN INPUT ARQ-ORCAMENTO

           IF WS-ORCAMENTO-STATUS NOT = "00"

           PERFORM IMPRIME-RANKING

           PERFORM IMPRIME-REGIAO-PORTE

           IF WS-ORC-COUNT > 0
               PERFORM IMPRIME-VARIANCIA
           END-IF
               PERFORM GRAVA-CSV-RESUMO

               PERFORM ACUMULA-RANK-COMBO
               PERFORM ACUMULA-REGIAO-DEPTO
           END-IF.

           MOVE 0 TO WS-SUBTOTAL-DEPT.
               PERFORM GRAVA-CSV-RESUMO

               PERFORM ACUMULA-RANK-LOJA
               PERFORM ACUMULA-REGIAO-LOJA
           END-IF.

           MOVE 0 TO WS-SUBTOTAL-STORE.
           SET IX-LOJA TO 1
           MOVE SPACES TO WS-LOJA-NOME-ATUAL
           MOVE SPACES TO WS-LOJA-REGIAO-ATUAL
           MOVE SPACE TO WS-LOJA-PORTE-ATUAL
           MOVE FUNCTION NUMVAL(F-STORE) TO WS-NUM-BUSCA

           PERFORM VARYING WS-LOJA-IDX FROM 1 BY 1
                   SET LOJA-ACHADA TO TRUE
                   MOVE LJ-NOME(IX-LOJA)   TO WS-LOJA-NOME-ATUAL
                   MOVE LJ-REGIAO(IX-LOJA) TO WS-LOJA-REGIAO-ATUAL
                   MOVE LJ-PORTE(IX-LOJA)  TO WS-LOJA-PORTE-ATUAL
               END-IF

           END-PERFORM

      *    Chaves do rollup por regiao/porte: loja fora do cadastro
      *    fica num grupo proprio, para os grupos fecharem com o total.
           EVALUATE TRUE
               WHEN LOJA-NAO-ACHADA
                   MOVE "(SEM CADASTRO)" TO WS-REGIAO-ROLL-ATUAL
                   MOVE "?" TO WS-PORTE-ROLL-ATUAL
               WHEN WS-LOJA-REGIAO-ATUAL = SPACES
                   MOVE "(SEM REGIAO)" TO WS-REGIAO-ROLL-ATUAL
                   MOVE WS-LOJA-PORTE-ATUAL TO WS-PORTE-ROLL-ATUAL
               WHEN OTHER
                   MOVE WS-LOJA-REGIAO-ATUAL TO WS-REGIAO-ROLL-ATUAL
                   MOVE WS-LOJA-PORTE-ATUAL TO WS-PORTE-ROLL-ATUAL
           END-EVALUATE

           MOVE SPACES TO WS-IDENT-LOJA-ATUAL
           IF LOJA-ACHADA AND WS-LOJA-REGIAO-ATUAL NOT = SPACES
               STRING
       IMPRIME-RANK-QUEDA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-REGIAO-LOJA
      * Chamada na quebra de loja: soma o subtotal da loja que fechou
      * na sua regiao (TABELA-REGIOES) e no seu porte (TABELA-PORTES),
      * contando uma loja a mais em cada.
      *-----------------------------------------------------------------
       ACUMULA-REGIAO-LOJA.

           SET RGP-NAO-ACHADO TO TRUE
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
               UNTIL WS-RGN-IDX > WS-RGN-COUNT
                  OR RGP-ACHADO
               SET IX-RGN TO WS-RGN-IDX
               IF RG-NOME(IX-RGN) = WS-REGIAO-ROLL-ANT
                   SET RGP-ACHADO TO TRUE
               END-IF
           END-PERFORM

           IF RGP-NAO-ACHADO
               IF WS-RGN-COUNT < 50
                   ADD 1 TO WS-RGN-COUNT
                   SET IX-RGN TO WS-RGN-COUNT
                   MOVE WS-REGIAO-ROLL-ANT TO RG-NOME(IX-RGN)
                   MOVE 0 TO RG-TOTAL(IX-RGN)
                   MOVE 0 TO RG-LOJAS(IX-RGN)
                   SET RGP-ACHADO TO TRUE
               ELSE
                   DISPLAY "AVISO: TABELA-REGIOES CHEIA (50) - "
                       "REGIAO " WS-REGIAO-ROLL-ANT
                       " FORA DO RELATORIO POR REGIAO"
               END-IF
           END-IF

           IF RGP-ACHADO
               COMPUTE RG-TOTAL(IX-RGN) =
                   RG-TOTAL(IX-RGN) + WS-SUBTOTAL-STORE
               ADD 1 TO RG-LOJAS(IX-RGN)
           END-IF

           SET RGP-NAO-ACHADO TO TRUE
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT
                  OR RGP-ACHADO
               SET IX-PRT TO WS-PRT-IDX
               IF PT-PORTE(IX-PRT) = WS-PORTE-ROLL-ANT
                   SET RGP-ACHADO TO TRUE
               END-IF
           END-PERFORM

           IF RGP-NAO-ACHADO
               IF WS-PRT-COUNT < 20
                   ADD 1 TO WS-PRT-COUNT
                   SET IX-PRT TO WS-PRT-COUNT
                   MOVE WS-PORTE-ROLL-ANT TO PT-PORTE(IX-PRT)
                   MOVE 0 TO PT-TOTAL(IX-PRT)
                   MOVE 0 TO PT-LOJAS(IX-PRT)
                   SET RGP-ACHADO TO TRUE
               ELSE
                   DISPLAY "AVISO: TABELA-PORTES CHEIA (20) - "
                       "PORTE " WS-PORTE-ROLL-ANT
                       " FORA DO RELATORIO POR PORTE"
               END-IF
           END-IF

           IF RGP-ACHADO
               COMPUTE PT-TOTAL(IX-PRT) =
                   PT-TOTAL(IX-PRT) + WS-SUBTOTAL-STORE
               ADD 1 TO PT-LOJAS(IX-PRT)
           END-IF.

       ACUMULA-REGIAO-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-REGIAO-DEPTO
      * Chamada na quebra de depto: soma o subtotal do grupo
      * loja+depto que fechou na linha regiao+depto da
      * TABELA-REGIAO-DEPTO (cada loja do depto conta uma vez).
      *-----------------------------------------------------------------
       ACUMULA-REGIAO-DEPTO.

           COMPUTE WS-RGP-DEPT-NUM = FUNCTION NUMVAL(WS-DEPT-ANT)

           SET RGP-NAO-ACHADO TO TRUE
           PERFORM VARYING WS-RGD-IDX FROM 1 BY 1
               UNTIL WS-RGD-IDX > WS-RGD-COUNT
                  OR RGP-ACHADO
               SET IX-RGD TO WS-RGD-IDX
               IF RD-REGIAO(IX-RGD) = WS-REGIAO-ROLL-ANT
                  AND RD-DEPT(IX-RGD) = WS-RGP-DEPT-NUM
                   SET RGP-ACHADO TO TRUE
               END-IF
           END-PERFORM

           IF RGP-NAO-ACHADO
               IF WS-RGD-COUNT < 2000
                   ADD 1 TO WS-RGD-COUNT
                   SET IX-RGD TO WS-RGD-COUNT
                   MOVE WS-REGIAO-ROLL-ANT TO RD-REGIAO(IX-RGD)
                   MOVE WS-RGP-DEPT-NUM    TO RD-DEPT(IX-RGD)
                   MOVE WS-IDENT-DEPTO-ANT TO RD-LABEL(IX-RGD)
                   MOVE 0                  TO RD-TOTAL(IX-RGD)
                   MOVE 0                  TO RD-LOJAS(IX-RGD)
                   MOVE "N"                TO RD-USADO(IX-RGD)
                   SET RGP-ACHADO TO TRUE
               ELSE
                   DISPLAY "AVISO: TABELA-REGIAO-DEPTO CHEIA (2000) - "
                       "REGIAO+DEPTO FORA DO RELATORIO POR REGIAO"
               END-IF
           END-IF

           IF RGP-ACHADO
               COMPUTE RD-TOTAL(IX-RGD) =
                   RD-TOTAL(IX-RGD) + WS-SUBTOTAL-DEPT
               ADD 1 TO RD-LOJAS(IX-RGD)
           END-IF.

       ACUMULA-REGIAO-DEPTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-REGIAO-PORTE
      * Grava relatorio_regiao.txt: vendas por regiao, por regiao+depto
      * (deptos em ordem de numero dentro de cada regiao) e por porte
      * de loja, com participacao no total geral e media por loja, e o
      * total da empresa no fim.
      *-----------------------------------------------------------------
       IMPRIME-REGIAO-PORTE.

           OPEN OUTPUT ARQ-REGIAO

           MOVE SPACES TO LINHA-REGI
           STRING "RELATORIO POR REGIAO E PORTE - VENDAS ("
               FUNCTION TRIM(WS-PERIODO-MENOR-DT)
               " - "
               FUNCTION TRIM(WS-PERIODO-MAIOR-DT) ")"
               DELIMITED BY SIZE INTO LINHA-REGI
           END-STRING
           WRITE LINHA-REGI
           MOVE "==============================================="
               TO LINHA-REGI
           WRITE LINHA-REGI

           MOVE "VENDAS POR REGIAO" TO LINHA-REGI
           WRITE LINHA-REGI
           MOVE 0 TO WS-RGP-LOJAS-TOTAL
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
               UNTIL WS-RGN-IDX > WS-RGN-COUNT
               SET IX-RGN TO WS-RGN-IDX
               MOVE SPACES TO WS-RGP-ROTULO
               STRING "  " FUNCTION TRIM(RG-NOME(IX-RGN))
                   DELIMITED BY SIZE INTO WS-RGP-ROTULO
               END-STRING
               MOVE RG-TOTAL(IX-RGN) TO WS-RGP-TOTAL
               MOVE RG-LOJAS(IX-RGN) TO WS-RGP-LOJAS
               ADD RG-LOJAS(IX-RGN) TO WS-RGP-LOJAS-TOTAL
               PERFORM IMPRIME-LINHA-REGIAO
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO LINHA-REGI
           WRITE LINHA-REGI
           MOVE "VENDAS POR REGIAO E DEPTO" TO LINHA-REGI
           WRITE LINHA-REGI
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
               UNTIL WS-RGN-IDX > WS-RGN-COUNT
               SET IX-RGN TO WS-RGN-IDX
               PERFORM SECAO-REGIAO-DEPTO
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO LINHA-REGI
           WRITE LINHA-REGI
           MOVE "VENDAS POR PORTE DE LOJA" TO LINHA-REGI
           WRITE LINHA-REGI
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT
               SET IX-PRT TO WS-PRT-IDX
               MOVE SPACES TO WS-RGP-ROTULO
               EVALUATE PT-PORTE(IX-PRT)
                   WHEN "P"
                       MOVE "  PEQUENO (P)" TO WS-RGP-ROTULO
                   WHEN "M"
                       MOVE "  MEDIO (M)" TO WS-RGP-ROTULO
                   WHEN "G"
                       MOVE "  GRANDE (G)" TO WS-RGP-ROTULO
                   WHEN "?"
                       MOVE "  (SEM CADASTRO)" TO WS-RGP-ROTULO
                   WHEN SPACE
                       MOVE "  (SEM PORTE)" TO WS-RGP-ROTULO
                   WHEN OTHER
                       STRING "  PORTE " PT-PORTE(IX-PRT)
                           DELIMITED BY SIZE INTO WS-RGP-ROTULO
                       END-STRING
               END-EVALUATE
               MOVE PT-TOTAL(IX-PRT) TO WS-RGP-TOTAL
               MOVE PT-LOJAS(IX-PRT) TO WS-RGP-LOJAS
               PERFORM IMPRIME-LINHA-REGIAO
           END-PERFORM

           MOVE "==============================================="
               TO LINHA-REGI
           WRITE LINHA-REGI
           MOVE "TOTAL EMPRESA" TO WS-RGP-ROTULO
           MOVE TOTAL-VENDAS TO WS-RGP-TOTAL
           MOVE WS-RGP-LOJAS-TOTAL TO WS-RGP-LOJAS
           PERFORM IMPRIME-LINHA-REGIAO

           CLOSE ARQ-REGIAO.

       IMPRIME-REGIAO-PORTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SECAO-REGIAO-DEPTO
      * Deptos da regiao corrente (IX-RGN), em ordem de numero:
      * selecao simples do menor depto ainda nao impresso, como no
      * ranking.
      *-----------------------------------------------------------------
       SECAO-REGIAO-DEPTO.

           MOVE 1 TO WS-RGD-MELHOR
           PERFORM UNTIL WS-RGD-MELHOR = 0
               MOVE 0 TO WS-RGD-MELHOR
               PERFORM VARYING WS-RGD-IDX FROM 1 BY 1
                   UNTIL WS-RGD-IDX > WS-RGD-COUNT
                   SET IX-RGD TO WS-RGD-IDX
                   IF RD-USADO(IX-RGD) = "N"
                      AND RD-REGIAO(IX-RGD) = RG-NOME(IX-RGN)
                       IF WS-RGD-MELHOR = 0
                           MOVE WS-RGD-IDX TO WS-RGD-MELHOR
                       ELSE
                           IF RD-DEPT(IX-RGD)
                               < RD-DEPT(WS-RGD-MELHOR)
                               MOVE WS-RGD-IDX TO WS-RGD-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-RGD-MELHOR > 0
                   MOVE "S" TO RD-USADO(WS-RGD-MELHOR)
                   MOVE SPACES TO WS-RGP-ROTULO
                   STRING "  " FUNCTION TRIM(RG-NOME(IX-RGN))
                       " " FUNCTION TRIM(RD-LABEL(WS-RGD-MELHOR))
                       DELIMITED BY SIZE INTO WS-RGP-ROTULO
                   END-STRING
                   MOVE RD-TOTAL(WS-RGD-MELHOR) TO WS-RGP-TOTAL
                   MOVE RD-LOJAS(WS-RGD-MELHOR) TO WS-RGP-LOJAS
                   PERFORM IMPRIME-LINHA-REGIAO
               END-IF
           END-PERFORM.

       SECAO-REGIAO-DEPTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-LINHA-REGIAO
      * Uma linha do relatorio por regiao/porte: rotulo em
      * WS-RGP-ROTULO, total em WS-RGP-TOTAL e lojas em WS-RGP-LOJAS;
      * calcula a participacao no total geral e a media por loja.
      *-----------------------------------------------------------------
       IMPRIME-LINHA-REGIAO.

           MOVE 0 TO WS-RGP-SHARE
           IF TOTAL-VENDAS > 0
               COMPUTE WS-RGP-SHARE ROUNDED =
                   WS-RGP-TOTAL * 100 / TOTAL-VENDAS
           END-IF
           MOVE WS-RGP-SHARE TO WS-RGP-SHARE-EDT

           MOVE 0 TO WS-RGP-MEDIA
           IF WS-RGP-LOJAS > 0
               COMPUTE WS-RGP-MEDIA ROUNDED =
                   WS-RGP-TOTAL / WS-RGP-LOJAS
           END-IF
           MOVE WS-RGP-MEDIA TO WS-FMT-NUM
           PERFORM FORMATA-BR
           MOVE WS-FMT-BR TO WS-RGP-MEDIA-BR

           MOVE WS-RGP-TOTAL TO WS-FMT-NUM
           PERFORM FORMATA-BR

           MOVE WS-RGP-LOJAS TO WS-RGP-LOJAS-EDT

           MOVE SPACES TO LINHA-REGI
           STRING FUNCTION TRIM(WS-RGP-ROTULO TRAILING)
               ": R$ " FUNCTION TRIM(WS-FMT-BR)
               " (PART " FUNCTION TRIM(WS-RGP-SHARE-EDT)
               "%, " FUNCTION TRIM(WS-RGP-LOJAS-EDT)
               " LOJAS, MEDIA POR LOJA R$ "
               FUNCTION TRIM(WS-RGP-MEDIA-BR) ")"
               DELIMITED BY SIZE INTO LINHA-REGI
           END-STRING
           WRITE LINHA-REGI.

       IMPRIME-LINHA-REGIAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMATA-BR
      * Recebe um valor em WS-FMT-NUM e devolve em WS-FMT-BR o mesmo
               FROM ENVIRONMENT "RELATORIO_FERIADOS"
               ON EXCEPTION
                   MOVE "relatorio_feriados.txt" TO WS-FERIADOS-PATH
           END-ACCEPT

           ACCEPT WS-REGIAO-PATH
               FROM ENVIRONMENT "RELATORIO_REGIAO"
               ON EXCEPTION
                   MOVE "relatorio_regiao.txt" TO WS-REGIAO-PATH
           END-ACCEPT

           ACCEPT WS-CALFISCAL-PATH
               FROM ENVIRONMENT "CALENDARIO_FISCAL"
               ON EXCEPTION
                   MOVE "calendario_fiscal.dat" TO WS-CALFISCAL-PATH
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
               ";RANKING=" FUNCTION TRIM(WS-RANKING-PATH)
               ";VARIANCIA=" FUNCTION TRIM(WS-VARIANCIA-PATH)
               ";FERIADOS=" FUNCTION TRIM(WS-FERIADOS-PATH)
               ";REGIAO=" FUNCTION TRIM(WS-REGIAO-PATH)
               ";LIDOS=" FUNCTION TRIM(WS-LOG-CONT-EDT)
               ";ACEITOS=" FUNCTION TRIM(WS-LOG-CONT-EDT2)
               ";REJEITADOS=" FUNCTION TRIM(WS-LOG-CONT-EDT3)
               ";DEVOLUCOES=" FUNCTION TRIM(WS-DEVOL-CONT-EDT)
               ";TOTAL=" FUNCTION TRIM(WS-LOG-TOTAL-EDT)
               ";PERIODO_INI=" WS-PERIODO-MENOR-CHV
               ";PERIODO_FIM=" WS-PERIODO-MAIOR-CHV
               ";RESTART=" WS-MODO-RESTART-FLAG
               ";STATUS=" FUNCTION TRIM(WS-LOG-STATUS)
               DELIMITED BY SIZE INTO LINHA-LOG
                       COMPUTE TOTAL-VENDAS =
                           TOTAL-VENDAS + WS-W_SALES-NUM
                       ADD 1 TO CONT-REGISTROS
                       PERFORM BUSCA-PERIODO-FISCAL
                       PERFORM ACUMULA-MES
                       IF WS-ORC-COUNT > 0
                           PERFORM ACUMULA-ORCAMENTO-REAL
                   MOVE F-DEPT  TO WS-DEPT-ANT
                   MOVE WS-IDENT-LOJA-ATUAL  TO WS-IDENT-LOJA-ANT
                   MOVE WS-IDENT-DEPTO-ATUAL TO WS-IDENT-DEPTO-ANT
                   MOVE WS-REGIAO-ROLL-ATUAL TO WS-REGIAO-ROLL-ANT
                   MOVE WS-PORTE-ROLL-ATUAL  TO WS-PORTE-ROLL-ANT

               END-IF


      *-----------------------------------------------------------------
      * ACUMULA-MES
      * Soma a venda corrente (WS-W_SALES-NUM) no total do periodo
      * (WS-PERIODO-CHAVE, ja montada por BUSCA-PERIODO-FISCAL) na
      * TABELA-MESES, criando uma linha nova na tabela na primeira vez
      * que o periodo aparece. Semana fora do calendario fiscal
      * (chave em branco) so acumula no total a parte.
      *-----------------------------------------------------------------
       ACUMULA-MES.

           IF WS-PERIODO-CHAVE = SPACES
               COMPUTE WS-FORA-CAL-TOTAL =
                   WS-FORA-CAL-TOTAL + WS-W_SALES-NUM
               ADD 1 TO WS-FORA-CAL-CONT
           ELSE
               PERFORM ACUMULA-MES-CHAVE
           END-IF.

       ACUMULA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-MES-CHAVE
      * Procura (ou cria) a linha de WS-PERIODO-CHAVE na TABELA-MESES e
      * soma nela a venda corrente.
      *-----------------------------------------------------------------
       ACUMULA-MES-CHAVE.

           SET MES-NAO-ACHADO TO TRUE
           SET IX-MES TO 1


               SET IX-MES TO WS-MES-IDX

               IF WS-MES-CHAVE(IX-MES) = WS-PERIODO-CHAVE
                   SET MES-ACHADO TO TRUE
               END-IF

           IF MES-NAO-ACHADO AND WS-MESES-COUNT < 60
               ADD 1 TO WS-MESES-COUNT
               SET IX-MES TO WS-MESES-COUNT
               MOVE WS-PERIODO-CHAVE TO WS-MES-CHAVE(IX-MES)
               MOVE 0 TO WS-MES-TOTAL(IX-MES)
               MOVE 0 TO WS-MES-CONT(IX-MES)
           END-IF

           IF MES-NAO-ACHADO AND WS-MESES-COUNT = 60
               DISPLAY "AVISO: TABELA-MESES CHEIA (60) - PERIODO "
                   WS-PERIODO-CHAVE(5:2) "/" WS-PERIODO-CHAVE(1:4)
                   " FORA DO ROLLUP"
           END-IF

           IF MES-ACHADO OR WS-MESES-COUNT < 60
               ADD 1 TO WS-MES-CONT(IX-MES)
           END-IF.

       ACUMULA-MES-CHAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-ROLLUP-MENSAL
      * Imprime, no final do relatorio, o total de vendas de cada
      * periodo fiscal observado no CSV (independente de loja/depto),
      * na ordem em que cada periodo apareceu pela primeira vez nos
      * dados ja ordenados, seguido do total de cada ano fiscal e das
      * semanas que ficaram fora do calendario. Sem calendario fiscal
      * o rollup sai por mes civil, como antes.
      *-----------------------------------------------------------------
       IMPRIME-ROLLUP-MENSAL.

               TO LINHA-REL
           PERFORM GRAVA-LINHA-REL

           IF WS-CALFISCAL-COUNT > 0
               MOVE "ROLLUP POR PERIODO FISCAL (CALENDARIO 4-5-4)"
                   TO LINHA-REL
               MOVE "PERIODO FISCAL " TO WS-ROLLUP-ROTULO
           ELSE
               MOVE "ROLLUP MENSAL (SEM CALENDARIO FISCAL - MES CIVIL)"
                   TO LINHA-REL
               MOVE "MES "            TO WS-ROLLUP-ROTULO
           END-IF
           PERFORM GRAVA-LINHA-REL

           MOVE "-----------------------------------------------"
               TO LINHA-REL
           PERFORM GRAVA-LINHA-REL

           MOVE 0 TO WS-ANOS-COUNT

           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > WS-MESES-COUNT


               MOVE SPACES TO LINHA-REL
               STRING
                   FUNCTION TRIM(WS-ROLLUP-ROTULO) " "
                   WS-MES-FMT-DISPLAY
                   ": R$ " WS-FMT-BR
                   " (" FUNCTION TRIM(WS-MES-CONT-EDT) " REGISTROS)"
                   DELIMITED BY SIZE
               END-STRING
               PERFORM GRAVA-LINHA-REL

               IF WS-CALFISCAL-COUNT > 0
                   MOVE "TOTAL_PERIODO" TO WS-CSV-RESUMO-TIPO
               ELSE
                   MOVE "TOTAL_MES" TO WS-CSV-RESUMO-TIPO
               END-IF
               MOVE SPACES TO WS-CSV-RESUMO-DESC
               MOVE WS-MES-FMT-DISPLAY TO WS-CSV-RESUMO-DESC
               MOVE WS-MES-TOTAL(IX-MES) TO WS-CSV-VAL-EDT
               PERFORM GRAVA-CSV-RESUMO

               IF WS-CALFISCAL-COUNT > 0
                   PERFORM ACUMULA-ANO-ROLLUP
               END-IF

           END-PERFORM

           IF WS-CALFISCAL-COUNT > 0
               MOVE "-----------------------------------------------"
                   TO LINHA-REL
               PERFORM GRAVA-LINHA-REL

               PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
                   UNTIL WS-ANO-IDX > WS-ANOS-COUNT

                   SET IX-ANO TO WS-ANO-IDX

                   MOVE WS-ANO-TOTAL(IX-ANO) TO WS-FMT-NUM
                   PERFORM FORMATA-BR
                   MOVE WS-ANO-CONT(IX-ANO) TO WS-MES-CONT-EDT

                   MOVE SPACES TO LINHA-REL
                   STRING
                       "ANO FISCAL " WS-ANO-CHAVE(IX-ANO)
                       ": R$ " WS-FMT-BR
                       " (" FUNCTION TRIM(WS-MES-CONT-EDT)
                       " REGISTROS)"
                       DELIMITED BY SIZE
                       INTO LINHA-REL
                   END-STRING
                   PERFORM GRAVA-LINHA-REL

                   MOVE "TOTAL_ANO_FISCAL" TO WS-CSV-RESUMO-TIPO
                   MOVE SPACES TO WS-CSV-RESUMO-DESC
                   MOVE WS-ANO-CHAVE(IX-ANO) TO WS-CSV-RESUMO-DESC
                   MOVE WS-ANO-TOTAL(IX-ANO) TO WS-CSV-VAL-EDT
                   PERFORM GRAVA-CSV-RESUMO

               END-PERFORM

               IF WS-FORA-CAL-CONT > 0
                   MOVE WS-FORA-CAL-TOTAL TO WS-FMT-NUM
                   PERFORM FORMATA-BR
                   MOVE WS-FORA-CAL-CONT TO WS-MES-CONT-EDT
                   MOVE SPACES TO LINHA-REL
                   STRING
                       "FORA DO CALENDARIO FISCAL: R$ " WS-FMT-BR
                       " (" FUNCTION TRIM(WS-MES-CONT-EDT)
                       " REGISTROS)"
                       DELIMITED BY SIZE
                       INTO LINHA-REL
                   END-STRING
                   PERFORM GRAVA-LINHA-REL
                   DISPLAY "AVISO: " WS-FORA-CAL-CONT
                       " SEMANAS FORA DO CALENDARIO FISCAL - FORA DO"
                       " ROLLUP E DA VARIANCIA"
               END-IF
           END-IF.

       IMPRIME-ROLLUP-MENSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-ANO-ROLLUP
      * Soma a linha corrente da TABELA-MESES (IX-MES ja posicionado)
      * no total do seu ano fiscal.
      *-----------------------------------------------------------------
       ACUMULA-ANO-ROLLUP.

           SET ANO-NAO-ACHADO TO TRUE
           PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
               UNTIL WS-ANO-IDX > WS-ANOS-COUNT
                  OR ANO-ACHADO
               SET IX-ANO TO WS-ANO-IDX
               IF WS-ANO-CHAVE(IX-ANO) = WS-MES-CHAVE(IX-MES)(1:4)
                   SET ANO-ACHADO TO TRUE
               END-IF
           END-PERFORM

           IF ANO-NAO-ACHADO AND WS-ANOS-COUNT < 20
               ADD 1 TO WS-ANOS-COUNT
               SET IX-ANO TO WS-ANOS-COUNT
               MOVE WS-MES-CHAVE(IX-MES)(1:4) TO WS-ANO-CHAVE(IX-ANO)
               MOVE 0 TO WS-ANO-TOTAL(IX-ANO)
               MOVE 0 TO WS-ANO-CONT(IX-ANO)
               SET ANO-ACHADO TO TRUE
           END-IF

           IF ANO-ACHADO
               COMPUTE WS-ANO-TOTAL(IX-ANO) =
                   WS-ANO-TOTAL(IX-ANO) + WS-MES-TOTAL(IX-MES)
               ADD WS-MES-CONT(IX-MES) TO WS-ANO-CONT(IX-ANO)
           ELSE
               DISPLAY "AVISO: TABELA-ANOS-FISCAIS CHEIA (20) - ANO "
                   WS-MES-CHAVE(IX-MES)(1:4) " FORA DO TOTAL ANUAL"
           END-IF.

       ACUMULA-ANO-ROLLUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CAL-FISCAL
      * Le por inteiro o calendario fiscal 4-5-4 (layout CALFISCALREC)
      * para a TABELA-CAL-FISCAL. Arquivo ausente deixa o rollup e a
      * variancia no mes civil, com aviso.
      *-----------------------------------------------------------------
       CARREGA-CAL-FISCAL.

           OPEN INPUT ARQ-CALFISCAL

           IF WS-CALFISCAL-STATUS NOT = "00"
               DISPLAY "AVISO: CALENDARIO FISCAL NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-CALFISCAL-PATH) ") - STATUS "
                   WS-CALFISCAL-STATUS
                   " - ROLLUP E VARIANCIA POR MES CIVIL"
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
               DISPLAY "CALENDARIO FISCAL CARREGADO: "
                   WS-CALFISCAL-COUNT " SEMANAS"
           END-IF.

       CARREGA-CAL-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-SEMANA-FISCAL
      * Valida e guarda na TABELA-CAL-FISCAL a semana corrente do
      * calendario fiscal.
      *-----------------------------------------------------------------
       CARREGA-SEMANA-FISCAL.

           MOVE 0 TO WS-FISCAL-DIA-VENDA
           IF CFI-DATA-FIM IS NUMERIC
               MOVE CFI-DATA-FIM TO WS-FISCAL-DATA-NUM
               COMPUTE WS-FISCAL-DIA-VENDA =
                   FUNCTION INTEGER-OF-DATE(WS-FISCAL-DATA-NUM)
           END-IF

           IF WS-FISCAL-DIA-VENDA = 0
              OR CFI-ANO-FISCAL NOT NUMERIC
              OR CFI-PERIODO NOT NUMERIC
               DISPLAY "AVISO: LINHA DO CALENDARIO FISCAL RECUSADA: "
                   FUNCTION TRIM(REG-CALFISCAL-IN)
           ELSE
               IF WS-CALFISCAL-COUNT < 1100
                   ADD 1 TO WS-CALFISCAL-COUNT
                   SET IX-CALF TO WS-CALFISCAL-COUNT
                   MOVE WS-FISCAL-DIA-VENDA TO CALF-DIA-FIM(IX-CALF)
                   MOVE CFI-ANO-FISCAL      TO CALF-ANO(IX-CALF)
                   MOVE CFI-PERIODO         TO CALF-PERIODO(IX-CALF)
               ELSE
                   DISPLAY "AVISO: TABELA-CAL-FISCAL CHEIA (1100) - "
                       "SEMANAS ALEM DO LIMITE FORAM IGNORADAS"
                   MOVE "S" TO EOF-CALFISCAL-FLAG
               END-IF
           END-IF.

       CARREGA-SEMANA-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-PERIODO-FISCAL
      * Monta em WS-PERIODO-CHAVE o periodo da venda corrente (F-DATE):
      * ano fiscal + periodo da semana fiscal que contem a data; sem
      * calendario fiscal, ano + mes civil da data; semana fora do
      * calendario carregado, brancos.
      *-----------------------------------------------------------------
       BUSCA-PERIODO-FISCAL.

           MOVE SPACES TO WS-PERIODO-CHAVE

           IF WS-CALFISCAL-COUNT = 0
               STRING F-DATE(7:4) F-DATE(4:2)
                   DELIMITED BY SIZE INTO WS-PERIODO-CHAVE
               END-STRING
           ELSE
               SET FISCAL-NAO-ACHADO TO TRUE
               MOVE 0 TO WS-FISCAL-DIA-VENDA
               MOVE SPACES TO WS-FISCAL-DATA-TXT
               STRING F-DATE(7:4) F-DATE(4:2) F-DATE(1:2)
                   DELIMITED BY SIZE INTO WS-FISCAL-DATA-TXT
               END-STRING
               IF WS-FISCAL-DATA-TXT IS NUMERIC
                   MOVE WS-FISCAL-DATA-TXT TO WS-FISCAL-DATA-NUM
                   COMPUTE WS-FISCAL-DIA-VENDA =
                       FUNCTION INTEGER-OF-DATE(WS-FISCAL-DATA-NUM)
               END-IF

               IF WS-FISCAL-DIA-VENDA > 0
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

               IF FISCAL-ACHADO
                   SET IX-CALF TO WS-CALFISCAL-ULT
                   STRING CALF-ANO(IX-CALF) CALF-PERIODO(IX-CALF)
                       DELIMITED BY SIZE INTO WS-PERIODO-CHAVE
                   END-STRING
               END-IF
           END-IF.

       BUSCA-PERIODO-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE-SEMANA-FISCAL
      * A semana WS-CALFISCAL-IDX do calendario contem a data da venda
      * (WS-FISCAL-DIA-VENDA) quando fecha de zero a seis dias depois
      * dela; achada, fica em WS-CALFISCAL-ULT.
      *-----------------------------------------------------------------
       CONFERE-SEMANA-FISCAL.

           SET IX-CALF TO WS-CALFISCAL-IDX
           COMPUTE WS-FISCAL-DIF =
               CALF-DIA-FIM(IX-CALF) - WS-FISCAL-DIA-VENDA
           IF WS-FISCAL-DIF NOT < 0 AND WS-FISCAL-DIF < 7
               SET FISCAL-ACHADO TO TRUE
               MOVE WS-CALFISCAL-IDX TO WS-CALFISCAL-ULT
           END-IF.

       CONFERE-SEMANA-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CALENDARIO
      * Le por inteiro o calendario de feriados nomeados (layout
      *-----------------------------------------------------------------
      * VALIDA-LINHA-ORCAMENTO
      * Confere a linha corrente do plano: loja, depto e valor
      * numericos e periodo AAAAPP bem formado (ano fiscal + periodo
      * 01-12; sem calendario fiscal, ano + mes civil).
      *-----------------------------------------------------------------
       VALIDA-LINHA-ORCAMENTO.

               END-IF
           END-IF

           IF ORC-LINHA-VALIDA
              AND (OCI-ANOMES NOT NUMERIC
                   OR OCI-ANOMES(5:2) < "01"
                   OR OCI-ANOMES(5:2) > "12")
               SET ORC-LINHA-INVALIDA TO TRUE
               MOVE "PERIODO AAAAPP INVALIDO" TO WS-ORC-MOTIVO
           END-IF

           IF ORC-LINHA-VALIDA
      *-----------------------------------------------------------------
      * ACUMULA-ORCAMENTO-REAL
      * Soma a venda corrente no realizado da linha do plano da mesma
      * loja+depto+periodo fiscal (WS-PERIODO-CHAVE, ja montada por
      * BUSCA-PERIODO-FISCAL). Venda sem plano correspondente - ou de
      * semana fora do calendario fiscal - so conta em
      * WS-ORC-SEM-PLANO - o relatorio de variancia e dirigido pelo
      * plano.
      *-----------------------------------------------------------------
       ACUMULA-ORCAMENTO-REAL.

           MOVE WS-PERIODO-CHAVE TO WS-ORC-ANOMES-VENDA

           MOVE FUNCTION NUMVAL(F-STORE) TO WS-NUM-BUSCA
           MOVE FUNCTION NUMVAL(F-DEPT)  TO WS-ORC-DEPTO-BUSCA
               END-IF
           END-PERFORM

           IF ORC-ACHADO AND WS-ORC-ANOMES-VENDA NOT = SPACES
               COMPUTE ORC-REAL(IX-ORC) = ORC-REAL(IX-ORC)
                   + WS-W_SALES-NUM
           ELSE

      *-----------------------------------------------------------------
      * IMPRIME-VARIANCIA
      * Grava relatorio_variancia.txt: o realizado de cada periodo
      * fiscal contra o plano por loja+depto+periodo, o rollup por
      * loja (com nome e regiao do cadastro e a marca de loja abaixo
      * do plano em mais de ABAIXO_PLANO_PCT), o rollup por depto
      * atravessando as lojas e o total da empresa.
      *-----------------------------------------------------------------
       IMPRIME-VARIANCIA.

               TO LINHA-VARC
           WRITE LINHA-VARC

           IF WS-CALFISCAL-COUNT > 0
               MOVE "DETALHE POR LOJA / DEPTO / PERIODO FISCAL"
                   TO LINHA-VARC
               MOVE "PERIODO" TO WS-ROLLUP-ROTULO
           ELSE
               MOVE "DETALHE POR LOJA / DEPTO / MES" TO LINHA-VARC
               MOVE "MES"     TO WS-ROLLUP-ROTULO
           END-IF
           WRITE LINHA-VARC
           MOVE "-----------------------------------------------"
               TO LINHA-VARC
      *-----------------------------------------------------------------
      * IMPRIME-VARC-DETALHE
      * Uma linha do plano (IX-ORC ja posicionado): plano x realizado
      * do periodo, com nome da loja/regiao e nome do depto do cadastro
      * (via BUSCA-LOJA / BUSCA-DEPTO, que montam os rotulos a partir
      * de F-STORE / F-DEPT).
      *-----------------------------------------------------------------
           MOVE SPACES TO LINHA-VARC
           STRING "  " FUNCTION TRIM(WS-IDENT-LOJA-ATUAL)
               " " FUNCTION TRIM(WS-IDENT-DEPTO-ATUAL)
               " " FUNCTION TRIM(WS-ROLLUP-ROTULO)
               " " ORC-ANOMES(IX-ORC)(5:2)
               "/" ORC-ANOMES(IX-ORC)(1:4)
               ": PLANO R$ " FUNCTION TRIM(WS-VARC-VAL-EDT)
               " REAL R$ " FUNCTION TRIM(WS-VARC-VAL-EDT2)
