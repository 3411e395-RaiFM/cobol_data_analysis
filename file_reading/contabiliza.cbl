      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Postagem da venda semanal na contabilidade (GL)
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Status conferido na reabertura do historico
      *                  depois da passada que acha a ultima semana
      *                  (falha: ERRO, trava devolvida, RC 8).
      * 15/10/2026  RF   Semana postada que nao tem mais nenhum
      *                  registro no historico (arquivada pelo
      *                  arquivahist) nao e conferida: sai no relatorio
      *                  como SEMANA ARQUIVADA - NAO CONFERIDA em vez de
      *                  gerar o estorno de tudo o que foi postado.
      * 15/10/2026  RF   Arquivo de lancamentos aberto so depois do
      *                  controle de postagens e so quando ha o que
      *                  postar; cada WRITE e o CLOSE dos lancamentos
      *                  conferidos, e o controle so e gravado com o
      *                  trailer gravado e o arquivo fechado sem erro
      *                  (falha: nada registrado no controle, RC 8).
      * 15/10/2026  RF   Status do controle de postagens conferido no
      *                  OPEN EXTEND (falha: nada e postado, RC 8) e em
      *                  cada WRITE (falha: RC 8 e o lote nao deve ser
      *                  liberado).
      * 15/10/2026  RF   Trava de leitura do historico (travahist)
      *                  antes do OPEN, devolvida apos o CLOSE; a
      *                  trava leva o id do lote.
      * 15/10/2026  RF   Versao inicial - le a semana fechada do
      *                  historico indexado (VENDAHISTREC; GL_SEMANA,
      *                  AAAAMMDD, ou a ultima semana do historico) e
      *                  grava o lote de lancamentos para a
      *                  contabilidade (GL_ARQUIVO, layout
      *                  LANCAMENTOGLREC): por loja, venda contra a
      *                  conta de vendas e devolucoes (as semanas
      *                  negativas, o acumulador de devolucoes do
      *                  relatorio semanal) contra a conta de
      *                  devolucoes, sempre com a contrapartida no
      *                  caixa, centro de custo da loja, cabecalho de
      *                  lote e trailer de controle. Cada semana/loja
      *                  enviada fica no controle de postagens
      *                  (GL_CONTROLE, layout POSTAGEMGLREC): semana ja
      *                  postada e recusada, e semana ja postada que o
      *                  aplicadelta reapresentou depois gera so o
      *                  lancamento de ajuste pela diferenca.
      *-----------------------------------------------------------------
      * Toda semana que ja consta do controle e conferida de novo a
      * cada execucao, nao so a semana pedida: o restatement de uma
      * semana antiga sai como ajuste no lote da semana corrente, sem
      * ninguem precisar lembrar de pedir. Loja que aparece numa semana
      * ja postada (renumeracao de loja) entra como ajuste; loja que
      * sumiu de uma semana que ainda esta no historico tem o valor
      * estornado. Semana postada sem nenhum registro no historico foi
      * arquivada (arquivahist) e nao e conferida - so aparece no
      * relatorio como arquivada. Controle de postagens com
      * linha invalida segura a postagem com RETURN-CODE 8 - sem ele
      * nao ha como saber o que a contabilidade ja recebeu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contabiliza.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HIST
               ASSIGN TO DYNAMIC WS-VENDAHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL ARQ-CONTROLE
               ASSIGN TO DYNAMIC WS-CONTROLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ARQ-GL
               ASSIGN TO DYNAMIC WS-GL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ARQ-REL
               ASSIGN TO DYNAMIC WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HIST.
       01 REG-HIST.
           COPY "vendahistrec.cpy".

       FD ARQ-CONTROLE.
       01 REG-CONTROLE.
           COPY "postagemglrec.cpy".

       FD ARQ-GL.
       01 REG-GL.
           COPY "lancamentoglrec.cpy".

       FD ARQ-REL.
       01 LINHA-REL        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-VENDAHIST-PATH     PIC X(200).
       01 WS-CONTROLE-PATH      PIC X(200).
       01 WS-GL-PATH            PIC X(200).
       01 WS-RELATORIO-PATH     PIC X(200).

       01 WS-HIST-STATUS        PIC XX VALUE "00".
       01 WS-CONTROLE-STATUS    PIC XX VALUE "00".
       01 WS-GL-STATUS          PIC XX VALUE "00".

       01 EOF-HIST-FLAG         PIC X VALUE "N".
       01 EOF-CONTROLE-FLAG     PIC X VALUE "N".

      *-----------------------------------------------------------------
      * Id desta execucao (AAAAMMDDHHMMSS) - e o numero do lote no
      * arquivo de lancamentos e no controle de postagens.
      *-----------------------------------------------------------------
       01 WS-RUN-ID             PIC X(14) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      *-----------------------------------------------------------------
      * Semana fechada (data de fim da semana no historico) e contas
      * contabeis (GL_CONTA_VENDAS, GL_CONTA_DEVOLUCOES, GL_CONTA_CAIXA
      * - a contrapartida de todos os lancamentos).
      *-----------------------------------------------------------------
       01 WS-PARM-TXT           PIC X(20) VALUE SPACES.
       01 WS-SEMANA-PEDIDA      PIC 9(8) VALUE 0.
       01 WS-MAIOR-DATA         PIC 9(8) VALUE 0.

       01 WS-CONTA-VENDAS       PIC X(10) VALUE SPACES.
       01 WS-CONTA-DEVOLUCOES   PIC X(10) VALUE SPACES.
       01 WS-CONTA-CAIXA        PIC X(10) VALUE SPACES.

       01 WS-CONT-HISTORICO     PIC 9(10) VALUE 0.
       01 WS-CONT-NA-SEMANA     PIC 9(10) VALUE 0.
       01 WS-CONT-CONTROLE      PIC 9(10) VALUE 0.
       01 WS-CONT-CTL-INVALIDO  PIC 9(10) VALUE 0.
       01 WS-CONT-POSTADAS      PIC 9(5) VALUE 0.
       01 WS-CONT-AJUSTES       PIC 9(5) VALUE 0.
       01 WS-CONT-RECUSADAS     PIC 9(5) VALUE 0.
       01 WS-CONT-ARQUIVADAS    PIC 9(5) VALUE 0.
       01 WS-CONT-FORA-TABELA   PIC 9(10) VALUE 0.
       01 WS-CONT-CTL-FALHAS    PIC 9(5) VALUE 0.

      *    Falha na gravacao do controle: o lote nao pode ser liberado
      *    (a proxima execucao postaria as mesmas semanas de novo).
       01 WS-CTL-ERRO-FLAG      PIC X VALUE "N".
           88 CONTROLE-COM-ERRO     VALUE "S".
           88 CONTROLE-SEM-ERRO     VALUE "N".

      *    Falha na gravacao dos lancamentos: o lote esta incompleto e
      *    nada vai para o controle (a proxima execucao posta de novo).
       01 WS-GL-ERRO-FLAG       PIC X VALUE "N".
           88 GL-COM-ERRO           VALUE "S".
           88 GL-SEM-ERRO           VALUE "N".
       01 WS-CONT-GL-FALHAS     PIC 9(5) VALUE 0.

      *-----------------------------------------------------------------
      * Semanas que ja constam do controle de postagens, em ordem de
      * data, para a busca binaria (SEARCH ALL) de cada registro do
      * historico. SP-NO-HIST fica "S" quando a semana tem ao menos um
      * registro no historico; "N" no fim da leitura = semana arquivada.
      *-----------------------------------------------------------------
       01 WS-SP-COUNT           PIC 9(5) COMP VALUE 0.
       01 WS-SP-POS             PIC 9(5) COMP.
       01 WS-SP-ACHOU-FLAG      PIC X VALUE "N".
           88 SP-ACHADA              VALUE "S".
           88 SP-NAO-ACHADA          VALUE "N".

       01 TABELA-SEMANAS-POSTADAS.
           05 SP-ROW OCCURS 1 TO 3000 TIMES
                     DEPENDING ON WS-SP-COUNT
                     ASCENDING KEY IS SP-SEMANA
                     INDEXED BY IX-SP.
               10 SP-SEMANA         PIC 9(8).
               10 SP-NO-HIST        PIC X(01).

       01 WS-SP-SEMANA-BUSCA    PIC 9(8) VALUE 0.

      *-----------------------------------------------------------------
      * Semana/loja: o que ja foi postado (soma do controle) e o que o
      * historico tem hoje, em ordem de chave (semana * 10**10 + loja)
      * para a busca binaria. PT-ACAO e decidido depois da leitura:
      *     "N" = postagem normal   "A" = ajuste pela diferenca
      *     "R" = ja postada, recusada   " " = nada a fazer
      *-----------------------------------------------------------------
       01 WS-PT-COUNT           PIC 9(5) COMP VALUE 0.
       01 WS-PT-IDX             PIC 9(5) COMP.
       01 WS-PT-POS             PIC 9(5) COMP.
       01 WS-PT-ACHOU-FLAG      PIC X VALUE "N".
           88 PT-ACHADA              VALUE "S".
           88 PT-NAO-ACHADA          VALUE "N".
       01 WS-PT-POS-FLAG        PIC X VALUE "N".
           88 PT-POSICAO-ACHADA      VALUE "S".
           88 PT-POSICAO-NAO-ACHADA  VALUE "N".

       01 TABELA-POSTAGENS.
           05 PT-ROW OCCURS 1 TO 30000 TIMES
                     DEPENDING ON WS-PT-COUNT
                     ASCENDING KEY IS PT-CHAVE
                     INDEXED BY IX-PT.
               10 PT-CHAVE          PIC 9(18).
               10 PT-POSTADA        PIC X(01).
               10 PT-VENDAS-POST    PIC S9(13)V99.
               10 PT-DEVOL-POST     PIC S9(13)V99.
               10 PT-VENDAS-ATUAL   PIC S9(13)V99.
               10 PT-DEVOL-ATUAL    PIC S9(13)V99.
               10 PT-ACAO           PIC X(01).

       01 WS-PT-CHAVE-BUSCA     PIC 9(18) VALUE 0.
       01 WS-PT-SEMANA          PIC 9(8) VALUE 0.
       01 WS-PT-STORE           PIC 9(10) VALUE 0.

      *-----------------------------------------------------------------
      * Lancamentos do lote.
      *-----------------------------------------------------------------
       01 WS-QTD-A-POSTAR       PIC 9(5) VALUE 0.
       01 WS-NUM-LANC           PIC 9(6) VALUE 0.
       01 WS-QTD-REG-GL         PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITOS      PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITOS     PIC 9(13)V99 VALUE 0.

       01 WS-DIF-VENDAS         PIC S9(13)V99 VALUE 0.
       01 WS-DIF-DEVOL          PIC S9(13)V99 VALUE 0.
       01 WS-LANC-VALOR         PIC S9(13)V99 VALUE 0.
       01 WS-LANC-CONTA-DEB     PIC X(10) VALUE SPACES.
       01 WS-LANC-CONTA-CRED    PIC X(10) VALUE SPACES.
       01 WS-LANC-HISTORICO     PIC X(40) VALUE SPACES.
       01 WS-LANC-TIPO          PIC X(01) VALUE SPACE.
       01 WS-LANC-CCUSTO        PIC X(10) VALUE SPACES.
       01 WS-LANC-STORE-NUM     PIC 9(8) VALUE 0.

      *-----------------------------------------------------------------
      * Apoio de impressao.
      *-----------------------------------------------------------------
       01 WS-VAL-EDT            PIC -(12)9.99.
       01 WS-VAL-EDT2           PIC -(12)9.99.
       01 WS-VAL-EDT3           PIC -(12)9.99.
       01 WS-VAL-EDT4           PIC -(12)9.99.
       01 WS-CONT-EDT           PIC Z(9)9.
       01 WS-STORE-EDT          PIC Z(9)9.
       01 WS-DATA-AUX           PIC 9(8) VALUE 0.
       01 WS-DATA-EDT           PIC X(10) VALUE SPACES.
       01 WS-SEMANA-EDT         PIC X(10) VALUE SPACES.

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

           DISPLAY "=== POSTAGEM DE VENDAS NA CONTABILIDADE ==="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-ID
           DISPLAY "ID DO LOTE: " WS-RUN-ID

           PERFORM CARREGA-CONTROLE
           IF WS-CONT-CTL-INVALIDO > 0
               DISPLAY "ERRO: " WS-CONT-CTL-INVALIDO
                   " LINHAS INVALIDAS NO CONTROLE DE POSTAGENS ("
                   FUNCTION TRIM(WS-CONTROLE-PATH)
                   ") - NADA FOI POSTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

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

           IF WS-SEMANA-PEDIDA = 0
               PERFORM APURA-ULTIMA-SEMANA
           END-IF
           MOVE WS-SEMANA-PEDIDA TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-EDT TO WS-SEMANA-EDT

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

           IF WS-CONT-NA-SEMANA = 0
               DISPLAY "ERRO: SEMANA " WS-SEMANA-EDT
                   " SEM VENDAS NO HISTORICO - NADA FOI POSTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CONT-FORA-TABELA > 0
               DISPLAY "ERRO: TABELA-POSTAGENS CHEIA (30000) - "
                   WS-CONT-FORA-TABELA " REGISTROS SEM LUGAR - NADA "
                   "FOI POSTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM DECIDE-POSTAGENS

           OPEN OUTPUT ARQ-REL
           PERFORM GRAVA-CABECALHO-REL

           IF WS-QTD-A-POSTAR = 0
               MOVE SPACES TO LINHA-REL
               STRING "NADA A POSTAR: SEMANA " WS-SEMANA-EDT
                   " JA POSTADA E NENHUMA SEMANA POSTADA FOI "
                   "REAPRESENTADA"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
               DISPLAY "AVISO: NADA A POSTAR - SEMANA " WS-SEMANA-EDT
                   " JA POSTADA - ARQUIVO DE LANCAMENTOS NAO GERADO"
           ELSE
               OPEN EXTEND ARQ-CONTROLE
               IF WS-CONTROLE-STATUS NOT = "00"
                  AND WS-CONTROLE-STATUS NOT = "05"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CONTROLE DE "
                       "POSTAGENS (" FUNCTION TRIM(WS-CONTROLE-PATH)
                       ") - STATUS " WS-CONTROLE-STATUS
                       " - NADA FOI POSTADO"
                   CLOSE ARQ-REL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT ARQ-GL
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR OS "
                       "LANCAMENTOS (" FUNCTION TRIM(WS-GL-PATH)
                       ") - STATUS " WS-GL-STATUS
                       " - NADA FOI POSTADO"
                   CLOSE ARQ-CONTROLE
                   CLOSE ARQ-REL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM GRAVA-CABECALHO-GL
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                   SET IX-PT TO WS-PT-IDX
                   IF PT-ACAO(IX-PT) = "N" OR PT-ACAO(IX-PT) = "A"
                       PERFORM POSTA-SEMANA-LOJA
                   END-IF
               END-PERFORM
               PERFORM GRAVA-TRAILER-GL
               CLOSE ARQ-GL
               IF WS-GL-STATUS NOT = "00"
                   PERFORM FALHA-GRAVACAO-GL
               END-IF

      *        O controle so registra o lote inteiro e fechado: com
      *        falha nos lancamentos nenhuma semana conta como postada.
               IF GL-SEM-ERRO
                   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                       SET IX-PT TO WS-PT-IDX
                       IF PT-ACAO(IX-PT) = "N"
                          OR PT-ACAO(IX-PT) = "A"
                           PERFORM GRAVA-CONTROLE-POSTAGEM
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ARQ-CONTROLE
           END-IF

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               SET IX-PT TO WS-PT-IDX
               IF PT-ACAO(IX-PT) = "R"
                   PERFORM IMPRIME-RECUSADA
               END-IF
           END-PERFORM

           PERFORM VARYING IX-SP FROM 1 BY 1
               UNTIL IX-SP > WS-SP-COUNT
               IF SP-NO-HIST(IX-SP) = "N"
                   PERFORM IMPRIME-ARQUIVADA
               END-IF
           END-PERFORM

           PERFORM GRAVA-RESUMO-REL
           IF GL-COM-ERRO
               MOVE SPACES TO LINHA-REL
               STRING "*** ERRO NA GRAVACAO DOS LANCAMENTOS - LOTE "
                   WS-RUN-ID " INCOMPLETO, NAO DEVE SER LIBERADO - "
                   "NADA REGISTRADO NO CONTROLE ***"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
           END-IF
           IF CONTROLE-COM-ERRO
               MOVE SPACES TO LINHA-REL
               STRING "*** ERRO NA GRAVACAO DO CONTROLE DE POSTAGENS - "
                   "LOTE " WS-RUN-ID " NAO DEVE SER LIBERADO ***"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
           END-IF
           CLOSE ARQ-REL

           DISPLAY "SEMANA FECHADA........: " WS-SEMANA-EDT
           DISPLAY "REGISTROS NA SEMANA...: " WS-CONT-NA-SEMANA
           DISPLAY "LOJAS POSTADAS........: " WS-CONT-POSTADAS
           DISPLAY "AJUSTES (DIFERENCA)...: " WS-CONT-AJUSTES
           DISPLAY "RECUSADAS (JA POSTADAS): " WS-CONT-RECUSADAS
           DISPLAY "SEMANAS ARQUIVADAS....: " WS-CONT-ARQUIVADAS
           DISPLAY "LANCAMENTOS NO LOTE...: " WS-NUM-LANC

           IF WS-CONT-RECUSADAS > 0
               DISPLAY "AVISO: " WS-CONT-RECUSADAS
                   " LOJAS DA SEMANA JA POSTADAS - RECUSADAS - "
                   "RETURN-CODE 4"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF GL-COM-ERRO
               DISPLAY "ERRO: " WS-CONT-GL-FALHAS
                   " GRAVACOES NO ARQUIVO DE LANCAMENTOS ("
                   FUNCTION TRIM(WS-GL-PATH) ") FALHARAM - LOTE "
                   "INCOMPLETO, NADA REGISTRADO NO CONTROLE DE "
                   "POSTAGENS"
               MOVE 8 TO RETURN-CODE
           END-IF

           IF CONTROLE-COM-ERRO
               DISPLAY "ERRO: " WS-CONT-CTL-FALHAS
                   " GRAVACOES NO CONTROLE DE POSTAGENS FALHARAM - O "
                   "ARQUIVO DE LANCAMENTOS ("
                   FUNCTION TRIM(WS-GL-PATH) ") NAO DEVE SER LIBERADO"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "=== POSTAGEM CONCLUIDA ==="
           GOBACK.

      *-----------------------------------------------------------------
      * APURA-ULTIMA-SEMANA
      * Sem GL_SEMANA: uma passada pelo historico acha a ultima semana
      * gravada, que vira a semana fechada. O historico e reaberto
      * para a passada normal.
      *-----------------------------------------------------------------
       APURA-ULTIMA-SEMANA.

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

           MOVE WS-MAIOR-DATA TO WS-SEMANA-PEDIDA
           DISPLAY "GL_SEMANA NAO INFORMADA - USANDO A ULTIMA SEMANA "
               "DO HISTORICO (" WS-SEMANA-PEDIDA ")".

       APURA-ULTIMA-SEMANA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CONTROLE
      * Le o controle de postagens inteiro e soma, por semana/loja, o
      * que ja foi postado. Arquivo ausente = nada postado ainda.
      *-----------------------------------------------------------------
       CARREGA-CONTROLE.

           OPEN INPUT ARQ-CONTROLE

           IF WS-CONTROLE-STATUS = "00"
               PERFORM UNTIL EOF-CONTROLE-FLAG = "S"
                   READ ARQ-CONTROLE
                       AT END
                           MOVE "S" TO EOF-CONTROLE-FLAG
                       NOT AT END
                           PERFORM CARREGA-LINHA-CONTROLE
                   END-READ
               END-PERFORM
           END-IF

           CLOSE ARQ-CONTROLE.

       CARREGA-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-LINHA-CONTROLE
      * Uma linha do controle: soma na semana/loja e registra a semana
      * como ja postada.
      *-----------------------------------------------------------------
       CARREGA-LINHA-CONTROLE.

           ADD 1 TO WS-CONT-CONTROLE

           IF PG-SEMANA NOT NUMERIC
              OR PG-STORE NOT NUMERIC
              OR PG-VENDAS NOT NUMERIC
              OR PG-DEVOLUCOES NOT NUMERIC
               ADD 1 TO WS-CONT-CTL-INVALIDO
               DISPLAY "AVISO: LINHA DO CONTROLE DE POSTAGENS "
                   "INVALIDA: " FUNCTION TRIM(REG-CONTROLE)
           ELSE
               MOVE PG-SEMANA TO WS-PT-SEMANA
               MOVE PG-STORE  TO WS-PT-STORE
               PERFORM BUSCA-POSTAGEM
               IF PT-ACHADA
                   MOVE "S" TO PT-POSTADA(IX-PT)
                   ADD PG-VENDAS     TO PT-VENDAS-POST(IX-PT)
                   ADD PG-DEVOLUCOES TO PT-DEVOL-POST(IX-PT)
               ELSE
                   ADD 1 TO WS-CONT-CTL-INVALIDO
               END-IF

               MOVE PG-SEMANA TO WS-SP-SEMANA-BUSCA
               PERFORM REGISTRA-SEMANA-POSTADA
           END-IF.

       CARREGA-LINHA-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRA-SEMANA-POSTADA
      * Inclui WS-SP-SEMANA-BUSCA na TABELA-SEMANAS-POSTADAS, na
      * posicao da sua ordem, se ainda nao estiver la.
      *-----------------------------------------------------------------
       REGISTRA-SEMANA-POSTADA.

           SET SP-NAO-ACHADA TO TRUE
           IF WS-SP-COUNT > 0
               SEARCH ALL SP-ROW
                   AT END
                       SET SP-NAO-ACHADA TO TRUE
                   WHEN SP-SEMANA(IX-SP) = WS-SP-SEMANA-BUSCA
                       SET SP-ACHADA TO TRUE
               END-SEARCH
           END-IF

           IF SP-NAO-ACHADA
               IF WS-SP-COUNT < 3000
                   ADD 1 TO WS-SP-COUNT
                   MOVE WS-SP-COUNT TO WS-SP-POS
                   SET PT-POSICAO-NAO-ACHADA TO TRUE
                   PERFORM UNTIL PT-POSICAO-ACHADA
                       IF WS-SP-POS = 1
                           SET PT-POSICAO-ACHADA TO TRUE
                       ELSE
                           IF SP-SEMANA(WS-SP-POS - 1)
                               < WS-SP-SEMANA-BUSCA
                               SET PT-POSICAO-ACHADA TO TRUE
                           ELSE
                               MOVE SP-ROW(WS-SP-POS - 1)
                                   TO SP-ROW(WS-SP-POS)
                               SUBTRACT 1 FROM WS-SP-POS
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-SP-SEMANA-BUSCA TO SP-SEMANA(WS-SP-POS)
                   MOVE "N" TO SP-NO-HIST(WS-SP-POS)
               ELSE
                   ADD 1 TO WS-CONT-CTL-INVALIDO
                   DISPLAY "AVISO: TABELA-SEMANAS-POSTADAS CHEIA "
                       "(3000)"
               END-IF
           END-IF.

       REGISTRA-SEMANA-POSTADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA-VENDA-HIST
      * Um registro do historico: semana fechada ou semana que ja
      * consta do controle soma na sua semana/loja - venda positiva
      * em vendas, semana negativa em devolucoes (valor positivo). A
      * semana do controle fica marcada como presente no historico.
      *-----------------------------------------------------------------
       ACUMULA-VENDA-HIST.

           ADD 1 TO WS-CONT-HISTORICO

           SET SP-NAO-ACHADA TO TRUE
           IF WS-SP-COUNT > 0
               SEARCH ALL SP-ROW
                   AT END
                       SET SP-NAO-ACHADA TO TRUE
                   WHEN SP-SEMANA(IX-SP) = VH-DATA
                       SET SP-ACHADA TO TRUE
                       MOVE "S" TO SP-NO-HIST(IX-SP)
               END-SEARCH
           END-IF

           IF VH-DATA = WS-SEMANA-PEDIDA
               ADD 1 TO WS-CONT-NA-SEMANA
               SET SP-ACHADA TO TRUE
           END-IF

           IF SP-ACHADA
               MOVE VH-DATA  TO WS-PT-SEMANA
               MOVE VH-STORE TO WS-PT-STORE
               PERFORM BUSCA-POSTAGEM
               IF PT-ACHADA
                   IF VH-VENDA < 0
                       SUBTRACT VH-VENDA FROM PT-DEVOL-ATUAL(IX-PT)
                   ELSE
                       ADD VH-VENDA TO PT-VENDAS-ATUAL(IX-PT)
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-FORA-TABELA
               END-IF
           END-IF.

       ACUMULA-VENDA-HIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-POSTAGEM
      * Posiciona IX-PT na semana/loja WS-PT-SEMANA + WS-PT-STORE. Chave
      * nova e aberta zerada na posicao da sua ordem (quase sempre no
      * fim - o controle e gravado em ordem e a semana fechada e a
      * mais nova). Tabela cheia fica PT-NAO-ACHADA.
      *-----------------------------------------------------------------
       BUSCA-POSTAGEM.

           COMPUTE WS-PT-CHAVE-BUSCA =
               WS-PT-SEMANA * 10000000000 + WS-PT-STORE

           SET PT-NAO-ACHADA TO TRUE
           IF WS-PT-COUNT > 0
               SEARCH ALL PT-ROW
                   AT END
                       SET PT-NAO-ACHADA TO TRUE
                   WHEN PT-CHAVE(IX-PT) = WS-PT-CHAVE-BUSCA
                       SET PT-ACHADA TO TRUE
               END-SEARCH
           END-IF

           IF PT-NAO-ACHADA AND WS-PT-COUNT < 30000
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-POS
               SET PT-POSICAO-NAO-ACHADA TO TRUE
               PERFORM UNTIL PT-POSICAO-ACHADA
                   IF WS-PT-POS = 1
                       SET PT-POSICAO-ACHADA TO TRUE
                   ELSE
                       IF PT-CHAVE(WS-PT-POS - 1) < WS-PT-CHAVE-BUSCA
                           SET PT-POSICAO-ACHADA TO TRUE
                       ELSE
                           MOVE PT-ROW(WS-PT-POS - 1)
                               TO PT-ROW(WS-PT-POS)
                           SUBTRACT 1 FROM WS-PT-POS
                       END-IF
                   END-IF
               END-PERFORM

               SET IX-PT TO WS-PT-POS
               MOVE WS-PT-CHAVE-BUSCA TO PT-CHAVE(IX-PT)
               MOVE "N"               TO PT-POSTADA(IX-PT)
               MOVE 0                 TO PT-VENDAS-POST(IX-PT)
               MOVE 0                 TO PT-DEVOL-POST(IX-PT)
               MOVE 0                 TO PT-VENDAS-ATUAL(IX-PT)
               MOVE 0                 TO PT-DEVOL-ATUAL(IX-PT)
               MOVE SPACE             TO PT-ACAO(IX-PT)
               SET PT-ACHADA TO TRUE
           END-IF.

       BUSCA-POSTAGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECIDE-POSTAGENS
      * Para cada semana/loja compara o historico de hoje com o ja
      * postado: nunca postada = postagem normal (ajuste quando a
      * semana ja tinha sido fechada antes); postada e diferente =
      * ajuste pela diferenca; postada e igual na semana fechada =
      * recusada (a semana ja foi enviada). Semana do controle sem
      * nenhum registro no historico (arquivada) fica fora da
      * conferencia (PT-ACAO "X") e e contada uma vez por semana.
      *-----------------------------------------------------------------
       DECIDE-POSTAGENS.

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               SET IX-PT TO WS-PT-IDX
               PERFORM SEPARA-CHAVE-POSTAGEM
               COMPUTE WS-DIF-VENDAS =
                   PT-VENDAS-ATUAL(IX-PT) - PT-VENDAS-POST(IX-PT)
               COMPUTE WS-DIF-DEVOL =
                   PT-DEVOL-ATUAL(IX-PT) - PT-DEVOL-POST(IX-PT)

               MOVE WS-PT-SEMANA TO WS-SP-SEMANA-BUSCA
               SET SP-NAO-ACHADA TO TRUE
               IF WS-SP-COUNT > 0
                   SEARCH ALL SP-ROW
                       AT END
                           SET SP-NAO-ACHADA TO TRUE
                       WHEN SP-SEMANA(IX-SP) = WS-SP-SEMANA-BUSCA
                           SET SP-ACHADA TO TRUE
                   END-SEARCH
               END-IF

               EVALUATE TRUE
                   WHEN SP-ACHADA AND SP-NO-HIST(IX-SP) = "N"
                       MOVE "X" TO PT-ACAO(IX-PT)
                   WHEN WS-DIF-VENDAS NOT = 0 OR WS-DIF-DEVOL NOT = 0
                       PERFORM DECIDE-NOVA-OU-AJUSTE
                       ADD 1 TO WS-QTD-A-POSTAR
                   WHEN PT-POSTADA(IX-PT) = "S"
                    AND WS-PT-SEMANA = WS-SEMANA-PEDIDA
                       MOVE "R" TO PT-ACAO(IX-PT)
                       ADD 1 TO WS-CONT-RECUSADAS
                   WHEN OTHER
                       MOVE SPACE TO PT-ACAO(IX-PT)
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING IX-SP FROM 1 BY 1
               UNTIL IX-SP > WS-SP-COUNT
               IF SP-NO-HIST(IX-SP) = "N"
                   ADD 1 TO WS-CONT-ARQUIVADAS
               END-IF
           END-PERFORM.

       DECIDE-POSTAGENS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECIDE-NOVA-OU-AJUSTE
      * Semana/loja com diferenca: e postagem normal quando e a semana
      * fechada e ela ainda nao consta do controle; em semana ja
      * enviada (mesmo para uma loja que so agora apareceu nela) e
      * ajuste.
      *-----------------------------------------------------------------
       DECIDE-NOVA-OU-AJUSTE.

           MOVE WS-PT-SEMANA TO WS-SP-SEMANA-BUSCA
           SET SP-NAO-ACHADA TO TRUE
           IF WS-SP-COUNT > 0
               SEARCH ALL SP-ROW
                   AT END
                       SET SP-NAO-ACHADA TO TRUE
                   WHEN SP-SEMANA(IX-SP) = WS-SP-SEMANA-BUSCA
                       SET SP-ACHADA TO TRUE
               END-SEARCH
           END-IF

           IF SP-NAO-ACHADA AND PT-POSTADA(IX-PT) = "N"
               MOVE "N" TO PT-ACAO(IX-PT)
           ELSE
               MOVE "A" TO PT-ACAO(IX-PT)
           END-IF.

       DECIDE-NOVA-OU-AJUSTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SEPARA-CHAVE-POSTAGEM
      * Semana e loja da linha corrente (IX-PT) em WS-PT-SEMANA e
      * WS-PT-STORE.
      *-----------------------------------------------------------------
       SEPARA-CHAVE-POSTAGEM.

           COMPUTE WS-PT-SEMANA = PT-CHAVE(IX-PT) / 10000000000
           COMPUTE WS-PT-STORE =
               PT-CHAVE(IX-PT) - WS-PT-SEMANA * 10000000000.

       SEPARA-CHAVE-POSTAGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POSTA-SEMANA-LOJA
      * Lancamentos da semana/loja corrente (IX-PT) pela diferenca
      * entre o historico e o ja postado (na postagem normal o ja
      * postado e zero) e a linha no relatorio. A linha no controle de
      * postagens vem depois, em GRAVA-CONTROLE-POSTAGEM.
      *-----------------------------------------------------------------
       POSTA-SEMANA-LOJA.

           PERFORM SEPARA-CHAVE-POSTAGEM
           COMPUTE WS-DIF-VENDAS =
               PT-VENDAS-ATUAL(IX-PT) - PT-VENDAS-POST(IX-PT)
           COMPUTE WS-DIF-DEVOL =
               PT-DEVOL-ATUAL(IX-PT) - PT-DEVOL-POST(IX-PT)
           MOVE PT-ACAO(IX-PT) TO WS-LANC-TIPO

           MOVE WS-PT-STORE TO WS-LANC-STORE-NUM
           MOVE SPACES TO WS-LANC-CCUSTO
           STRING "LJ" WS-LANC-STORE-NUM
               DELIMITED BY SIZE INTO WS-LANC-CCUSTO
           END-STRING

           MOVE WS-PT-SEMANA TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-PT-STORE TO WS-STORE-EDT

           IF WS-DIF-VENDAS NOT = 0
               MOVE SPACES TO WS-LANC-HISTORICO
               IF WS-LANC-TIPO = "A"
                   STRING "AJUSTE VENDAS LJ "
                       FUNCTION TRIM(WS-STORE-EDT)
                       " SEM " WS-DATA-EDT
                       DELIMITED BY SIZE INTO WS-LANC-HISTORICO
                   END-STRING
               ELSE
                   STRING "VENDAS LJ " FUNCTION TRIM(WS-STORE-EDT)
                       " SEM " WS-DATA-EDT
                       DELIMITED BY SIZE INTO WS-LANC-HISTORICO
                   END-STRING
               END-IF
               MOVE WS-DIF-VENDAS TO WS-LANC-VALOR
               IF WS-LANC-VALOR > 0
                   MOVE WS-CONTA-CAIXA  TO WS-LANC-CONTA-DEB
                   MOVE WS-CONTA-VENDAS TO WS-LANC-CONTA-CRED
               ELSE
                   MOVE WS-CONTA-VENDAS TO WS-LANC-CONTA-DEB
                   MOVE WS-CONTA-CAIXA  TO WS-LANC-CONTA-CRED
                   COMPUTE WS-LANC-VALOR = WS-LANC-VALOR * -1
               END-IF
               PERFORM GRAVA-LANCAMENTO
           END-IF

           IF WS-DIF-DEVOL NOT = 0
               MOVE SPACES TO WS-LANC-HISTORICO
               IF WS-LANC-TIPO = "A"
                   STRING "AJUSTE DEVOL LJ "
                       FUNCTION TRIM(WS-STORE-EDT)
                       " SEM " WS-DATA-EDT
                       DELIMITED BY SIZE INTO WS-LANC-HISTORICO
                   END-STRING
               ELSE
                   STRING "DEVOLUCOES LJ " FUNCTION TRIM(WS-STORE-EDT)
                       " SEM " WS-DATA-EDT
                       DELIMITED BY SIZE INTO WS-LANC-HISTORICO
                   END-STRING
               END-IF
               MOVE WS-DIF-DEVOL TO WS-LANC-VALOR
               IF WS-LANC-VALOR > 0
                   MOVE WS-CONTA-DEVOLUCOES TO WS-LANC-CONTA-DEB
                   MOVE WS-CONTA-CAIXA      TO WS-LANC-CONTA-CRED
               ELSE
                   MOVE WS-CONTA-CAIXA      TO WS-LANC-CONTA-DEB
                   MOVE WS-CONTA-DEVOLUCOES TO WS-LANC-CONTA-CRED
                   COMPUTE WS-LANC-VALOR = WS-LANC-VALOR * -1
               END-IF
               PERFORM GRAVA-LANCAMENTO
           END-IF

           MOVE WS-DIF-VENDAS TO WS-VAL-EDT
           MOVE WS-DIF-DEVOL  TO WS-VAL-EDT2
           MOVE SPACES TO LINHA-REL
           IF WS-LANC-TIPO = "A"
               ADD 1 TO WS-CONT-AJUSTES
               MOVE PT-VENDAS-POST(IX-PT) TO WS-VAL-EDT3
               MOVE PT-DEVOL-POST(IX-PT)  TO WS-VAL-EDT4
               STRING "  AJUSTE LOJA " FUNCTION TRIM(WS-STORE-EDT)
                   " SEMANA " WS-DATA-EDT
                   ": VENDAS R$ " FUNCTION TRIM(WS-VAL-EDT)
                   " DEVOLUCOES R$ " FUNCTION TRIM(WS-VAL-EDT2)
                   " (JA POSTADO: VENDAS R$ " FUNCTION TRIM(WS-VAL-EDT3)
                   " DEVOLUCOES R$ " FUNCTION TRIM(WS-VAL-EDT4) ")"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           ELSE
               ADD 1 TO WS-CONT-POSTADAS
               STRING "  POSTADA LOJA " FUNCTION TRIM(WS-STORE-EDT)
                   " SEMANA " WS-DATA-EDT
                   ": VENDAS R$ " FUNCTION TRIM(WS-VAL-EDT)
                   " DEVOLUCOES R$ " FUNCTION TRIM(WS-VAL-EDT2)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
           END-IF
           WRITE LINHA-REL.

       POSTA-SEMANA-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-CONTROLE-POSTAGEM
      * Linha no controle de postagens da semana/loja corrente (IX-PT),
      * com a mesma diferenca lancada em POSTA-SEMANA-LOJA. So roda com
      * o arquivo de lancamentos completo e fechado.
      *-----------------------------------------------------------------
       GRAVA-CONTROLE-POSTAGEM.

           PERFORM SEPARA-CHAVE-POSTAGEM
           COMPUTE WS-DIF-VENDAS =
               PT-VENDAS-ATUAL(IX-PT) - PT-VENDAS-POST(IX-PT)
           COMPUTE WS-DIF-DEVOL =
               PT-DEVOL-ATUAL(IX-PT) - PT-DEVOL-POST(IX-PT)

           MOVE SPACES TO REG-CONTROLE
           MOVE WS-RUN-ID      TO PG-LOTE
           MOVE WS-PT-SEMANA   TO PG-SEMANA
           MOVE WS-PT-STORE    TO PG-STORE
           MOVE WS-DIF-VENDAS  TO PG-VENDAS
           MOVE WS-DIF-DEVOL   TO PG-DEVOLUCOES
           MOVE PT-ACAO(IX-PT) TO PG-TIPO
           WRITE REG-CONTROLE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE WS-PT-SEMANA TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               MOVE WS-PT-STORE TO WS-STORE-EDT
               DISPLAY "ERRO: FALHA AO GRAVAR O CONTROLE DE POSTAGENS "
                   "- LOJA " FUNCTION TRIM(WS-STORE-EDT)
                   " SEMANA " WS-DATA-EDT " - STATUS "
                   WS-CONTROLE-STATUS
               SET CONTROLE-COM-ERRO TO TRUE
               ADD 1 TO WS-CONT-CTL-FALHAS
           END-IF.

       GRAVA-CONTROLE-POSTAGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-LANCAMENTO
      * Um lancamento em duas pernas: debito em WS-LANC-CONTA-DEB e
      * credito em WS-LANC-CONTA-CRED, do mesmo valor (WS-LANC-VALOR,
      * positivo) e com o mesmo numero de lancamento.
      *-----------------------------------------------------------------
       GRAVA-LANCAMENTO.

           ADD 1 TO WS-NUM-LANC

           MOVE SPACES TO REG-GL
           MOVE "D"               TO GL-TIPO-REG
           MOVE WS-RUN-ID         TO GL-D-LOTE
           MOVE WS-NUM-LANC       TO GL-D-LANC
           MOVE WS-PT-SEMANA      TO GL-D-SEMANA
           MOVE WS-LANC-CCUSTO    TO GL-D-CCUSTO
           MOVE WS-LANC-CONTA-DEB TO GL-D-CONTA
           MOVE "D"               TO GL-D-DC
           MOVE WS-LANC-VALOR     TO GL-D-VALOR
           MOVE WS-LANC-TIPO      TO GL-D-TIPO
           MOVE WS-LANC-HISTORICO TO GL-D-HISTORICO
           WRITE REG-GL
           IF WS-GL-STATUS NOT = "00"
               PERFORM FALHA-GRAVACAO-GL
           END-IF
           ADD 1 TO WS-QTD-REG-GL
           ADD WS-LANC-VALOR TO WS-TOTAL-DEBITOS

           MOVE WS-LANC-CONTA-CRED TO GL-D-CONTA
           MOVE "C"                TO GL-D-DC
           WRITE REG-GL
           IF WS-GL-STATUS NOT = "00"
               PERFORM FALHA-GRAVACAO-GL
           END-IF
           ADD 1 TO WS-QTD-REG-GL
           ADD WS-LANC-VALOR TO WS-TOTAL-CREDITOS.

       GRAVA-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-CABECALHO-GL / GRAVA-TRAILER-GL
      * Cabecalho do lote e trailer de controle do arquivo de
      * lancamentos.
      *-----------------------------------------------------------------
       GRAVA-CABECALHO-GL.

           MOVE SPACES TO REG-GL
           MOVE "H"                      TO GL-TIPO-REG
           MOVE WS-RUN-ID                TO GL-H-LOTE
           MOVE WS-CURRENT-DATE(1:8)     TO GL-H-GERACAO
           MOVE WS-SEMANA-PEDIDA         TO GL-H-SEMANA
           MOVE "VENDAS"                 TO GL-H-ORIGEM
           WRITE REG-GL
           IF WS-GL-STATUS NOT = "00"
               PERFORM FALHA-GRAVACAO-GL
           END-IF.

       GRAVA-CABECALHO-GL-EXIT.
           EXIT.

       GRAVA-TRAILER-GL.

           MOVE SPACES TO REG-GL
           MOVE "T"               TO GL-TIPO-REG
           MOVE WS-RUN-ID         TO GL-T-LOTE
           MOVE WS-QTD-REG-GL     TO GL-T-QTD-REG
           MOVE WS-TOTAL-DEBITOS  TO GL-T-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-T-CREDITOS
           WRITE REG-GL
           IF WS-GL-STATUS NOT = "00"
               PERFORM FALHA-GRAVACAO-GL
           END-IF.

       GRAVA-TRAILER-GL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FALHA-GRAVACAO-GL
      * WRITE ou CLOSE do arquivo de lancamentos com status de erro: o
      * lote fica marcado como incompleto (a mensagem sai uma vez so).
      *-----------------------------------------------------------------
       FALHA-GRAVACAO-GL.

           IF GL-SEM-ERRO
               DISPLAY "ERRO: FALHA AO GRAVAR O ARQUIVO DE "
                   "LANCAMENTOS (" FUNCTION TRIM(WS-GL-PATH)
                   ") - STATUS "
                   WS-GL-STATUS
           END-IF
           SET GL-COM-ERRO TO TRUE
           ADD 1 TO WS-CONT-GL-FALHAS.

       FALHA-GRAVACAO-GL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-CABECALHO-REL
      * Cabecalho do relatorio de postagem.
      *-----------------------------------------------------------------
       GRAVA-CABECALHO-REL.

           MOVE SPACES TO LINHA-REL
           STRING "RELATORIO DE POSTAGEM NA CONTABILIDADE - SEMANA "
               WS-SEMANA-EDT
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE SPACES TO LINHA-REL
           STRING "LOTE: " WS-RUN-ID
               " | ARQUIVO: " FUNCTION TRIM(WS-GL-PATH)
               " | CONTAS: VENDAS " FUNCTION TRIM(WS-CONTA-VENDAS)
               " DEVOLUCOES " FUNCTION TRIM(WS-CONTA-DEVOLUCOES)
               " CAIXA " FUNCTION TRIM(WS-CONTA-CAIXA)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE "==============================================="
               TO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-CABECALHO-REL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-RECUSADA
      * Semana/loja corrente (IX-PT) ja postada e sem diferenca.
      *-----------------------------------------------------------------
       IMPRIME-RECUSADA.

           PERFORM SEPARA-CHAVE-POSTAGEM
           MOVE WS-PT-SEMANA TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-PT-STORE TO WS-STORE-EDT
           MOVE PT-VENDAS-POST(IX-PT) TO WS-VAL-EDT
           MOVE PT-DEVOL-POST(IX-PT)  TO WS-VAL-EDT2

           MOVE SPACES TO LINHA-REL
           STRING "  RECUSADA LOJA " FUNCTION TRIM(WS-STORE-EDT)
               " SEMANA " WS-DATA-EDT
               ": JA POSTADA (VENDAS R$ " FUNCTION TRIM(WS-VAL-EDT)
               " DEVOLUCOES R$ " FUNCTION TRIM(WS-VAL-EDT2) ")"
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL.

       IMPRIME-RECUSADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRIME-ARQUIVADA
      * Semana do controle (IX-SP) sem nenhum registro no historico:
      * foi arquivada e o que ja foi postado dela nao e conferido.
      *-----------------------------------------------------------------
       IMPRIME-ARQUIVADA.

           MOVE SP-SEMANA(IX-SP) TO WS-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO LINHA-REL
           STRING "  SEMANA " WS-DATA-EDT
               " ARQUIVADA - NAO CONFERIDA (SEM REGISTROS NO "
               "HISTORICO)"
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL.

       IMPRIME-ARQUIVADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RESUMO-REL
      * Contagens e totais de controle do lote no fim do relatorio.
      *-----------------------------------------------------------------
       GRAVA-RESUMO-REL.

           MOVE "-----------------------------------------------"
               TO LINHA-REL
           WRITE LINHA-REL

           MOVE WS-CONT-POSTADAS TO WS-CONT-EDT
           MOVE SPACES TO LINHA-REL
           STRING "LOJAS POSTADAS: " FUNCTION TRIM(WS-CONT-EDT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-CONT-AJUSTES TO WS-CONT-EDT
           MOVE SPACES TO LINHA-REL
           STRING "AJUSTES PELA DIFERENCA: " FUNCTION TRIM(WS-CONT-EDT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-CONT-RECUSADAS TO WS-CONT-EDT
           MOVE SPACES TO LINHA-REL
           STRING "RECUSADAS (JA POSTADAS): "
               FUNCTION TRIM(WS-CONT-EDT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-CONT-ARQUIVADAS TO WS-CONT-EDT
           MOVE SPACES TO LINHA-REL
           STRING "SEMANAS ARQUIVADAS (NAO CONFERIDAS): "
               FUNCTION TRIM(WS-CONT-EDT)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           MOVE WS-NUM-LANC TO WS-CONT-EDT
           MOVE WS-TOTAL-DEBITOS  TO WS-VAL-EDT
           MOVE WS-TOTAL-CREDITOS TO WS-VAL-EDT2
           MOVE SPACES TO LINHA-REL
           STRING "LANCAMENTOS: " FUNCTION TRIM(WS-CONT-EDT)
               " | DEBITOS R$ " FUNCTION TRIM(WS-VAL-EDT)
               " | CREDITOS R$ " FUNCTION TRIM(WS-VAL-EDT2)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL.

       GRAVA-RESUMO-REL-EXIT.
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
      * INICIALIZA-AMBIENTE
      * Le os nomes dos arquivos, a semana fechada e as contas
      * contabeis de variaveis de ambiente, com valor default para
      * quando a variavel nao existe.
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-VENDAHIST-PATH FROM ENVIRONMENT "VENDAHIST_MASTER"
               ON EXCEPTION
                   MOVE "vendahist.dat" TO WS-VENDAHIST-PATH
           END-ACCEPT

           ACCEPT WS-CONTROLE-PATH FROM ENVIRONMENT "GL_CONTROLE"
               ON EXCEPTION
                   MOVE "controle_contabil.dat" TO WS-CONTROLE-PATH
           END-ACCEPT

           ACCEPT WS-GL-PATH FROM ENVIRONMENT "GL_ARQUIVO"
               ON EXCEPTION
                   MOVE "lancamentos_gl.txt" TO WS-GL-PATH
           END-ACCEPT

           ACCEPT WS-RELATORIO-PATH
               FROM ENVIRONMENT "RELATORIO_CONTABIL"
               ON EXCEPTION
                   MOVE "relatorio_contabil.txt" TO WS-RELATORIO-PATH
           END-ACCEPT

           ACCEPT WS-CONTA-VENDAS FROM ENVIRONMENT "GL_CONTA_VENDAS"
               ON EXCEPTION
                   MOVE "3101010001" TO WS-CONTA-VENDAS
           END-ACCEPT

           ACCEPT WS-CONTA-DEVOLUCOES
               FROM ENVIRONMENT "GL_CONTA_DEVOLUCOES"
               ON EXCEPTION
                   MOVE "3101020001" TO WS-CONTA-DEVOLUCOES
           END-ACCEPT

           ACCEPT WS-CONTA-CAIXA FROM ENVIRONMENT "GL_CONTA_CAIXA"
               ON EXCEPTION
                   MOVE "1101010001" TO WS-CONTA-CAIXA
           END-ACCEPT

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GL_SEMANA"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT
           IF WS-PARM-TXT(1:8) IS NUMERIC
               MOVE WS-PARM-TXT(1:8) TO WS-SEMANA-PEDIDA
           ELSE
               IF WS-PARM-TXT NOT = SPACES
                   DISPLAY "AVISO: GL_SEMANA INVALIDA ("
                       FUNCTION TRIM(WS-PARM-TXT)
                       ") - USE AAAAMMDD"
               END-IF
               MOVE 0 TO WS-SEMANA-PEDIDA
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
           MOVE "contabiliza" TO TH-PROGRAMA
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

       END PROGRAM contabiliza.
