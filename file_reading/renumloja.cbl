      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Renumerar / fundir lojas no historico de vendas
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Loja nova ja cadastrada e reativada com o
      *                  fechamento limpo, como no mantemloja.
      * 15/10/2026  RF   Versao inicial - le o de-para de lojas
      *                  (RENUM_DEPARA: LOJA_ANTIGA,LOJA_NOVA,EFETIVA)
      *                  e passa o historico da loja antiga anterior a
      *                  data efetiva para o numero novo no
      *                  vendahist.dat: chave nova inexistente e
      *                  inserida, chave nova ja existente (fusao com
      *                  semana/depto em comum) soma as vendas, e a
      *                  chave antiga e apagada. Cada gravacao sai no
      *                  journal de delta (DELTA_JOURNAL), no mesmo
      *                  formato do aplicadelta, com a acao "D" para a
      *                  chave apagada - o desfazdelta estorna a
      *                  renumeracao pelo id da execucao. No cadastro
      *                  (lojadepto.dat) a loja antiga e desativada com
      *                  fechamento na vespera da data efetiva e a
      *                  loja nova e incluida (com nome, regiao e porte
      *                  da antiga) ou reativada, herdando a abertura
      *                  da antiga para o historico transferido passar
      *                  na validacao de datas do testeCSV. Relatorio
      *                  de controle (RELATORIO_RENUM) com semanas e
      *                  vendas das duas lojas antes e depois e o
      *                  cadastro antes e depois.
      *-----------------------------------------------------------------
      * De-para (CSV, uma linha por loja renumerada, sem cabecalho):
      *     LOJA_ANTIGA,LOJA_NOVA,EFETIVA
      *   EFETIVA e AAAAMMDD: a partir dela o POS ja manda o numero
      *   novo. Semana da loja antiga com data na efetiva ou depois
      *   nao e movida - e reportada como fora da vigencia (venda
      *   lancada com o numero velho depois da troca pede conferencia
      *   antes de qualquer soma).
      *   Loja que aparece como antiga e como nova em linhas diferentes
      *   (A->B e B->C) e recusada: o resultado dependeria da ordem
      *   das linhas. Duas lojas antigas para a mesma nova (fusao) e
      *   permitido.
      *
      * O cadastro nao passa pelo journal: o relatorio de controle traz
      * ativo/abertura/fechamento das duas lojas antes e depois, para a
      * volta pelo mantemloja quando a renumeracao for estornada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. renumloja.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Acesso dinamico: a loja e varrida com START + READ NEXT e a
      *    chave nova e lida/gravada direto.
           SELECT ARQ-HIST
               ASSIGN TO DYNAMIC WS-VENDAHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARQ-DEPARA
               ASSIGN TO DYNAMIC WS-DEPARA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARA-STATUS.

           SELECT ARQ-MASTER
               ASSIGN TO DYNAMIC WS-LOJADEPTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL ARQ-JOURNAL
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELAT
               ASSIGN TO DYNAMIC WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HIST.
       01 REG-HIST.
           COPY "vendahistrec.cpy".

       FD ARQ-DEPARA.
       01 LINHA-DEPARA     PIC X(200).

       FD ARQ-MASTER.
       01 REG-MASTER.
           COPY "lojadeptorec.cpy".

       FD ARQ-JOURNAL.
       01 LINHA-JRN        PIC X(120).

       FD ARQ-RELAT.
       01 LINHA-REL        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-VENDAHIST-PATH     PIC X(200).
       01 WS-DEPARA-PATH        PIC X(200).
       01 WS-LOJADEPTO-PATH     PIC X(200).
       01 WS-JOURNAL-PATH       PIC X(200).
       01 WS-RELAT-PATH         PIC X(200).

       01 WS-HIST-STATUS        PIC XX VALUE "00".
       01 WS-DEPARA-STATUS      PIC XX VALUE "00".
       01 WS-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-RELAT-STATUS       PIC XX VALUE "00".

       01 EOF-HIST-FLAG         PIC X VALUE "N".
       01 EOF-DEPARA-FLAG       PIC X VALUE "N".
       01 EOF-MASTER-FLAG       PIC X VALUE "N".

      *-----------------------------------------------------------------
      * Id desta execucao (AAAAMMDDHHMMSS), gravado em cada linha do
      * journal - e o DESFAZ_RUN do estorno.
      *-----------------------------------------------------------------
       01 WS-RUN-ID             PIC X(14) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      *-----------------------------------------------------------------
      * De-para carregado. DP-SITUACAO: "V" = valido (a processar),
      * "R" = recusado na validacao, "P" = processado sem falha,
      * "F" = processado com falha (cadastro nao e mexido).
      *-----------------------------------------------------------------
       01 WS-DP-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-DP-IDX             PIC 9(4) COMP.
       01 WS-DP-IDX2            PIC 9(4) COMP.

       01 TABELA-DEPARA.
           05 DEPARA-ROW OCCURS 100 TIMES INDEXED BY IX-DP IX-DP2.
               10 DP-ANTIGA-TXT     PIC X(10).
               10 DP-NOVA-TXT       PIC X(10).
               10 DP-ANTIGA         PIC 9(10).
               10 DP-NOVA           PIC 9(10).
               10 DP-EFETIVA        PIC 9(8).
               10 DP-SITUACAO       PIC X(01).
               10 DP-MOTIVO         PIC X(50).
               10 DP-ANTES-QTD-ANT  PIC 9(10).
               10 DP-ANTES-VAL-ANT  PIC S9(13)V99.
               10 DP-ANTES-QTD-NOVA PIC 9(10).
               10 DP-ANTES-VAL-NOVA PIC S9(13)V99.
               10 DP-DEPOIS-QTD-ANT PIC 9(10).
               10 DP-DEPOIS-VAL-ANT PIC S9(13)V99.
               10 DP-DEPOIS-QTD-NOVA PIC 9(10).
               10 DP-DEPOIS-VAL-NOVA PIC S9(13)V99.
               10 DP-MOVIDAS        PIC 9(10).
               10 DP-SOMADAS        PIC 9(10).
               10 DP-FORA-VIGENCIA  PIC 9(10).
               10 DP-FALHAS         PIC 9(10).
               10 DP-CAD-ANT-ANTES  PIC X(60).
               10 DP-CAD-ANT-DEPOIS PIC X(60).
               10 DP-CAD-NOVA-ANTES PIC X(60).
               10 DP-CAD-NOVA-DEPOIS PIC X(60).

      *-----------------------------------------------------------------
      * Campos da linha corrente do de-para.
      *-----------------------------------------------------------------
       01 R-ANTIGA              PIC X(20).
       01 R-NOVA                PIC X(20).
       01 R-EFETIVA             PIC X(20).

      *-----------------------------------------------------------------
      * Semanas da loja antiga, lidas antes de qualquer gravacao: a
      * leitura direta da chave nova tiraria o READ NEXT do lugar.
      *-----------------------------------------------------------------
       01 WS-RN-COUNT           PIC 9(5) COMP VALUE 0.
       01 WS-RN-IDX             PIC 9(5) COMP.
       01 WS-RN-FLAG            PIC X VALUE "N".
           88 SEMANAS-ESTOURADAS    VALUE "S".
           88 SEMANAS-CARREGADAS    VALUE "N".

       01 TABELA-SEMANAS.
           05 SEMANA-ROW OCCURS 30000 TIMES INDEXED BY IX-RN.
               10 RN-DEPT           PIC 9(10).
               10 RN-DATA           PIC 9(8).
               10 RN-DATA-ORIG      PIC X(10).
               10 RN-VENDA          PIC S9(11)V99.
               10 RN-ISHOLIDAY      PIC X(5).

      *-----------------------------------------------------------------
      * Totalizacao de uma loja no master (antes e depois).
      *-----------------------------------------------------------------
       01 WS-LOJA-TOTAL         PIC 9(10) VALUE 0.
       01 WS-TOT-QTD            PIC 9(10) VALUE 0.
       01 WS-TOT-VALOR          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-ANTES          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEPOIS         PIC S9(13)V99 VALUE 0.
       01 WS-CONFERE-TXT        PIC X(20) VALUE SPACES.

       01 WS-VENDA-ANTIGA       PIC S9(11)V99 VALUE 0.
       01 WS-VENDA-NOVA         PIC S9(11)V99 VALUE 0.
       01 WS-JRN-ACAO           PIC X(01) VALUE SPACES.
       01 WS-JRN-ANTIGO-EDT     PIC -(12)9.99.
       01 WS-JRN-NOVO-EDT       PIC -(12)9.99.

       01 WS-GRAVOU-FLAG        PIC X VALUE "N".
           88 CHAVE-NOVA-GRAVADA    VALUE "S".
           88 CHAVE-NOVA-FALHOU     VALUE "N".

      *-----------------------------------------------------------------
      * Cadastro inteiro em memoria (mesmo tratamento do mantemloja).
      *-----------------------------------------------------------------
       01 WS-CADASTRO-COUNT     PIC 9(4) COMP VALUE 0.
       01 WS-CAD-IDX            PIC 9(4) COMP.
       01 WS-CAD-ANT            PIC 9(4) COMP VALUE 0.
       01 WS-CAD-NOVA           PIC 9(4) COMP VALUE 0.
       01 WS-NUM-BUSCA          PIC 9(10) VALUE 0.
       01 WS-CAD-POS            PIC 9(4) COMP VALUE 0.
       01 WS-CAD-TXT            PIC X(60) VALUE SPACES.

       01 WS-CADASTRO-FLAG      PIC X VALUE "N".
           88 CADASTRO-ALTERADO     VALUE "S".
           88 CADASTRO-INTACTO      VALUE "N".

       01 WS-ERRO-FLAG          PIC X VALUE "N".
           88 HOUVE-ERRO            VALUE "S".
           88 SEM-ERRO              VALUE "N".

       01 TABELA-CADASTRO.
           05 CADASTRO-ROW OCCURS 700 TIMES INDEXED BY IX-CAD.
               COPY "lojadeptorec.cpy"
                   REPLACING ==05== BY ==10==
                             ==LD-TIPO==   BY ==CAD-TIPO==
                             ==LD-NUMERO== BY ==CAD-NUMERO==
                             ==LD-NOME==   BY ==CAD-NOME==
                             ==LD-REGIAO== BY ==CAD-REGIAO==
                             ==LD-PORTE==  BY ==CAD-PORTE==
                             ==LD-ATIVO==  BY ==CAD-ATIVO==
                             ==LD-DATA-ABERTURA==
                                 BY ==CAD-DATA-ABERTURA==
                             ==LD-DATA-FECHAMENTO==
                                 BY ==CAD-DATA-FECHAMENTO==.

       01 WS-DIA-INT            PIC 9(8) VALUE 0.
       01 WS-DATA-AUX           PIC 9(8) VALUE 0.
       01 WS-TEST-NUMVAL        PIC 9(3) COMP.

       01 WS-CONT-LINHAS        PIC 9(10) VALUE 0.
       01 WS-CONT-VALIDOS       PIC 9(10) VALUE 0.
       01 WS-CONT-RECUSADOS     PIC 9(10) VALUE 0.
       01 WS-CONT-PROCESSADOS   PIC 9(10) VALUE 0.
       01 WS-CONT-COM-FALHA     PIC 9(10) VALUE 0.
       01 WS-CONT-MOVIDAS       PIC 9(10) VALUE 0.
       01 WS-CONT-SOMADAS       PIC 9(10) VALUE 0.
       01 WS-CONT-FORA-VIGENCIA PIC 9(10) VALUE 0.
       01 WS-CONT-AVISOS-CAD    PIC 9(10) VALUE 0.

       01 WS-QTD-EDT            PIC Z(9)9.
       01 WS-QTD-EDT2           PIC Z(9)9.
       01 WS-QTD-EDT3           PIC Z(9)9.
       01 WS-QTD-EDT4           PIC Z(9)9.
       01 WS-VAL-EDT            PIC -(12)9.99.
       01 WS-VAL-EDT2           PIC -(12)9.99.

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

           DISPLAY "=== RENUMERACAO DE LOJAS NO HISTORICO ==="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-ID
           DISPLAY "ID DA EXECUCAO: " WS-RUN-ID

      *    A tabela nao tem VALUE (itens sob OCCURS) - zera antes.
           INITIALIZE TABELA-DEPARA

           PERFORM CARREGA-DEPARA
           IF WS-DEPARA-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDA-ENCADEAMENTO

           DISPLAY "LINHAS DO DE-PARA....: " WS-CONT-LINHAS
           DISPLAY "VALIDAS..............: " WS-CONT-VALIDOS
           DISPLAY "RECUSADAS............: " WS-CONT-RECUSADOS

           IF WS-CONT-VALIDOS = 0
               DISPLAY "ERRO: NENHUMA LINHA VALIDA NO DE-PARA - "
                   "HISTORICO INTOCADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Ninguem mais le ou grava o master durante a renumeracao.
           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ARQ-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO ("
                   FUNCTION TRIM(WS-VENDAHIST-PATH) ") - STATUS "
                   WS-HIST-STATUS
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQ-JOURNAL

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               SET IX-DP TO WS-DP-IDX
               IF DP-SITUACAO(IX-DP) = "V"
                   PERFORM RENUMERA-LOJA
               END-IF
           END-PERFORM

           CLOSE ARQ-JOURNAL
           CLOSE ARQ-HIST
           PERFORM LIBERA-TRAVA-HIST

           PERFORM ATUALIZA-CADASTRO

           PERFORM GRAVA-RELATORIO-CONTROLE

           DISPLAY "LOJAS RENUMERADAS....: " WS-CONT-PROCESSADOS
           DISPLAY "LOJAS COM FALHA......: " WS-CONT-COM-FALHA
           DISPLAY "SEMANAS MOVIDAS......: " WS-CONT-MOVIDAS
           DISPLAY "SEMANAS SOMADAS......: " WS-CONT-SOMADAS
           DISPLAY "FORA DA VIGENCIA.....: " WS-CONT-FORA-VIGENCIA
           DISPLAY "AVISOS DO CADASTRO...: " WS-CONT-AVISOS-CAD
           DISPLAY "RELATORIO: " FUNCTION TRIM(WS-RELAT-PATH)

           EVALUATE TRUE
               WHEN WS-CONT-COM-FALHA > 0
                   DISPLAY "ERRO: RENUMERACAO COM FALHA - CONFIRA O "
                       "RELATORIO; ESTORNO PELO desfazdelta COM "
                       "DESFAZ_RUN=" WS-RUN-ID
                   MOVE 8 TO RETURN-CODE
               WHEN HOUVE-ERRO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-RECUSADOS > 0
                 OR WS-CONT-FORA-VIGENCIA > 0
                 OR WS-CONT-AVISOS-CAD > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY "=== RENUMERACAO FINALIZADA ==="
           GOBACK.

      *-----------------------------------------------------------------
      * CARREGA-DEPARA
      * Le o de-para inteiro para a TABELA-DEPARA, validando cada
      * linha. Linha recusada fica na tabela com o motivo, para sair
      * no relatorio de controle.
      *-----------------------------------------------------------------
       CARREGA-DEPARA.

           OPEN INPUT ARQ-DEPARA
           IF WS-DEPARA-STATUS NOT = "00"
               DISPLAY "ERRO: DE-PARA DE LOJAS NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-DEPARA-PATH) ") - STATUS "
                   WS-DEPARA-STATUS
           ELSE
               PERFORM UNTIL EOF-DEPARA-FLAG = "S"
                   READ ARQ-DEPARA
                       AT END
                           MOVE "S" TO EOF-DEPARA-FLAG
                       NOT AT END
                           IF LINHA-DEPARA NOT = SPACES
                               ADD 1 TO WS-CONT-LINHAS
                               PERFORM TRATA-LINHA-DEPARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEPARA
               MOVE "00" TO WS-DEPARA-STATUS
           END-IF.

       CARREGA-DEPARA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TRATA-LINHA-DEPARA
      * Separa e valida a linha corrente do de-para
      * (LOJA_ANTIGA,LOJA_NOVA,EFETIVA).
      *-----------------------------------------------------------------
       TRATA-LINHA-DEPARA.

           IF WS-DP-COUNT = 100
               DISPLAY "AVISO: TABELA-DEPARA CHEIA (100) - LINHA "
                   "IGNORADA: " FUNCTION TRIM(LINHA-DEPARA)
               ADD 1 TO WS-CONT-RECUSADOS
           ELSE
               MOVE SPACES TO R-ANTIGA R-NOVA R-EFETIVA
               UNSTRING LINHA-DEPARA
                   DELIMITED BY ","
                   INTO R-ANTIGA
                        R-NOVA
                        R-EFETIVA
               END-UNSTRING

               ADD 1 TO WS-DP-COUNT
               SET IX-DP TO WS-DP-COUNT
               MOVE "V" TO DP-SITUACAO(IX-DP)
               MOVE FUNCTION TRIM(R-ANTIGA) TO DP-ANTIGA-TXT(IX-DP)
               MOVE FUNCTION TRIM(R-NOVA)   TO DP-NOVA-TXT(IX-DP)

               COMPUTE WS-TEST-NUMVAL = FUNCTION TEST-NUMVAL(R-ANTIGA)
               IF R-ANTIGA = SPACES OR WS-TEST-NUMVAL NOT = 0
                   MOVE "R" TO DP-SITUACAO(IX-DP)
                   MOVE "LOJA ANTIGA AUSENTE OU NAO NUMERICA"
                       TO DP-MOTIVO(IX-DP)
               ELSE
                   COMPUTE DP-ANTIGA(IX-DP) = FUNCTION NUMVAL(R-ANTIGA)
               END-IF

               IF DP-SITUACAO(IX-DP) = "V"
                   COMPUTE WS-TEST-NUMVAL =
                       FUNCTION TEST-NUMVAL(R-NOVA)
                   IF R-NOVA = SPACES OR WS-TEST-NUMVAL NOT = 0
                       MOVE "R" TO DP-SITUACAO(IX-DP)
                       MOVE "LOJA NOVA AUSENTE OU NAO NUMERICA"
                           TO DP-MOTIVO(IX-DP)
                   ELSE
                       COMPUTE DP-NOVA(IX-DP) =
                           FUNCTION NUMVAL(R-NOVA)
                   END-IF
               END-IF

               IF DP-SITUACAO(IX-DP) = "V"
                  AND DP-NOVA(IX-DP) = DP-ANTIGA(IX-DP)
                   MOVE "R" TO DP-SITUACAO(IX-DP)
                   MOVE "LOJA NOVA IGUAL A ANTIGA" TO DP-MOTIVO(IX-DP)
               END-IF

               IF DP-SITUACAO(IX-DP) = "V"
                   IF R-EFETIVA(1:8) IS NOT NUMERIC
                      OR R-EFETIVA(9:12) NOT = SPACES
                       MOVE "R" TO DP-SITUACAO(IX-DP)
                       MOVE "DATA EFETIVA INVALIDA (USE AAAAMMDD)"
                           TO DP-MOTIVO(IX-DP)
                   ELSE
                       MOVE R-EFETIVA(1:8) TO DP-EFETIVA(IX-DP)
                       IF FUNCTION INTEGER-OF-DATE(DP-EFETIVA(IX-DP))
                          = 0
                           MOVE "R" TO DP-SITUACAO(IX-DP)
                           MOVE "DATA EFETIVA INVALIDA (USE AAAAMMDD)"
                               TO DP-MOTIVO(IX-DP)
                       END-IF
                   END-IF
               END-IF

               IF DP-SITUACAO(IX-DP) = "V"
                   ADD 1 TO WS-CONT-VALIDOS
               ELSE
                   ADD 1 TO WS-CONT-RECUSADOS
                   DISPLAY "RECUSADO ("
                       FUNCTION TRIM(DP-MOTIVO(IX-DP)) "): "
                       FUNCTION TRIM(LINHA-DEPARA)
               END-IF
           END-IF.

       TRATA-LINHA-DEPARA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDA-ENCADEAMENTO
      * Recusa a linha cuja loja antiga ja e antiga em outra linha
      * (duas renumeracoes para a mesma loja) ou aparece como nova em
      * outra linha (A->B e B->C), e a linha cuja loja nova e antiga
      * em outra. A recusa desta passada e marcada "C" ate o fim, para
      * as duas linhas do par serem recusadas qualquer que seja a
      * ordem; linhas recusadas na leitura nao entram na comparacao.
      *-----------------------------------------------------------------
       VALIDA-ENCADEAMENTO.

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               SET IX-DP TO WS-DP-IDX
               IF DP-SITUACAO(IX-DP) = "V"
                   PERFORM VARYING WS-DP-IDX2 FROM 1 BY 1
                       UNTIL WS-DP-IDX2 > WS-DP-COUNT
                       SET IX-DP2 TO WS-DP-IDX2
                       IF WS-DP-IDX2 NOT = WS-DP-IDX
                          AND DP-SITUACAO(IX-DP2) NOT = "R"
                          AND DP-SITUACAO(IX-DP) = "V"
                           PERFORM CONFERE-PAR-DEPARA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               SET IX-DP TO WS-DP-IDX
               IF DP-SITUACAO(IX-DP) = "C"
                   MOVE "R" TO DP-SITUACAO(IX-DP)
               END-IF
           END-PERFORM.

       VALIDA-ENCADEAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE-PAR-DEPARA
      * Compara a linha IX-DP com a linha IX-DP2 do de-para.
      *-----------------------------------------------------------------
       CONFERE-PAR-DEPARA.

           EVALUATE TRUE
               WHEN DP-ANTIGA(IX-DP) = DP-ANTIGA(IX-DP2)
                   MOVE "LOJA ANTIGA REPETIDA NO DE-PARA"
                       TO DP-MOTIVO(IX-DP)
               WHEN DP-ANTIGA(IX-DP) = DP-NOVA(IX-DP2)
                   MOVE "LOJA ANTIGA E NOVA EM OUTRA LINHA (CADEIA)"
                       TO DP-MOTIVO(IX-DP)
               WHEN DP-NOVA(IX-DP) = DP-ANTIGA(IX-DP2)
                   MOVE "LOJA NOVA E ANTIGA EM OUTRA LINHA (CADEIA)"
                       TO DP-MOTIVO(IX-DP)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF DP-MOTIVO(IX-DP) NOT = SPACES
               MOVE "C" TO DP-SITUACAO(IX-DP)
               SUBTRACT 1 FROM WS-CONT-VALIDOS
               ADD 1 TO WS-CONT-RECUSADOS
               DISPLAY "RECUSADO (" FUNCTION TRIM(DP-MOTIVO(IX-DP))
                   "): " FUNCTION TRIM(DP-ANTIGA-TXT(IX-DP)) ","
                   FUNCTION TRIM(DP-NOVA-TXT(IX-DP)) ","
                   DP-EFETIVA(IX-DP)
           END-IF.

       CONFERE-PAR-DEPARA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RENUMERA-LOJA
      * Renumera a loja da linha IX-DP do de-para: totaliza as duas
      * lojas no master, carrega as semanas da antiga, passa cada uma
      * para o numero novo e totaliza de novo para o controle.
      *-----------------------------------------------------------------
       RENUMERA-LOJA.

           DISPLAY "LOJA " FUNCTION TRIM(DP-ANTIGA-TXT(IX-DP))
               " -> " FUNCTION TRIM(DP-NOVA-TXT(IX-DP))
               " (EFETIVA " DP-EFETIVA(IX-DP) ")"

           MOVE DP-ANTIGA(IX-DP) TO WS-LOJA-TOTAL
           PERFORM TOTALIZA-LOJA
           MOVE WS-TOT-QTD   TO DP-ANTES-QTD-ANT(IX-DP)
           MOVE WS-TOT-VALOR TO DP-ANTES-VAL-ANT(IX-DP)

           MOVE DP-NOVA(IX-DP) TO WS-LOJA-TOTAL
           PERFORM TOTALIZA-LOJA
           MOVE WS-TOT-QTD   TO DP-ANTES-QTD-NOVA(IX-DP)
           MOVE WS-TOT-VALOR TO DP-ANTES-VAL-NOVA(IX-DP)

           PERFORM CARREGA-SEMANAS-LOJA

           IF SEMANAS-ESTOURADAS
               MOVE "F" TO DP-SITUACAO(IX-DP)
               MOVE "SEMANAS DA ANTIGA NAO CARREGADAS - NADA MOVIDO"
                   TO DP-MOTIVO(IX-DP)
               DISPLAY "ERRO: " FUNCTION TRIM(DP-MOTIVO(IX-DP))
               ADD 1 TO DP-FALHAS(IX-DP)
           ELSE
               PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
                   SET IX-RN TO WS-RN-IDX
                   PERFORM MOVE-SEMANA
               END-PERFORM
           END-IF

           MOVE DP-ANTIGA(IX-DP) TO WS-LOJA-TOTAL
           PERFORM TOTALIZA-LOJA
           MOVE WS-TOT-QTD   TO DP-DEPOIS-QTD-ANT(IX-DP)
           MOVE WS-TOT-VALOR TO DP-DEPOIS-VAL-ANT(IX-DP)

           MOVE DP-NOVA(IX-DP) TO WS-LOJA-TOTAL
           PERFORM TOTALIZA-LOJA
           MOVE WS-TOT-QTD   TO DP-DEPOIS-QTD-NOVA(IX-DP)
           MOVE WS-TOT-VALOR TO DP-DEPOIS-VAL-NOVA(IX-DP)

           IF DP-FALHAS(IX-DP) > 0
               MOVE "F" TO DP-SITUACAO(IX-DP)
               ADD 1 TO WS-CONT-COM-FALHA
           ELSE
               MOVE "P" TO DP-SITUACAO(IX-DP)
               ADD 1 TO WS-CONT-PROCESSADOS
           END-IF

           ADD DP-MOVIDAS(IX-DP)       TO WS-CONT-MOVIDAS
           ADD DP-SOMADAS(IX-DP)       TO WS-CONT-SOMADAS
           ADD DP-FORA-VIGENCIA(IX-DP) TO WS-CONT-FORA-VIGENCIA.

       RENUMERA-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TOTALIZA-LOJA
      * Conta as semanas e soma VH-VENDA da loja WS-LOJA-TOTAL no
      * master (START na primeira chave da loja + READ NEXT).
      *-----------------------------------------------------------------
       TOTALIZA-LOJA.

           MOVE 0 TO WS-TOT-QTD
           MOVE 0 TO WS-TOT-VALOR
           MOVE "N" TO EOF-HIST-FLAG

           MOVE WS-LOJA-TOTAL TO VH-STORE
           MOVE 0 TO VH-DEPT
           MOVE 0 TO VH-DATA

           START ARQ-HIST
               KEY IS NOT LESS THAN VH-CHAVE
               INVALID KEY
                   MOVE "S" TO EOF-HIST-FLAG
           END-START

           PERFORM UNTIL EOF-HIST-FLAG = "S"
               READ ARQ-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO EOF-HIST-FLAG
                   NOT AT END
                       IF VH-STORE NOT = WS-LOJA-TOTAL
                           MOVE "S" TO EOF-HIST-FLAG
                       ELSE
                           ADD 1 TO WS-TOT-QTD
                           ADD VH-VENDA TO WS-TOT-VALOR
                       END-IF
               END-READ
      *        Erro de leitura (nem fim nem registro) encerra a soma.
               IF WS-HIST-STATUS NOT < "30"
                   MOVE "S" TO EOF-HIST-FLAG
               END-IF
           END-PERFORM.

       TOTALIZA-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-SEMANAS-LOJA
      * Guarda na TABELA-SEMANAS todas as semanas da loja antiga da
      * linha IX-DP. Mais semanas que a tabela comporta: nada e movido
      * (uma loja pela metade em cada numero e pior que nenhuma).
      *-----------------------------------------------------------------
       CARREGA-SEMANAS-LOJA.

           MOVE 0 TO WS-RN-COUNT
           SET SEMANAS-CARREGADAS TO TRUE
           MOVE "N" TO EOF-HIST-FLAG

           MOVE DP-ANTIGA(IX-DP) TO VH-STORE
           MOVE 0 TO VH-DEPT
           MOVE 0 TO VH-DATA

           START ARQ-HIST
               KEY IS NOT LESS THAN VH-CHAVE
               INVALID KEY
                   MOVE "S" TO EOF-HIST-FLAG
           END-START

           PERFORM UNTIL EOF-HIST-FLAG = "S"
               READ ARQ-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO EOF-HIST-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN VH-STORE NOT = DP-ANTIGA(IX-DP)
                               MOVE "S" TO EOF-HIST-FLAG
                           WHEN WS-RN-COUNT = 30000
                               DISPLAY "ERRO: TABELA-SEMANAS CHEIA "
                                   "(30000)"
                               SET SEMANAS-ESTOURADAS TO TRUE
                               MOVE "S" TO EOF-HIST-FLAG
                           WHEN OTHER
                               ADD 1 TO WS-RN-COUNT
                               SET IX-RN TO WS-RN-COUNT
                               MOVE VH-DEPT      TO RN-DEPT(IX-RN)
                               MOVE VH-DATA      TO RN-DATA(IX-RN)
                               MOVE VH-DATA-ORIG TO RN-DATA-ORIG(IX-RN)
                               MOVE VH-VENDA     TO RN-VENDA(IX-RN)
                               MOVE VH-ISHOLIDAY TO RN-ISHOLIDAY(IX-RN)
                       END-EVALUATE
               END-READ
      *        Erro de leitura no meio da loja: nada e movido.
               IF WS-HIST-STATUS NOT < "30"
                   DISPLAY "ERRO: FALHA LENDO O HISTORICO (STATUS "
                       WS-HIST-STATUS ")"
                   SET SEMANAS-ESTOURADAS TO TRUE
                   MOVE "S" TO EOF-HIST-FLAG
               END-IF
           END-PERFORM.

       CARREGA-SEMANAS-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MOVE-SEMANA
      * Passa a semana IX-RN da loja antiga para a loja nova: grava a
      * chave nova (insercao, ou soma quando a loja nova ja tem o
      * mesmo depto/semana) e so entao apaga a chave antiga. Semana
      * na data efetiva ou depois fica onde esta.
      *-----------------------------------------------------------------
       MOVE-SEMANA.

           IF RN-DATA(IX-RN) NOT < DP-EFETIVA(IX-DP)
               ADD 1 TO DP-FORA-VIGENCIA(IX-DP)
               MOVE RN-VENDA(IX-RN) TO WS-VAL-EDT
               DISPLAY "AVISO: FORA DA VIGENCIA, NAO MOVIDA: LOJA "
                   FUNCTION TRIM(DP-ANTIGA-TXT(IX-DP))
                   " DEPTO " RN-DEPT(IX-RN)
                   " SEMANA " RN-DATA-ORIG(IX-RN)
                   " VENDA " FUNCTION TRIM(WS-VAL-EDT)
           ELSE
               PERFORM GRAVA-CHAVE-NOVA
               IF CHAVE-NOVA-GRAVADA
                   PERFORM APAGA-CHAVE-ANTIGA
               END-IF
           END-IF.

       MOVE-SEMANA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-CHAVE-NOVA
      * Chave nova (loja nova + depto + semana): inexistente e
      * inserida com os dados da semana antiga; existente soma a venda
      * da semana antiga (fusao de lojas).
      *-----------------------------------------------------------------
       GRAVA-CHAVE-NOVA.

           SET CHAVE-NOVA-FALHOU TO TRUE

           MOVE DP-NOVA(IX-DP)  TO VH-STORE
           MOVE RN-DEPT(IX-RN)  TO VH-DEPT
           MOVE RN-DATA(IX-RN)  TO VH-DATA

      *    Consulta pela chave e decide pelo FILE STATUS:
      *    "00" = chave ja existe, "23" = chave nova.
           READ ARQ-HIST
           EVALUATE WS-HIST-STATUS
               WHEN "23"
                   MOVE DP-NOVA(IX-DP)       TO VH-STORE
                   MOVE RN-DEPT(IX-RN)       TO VH-DEPT
                   MOVE RN-DATA(IX-RN)       TO VH-DATA
                   MOVE RN-DATA-ORIG(IX-RN)  TO VH-DATA-ORIG
                   MOVE RN-VENDA(IX-RN)      TO VH-VENDA
                   MOVE RN-ISHOLIDAY(IX-RN)  TO VH-ISHOLIDAY
                   WRITE REG-HIST
                   IF WS-HIST-STATUS = "00"
                       SET CHAVE-NOVA-GRAVADA TO TRUE
                       ADD 1 TO DP-MOVIDAS(IX-DP)
                       MOVE "I" TO WS-JRN-ACAO
                       MOVE 0 TO WS-VENDA-ANTIGA
                       MOVE RN-VENDA(IX-RN) TO WS-VENDA-NOVA
                       PERFORM GRAVA-JOURNAL
                   END-IF
               WHEN "00"
                   MOVE VH-VENDA TO WS-VENDA-ANTIGA
                   COMPUTE WS-VENDA-NOVA =
                       WS-VENDA-ANTIGA + RN-VENDA(IX-RN)
                   MOVE WS-VENDA-NOVA TO VH-VENDA
                   REWRITE REG-HIST
                   IF WS-HIST-STATUS = "00"
                       SET CHAVE-NOVA-GRAVADA TO TRUE
                       ADD 1 TO DP-SOMADAS(IX-DP)
                       MOVE "R" TO WS-JRN-ACAO
                       PERFORM GRAVA-JOURNAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CHAVE-NOVA-FALHOU
               ADD 1 TO DP-FALHAS(IX-DP)
               DISPLAY "ERRO: FALHA GRAVANDO A CHAVE NOVA (STATUS "
                   WS-HIST-STATUS "): " VH-STORE " " VH-DEPT " "
                   VH-DATA " - SEMANA MANTIDA NA LOJA ANTIGA"
           END-IF.

       GRAVA-CHAVE-NOVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APAGA-CHAVE-ANTIGA
      * Apaga a semana IX-RN da loja antiga, ja gravada na nova.
      * Falha aqui deixa a venda nas duas lojas - conta como falha e o
      * job termina com RC 8 pedindo o estorno.
      *-----------------------------------------------------------------
       APAGA-CHAVE-ANTIGA.

           MOVE DP-ANTIGA(IX-DP) TO VH-STORE
           MOVE RN-DEPT(IX-RN)   TO VH-DEPT
           MOVE RN-DATA(IX-RN)   TO VH-DATA

           READ ARQ-HIST
           IF WS-HIST-STATUS = "00"
               DELETE ARQ-HIST
           END-IF

           IF WS-HIST-STATUS = "00"
               MOVE "D" TO WS-JRN-ACAO
               MOVE RN-VENDA(IX-RN) TO WS-VENDA-ANTIGA
               MOVE 0 TO WS-VENDA-NOVA
               PERFORM GRAVA-JOURNAL
           ELSE
               ADD 1 TO DP-FALHAS(IX-DP)
               DISPLAY "ERRO: FALHA APAGANDO A CHAVE ANTIGA (STATUS "
                   WS-HIST-STATUS "): " VH-STORE " " VH-DEPT " "
                   VH-DATA " - VENDA NAS DUAS LOJAS"
           END-IF.

       APAGA-CHAVE-ANTIGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-JOURNAL
      * Uma linha de journal por gravacao no master, no formato do
      * aplicadelta:
      *     ID;ACAO;LOJA;DEPTO;DATA;VALOR-ANTIGO;VALOR-NOVO
      * ACAO "I" (insercao da chave nova), "R" (soma na chave nova ja
      * existente) ou "D" (chave antiga apagada - valor antigo e a
      * venda apagada, e a linha leva o VH-ISHOLIDAY no fim, para o
      * estorno recriar a chave inteira).
      *-----------------------------------------------------------------
       GRAVA-JOURNAL.

           MOVE WS-VENDA-ANTIGA TO WS-JRN-ANTIGO-EDT
           MOVE WS-VENDA-NOVA   TO WS-JRN-NOVO-EDT

           MOVE SPACES TO LINHA-JRN
           IF WS-JRN-ACAO = "D"
               STRING WS-RUN-ID
                   ";" WS-JRN-ACAO
                   ";" VH-STORE
                   ";" VH-DEPT
                   ";" VH-DATA
                   ";" FUNCTION TRIM(WS-JRN-ANTIGO-EDT)
                   ";" FUNCTION TRIM(WS-JRN-NOVO-EDT)
                   ";" RN-ISHOLIDAY(IX-RN)
                   DELIMITED BY SIZE INTO LINHA-JRN
               END-STRING
           ELSE
               STRING WS-RUN-ID
                   ";" WS-JRN-ACAO
                   ";" VH-STORE
                   ";" VH-DEPT
                   ";" VH-DATA
                   ";" FUNCTION TRIM(WS-JRN-ANTIGO-EDT)
                   ";" FUNCTION TRIM(WS-JRN-NOVO-EDT)
                   DELIMITED BY SIZE INTO LINHA-JRN
               END-STRING
           END-IF
           WRITE LINHA-JRN.

       GRAVA-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ATUALIZA-CADASTRO
      * Para cada loja renumerada sem falha: desativa a loja antiga
      * com fechamento na vespera da data efetiva e inclui/reativa a
      * loja nova, que herda a abertura da antiga. O cadastro e
      * regravado inteiro, como no mantemloja.
      *-----------------------------------------------------------------
       ATUALIZA-CADASTRO.

           IF WS-CONT-PROCESSADOS > 0
               PERFORM CARREGA-CADASTRO

               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
                   SET IX-DP TO WS-DP-IDX
                   IF DP-SITUACAO(IX-DP) = "P"
                       PERFORM VINCULA-LOJA-NOVA
                   END-IF
               END-PERFORM

               IF CADASTRO-ALTERADO
                   PERFORM REGRAVA-CADASTRO
               END-IF
           END-IF.

       ATUALIZA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VINCULA-LOJA-NOVA
      * Cadastro da linha IX-DP do de-para.
      *-----------------------------------------------------------------
       VINCULA-LOJA-NOVA.

           MOVE DP-ANTIGA(IX-DP) TO WS-NUM-BUSCA
           PERFORM BUSCA-LOJA-CADASTRO
           MOVE WS-CAD-POS TO WS-CAD-ANT

           MOVE DP-NOVA(IX-DP) TO WS-NUM-BUSCA
           PERFORM BUSCA-LOJA-CADASTRO
           MOVE WS-CAD-POS TO WS-CAD-NOVA

      *    Loja antiga: desativada, fechamento na vespera da efetiva.
           IF WS-CAD-ANT = 0
               MOVE "(FORA DO CADASTRO)" TO DP-CAD-ANT-ANTES(IX-DP)
               MOVE "(FORA DO CADASTRO)" TO DP-CAD-ANT-DEPOIS(IX-DP)
               ADD 1 TO WS-CONT-AVISOS-CAD
               DISPLAY "AVISO: LOJA ANTIGA "
                   FUNCTION TRIM(DP-ANTIGA-TXT(IX-DP))
                   " FORA DO CADASTRO"
           ELSE
               SET IX-CAD TO WS-CAD-ANT
               PERFORM FORMATA-CADASTRO
               MOVE WS-CAD-TXT TO DP-CAD-ANT-ANTES(IX-DP)
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(DP-EFETIVA(IX-DP)) - 1
               COMPUTE WS-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE "N" TO CAD-ATIVO(IX-CAD)
               MOVE WS-DATA-AUX TO CAD-DATA-FECHAMENTO(IX-CAD)
               PERFORM FORMATA-CADASTRO
               MOVE WS-CAD-TXT TO DP-CAD-ANT-DEPOIS(IX-DP)
               SET CADASTRO-ALTERADO TO TRUE
           END-IF

      *    Loja nova: herda a abertura da antiga (sem limite ou mais
      *    antiga vence) e fica ativa.
           EVALUATE TRUE
               WHEN WS-CAD-NOVA > 0
                   SET IX-CAD TO WS-CAD-NOVA
                   PERFORM FORMATA-CADASTRO
                   MOVE WS-CAD-TXT TO DP-CAD-NOVA-ANTES(IX-DP)
                   MOVE "S" TO CAD-ATIVO(IX-CAD)
      *            Reativar limpa o fechamento, como no mantemloja.
                   MOVE SPACES TO CAD-DATA-FECHAMENTO(IX-CAD)
                   IF WS-CAD-ANT > 0
                       IF CAD-DATA-ABERTURA(WS-CAD-ANT) = SPACES
                          OR (CAD-DATA-ABERTURA(IX-CAD) NOT = SPACES
                              AND CAD-DATA-ABERTURA(WS-CAD-ANT)
                                  < CAD-DATA-ABERTURA(IX-CAD))
                           MOVE CAD-DATA-ABERTURA(WS-CAD-ANT)
                               TO CAD-DATA-ABERTURA(IX-CAD)
                       END-IF
                   END-IF
                   PERFORM FORMATA-CADASTRO
                   MOVE WS-CAD-TXT TO DP-CAD-NOVA-DEPOIS(IX-DP)
                   SET CADASTRO-ALTERADO TO TRUE
               WHEN WS-CAD-ANT = 0
                   MOVE "(FORA DO CADASTRO)" TO DP-CAD-NOVA-ANTES(IX-DP)
                   MOVE "(NAO INCLUIDA - SEM DADOS DA ANTIGA)"
                       TO DP-CAD-NOVA-DEPOIS(IX-DP)
                   ADD 1 TO WS-CONT-AVISOS-CAD
                   DISPLAY "AVISO: LOJA NOVA "
                       FUNCTION TRIM(DP-NOVA-TXT(IX-DP))
                       " NAO INCLUIDA NO CADASTRO - INCLUIR PELO "
                       "mantemloja"
               WHEN WS-CADASTRO-COUNT = 700
                   MOVE "(FORA DO CADASTRO)" TO DP-CAD-NOVA-ANTES(IX-DP)
                   MOVE "(NAO INCLUIDA - CADASTRO CHEIO (700))"
                       TO DP-CAD-NOVA-DEPOIS(IX-DP)
                   ADD 1 TO WS-CONT-AVISOS-CAD
                   DISPLAY "AVISO: TABELA-CADASTRO CHEIA (700) - LOJA "
                       FUNCTION TRIM(DP-NOVA-TXT(IX-DP))
                       " NAO INCLUIDA"
               WHEN OTHER
                   MOVE "(FORA DO CADASTRO)" TO DP-CAD-NOVA-ANTES(IX-DP)
                   ADD 1 TO WS-CADASTRO-COUNT
                   SET IX-CAD TO WS-CADASTRO-COUNT
                   MOVE "L"                  TO CAD-TIPO(IX-CAD)
                   MOVE DP-NOVA-TXT(IX-DP)   TO CAD-NUMERO(IX-CAD)
                   MOVE CAD-NOME(WS-CAD-ANT) TO CAD-NOME(IX-CAD)
                   MOVE CAD-REGIAO(WS-CAD-ANT)
                       TO CAD-REGIAO(IX-CAD)
                   MOVE CAD-PORTE(WS-CAD-ANT) TO CAD-PORTE(IX-CAD)
                   MOVE "S"                  TO CAD-ATIVO(IX-CAD)
                   MOVE CAD-DATA-ABERTURA(WS-CAD-ANT)
                       TO CAD-DATA-ABERTURA(IX-CAD)
                   MOVE SPACES TO CAD-DATA-FECHAMENTO(IX-CAD)
                   PERFORM FORMATA-CADASTRO
                   MOVE WS-CAD-TXT TO DP-CAD-NOVA-DEPOIS(IX-DP)
                   SET CADASTRO-ALTERADO TO TRUE
           END-EVALUATE.

       VINCULA-LOJA-NOVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-LOJA-CADASTRO
      * Posicao na TABELA-CADASTRO da loja WS-NUM-BUSCA (comparacao
      * pelo valor numerico, como no mantemloja); zero = nao achou.
      *-----------------------------------------------------------------
       BUSCA-LOJA-CADASTRO.

           MOVE 0 TO WS-CAD-POS

           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
               UNTIL WS-CAD-IDX > WS-CADASTRO-COUNT
                  OR WS-CAD-POS > 0
               SET IX-CAD TO WS-CAD-IDX
               IF CAD-TIPO(IX-CAD) = "L"
                  AND FUNCTION NUMVAL(CAD-NUMERO(IX-CAD))
                      = WS-NUM-BUSCA
                   MOVE WS-CAD-IDX TO WS-CAD-POS
               END-IF
           END-PERFORM.

       BUSCA-LOJA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMATA-CADASTRO
      * Ativo, abertura e fechamento da loja IX-CAD em WS-CAD-TXT, para
      * o antes/depois do relatorio de controle.
      *-----------------------------------------------------------------
       FORMATA-CADASTRO.

           MOVE SPACES TO WS-CAD-TXT
           STRING "ATIVO " CAD-ATIVO(IX-CAD)
               " ABERTURA " CAD-DATA-ABERTURA(IX-CAD)
               " FECHAMENTO " CAD-DATA-FECHAMENTO(IX-CAD)
               DELIMITED BY SIZE INTO WS-CAD-TXT
           END-STRING.

       FORMATA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CADASTRO
      * Le o cadastro inteiro para a TABELA-CADASTRO. Cadastro
      * inexistente: as lojas saem no relatorio como fora do cadastro.
      *-----------------------------------------------------------------
       CARREGA-CADASTRO.

           INITIALIZE TABELA-CADASTRO

           OPEN INPUT ARQ-MASTER

           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AVISO: CADASTRO NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-LOJADEPTO-PATH) ")"
           ELSE
               PERFORM UNTIL EOF-MASTER-FLAG = "S"
                   READ ARQ-MASTER
                       AT END
                           MOVE "S" TO EOF-MASTER-FLAG
                       NOT AT END
                           IF WS-CADASTRO-COUNT < 700
                               ADD 1 TO WS-CADASTRO-COUNT
                               SET IX-CAD TO WS-CADASTRO-COUNT
                               MOVE LD-TIPO   TO CAD-TIPO(IX-CAD)
                               MOVE LD-NUMERO TO CAD-NUMERO(IX-CAD)
                               MOVE LD-NOME   TO CAD-NOME(IX-CAD)
                               MOVE LD-REGIAO TO CAD-REGIAO(IX-CAD)
                               MOVE LD-PORTE  TO CAD-PORTE(IX-CAD)
                               MOVE LD-ATIVO  TO CAD-ATIVO(IX-CAD)
                               MOVE LD-DATA-ABERTURA
                                   TO CAD-DATA-ABERTURA(IX-CAD)
                               MOVE LD-DATA-FECHAMENTO
                                   TO CAD-DATA-FECHAMENTO(IX-CAD)
                           ELSE
                               DISPLAY "ERRO: TABELA-CADASTRO CHEIA "
                                   "(700) - CADASTRO NAO ATUALIZADO"
                               SET HOUVE-ERRO TO TRUE
                               MOVE 0 TO WS-CADASTRO-COUNT
                               MOVE "S" TO EOF-MASTER-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MASTER
           END-IF.

       CARREGA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA-CADASTRO
      * Regrava o cadastro inteiro a partir da TABELA-CADASTRO. Um
      * cadastro que nao coube na tabela nao e regravado (perderia as
      * linhas alem do limite).
      *-----------------------------------------------------------------
       REGRAVA-CADASTRO.

           IF HOUVE-ERRO
               DISPLAY "ERRO: CADASTRO NAO REGRAVADO"
           ELSE
               OPEN OUTPUT ARQ-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR O "
                       "CADASTRO ("
                       FUNCTION TRIM(WS-LOJADEPTO-PATH) ") - STATUS "
                       WS-MASTER-STATUS
                   SET HOUVE-ERRO TO TRUE
               ELSE
                   PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                       UNTIL WS-CAD-IDX > WS-CADASTRO-COUNT
                       SET IX-CAD TO WS-CAD-IDX
                       MOVE SPACES             TO REG-MASTER
                       MOVE CAD-TIPO(IX-CAD)   TO LD-TIPO
                       MOVE CAD-NUMERO(IX-CAD) TO LD-NUMERO
                       MOVE CAD-NOME(IX-CAD)   TO LD-NOME
                       MOVE CAD-REGIAO(IX-CAD) TO LD-REGIAO
                       MOVE CAD-PORTE(IX-CAD)  TO LD-PORTE
                       MOVE CAD-ATIVO(IX-CAD)  TO LD-ATIVO
                       MOVE CAD-DATA-ABERTURA(IX-CAD)
                           TO LD-DATA-ABERTURA
                       MOVE CAD-DATA-FECHAMENTO(IX-CAD)
                           TO LD-DATA-FECHAMENTO
                       WRITE REG-MASTER
                   END-PERFORM
                   CLOSE ARQ-MASTER
               END-IF
           END-IF.

       REGRAVA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RELATORIO-CONTROLE
      * Relatorio de controle: para cada linha do de-para, semanas e
      * vendas das duas lojas antes e depois, a conferencia do total,
      * os contadores e o cadastro antes e depois.
      *-----------------------------------------------------------------
       GRAVA-RELATORIO-CONTROLE.

           OPEN OUTPUT ARQ-RELAT
           IF WS-RELAT-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR O RELATORIO ("
                   FUNCTION TRIM(WS-RELAT-PATH) ") - STATUS "
                   WS-RELAT-STATUS
               SET HOUVE-ERRO TO TRUE
           ELSE
               MOVE "RELATORIO DE CONTROLE - RENUMERACAO DE LOJAS"
                   TO LINHA-REL
               WRITE LINHA-REL
               MOVE SPACES TO LINHA-REL
               STRING "ID DA EXECUCAO: " WS-RUN-ID
                   " (ESTORNO: desfazdelta COM DESFAZ_RUN="
                   WS-RUN-ID ")"
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
               MOVE "==============================================="
                   TO LINHA-REL
               WRITE LINHA-REL

               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
                   SET IX-DP TO WS-DP-IDX
                   PERFORM GRAVA-BLOCO-DEPARA
               END-PERFORM

               MOVE "==============================================="
                   TO LINHA-REL
               WRITE LINHA-REL
               MOVE WS-CONT-PROCESSADOS TO WS-QTD-EDT
               MOVE WS-CONT-COM-FALHA   TO WS-QTD-EDT2
               MOVE WS-CONT-RECUSADOS   TO WS-QTD-EDT3
               MOVE SPACES TO LINHA-REL
               STRING "LOJAS RENUMERADAS: " FUNCTION TRIM(WS-QTD-EDT)
                   "  COM FALHA: " FUNCTION TRIM(WS-QTD-EDT2)
                   "  LINHAS RECUSADAS: " FUNCTION TRIM(WS-QTD-EDT3)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
               MOVE WS-CONT-MOVIDAS       TO WS-QTD-EDT
               MOVE WS-CONT-SOMADAS       TO WS-QTD-EDT2
               MOVE WS-CONT-FORA-VIGENCIA TO WS-QTD-EDT3
               MOVE SPACES TO LINHA-REL
               STRING "SEMANAS MOVIDAS: " FUNCTION TRIM(WS-QTD-EDT)
                   "  SOMADAS: " FUNCTION TRIM(WS-QTD-EDT2)
                   "  FORA DA VIGENCIA: " FUNCTION TRIM(WS-QTD-EDT3)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL

               CLOSE ARQ-RELAT
           END-IF.

       GRAVA-RELATORIO-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-BLOCO-DEPARA
      * Bloco do relatorio de controle da linha IX-DP do de-para.
      *-----------------------------------------------------------------
       GRAVA-BLOCO-DEPARA.

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LOJA " FUNCTION TRIM(DP-ANTIGA-TXT(IX-DP))
               " -> LOJA " FUNCTION TRIM(DP-NOVA-TXT(IX-DP))
               "   EFETIVA " DP-EFETIVA(IX-DP)(7:2) "/"
               DP-EFETIVA(IX-DP)(5:2) "/" DP-EFETIVA(IX-DP)(1:4)
               DELIMITED BY SIZE INTO LINHA-REL
           END-STRING
           WRITE LINHA-REL

           IF DP-SITUACAO(IX-DP) = "R"
               MOVE SPACES TO LINHA-REL
               STRING "  RECUSADO: " FUNCTION TRIM(DP-MOTIVO(IX-DP))
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL
           ELSE
               MOVE DP-ANTES-QTD-ANT(IX-DP)  TO WS-QTD-EDT
               MOVE DP-ANTES-VAL-ANT(IX-DP)  TO WS-VAL-EDT
               MOVE DP-ANTES-QTD-NOVA(IX-DP) TO WS-QTD-EDT2
               MOVE DP-ANTES-VAL-NOVA(IX-DP) TO WS-VAL-EDT2
               MOVE SPACES TO LINHA-REL
               STRING "  ANTES : ANTIGA " FUNCTION TRIM(WS-QTD-EDT)
                   " SEMANAS, VENDAS " FUNCTION TRIM(WS-VAL-EDT)
                   " | NOVA " FUNCTION TRIM(WS-QTD-EDT2)
                   " SEMANAS, VENDAS " FUNCTION TRIM(WS-VAL-EDT2)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL

               MOVE DP-DEPOIS-QTD-ANT(IX-DP)  TO WS-QTD-EDT
               MOVE DP-DEPOIS-VAL-ANT(IX-DP)  TO WS-VAL-EDT
               MOVE DP-DEPOIS-QTD-NOVA(IX-DP) TO WS-QTD-EDT2
               MOVE DP-DEPOIS-VAL-NOVA(IX-DP) TO WS-VAL-EDT2
               MOVE SPACES TO LINHA-REL
               STRING "  DEPOIS: ANTIGA " FUNCTION TRIM(WS-QTD-EDT)
                   " SEMANAS, VENDAS " FUNCTION TRIM(WS-VAL-EDT)
                   " | NOVA " FUNCTION TRIM(WS-QTD-EDT2)
                   " SEMANAS, VENDAS " FUNCTION TRIM(WS-VAL-EDT2)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL

               MOVE DP-MOVIDAS(IX-DP)       TO WS-QTD-EDT
               MOVE DP-SOMADAS(IX-DP)       TO WS-QTD-EDT2
               MOVE DP-FORA-VIGENCIA(IX-DP) TO WS-QTD-EDT3
               MOVE DP-FALHAS(IX-DP)        TO WS-QTD-EDT4
               MOVE SPACES TO LINHA-REL
               STRING "  MOVIDAS " FUNCTION TRIM(WS-QTD-EDT)
                   "  SOMADAS (MESMO DEPTO/SEMANA) "
                   FUNCTION TRIM(WS-QTD-EDT2)
                   "  FORA DA VIGENCIA " FUNCTION TRIM(WS-QTD-EDT3)
                   "  FALHAS " FUNCTION TRIM(WS-QTD-EDT4)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL

      *        As vendas so mudam de numero: a soma das duas lojas
      *        tem de ser a mesma antes e depois.
               COMPUTE WS-TOT-ANTES = DP-ANTES-VAL-ANT(IX-DP)
                   + DP-ANTES-VAL-NOVA(IX-DP)
               COMPUTE WS-TOT-DEPOIS = DP-DEPOIS-VAL-ANT(IX-DP)
                   + DP-DEPOIS-VAL-NOVA(IX-DP)
               MOVE WS-TOT-ANTES  TO WS-VAL-EDT
               MOVE WS-TOT-DEPOIS TO WS-VAL-EDT2
               IF WS-TOT-ANTES = WS-TOT-DEPOIS
                   MOVE "CONFERE" TO WS-CONFERE-TXT
               ELSE
                   MOVE "*** NAO CONFERE ***" TO WS-CONFERE-TXT
               END-IF
               MOVE SPACES TO LINHA-REL
               STRING "  CONFERENCIA: TOTAL ANTES "
                   FUNCTION TRIM(WS-VAL-EDT)
                   " TOTAL DEPOIS " FUNCTION TRIM(WS-VAL-EDT2)
                   " - " FUNCTION TRIM(WS-CONFERE-TXT)
                   DELIMITED BY SIZE INTO LINHA-REL
               END-STRING
               WRITE LINHA-REL

               IF DP-SITUACAO(IX-DP) = "F"
                   MOVE SPACES TO LINHA-REL
                   STRING "  *** COM FALHA - CADASTRO NAO ATUALIZADO"
                       " ***  " FUNCTION TRIM(DP-MOTIVO(IX-DP))
                       DELIMITED BY SIZE INTO LINHA-REL
                   END-STRING
                   WRITE LINHA-REL
               ELSE
                   MOVE SPACES TO LINHA-REL
                   STRING "  CADASTRO ANTIGA: "
                       FUNCTION TRIM(DP-CAD-ANT-ANTES(IX-DP))
                       " -> " FUNCTION TRIM(DP-CAD-ANT-DEPOIS(IX-DP))
                       DELIMITED BY SIZE INTO LINHA-REL
                   END-STRING
                   WRITE LINHA-REL
                   MOVE SPACES TO LINHA-REL
                   STRING "  CADASTRO NOVA..: "
                       FUNCTION TRIM(DP-CAD-NOVA-ANTES(IX-DP))
                       " -> " FUNCTION TRIM(DP-CAD-NOVA-DEPOIS(IX-DP))
                       DELIMITED BY SIZE INTO LINHA-REL
                   END-STRING
                   WRITE LINHA-REL
               END-IF
           END-IF.

       GRAVA-BLOCO-DEPARA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Le os nomes dos arquivos de variaveis de ambiente, com valor
      * default para quando a variavel nao existe.
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-DEPARA-PATH FROM ENVIRONMENT "RENUM_DEPARA"
               ON EXCEPTION
                   MOVE "renum_depara.csv" TO WS-DEPARA-PATH
           END-ACCEPT

           ACCEPT WS-VENDAHIST-PATH FROM ENVIRONMENT "VENDAHIST_MASTER"
               ON EXCEPTION
                   MOVE "vendahist.dat" TO WS-VENDAHIST-PATH
           END-ACCEPT

           ACCEPT WS-LOJADEPTO-PATH FROM ENVIRONMENT "LOJADEPTO_MASTER"
               ON EXCEPTION
                   MOVE "lojadepto.dat" TO WS-LOJADEPTO-PATH
           END-ACCEPT

           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "DELTA_JOURNAL"
               ON EXCEPTION
                   MOVE "delta_journal.dat" TO WS-JOURNAL-PATH
           END-ACCEPT

           ACCEPT WS-RELAT-PATH FROM ENVIRONMENT "RELATORIO_RENUM"
               ON EXCEPTION
                   MOVE "relatorio_renumeracao.txt" TO WS-RELAT-PATH
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OBTEM-TRAVA-HIST
      * Pede ao travahist a trava exclusiva do historico: nenhum
      * outro programa pode estar lendo ou atualizando o master
      * enquanto este o atualiza. Recusada a trava, o programa
      * termina com RC 8 sem abrir o master.
      *-----------------------------------------------------------------
       OBTEM-TRAVA-HIST.

           MOVE "E" TO TH-ACAO
           MOVE "renumloja" TO TH-PROGRAMA
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

       END PROGRAM renumloja.
