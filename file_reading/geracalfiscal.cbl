      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Geracao do calendario fiscal 4-5-4 do varejo
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Sobreposicao conferida por distancia: semana
      *                  gerada a menos de sete dias de uma semana de
      *                  outro ano fiscal recusa o lote (antes so a data
      *                  identica era pega, e um inicio deslocado de 1
      *                  a 6 dias intercalava os anos). Ano vizinho
      *                  tem de encostar: a semana 01 fecha sete dias
      *                  depois da ultima semana do ano anterior e a
      *                  ultima semana sete dias antes da primeira do
      *                  ano seguinte - lacuna tambem recusa (RC 8).
      *                  Status conferido em cada WRITE da regravacao.
      * 15/10/2026  RF   Versao inicial - gera as semanas de um ano
      *                  fiscal (layout CALFISCALREC) a partir da data
      *                  de fim da primeira semana, no padrao 4-5-4 de
      *                  cada trimestre, e regrava o calendario fiscal
      *                  em ordem de data, substituindo as semanas que
      *                  o ano ja tinha.
      *-----------------------------------------------------------------
      * Parametros (variaveis de ambiente):
      *   CALFISCAL_ANO      ano fiscal a gerar (AAAA)
      *   CALFISCAL_INICIO   data de fim da semana 01 (AAAAMMDD)
      *   CALFISCAL_SEMANAS  52 (default) ou 53 - a semana 53 do ano
      *                      de semana extra entra no periodo 12
      * Periodos: 4, 5 e 4 semanas em cada trimestre (P01-P03 = T1,
      * P04-P06 = T2, P07-P09 = T3, P10-P12 = T4). Semana de outro ano
      * fiscal a menos de sete dias de uma semana gerada recusa o lote
      * inteiro, sem regravar o arquivo - dois anos fiscais nao podem
      * se sobrepor (os leitores poem a data na semana que fecha de
      * zero a seis dias depois dela). Os anos vizinhos ja gravados
      * tambem nao podem deixar lacuna: a semana 01 fecha sete dias
      * depois da ultima semana do ano anterior, e a ultima semana
      * sete dias antes da primeira do ano seguinte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. geracalfiscal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALFISCAL
               ASSIGN TO DYNAMIC WS-CALFISCAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFISCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CALFISCAL.
       01 REG-CALFISCAL.
           COPY "calfiscalrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CALFISCAL-PATH     PIC X(200).
       01 WS-CALFISCAL-STATUS   PIC XX VALUE "00".
       01 EOF-CALFISCAL-FLAG    PIC X VALUE "N".

       01 WS-ANO-TXT            PIC X(10) VALUE SPACES.
       01 WS-INICIO-TXT         PIC X(10) VALUE SPACES.
       01 WS-SEMANAS-TXT        PIC X(10) VALUE SPACES.
       01 WS-ANO-FISCAL         PIC X(4) VALUE SPACES.
       01 WS-DATA-INICIO        PIC 9(8) VALUE 0.
       01 WS-QTD-SEMANAS        PIC 9(2) VALUE 52.

       01 WS-CONT-MANTIDAS      PIC 9(10) VALUE 0.
       01 WS-CONT-SUBSTITUIDAS  PIC 9(10) VALUE 0.
       01 WS-CONT-GERADAS       PIC 9(10) VALUE 0.

       01 WS-PARAM-FLAG         PIC X VALUE "S".
           88 PARAMETROS-VALIDOS    VALUE "S".
           88 PARAMETROS-INVALIDOS  VALUE "N".

       01 WS-SOBREPOE-FLAG      PIC X VALUE "N".
           88 ANO-SOBREPOE          VALUE "S".
           88 ANO-NAO-SOBREPOE      VALUE "N".

       01 WS-LACUNA-FLAG        PIC X VALUE "N".
           88 ANO-COM-LACUNA        VALUE "S".
           88 ANO-SEM-LACUNA        VALUE "N".

      *-----------------------------------------------------------------
      * Conferencia contra os outros anos fiscais do calendario (datas
      * em dias corridos de INTEGER-OF-DATE).
      *-----------------------------------------------------------------
       01 WS-DIA-TABELA         PIC S9(9) COMP VALUE 0.
       01 WS-DIA-DIF            PIC S9(9) COMP VALUE 0.
       01 WS-DIA-FIM-ANO        PIC S9(9) COMP VALUE 0.
       01 WS-DIA-VIZ-ANT        PIC S9(9) COMP VALUE 0.
       01 WS-DIA-VIZ-POS        PIC S9(9) COMP VALUE 0.
       01 WS-DATA-TABELA        PIC 9(8) VALUE 0.
       01 WS-DATA-VIZ-ANT       PIC 9(8) VALUE 0.
       01 WS-DATA-VIZ-POS       PIC 9(8) VALUE 0.

      *-----------------------------------------------------------------
      * Calendario inteiro em memoria, em ordem de data de fim da
      * semana (as semanas geradas entram na posicao certa).
      *-----------------------------------------------------------------
       01 WS-CAL-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-CAL-IDX            PIC 9(4) COMP.
       01 WS-CAL-POS            PIC 9(4) COMP.

       01 TABELA-CALENDARIO.
           05 CAL-ROW OCCURS 1100 TIMES INDEXED BY IX-CAL.
               COPY "calfiscalrec.cpy"
                   REPLACING ==05== BY ==10==
                             ==CF-DATA-FIM==   BY ==CAL-DATA-FIM==
                             ==CF-ANO-FISCAL== BY ==CAL-ANO-FISCAL==
                             ==CF-TRIMESTRE==  BY ==CAL-TRIMESTRE==
                             ==CF-PERIODO==    BY ==CAL-PERIODO==
                             ==CF-SEMANA==     BY ==CAL-SEMANA==.

      *-----------------------------------------------------------------
      * Ultima semana de cada periodo no padrao 4-5-4 (a semana 53,
      * quando existe, fica no periodo 12).
      *-----------------------------------------------------------------
       01 TABELA-FIM-PERIODO-VAL.
           05 FILLER            PIC 9(2) VALUE 04.
           05 FILLER            PIC 9(2) VALUE 09.
           05 FILLER            PIC 9(2) VALUE 13.
           05 FILLER            PIC 9(2) VALUE 17.
           05 FILLER            PIC 9(2) VALUE 22.
           05 FILLER            PIC 9(2) VALUE 26.
           05 FILLER            PIC 9(2) VALUE 30.
           05 FILLER            PIC 9(2) VALUE 35.
           05 FILLER            PIC 9(2) VALUE 39.
           05 FILLER            PIC 9(2) VALUE 43.
           05 FILLER            PIC 9(2) VALUE 48.
           05 FILLER            PIC 9(2) VALUE 53.
       01 TABELA-FIM-PERIODO REDEFINES TABELA-FIM-PERIODO-VAL.
           05 FIM-PERIODO       PIC 9(2) OCCURS 12 TIMES.

       01 WS-SEMANA             PIC 9(2) VALUE 0.
       01 WS-PERIODO            PIC 9(2) VALUE 0.
       01 WS-TRIMESTRE          PIC 9(1) VALUE 0.
       01 WS-DIA-INICIO         PIC S9(9) COMP VALUE 0.
       01 WS-DIA-SEMANA         PIC S9(9) COMP VALUE 0.
       01 WS-DATA-SEMANA        PIC 9(8) VALUE 0.
       01 WS-DATA-SEMANA-TXT    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIALIZA-AMBIENTE

           DISPLAY "=== GERACAO DO CALENDARIO FISCAL 4-5-4 ==="

           IF PARAMETROS-INVALIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-CALENDARIO

           PERFORM GERA-ANO-FISCAL

           IF ANO-SOBREPOE
               DISPLAY "ERRO: ANO FISCAL " WS-ANO-FISCAL
                   " SOBREPOE SEMANAS DE OUTRO ANO - CALENDARIO NAO "
                   "REGRAVADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CONFERE-ANOS-VIZINHOS

           IF ANO-COM-LACUNA
               DISPLAY "ERRO: ANO FISCAL " WS-ANO-FISCAL
                   " NAO ENCOSTA NOS ANOS VIZINHOS - CALENDARIO NAO "
                   "REGRAVADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REGRAVA-CALENDARIO

           DISPLAY "ANO FISCAL GERADO:     " WS-ANO-FISCAL
           DISPLAY "SEMANAS GERADAS:       " WS-CONT-GERADAS
           DISPLAY "SEMANAS SUBSTITUIDAS:  " WS-CONT-SUBSTITUIDAS
           DISPLAY "SEMANAS MANTIDAS:      " WS-CONT-MANTIDAS
           DISPLAY "=== CALENDARIO FISCAL REGRAVADO ==="
           GOBACK.

      *-----------------------------------------------------------------
      * CARREGA-CALENDARIO
      * Le o calendario fiscal existente para a TABELA-CALENDARIO,
      * deixando de fora as semanas do ano que vai ser gerado (sao
      * substituidas). Calendario ainda inexistente (primeira carga)
      * nao e erro - comeca vazio.
      *-----------------------------------------------------------------
       CARREGA-CALENDARIO.

           OPEN INPUT ARQ-CALFISCAL

           IF WS-CALFISCAL-STATUS NOT = "00"
               DISPLAY "AVISO: CALENDARIO FISCAL NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-CALFISCAL-PATH)
                   ") - INICIANDO CALENDARIO VAZIO"
           ELSE
               PERFORM UNTIL EOF-CALFISCAL-FLAG = "S"
                   READ ARQ-CALFISCAL
                       AT END
                           MOVE "S" TO EOF-CALFISCAL-FLAG
                       NOT AT END
                           IF CF-ANO-FISCAL = WS-ANO-FISCAL
                               ADD 1 TO WS-CONT-SUBSTITUIDAS
                           ELSE
                               MOVE CF-DATA-FIM TO WS-DATA-SEMANA-TXT
                               PERFORM INSERE-SEMANA
                               ADD 1 TO WS-CONT-MANTIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CALFISCAL
           END-IF.

       CARREGA-CALENDARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GERA-ANO-FISCAL
      * Monta as semanas do ano pedido, de sete em sete dias a partir
      * da data de fim da semana 01, com periodo e trimestre tirados
      * da TABELA-FIM-PERIODO.
      *-----------------------------------------------------------------
       GERA-ANO-FISCAL.

           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
           MOVE 1 TO WS-PERIODO

           PERFORM VARYING WS-SEMANA FROM 1 BY 1
               UNTIL WS-SEMANA > WS-QTD-SEMANAS
                  OR ANO-SOBREPOE

               IF WS-SEMANA > FIM-PERIODO(WS-PERIODO)
                   ADD 1 TO WS-PERIODO
               END-IF
               COMPUTE WS-TRIMESTRE = ((WS-PERIODO - 1) / 3) + 1

               COMPUTE WS-DIA-SEMANA =
                   WS-DIA-INICIO + ((WS-SEMANA - 1) * 7)
               COMPUTE WS-DATA-SEMANA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-SEMANA)

               MOVE SPACES TO REG-CALFISCAL
               MOVE WS-DATA-SEMANA TO CF-DATA-FIM
               MOVE WS-ANO-FISCAL  TO CF-ANO-FISCAL
               MOVE WS-TRIMESTRE   TO CF-TRIMESTRE
               MOVE WS-PERIODO     TO CF-PERIODO
               MOVE WS-SEMANA      TO CF-SEMANA
               MOVE CF-DATA-FIM    TO WS-DATA-SEMANA-TXT

               PERFORM CONFERE-SOBREPOSICAO
               IF ANO-NAO-SOBREPOE
                   PERFORM INSERE-SEMANA
               END-IF
               IF ANO-NAO-SOBREPOE
                   ADD 1 TO WS-CONT-GERADAS
               END-IF

           END-PERFORM.

       GERA-ANO-FISCAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE-SOBREPOSICAO
      * A semana gerada (WS-DIA-SEMANA) nao pode ficar a menos de sete
      * dias de nenhuma semana de outro ano fiscal ja no calendario -
      * as duas disputariam as mesmas datas de venda.
      *-----------------------------------------------------------------
       CONFERE-SOBREPOSICAO.

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT OR ANO-SOBREPOE
               SET IX-CAL TO WS-CAL-IDX
               IF CAL-ANO-FISCAL(IX-CAL) NOT = WS-ANO-FISCAL
                   PERFORM CALCULA-DIA-TABELA
                   COMPUTE WS-DIA-DIF = WS-DIA-TABELA - WS-DIA-SEMANA
                   IF WS-DIA-DIF > -7 AND WS-DIA-DIF < 7
                       SET ANO-SOBREPOE TO TRUE
                       DISPLAY "ERRO: SEMANA " WS-DATA-SEMANA-TXT
                           " A MENOS DE 7 DIAS DA SEMANA "
                           CAL-DATA-FIM(IX-CAL) " DO ANO FISCAL "
                           CAL-ANO-FISCAL(IX-CAL)
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-SOBREPOSICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE-ANOS-VIZINHOS
      * Acha a ultima semana de outro ano antes da semana 01 gerada e a
      * primeira depois da ultima semana gerada: existindo, tem de
      * fechar exatamente sete dias antes / depois - senao as datas do
      * meio ficam sem semana fiscal.
      *-----------------------------------------------------------------
       CONFERE-ANOS-VIZINHOS.

           COMPUTE WS-DIA-FIM-ANO =
               WS-DIA-INICIO + ((WS-QTD-SEMANAS - 1) * 7)
           MOVE 0 TO WS-DIA-VIZ-ANT
           MOVE 0 TO WS-DIA-VIZ-POS

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               SET IX-CAL TO WS-CAL-IDX
               IF CAL-ANO-FISCAL(IX-CAL) NOT = WS-ANO-FISCAL
                   PERFORM CALCULA-DIA-TABELA
                   IF WS-DIA-TABELA < WS-DIA-INICIO
                      AND WS-DIA-TABELA > WS-DIA-VIZ-ANT
                       MOVE WS-DIA-TABELA TO WS-DIA-VIZ-ANT
                   END-IF
                   IF WS-DIA-TABELA > WS-DIA-FIM-ANO
                      AND (WS-DIA-VIZ-POS = 0
                           OR WS-DIA-TABELA < WS-DIA-VIZ-POS)
                       MOVE WS-DIA-TABELA TO WS-DIA-VIZ-POS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DIA-VIZ-ANT > 0
              AND WS-DIA-VIZ-ANT NOT = WS-DIA-INICIO - 7
               SET ANO-COM-LACUNA TO TRUE
               COMPUTE WS-DATA-VIZ-ANT =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-VIZ-ANT)
               DISPLAY "ERRO: SEMANA 01 (" WS-DATA-INICIO
                   ") NAO FECHA 7 DIAS DEPOIS DA ULTIMA SEMANA DO "
                   "ANO ANTERIOR (" WS-DATA-VIZ-ANT ")"
           END-IF

           IF WS-DIA-VIZ-POS > 0
              AND WS-DIA-VIZ-POS NOT = WS-DIA-FIM-ANO + 7
               SET ANO-COM-LACUNA TO TRUE
               COMPUTE WS-DATA-SEMANA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-FIM-ANO)
               COMPUTE WS-DATA-VIZ-POS =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-VIZ-POS)
               DISPLAY "ERRO: ULTIMA SEMANA (" WS-DATA-SEMANA
                   ") NAO FECHA 7 DIAS ANTES DA PRIMEIRA SEMANA DO "
                   "ANO SEGUINTE (" WS-DATA-VIZ-POS ")"
           END-IF.

       CONFERE-ANOS-VIZINHOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CALCULA-DIA-TABELA
      * Data de fim da semana IX-CAL da tabela em dias corridos
      * (WS-DIA-TABELA; zero para data invalida).
      *-----------------------------------------------------------------
       CALCULA-DIA-TABELA.

           MOVE 0 TO WS-DIA-TABELA
           IF CAL-DATA-FIM(IX-CAL) IS NUMERIC
               MOVE CAL-DATA-FIM(IX-CAL) TO WS-DATA-TABELA
               COMPUTE WS-DIA-TABELA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TABELA)
           END-IF.

       CALCULA-DIA-TABELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INSERE-SEMANA
      * Poe REG-CALFISCAL na TABELA-CALENDARIO na posicao da sua data
      * (WS-DATA-SEMANA-TXT), deslocando as linhas seguintes. Data ja
      * presente na tabela marca a sobreposicao de anos.
      *-----------------------------------------------------------------
       INSERE-SEMANA.

           IF WS-CAL-COUNT = 1100
               DISPLAY "ERRO: TABELA-CALENDARIO CHEIA (1100) - "
                   "SEMANA " WS-DATA-SEMANA-TXT " NAO INCLUIDA"
               SET ANO-SOBREPOE TO TRUE
           ELSE
               MOVE 1 TO WS-CAL-POS
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   SET IX-CAL TO WS-CAL-IDX
                   IF CAL-DATA-FIM(IX-CAL) = WS-DATA-SEMANA-TXT
                       SET ANO-SOBREPOE TO TRUE
                       DISPLAY "ERRO: SEMANA " WS-DATA-SEMANA-TXT
                           " JA PERTENCE AO ANO FISCAL "
                           CAL-ANO-FISCAL(IX-CAL)
                   END-IF
                   IF CAL-DATA-FIM(IX-CAL) < WS-DATA-SEMANA-TXT
                       COMPUTE WS-CAL-POS = WS-CAL-IDX + 1
                   END-IF
               END-PERFORM

               IF ANO-NAO-SOBREPOE
                   PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                       UNTIL WS-CAL-IDX < WS-CAL-POS
                       MOVE CAL-ROW(WS-CAL-IDX)
                           TO CAL-ROW(WS-CAL-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-CAL-COUNT
                   MOVE REG-CALFISCAL TO CAL-ROW(WS-CAL-POS)
               END-IF
           END-IF.

       INSERE-SEMANA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA-CALENDARIO
      * Regrava o calendario fiscal por inteiro a partir da
      * TABELA-CALENDARIO, em ordem de data.
      *-----------------------------------------------------------------
       REGRAVA-CALENDARIO.

           OPEN OUTPUT ARQ-CALFISCAL

           IF WS-CALFISCAL-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR O CALENDARIO "
                   "FISCAL (" FUNCTION TRIM(WS-CALFISCAL-PATH)
                   ") - STATUS " WS-CALFISCAL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               SET IX-CAL TO WS-CAL-IDX
               MOVE CAL-ROW(IX-CAL) TO REG-CALFISCAL
               WRITE REG-CALFISCAL
               IF WS-CALFISCAL-STATUS NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR A SEMANA "
                       CF-DATA-FIM " NO CALENDARIO FISCAL ("
                       FUNCTION TRIM(WS-CALFISCAL-PATH) ") - STATUS "
                       WS-CALFISCAL-STATUS
                   DISPLAY "ERRO: CALENDARIO FISCAL INCOMPLETO - "
                       "RESTAURAR A COPIA ANTERIOR E GERAR DE NOVO"
                   CLOSE ARQ-CALFISCAL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           CLOSE ARQ-CALFISCAL.

       REGRAVA-CALENDARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Le o nome do calendario e os parametros do ano a gerar de
      * variaveis de ambiente. Ano ou data de inicio ausentes ou
      * invalidos recusam a execucao (RETURN-CODE 8).
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-CALFISCAL-PATH FROM ENVIRONMENT "CALENDARIO_FISCAL"
               ON EXCEPTION
                   MOVE "calendario_fiscal.dat" TO WS-CALFISCAL-PATH
           END-ACCEPT

           ACCEPT WS-ANO-TXT FROM ENVIRONMENT "CALFISCAL_ANO"
               ON EXCEPTION
                   MOVE SPACES TO WS-ANO-TXT
           END-ACCEPT

           ACCEPT WS-INICIO-TXT FROM ENVIRONMENT "CALFISCAL_INICIO"
               ON EXCEPTION
                   MOVE SPACES TO WS-INICIO-TXT
           END-ACCEPT

           ACCEPT WS-SEMANAS-TXT FROM ENVIRONMENT "CALFISCAL_SEMANAS"
               ON EXCEPTION
                   MOVE "52" TO WS-SEMANAS-TXT
           END-ACCEPT

           IF WS-ANO-TXT(1:4) IS NUMERIC
               MOVE WS-ANO-TXT(1:4) TO WS-ANO-FISCAL
           ELSE
               DISPLAY "ERRO: CALFISCAL_ANO AUSENTE OU INVALIDO ("
                   FUNCTION TRIM(WS-ANO-TXT) ") - USE AAAA"
               SET PARAMETROS-INVALIDOS TO TRUE
           END-IF

           IF WS-INICIO-TXT(1:8) IS NUMERIC
               MOVE WS-INICIO-TXT(1:8) TO WS-DATA-INICIO
           END-IF
           IF WS-DATA-INICIO = 0
              OR FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO) = 0
               DISPLAY "ERRO: CALFISCAL_INICIO AUSENTE OU INVALIDA ("
                   FUNCTION TRIM(WS-INICIO-TXT) ") - USE AAAAMMDD"
               SET PARAMETROS-INVALIDOS TO TRUE
           END-IF

           EVALUATE FUNCTION TRIM(WS-SEMANAS-TXT)
               WHEN "52"
                   MOVE 52 TO WS-QTD-SEMANAS
               WHEN "53"
                   MOVE 53 TO WS-QTD-SEMANAS
               WHEN OTHER
                   DISPLAY "AVISO: CALFISCAL_SEMANAS INVALIDO ("
                       FUNCTION TRIM(WS-SEMANAS-TXT) ") - USANDO 52"
                   MOVE 52 TO WS-QTD-SEMANAS
           END-EVALUATE.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

       END PROGRAM geracalfiscal.
