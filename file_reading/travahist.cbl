      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Trava de uso do historico de vendas (vendahist.dat)
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Leitura e regravacao do arquivo de trava
      *                  serializadas por uma guarda (pasta
      *                  <arquivo de trava>.guarda, criada com
      *                  CBL_CREATE_DIR - falha se ja existe): sem ela
      *                  a devolucao de uma trava podia apagar a linha
      *                  que outra execucao acabara de acrescentar.
      * 15/10/2026  RF   Versao inicial - subprograma chamado (CALL
      *                  "travahist") por todo programa que abre o
      *                  historico, antes do OPEN. Os que atualizam
      *                  (aplicadelta, desfazdelta, arquivahist) pedem
      *                  a trava exclusiva; os que so leem pedem a de
      *                  leitura, compartilhada entre eles. A trava
      *                  fica num arquivo ao lado do master
      *                  (VENDAHIST_LOCK, padrao vendahist.dat.lck) com
      *                  uma linha por detentor: modo, programa, run id
      *                  e inicio - assim quem e recusado sabe quem
      *                  esta com o historico.
      *-----------------------------------------------------------------
      * Acoes (TH-ACAO, ver travahistparm.cpy):
      *   "L"/"E"  obtem a trava. Havendo conflito (alguem com a
      *            exclusiva, ou qualquer detentor quando se pede a
      *            exclusiva) espera ate TRAVA_ESPERA segundos
      *            (padrao 0 = recusa na hora), tentando de novo a
      *            cada 5 segundos; no fim recusa com TH-RETORNO 8 e
      *            o detentor em TH-DETENTOR-*.
      *            Depois de gravar a propria linha o arquivo e lido
      *            de novo: se outro programa entrou ao mesmo tempo,
      *            a linha propria e retirada e vale como conflito.
      *   "D"      devolve a trava da execucao (programa + run id).
      *   "C"      limpa a trava velha de uma execucao que abortou sem
      *            devolver (usado pelo limpatrava).
      * Toda leitura seguida de gravacao do arquivo de trava e feita
      * com a guarda na mao (ver OBTEM-GUARDA): uma execucao de cada
      * vez le, confere e regrava. A guarda ocupada e tentada de novo a
      * cada segundo ate 30 segundos; depois disso a acao falha com
      * TH-RETORNO 8 (guarda esquecida por um programa que abortou no
      * meio da regravacao - apagar a pasta a mao).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. travahist IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TRAVA
               ASSIGN TO DYNAMIC WS-TRAVA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TRAVA.
       01 REG-TRAVA.
           COPY "travahistrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VENDAHIST-PATH     PIC X(200).
       01 WS-TRAVA-PATH         PIC X(200).
       01 WS-TRAVA-STATUS       PIC XX VALUE "00".
       01 EOF-TRAVA-FLAG        PIC X VALUE "N".

       01 WS-ESPERA-TXT         PIC X(10) VALUE SPACES.
       01 WS-ESPERA-SEG         PIC 9(4) VALUE 0.
       01 WS-INTERVALO-SEG      PIC 9(4) VALUE 5.
       01 WS-ESPERA-EDT         PIC Z(3)9.
       01 WS-TEST-NUMVAL        PIC 9(3) COMP.

       01 WS-TENTATIVAS         PIC 9(4) VALUE 0.
       01 WS-MAX-TENTATIVAS     PIC 9(4) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).

       01 WS-SITUACAO-FLAG      PIC X VALUE "P".
           88 TRAVA-PENDENTE        VALUE "P".
           88 TRAVA-OBTIDA          VALUE "O".
           88 TRAVA-RECUSADA        VALUE "R".

       01 WS-CONFLITO-FLAG      PIC X VALUE "N".
           88 COM-CONFLITO          VALUE "S".
           88 SEM-CONFLITO          VALUE "N".

       01 WS-PROPRIA-FLAG       PIC X VALUE "N".
           88 PROPRIA-PRESENTE      VALUE "S".
           88 PROPRIA-AUSENTE       VALUE "N".

      *-----------------------------------------------------------------
      * Travas em vigor, lidas do arquivo a cada tentativa. A linha a
      * retirar na regravacao e a de WS-REMOVE-PROGRAMA/RUN-ID.
      *-----------------------------------------------------------------
       01 WS-QTD-TRAVAS         PIC 9(4) COMP VALUE 0.
       01 TABELA-TRAVAS.
           05 TT-ROW OCCURS 100 TIMES INDEXED BY IX-TT.
               10 TT-MODO           PIC X(01).
               10 TT-PROGRAMA       PIC X(15).
               10 TT-RUN-ID         PIC X(14).
               10 TT-INICIO         PIC X(14).

      *-----------------------------------------------------------------
      * Guarda da regravacao do arquivo de trava.
      *-----------------------------------------------------------------
       01 WS-GUARDA-PATH        PIC X(210) VALUE SPACES.
       01 WS-GUARDA-RC          PIC S9(9) COMP-5 VALUE 0.
       01 WS-GUARDA-TENTATIVAS  PIC 9(4) VALUE 0.
       01 WS-GUARDA-MAX         PIC 9(4) VALUE 30.
       01 WS-GUARDA-SEG         PIC 9(4) VALUE 1.
       01 WS-GUARDA-FLAG        PIC X VALUE "N".
           88 GUARDA-OBTIDA         VALUE "S".
           88 GUARDA-LIVRE          VALUE "N".

       01 WS-REMOVE-PROGRAMA    PIC X(15) VALUE SPACES.
       01 WS-REMOVE-RUN-ID      PIC X(14) VALUE SPACES.
       01 WS-QTD-REMOVIDAS      PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 PARM-TRAVA.
           COPY "travahistparm.cpy".

       PROCEDURE DIVISION USING PARM-TRAVA.
       MAIN-PROCEDURE.

           PERFORM INICIALIZA-AMBIENTE

           MOVE 0 TO TH-RETORNO
           MOVE SPACES TO TH-DETENTOR-MODO
           MOVE SPACES TO TH-DETENTOR-PROGRAMA
           MOVE SPACES TO TH-DETENTOR-RUN-ID
           MOVE SPACES TO TH-DETENTOR-INICIO

           EVALUATE TRUE
               WHEN TH-OBTER-LEITURA
               WHEN TH-OBTER-EXCLUSIVA
                   PERFORM OBTEM-TRAVA
               WHEN TH-DEVOLVER
                   PERFORM DEVOLVE-TRAVA
               WHEN TH-LIMPAR
                   PERFORM LIMPA-TRAVA
               WHEN OTHER
                   DISPLAY "ERRO: ACAO DE TRAVA INVALIDA ("
                       TH-ACAO ") PEDIDA POR "
                       FUNCTION TRIM(TH-PROGRAMA)
                   MOVE 8 TO TH-RETORNO
           END-EVALUATE

           GOBACK.

      *-----------------------------------------------------------------
      * OBTEM-TRAVA
      * Tenta obter a trava pedida ("L" ou "E"), esperando ate
      * TRAVA_ESPERA segundos enquanto houver conflito.
      *-----------------------------------------------------------------
       OBTEM-TRAVA.

           COMPUTE WS-MAX-TENTATIVAS =
               (WS-ESPERA-SEG / WS-INTERVALO-SEG) + 1
           MOVE 0 TO WS-TENTATIVAS
           SET TRAVA-PENDENTE TO TRUE

           PERFORM UNTIL NOT TRAVA-PENDENTE
               ADD 1 TO WS-TENTATIVAS

      *        A guarda so fica na mao durante a tentativa - a espera
      *        pelo detentor da trava e feita sem ela.
               PERFORM OBTEM-GUARDA
               IF GUARDA-LIVRE
                   SET TRAVA-RECUSADA TO TRUE
               ELSE
                   PERFORM TENTA-TRAVA
                   PERFORM LIBERA-GUARDA
               END-IF

               IF TRAVA-PENDENTE
                   IF WS-TENTATIVAS NOT < WS-MAX-TENTATIVAS
                       SET TRAVA-RECUSADA TO TRUE
                   ELSE
                       IF WS-TENTATIVAS = 1
                           MOVE WS-ESPERA-SEG TO WS-ESPERA-EDT
                           DISPLAY "AVISO: HISTORICO EM USO POR "
                               FUNCTION TRIM(TH-DETENTOR-PROGRAMA)
                               " (EXECUCAO "
                               TH-DETENTOR-RUN-ID
                               ") - AGUARDANDO ATE "
                               FUNCTION TRIM(WS-ESPERA-EDT)
                               " SEGUNDOS"
                       END-IF
                       CALL "C$SLEEP" USING WS-INTERVALO-SEG
                   END-IF
               END-IF
           END-PERFORM

           IF TRAVA-RECUSADA
               MOVE 8 TO TH-RETORNO
           END-IF.

       OBTEM-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TENTA-TRAVA
      * Uma tentativa de obter a trava, com a guarda na mao: le as
      * travas em vigor e, sem conflito, acrescenta a linha propria.
      *-----------------------------------------------------------------
       TENTA-TRAVA.

           PERFORM CARREGA-TRAVAS
           PERFORM VERIFICA-CONFLITO

           IF SEM-CONFLITO
               IF PROPRIA-AUSENTE
                   PERFORM GRAVA-TRAVA-PROPRIA
               END-IF
           END-IF

      *    Confere se ninguem entrou junto com esta execucao (so
      *    possivel com a guarda apagada a mao no meio da tentativa).
           IF TRAVA-PENDENTE AND SEM-CONFLITO AND PROPRIA-AUSENTE
               PERFORM CARREGA-TRAVAS
               PERFORM VERIFICA-CONFLITO
               IF COM-CONFLITO
                   MOVE TH-PROGRAMA TO WS-REMOVE-PROGRAMA
                   MOVE TH-RUN-ID TO WS-REMOVE-RUN-ID
                   PERFORM REGRAVA-TRAVAS
               END-IF
           END-IF

           IF TRAVA-PENDENTE AND SEM-CONFLITO
               SET TRAVA-OBTIDA TO TRUE
           END-IF.

       TENTA-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VERIFICA-CONFLITO
      * Confere as travas em vigor contra o pedido. A linha da propria
      * execucao (mesmo programa e run id) nao conflita; qualquer
      * exclusiva conflita; pedindo exclusiva, qualquer outra conflita.
      * O primeiro conflito encontrado vai para TH-DETENTOR-*.
      *-----------------------------------------------------------------
       VERIFICA-CONFLITO.

           SET SEM-CONFLITO TO TRUE
           SET PROPRIA-AUSENTE TO TRUE

           PERFORM VARYING IX-TT FROM 1 BY 1
                   UNTIL IX-TT > WS-QTD-TRAVAS
               IF TT-PROGRAMA(IX-TT) = TH-PROGRAMA
                  AND TT-RUN-ID(IX-TT) = TH-RUN-ID
                   SET PROPRIA-PRESENTE TO TRUE
               ELSE
                   IF SEM-CONFLITO
                      AND (TT-MODO(IX-TT) = "E" OR TH-OBTER-EXCLUSIVA)
                       SET COM-CONFLITO TO TRUE
                       MOVE TT-MODO(IX-TT) TO TH-DETENTOR-MODO
                       MOVE TT-PROGRAMA(IX-TT)
                           TO TH-DETENTOR-PROGRAMA
                       MOVE TT-RUN-ID(IX-TT) TO TH-DETENTOR-RUN-ID
                       MOVE TT-INICIO(IX-TT) TO TH-DETENTOR-INICIO
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-CONFLITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-TRAVA-PROPRIA
      * Acrescenta a linha desta execucao ao arquivo de trava.
      *-----------------------------------------------------------------
       GRAVA-TRAVA-PROPRIA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           OPEN EXTEND ARQ-TRAVA
           IF WS-TRAVA-STATUS NOT = "00"
              AND WS-TRAVA-STATUS NOT = "05"
               DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR A TRAVA ("
                   FUNCTION TRIM(WS-TRAVA-PATH) ") - STATUS "
                   WS-TRAVA-STATUS
               SET TRAVA-RECUSADA TO TRUE
           ELSE
               MOVE SPACES TO REG-TRAVA
               MOVE TH-ACAO TO TR-MODO
               MOVE TH-PROGRAMA TO TR-PROGRAMA
               MOVE TH-RUN-ID TO TR-RUN-ID
               MOVE WS-CURRENT-DATE(1:14) TO TR-INICIO
               WRITE REG-TRAVA
               CLOSE ARQ-TRAVA
           END-IF.

       GRAVA-TRAVA-PROPRIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEVOLVE-TRAVA
      * Retira a linha desta execucao. Se ela nao existia (limpa a mao
      * no meio da execucao, por exemplo) so avisa, com retorno 4.
      *-----------------------------------------------------------------
       DEVOLVE-TRAVA.

           PERFORM OBTEM-GUARDA
           IF GUARDA-OBTIDA
               PERFORM CARREGA-TRAVAS
               MOVE TH-PROGRAMA TO WS-REMOVE-PROGRAMA
               MOVE TH-RUN-ID TO WS-REMOVE-RUN-ID
               PERFORM REGRAVA-TRAVAS
               PERFORM LIBERA-GUARDA

               IF WS-QTD-REMOVIDAS = 0 AND TH-RETORNO = 0
                   DISPLAY "AVISO: TRAVA DE "
                       FUNCTION TRIM(TH-PROGRAMA)
                       " (EXECUCAO " TH-RUN-ID
                       ") NAO ESTAVA MAIS NO ARQUIVO DE TRAVA"
                   MOVE 4 TO TH-RETORNO
               END-IF
           END-IF.

       DEVOLVE-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIMPA-TRAVA
      * Retira a trava velha da execucao informada em TH-PROGRAMA /
      * TH-RUN-ID (que precisam bater exatamente com a linha). A trava
      * limpa volta em TH-DETENTOR-*; nao encontrada da retorno 8.
      *-----------------------------------------------------------------
       LIMPA-TRAVA.

           PERFORM OBTEM-GUARDA
           IF GUARDA-OBTIDA
               PERFORM CARREGA-TRAVAS

               PERFORM VARYING IX-TT FROM 1 BY 1
                       UNTIL IX-TT > WS-QTD-TRAVAS
                   IF TT-PROGRAMA(IX-TT) = TH-PROGRAMA
                      AND TT-RUN-ID(IX-TT) = TH-RUN-ID
                       MOVE TT-MODO(IX-TT) TO TH-DETENTOR-MODO
                       MOVE TT-PROGRAMA(IX-TT) TO TH-DETENTOR-PROGRAMA
                       MOVE TT-RUN-ID(IX-TT) TO TH-DETENTOR-RUN-ID
                       MOVE TT-INICIO(IX-TT) TO TH-DETENTOR-INICIO
                   END-IF
               END-PERFORM

               IF TH-DETENTOR-PROGRAMA = SPACES
                   DISPLAY "ERRO: NENHUMA TRAVA DE "
                       FUNCTION TRIM(TH-PROGRAMA)
                       " (EXECUCAO " TH-RUN-ID ") NO ARQUIVO DE TRAVA"
                   MOVE 8 TO TH-RETORNO
               ELSE
                   MOVE TH-PROGRAMA TO WS-REMOVE-PROGRAMA
                   MOVE TH-RUN-ID TO WS-REMOVE-RUN-ID
                   PERFORM REGRAVA-TRAVAS
               END-IF

               PERFORM LIBERA-GUARDA
           END-IF.

       LIMPA-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OBTEM-GUARDA
      * Cria a pasta de guarda do arquivo de trava. CBL_CREATE_DIR
      * falha quando a pasta ja existe, entao so uma execucao consegue:
      * as outras tentam de novo a cada WS-GUARDA-SEG segundos, ate
      * WS-GUARDA-MAX vezes. Sem a guarda a acao falha (TH-RETORNO 8).
      *-----------------------------------------------------------------
       OBTEM-GUARDA.

           SET GUARDA-LIVRE TO TRUE
           MOVE 0 TO WS-GUARDA-TENTATIVAS

           PERFORM UNTIL GUARDA-OBTIDA
                      OR WS-GUARDA-TENTATIVAS NOT < WS-GUARDA-MAX
               ADD 1 TO WS-GUARDA-TENTATIVAS
               CALL "CBL_CREATE_DIR" USING WS-GUARDA-PATH
                   RETURNING WS-GUARDA-RC
               END-CALL
               IF WS-GUARDA-RC = 0
                   SET GUARDA-OBTIDA TO TRUE
               ELSE
                   IF WS-GUARDA-TENTATIVAS < WS-GUARDA-MAX
                       CALL "C$SLEEP" USING WS-GUARDA-SEG
                   END-IF
               END-IF
           END-PERFORM

           IF GUARDA-LIVRE
               DISPLAY "ERRO: GUARDA DO ARQUIVO DE TRAVA OCUPADA HA "
                   WS-GUARDA-MAX " SEGUNDOS ("
                   FUNCTION TRIM(WS-GUARDA-PATH)
                   ") - SE NENHUM PROGRAMA ESTA RODANDO, APAGAR A PASTA"
               MOVE 8 TO TH-RETORNO
           END-IF.

       OBTEM-GUARDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIBERA-GUARDA
      * Apaga a pasta de guarda obtida em OBTEM-GUARDA.
      *-----------------------------------------------------------------
       LIBERA-GUARDA.

           IF GUARDA-OBTIDA
               CALL "CBL_DELETE_DIR" USING WS-GUARDA-PATH
                   RETURNING WS-GUARDA-RC
               END-CALL
               IF WS-GUARDA-RC NOT = 0
                   DISPLAY "ERRO: NAO FOI POSSIVEL APAGAR A GUARDA DO "
                       "ARQUIVO DE TRAVA ("
                       FUNCTION TRIM(WS-GUARDA-PATH) ")"
                   MOVE 8 TO TH-RETORNO
               END-IF
               SET GUARDA-LIVRE TO TRUE
           END-IF.

       LIBERA-GUARDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-TRAVAS
      * Le o arquivo de trava para a tabela. Arquivo ausente = nenhuma
      * trava em vigor.
      *-----------------------------------------------------------------
       CARREGA-TRAVAS.

           MOVE 0 TO WS-QTD-TRAVAS
           MOVE "N" TO EOF-TRAVA-FLAG

           OPEN INPUT ARQ-TRAVA
           IF WS-TRAVA-STATUS NOT = "00"
               MOVE "S" TO EOF-TRAVA-FLAG
           END-IF

           PERFORM UNTIL EOF-TRAVA-FLAG = "S"
               READ ARQ-TRAVA
                   AT END
                       MOVE "S" TO EOF-TRAVA-FLAG
                   NOT AT END
                       IF TR-PROGRAMA NOT = SPACES
                           PERFORM CARREGA-LINHA-TRAVA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TRAVA-STATUS NOT = "35"
               CLOSE ARQ-TRAVA
           END-IF.

       CARREGA-TRAVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-LINHA-TRAVA
      * Guarda a linha lida na tabela de travas.
      *-----------------------------------------------------------------
       CARREGA-LINHA-TRAVA.

           IF WS-QTD-TRAVAS < 100
               ADD 1 TO WS-QTD-TRAVAS
               SET IX-TT TO WS-QTD-TRAVAS
               MOVE TR-MODO TO TT-MODO(IX-TT)
               MOVE TR-PROGRAMA TO TT-PROGRAMA(IX-TT)
               MOVE TR-RUN-ID TO TT-RUN-ID(IX-TT)
               MOVE TR-INICIO TO TT-INICIO(IX-TT)
           ELSE
               DISPLAY "AVISO: ARQUIVO DE TRAVA COM MAIS DE 100 "
                   "LINHAS - EXCEDENTES IGNORADAS"
           END-IF.

       CARREGA-LINHA-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA-TRAVAS
      * Regrava o arquivo de trava com as linhas da tabela, menos a de
      * WS-REMOVE-PROGRAMA / WS-REMOVE-RUN-ID.
      *-----------------------------------------------------------------
       REGRAVA-TRAVAS.

           MOVE 0 TO WS-QTD-REMOVIDAS

           OPEN OUTPUT ARQ-TRAVA
           IF WS-TRAVA-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR A TRAVA ("
                   FUNCTION TRIM(WS-TRAVA-PATH) ") - STATUS "
                   WS-TRAVA-STATUS
               MOVE 8 TO TH-RETORNO
           ELSE
               PERFORM VARYING IX-TT FROM 1 BY 1
                       UNTIL IX-TT > WS-QTD-TRAVAS
                   IF TT-PROGRAMA(IX-TT) = WS-REMOVE-PROGRAMA
                      AND TT-RUN-ID(IX-TT) = WS-REMOVE-RUN-ID
                       ADD 1 TO WS-QTD-REMOVIDAS
                   ELSE
                       MOVE SPACES TO REG-TRAVA
                       MOVE TT-MODO(IX-TT) TO TR-MODO
                       MOVE TT-PROGRAMA(IX-TT) TO TR-PROGRAMA
                       MOVE TT-RUN-ID(IX-TT) TO TR-RUN-ID
                       MOVE TT-INICIO(IX-TT) TO TR-INICIO
                       WRITE REG-TRAVA
                   END-IF
               END-PERFORM
               CLOSE ARQ-TRAVA
           END-IF.

       REGRAVA-TRAVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Caminho do arquivo de trava (VENDAHIST_LOCK, padrao o nome do
      * master + ".lck") e tempo maximo de espera (TRAVA_ESPERA, em
      * segundos, padrao 0 = nao espera).
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-VENDAHIST-PATH FROM ENVIRONMENT "VENDAHIST_MASTER"
               ON EXCEPTION
                   MOVE "vendahist.dat" TO WS-VENDAHIST-PATH
           END-ACCEPT

           ACCEPT WS-TRAVA-PATH FROM ENVIRONMENT "VENDAHIST_LOCK"
               ON EXCEPTION
                   MOVE SPACES TO WS-TRAVA-PATH
           END-ACCEPT

           IF WS-TRAVA-PATH = SPACES
               STRING FUNCTION TRIM(WS-VENDAHIST-PATH) ".lck"
                   DELIMITED BY SIZE INTO WS-TRAVA-PATH
               END-STRING
           END-IF

           STRING FUNCTION TRIM(WS-TRAVA-PATH) ".guarda"
               DELIMITED BY SIZE INTO WS-GUARDA-PATH
           END-STRING

           ACCEPT WS-ESPERA-TXT FROM ENVIRONMENT "TRAVA_ESPERA"
               ON EXCEPTION
                   MOVE SPACES TO WS-ESPERA-TXT
           END-ACCEPT

           MOVE 0 TO WS-ESPERA-SEG
           IF WS-ESPERA-TXT NOT = SPACES
               COMPUTE WS-TEST-NUMVAL =
                   FUNCTION TEST-NUMVAL(WS-ESPERA-TXT)
               IF WS-TEST-NUMVAL = 0
                  AND FUNCTION NUMVAL(WS-ESPERA-TXT) >= 0
                  AND FUNCTION NUMVAL(WS-ESPERA-TXT) <= 3600
                   COMPUTE WS-ESPERA-SEG =
                       FUNCTION NUMVAL(WS-ESPERA-TXT)
               ELSE
                   DISPLAY "AVISO: TRAVA_ESPERA INVALIDO ("
                       FUNCTION TRIM(WS-ESPERA-TXT)
                       ") - NAO ESPERANDO PELA TRAVA"
               END-IF
           END-IF.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

       END PROGRAM travahist.
