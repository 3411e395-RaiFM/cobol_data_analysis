      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Lista e limpa trava velha do historico de vendas
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Versao inicial - lista as travas em vigor no
      *                  arquivo de trava do historico (VENDAHIST_LOCK,
      *                  padrao vendahist.dat.lck) e, com
      *                  TRAVA_LIMPA_PROGRAMA e TRAVA_LIMPA_RUN
      *                  informados, retira a trava dessa execucao pelo
      *                  travahist. Serve para o caso de um job que
      *                  abortou sem devolver a trava e deixou o
      *                  historico "em uso" para todo o resto.
      *-----------------------------------------------------------------
      * So limpa a trava que bater exatamente com o programa e o run id
      * informados (os dois aparecem na mensagem de recusa e na lista
      * desta execucao). Sem os dois, so lista e termina com RC 8 - a
      * limpeza e sempre deliberada, de uma trava conferida antes de
      * que o job dono nao esta mais rodando.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. limpatrava.

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

       01 WS-LIMPA-PROGRAMA     PIC X(15) VALUE SPACES.
       01 WS-LIMPA-RUN-ID       PIC X(14) VALUE SPACES.
       01 WS-CONT-TRAVAS        PIC 9(10) VALUE 0.
       01 WS-MODO-TXT           PIC X(11) VALUE SPACES.

       01 WS-TRAVA-PARM.
           COPY "travahistparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIALIZA-AMBIENTE

           DISPLAY "=== TRAVAS DO HISTORICO ("
               FUNCTION TRIM(WS-TRAVA-PATH) ") ==="
           PERFORM LISTA-TRAVAS

           IF WS-LIMPA-PROGRAMA = SPACES OR WS-LIMPA-RUN-ID = SPACES
               DISPLAY "ERRO: INFORME TRAVA_LIMPA_PROGRAMA E "
                   "TRAVA_LIMPA_RUN DA TRAVA A LIMPAR (COMO NA "
                   "LISTA ACIMA)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "C" TO TH-ACAO
           MOVE WS-LIMPA-PROGRAMA TO TH-PROGRAMA
           MOVE WS-LIMPA-RUN-ID TO TH-RUN-ID
           MOVE 0 TO TH-RETORNO

           CALL "travahist" USING WS-TRAVA-PARM
               ON EXCEPTION
                   DISPLAY "ERRO: SUBPROGRAMA travahist NAO ENCONTRADO"
                   MOVE 8 TO TH-RETORNO
           END-CALL

           IF TH-RETORNO = 0
               DISPLAY "TRAVA LIMPA: "
                   FUNCTION TRIM(TH-DETENTOR-PROGRAMA)
                   " (EXECUCAO " TH-DETENTOR-RUN-ID
                   ", MODO " TH-DETENTOR-MODO
                   ", DESDE " TH-DETENTOR-INICIO ")"
           END-IF

           MOVE TH-RETORNO TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
      * LISTA-TRAVAS
      * Exibe cada trava em vigor: modo, programa, run id e inicio.
      *-----------------------------------------------------------------
       LISTA-TRAVAS.

           MOVE 0 TO WS-CONT-TRAVAS
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
                           PERFORM EXIBE-TRAVA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TRAVA-STATUS NOT = "35"
               CLOSE ARQ-TRAVA
           END-IF

           IF WS-CONT-TRAVAS = 0
               DISPLAY "(NENHUMA TRAVA EM VIGOR)"
           END-IF.

       LISTA-TRAVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXIBE-TRAVA
      * Uma linha da lista de travas.
      *-----------------------------------------------------------------
       EXIBE-TRAVA.

           ADD 1 TO WS-CONT-TRAVAS

           IF TR-MODO = "E"
               MOVE "EXCLUSIVA" TO WS-MODO-TXT
           ELSE
               MOVE "LEITURA" TO WS-MODO-TXT
           END-IF

           DISPLAY "  " WS-MODO-TXT " " TR-PROGRAMA
               " EXECUCAO " TR-RUN-ID
               " DESDE " TR-INICIO(7:2) "/" TR-INICIO(5:2) "/"
               TR-INICIO(1:4) " " TR-INICIO(9:2) ":"
               TR-INICIO(11:2) ":" TR-INICIO(13:2).

       EXIBE-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Arquivo de trava (mesma regra do travahist) e a trava a limpar.
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

           ACCEPT WS-LIMPA-PROGRAMA
               FROM ENVIRONMENT "TRAVA_LIMPA_PROGRAMA"
               ON EXCEPTION
                   MOVE SPACES TO WS-LIMPA-PROGRAMA
           END-ACCEPT

           ACCEPT WS-LIMPA-RUN-ID FROM ENVIRONMENT "TRAVA_LIMPA_RUN"
               ON EXCEPTION
                   MOVE SPACES TO WS-LIMPA-RUN-ID
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

       END PROGRAM limpatrava.
