      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Trava exclusiva do historico (travahist) nos
      *                  dois modos, devolvida no fim.
      * 02/09/2026  RF   Versao inicial - modo ARQUIVA (default): move
      *                  do historico indexado (VENDAHISTREC) para um
      *                  arquivo sequencial datado todo registro com

       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

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

      *    Os dois modos gravam no master - trava exclusiva.
           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF MODO-ARQUIVA
               PERFORM EXECUTA-ARQUIVAMENTO
           ELSE
               PERFORM EXECUTA-RESTAURACAO
           END-IF

           PERFORM LIBERA-TRAVA-HIST

           GOBACK.

      *-----------------------------------------------------------------
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
           MOVE "arquivahist" TO TH-PROGRAMA
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

       END PROGRAM arquivahist.
