      *                  "o que a loja 20 depto 92 fez em marco" sem
      *                  rodar o extraimaster sobre o master inteiro e
      *                  grepar um CSV de megabytes.
      * 15/10/2026  RF   Trava de leitura do historico (travahist)
      *                  antes do OPEN, devolvida apos o CLOSE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consultavendas.
       01 WS-LOJA-EDT           PIC Z(9)9.
       01 WS-DEPTO-EDT          PIC Z(9)9.

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

               GOBACK
           END-IF

           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "HISTORICO NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-VENDAHIST-PATH) ") - STATUS "
                   WS-HIST-STATUS
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           END-PERFORM

           CLOSE ARQ-HIST
           PERFORM LIBERA-TRAVA-HIST

           IF WS-CONT-EXIBIDAS = 0
               DISPLAY "(NENHUMA SEMANA NA FAIXA PEDIDA)"
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
           MOVE "consultavendas" TO TH-PROGRAMA
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

       END PROGRAM consultavendas.
