      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Trava exclusiva do historico (travahist) antes
      *                  da copia de seguranca, com o mesmo id da
      *                  execucao do journal, devolvida no fim: nenhum
      *                  relatorio le o master no meio da aplicacao.
      * 02/09/2026  RF   Protecao contra delta corrompido: antes de
      *                  abrir o historico em I-O, uma copia integral
      *                  do master e gravada (VENDAHIST_BACKUP) e cada
       01 WS-VAL-EDT2           PIC -(12)9.99.
       01 WS-VAL-EDT3           PIC -(12)9.99.

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


      *    Copia integral do master antes de qualquer gravacao - e a
      *    volta rapida quando o POS manda um delta corrompido.
      *    Ninguem mais le ou grava o master ate o fim da aplicacao.
           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FAZ-BACKUP-MASTER

           OPEN I-O ARQ-HIST
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO ("
                   WS-VENDAHIST-PATH ") - STATUS " WS-HIST-STATUS
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "ERRO: DELTA NAO ENCONTRADO ("
                   WS-DELTA-PATH ") - STATUS " WS-DELTA-STATUS
               CLOSE ARQ-HIST
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARQ-AJUSTES
           CLOSE ARQ-JOURNAL
           CLOSE ARQ-HIST
           PERFORM LIBERA-TRAVA-HIST

           DISPLAY "REGISTROS LIDOS.......: " WS-CONT-LIDOS
           DISPLAY "INSERIDOS.............: " WS-CONT-INSERIDOS
                           "DE SEGURANCA (" WS-BACKUP-PATH
                           ") - STATUS " WS-BACKUP-STATUS
                       CLOSE ARQ-HIST
                       PERFORM LIBERA-TRAVA-HIST
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                                       "NAO APLICADO"
                                   CLOSE ARQ-BACKUP
                                   CLOSE ARQ-HIST
                                   PERFORM LIBERA-TRAVA-HIST
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
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
           MOVE "aplicadelta" TO TH-PROGRAMA
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

       END PROGRAM aplicadelta.
