      * Author: Rai Felipe
      * Date: 02/09/2026
      * Purpose: Estornar do historico uma execucao do aplicadelta
      *          (ou do renumloja)
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Estorno tambem das execucoes do renumloja:
      *                  acao "D" (chave apagada) e recriada com o
      *                  valor antigo e o VH-ISHOLIDAY do 8o campo da
      *                  linha, so se a chave continua inexistente.
      * 15/10/2026  RF   Trava exclusiva do historico (travahist) antes
      *                  do OPEN I-O, devolvida apos o CLOSE.
      * 02/09/2026  RF   Versao inicial - le o journal de delta
      *                  (DELTA_JOURNAL, gravado por aplicadelta:
      *                  ID;ACAO;LOJA;DEPTO;DATA;ANTIGO;NOVO), separa
       01 J-DATA                PIC X(20).
       01 J-ANTIGO              PIC X(20).
       01 J-NOVO                PIC X(20).
       01 J-FERIADO             PIC X(20).

      *-----------------------------------------------------------------
      * Linhas da execucao pedida, carregadas na ordem do journal e
               10 ES-DATA        PIC 9(8).
               10 ES-ANTIGO      PIC S9(11)V99.
               10 ES-NOVO        PIC S9(11)V99.
               10 ES-FERIADO     PIC X(5).

       01 WS-CONT-DESFEITOS     PIC 9(10) VALUE 0.
       01 WS-CONT-RECUSADOS     PIC 9(10) VALUE 0.
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


           DISPLAY "LINHAS A DESFAZER: " WS-ESTORNO-COUNT

           PERFORM OBTEM-TRAVA-HIST
           IF TRAVA-HIST-LIVRE
               DISPLAY "NADA FOI DESFEITO - MASTER INTOCADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ARQ-HIST
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO ("
                   WS-VENDAHIST-PATH ") - STATUS " WS-HIST-STATUS
               PERFORM LIBERA-TRAVA-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           END-PERFORM

           CLOSE ARQ-HIST
           PERFORM LIBERA-TRAVA-HIST

           DISPLAY "DESFEITOS.: " WS-CONT-DESFEITOS
           DISPLAY "RECUSADOS.: " WS-CONT-RECUSADOS
      *-----------------------------------------------------------------
      * TRATA-LINHA-JOURNAL
      * Separa a linha corrente do journal
      * (ID;ACAO;LOJA;DEPTO;DATA;ANTIGO;NOVO, mais ;FERIADO nas linhas
      * "D" do renumloja) e guarda as da execucao pedida.
      *-----------------------------------------------------------------
       TRATA-LINHA-JOURNAL.

           MOVE SPACES TO J-RUN-ID J-ACAO J-STORE J-DEPT
                          J-DATA J-ANTIGO J-NOVO J-FERIADO

           UNSTRING LINHA-JRN
               DELIMITED BY ";"
                    J-DATA
                    J-ANTIGO
                    J-NOVO
                    J-FERIADO
           END-UNSTRING

           IF J-RUN-ID = WS-RUN-PEDIDO
                       FUNCTION NUMVAL(J-ANTIGO)
                   COMPUTE ES-NOVO(IX-EST)   =
                       FUNCTION NUMVAL(J-NOVO)
                   MOVE J-FERIADO TO ES-FERIADO(IX-EST)
               END-IF
           END-IF.

      * Desfaz a linha de estorno corrente (IX-EST): "I" apaga a chave
      * inserida, "R" regrava o valor antigo - em ambos os casos so
      * quando o valor corrente do master ainda e o valor novo que a
      * execucao deixou. "D" recria a chave apagada, so quando ela
      * continua inexistente.
      *-----------------------------------------------------------------
       DESFAZ-LINHA.

           MOVE ES-DATA(IX-EST)  TO VH-DATA

           READ ARQ-HIST
           EVALUATE TRUE
               WHEN ES-ACAO(IX-EST) = "D"
                   PERFORM RECRIA-REGISTRO
               WHEN WS-HIST-STATUS NOT = "00"
                   ADD 1 TO WS-CONT-RECUSADOS
                   DISPLAY "RECUSADO (CHAVE NAO ENCONTRADA, STATUS "
                       WS-HIST-STATUS "): " VH-STORE " " VH-DEPT
                       " " VH-DATA
               WHEN VH-VENDA NOT = ES-NOVO(IX-EST)
                   ADD 1 TO WS-CONT-RECUSADOS
                   MOVE VH-VENDA TO WS-VAL-EDT
                   MOVE ES-NOVO(IX-EST) TO WS-VAL-EDT2
                       " NAO E O DA EXECUCAO "
                       FUNCTION TRIM(WS-VAL-EDT2) "): "
                       VH-STORE " " VH-DEPT " " VH-DATA
               WHEN OTHER
                   PERFORM ESTORNA-REGISTRO
           END-EVALUATE.

       DESFAZ-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECRIA-REGISTRO
      * Linha "D" (chave apagada pelo renumloja): com a chave ainda
      * inexistente, grava de novo o registro com o valor antigo; a
      * data original volta a DD/MM/AAAA a partir da chave. Chave
      * recriada depois da execucao e recusada.
      *-----------------------------------------------------------------
       RECRIA-REGISTRO.

           IF WS-HIST-STATUS NOT = "23"
               ADD 1 TO WS-CONT-RECUSADOS
               DISPLAY "RECUSADO (CHAVE APAGADA JA EXISTE DE NOVO, "
                   "STATUS " WS-HIST-STATUS "): " VH-STORE " "
                   VH-DEPT " " VH-DATA
           ELSE
               MOVE ES-STORE(IX-EST)  TO VH-STORE
               MOVE ES-DEPT(IX-EST)   TO VH-DEPT
               MOVE ES-DATA(IX-EST)   TO VH-DATA
               MOVE SPACES TO VH-DATA-ORIG
               STRING VH-DATA(7:2) "/" VH-DATA(5:2) "/" VH-DATA(1:4)
                   DELIMITED BY SIZE INTO VH-DATA-ORIG
               END-STRING
               MOVE ES-ANTIGO(IX-EST)  TO VH-VENDA
               MOVE ES-FERIADO(IX-EST) TO VH-ISHOLIDAY
               WRITE REG-HIST
               IF WS-HIST-STATUS = "00"
                   ADD 1 TO WS-CONT-DESFEITOS
               ELSE
                   ADD 1 TO WS-CONT-RECUSADOS
                   DISPLAY "RECUSADO (ERRO RECRIANDO, STATUS "
                       WS-HIST-STATUS "): " VH-STORE " " VH-DEPT
                       " " VH-DATA
               END-IF
           END-IF.

       RECRIA-REGISTRO-EXIT.
           EXIT.

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
           MOVE "desfazdelta" TO TH-PROGRAMA
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

       END PROGRAM desfazdelta.
