      *                  cadeia completa) - so uma cadeia segurada
      *                  deixa estado de retomada; CADEIA_DO_INICIO=S
      *                  ignora o status anterior e roda tudo de novo.
      * 15/10/2026  RF   Cadeia concluida chama o guardarelat (modo
      *                  GUARDA), que guarda uma geracao datada dos
      *                  relatorios do testeCSV e aplica a retencao.
      *                  CADEIA_RETENCAO=N pula. Falha na retencao nao
      *                  desfaz a cadeia (o status ja foi limpo), mas
      *                  termina com RC 8 e STATUS=ERRO-RETENCAO no log
      *                  - rodar o guardarelat sozinho depois de
      *                  corrigir. O resultado vai no campo RETENCAO da
      *                  linha do log.
      *-----------------------------------------------------------------
      * Plano de execucao (CADEIA_PLANO, linhas CHAVE=VALOR como o
      * arquivo de parametros de testeCSV; "*" na coluna 1 e
       01 WS-DO-INICIO-FLAG     PIC X VALUE "N".
           88 CADEIA-DO-INICIO      VALUE "S".

       01 WS-RETENCAO-FLAG      PIC X VALUE "S".
           88 CADEIA-SEM-RETENCAO   VALUE "N".
       01 WS-RETENCAO-STATUS    PIC X(15) VALUE "NAO-EXECUTADA".
       01 WS-RC-RETENCAO        PIC S9(4) VALUE 0.

      *-----------------------------------------------------------------
      * Passo pendente (montado do plano): programa e as variaveis de
      * ambiente a exportar antes da chamada. O passo so executa quando
      *        concluidos" e terminaria OK sem rodar nada.
               PERFORM LIMPA-STATUS
               DISPLAY "=== CADEIA CONCLUIDA ==="
               IF NOT CADEIA-SEM-RETENCAO
                   PERFORM GUARDA-GERACOES
               END-IF
           END-IF

           PERFORM GRAVA-LOG-EXECUCAO
       LIMPA-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GUARDA-GERACOES
      * Chama o guardarelat em modo GUARDA para guardar a geracao dos
      * relatorios da cadeia concluida. RC 4 (algum relatorio ausente)
      * deixa a cadeia com rejeitos; outro RC termina com RC 8.
      *-----------------------------------------------------------------
       GUARDA-GERACOES.

           DISPLAY "RETENCAO DOS RELATORIOS: EXECUTANDO"

           SET ENVIRONMENT "RETENCAO_MODO" TO "GUARDA"

           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-RC-RETENCAO

           CALL "guardarelat"
               ON EXCEPTION
                   DISPLAY "ERRO: PROGRAMA NAO ENCONTRADO: guardarelat"
                   MOVE 8 TO RETURN-CODE
           END-CALL

           MOVE RETURN-CODE TO WS-RC-RETENCAO
           MOVE 0 TO RETURN-CODE

           EVALUATE WS-RC-RETENCAO
               WHEN 0
                   MOVE "OK" TO WS-RETENCAO-STATUS
                   IF WS-CONT-COM-REJEITOS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN 4
                   MOVE "OK-REJEITOS" TO WS-RETENCAO-STATUS
                   MOVE 4 TO RETURN-CODE
                   MOVE "COM-REJEITOS" TO WS-LOG-STATUS
               WHEN OTHER
                   MOVE "ERRO" TO WS-RETENCAO-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE "ERRO-RETENCAO" TO WS-LOG-STATUS
                   DISPLAY "ERRO: RETENCAO DOS RELATORIOS FALHOU (RC "
                       WS-RC-RETENCAO ") - CORRIJA E RODE O "
                       "guardarelat SOZINHO"
           END-EVALUATE.

       GUARDA-GERACOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-TIMESTAMP
      * Deixa a data/hora corrente em WS-LOG-TIMESTAMP, no mesmo
               ";PULADOS=" FUNCTION TRIM(WS-CONT-EDT2)
               ";FALHOS=" FUNCTION TRIM(WS-CONT-EDT3)
               ";DO_INICIO=" WS-DO-INICIO-FLAG
               ";RETENCAO=" FUNCTION TRIM(WS-RETENCAO-STATUS)
               ";STATUS=" FUNCTION TRIM(WS-LOG-STATUS)
               DELIMITED BY SIZE INTO LINHA-LOG
           END-STRING
           ACCEPT WS-RUNLOG-PATH FROM ENVIRONMENT "RUN_LOG"
               ON EXCEPTION
                   MOVE "execucoes.log" TO WS-RUNLOG-PATH
           END-ACCEPT

           ACCEPT WS-RETENCAO-FLAG FROM ENVIRONMENT "CADEIA_RETENCAO"
               ON EXCEPTION
                   MOVE "S" TO WS-RETENCAO-FLAG
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
