      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Geracoes dos relatorios semanais - guarda e recupera
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Versao inicial - modo GUARDA (default, chamado
      *                  pelo rodacadeia no fim de uma cadeia
      *                  concluida): acha no log de execucoes (RUN_LOG)
      *                  a ultima execucao do testeCSV e guarda uma
      *                  copia datada de cada relatorio que ela gerou
      *                  (vendas .txt e .csv, excecoes, ranking,
      *                  variancia, efetividade, feriados e regiao) no
      *                  diretorio de geracoes (RETENCAO_DIR), com um
      *                  registro no catalogo (RETENCAO_CATALOGO,
      *                  layout CATALOGORELREC): geracao, run id,
      *                  periodo coberto e contadores. Cada relatorio
      *                  mantem as ultimas RETENCAO_GERACOES geracoes
      *                  (padrao 13, um trimestre de semanas;
      *                  RETENCAO_GERACOES_<RELATORIO> por relatorio) e
      *                  as mais antigas sao expurgadas. Modo RECUPERA:
      *                  copia para RECUPERA_DESTINO os relatorios de
      *                  uma execucao, pedida pelo run id
      *                  (RECUPERA_RUN) ou por uma semana coberta
      *                  (RECUPERA_SEMANA, AAAAMMDD - vale a execucao
      *                  mais recente que cobre a semana); so um
      *                  relatorio com RECUPERA_RELATORIO.
      *-----------------------------------------------------------------
      * O testeCSV regrava os relatorios a cada execucao. Sem as
      * geracoes, "o que foi reportado na semana 14" so tinha resposta
      * se alguem tivesse copiado o arquivo na mao.
      *
      * A mesma execucao nao e guardada duas vezes (relatorio + run id
      * ja no catalogo e pulado): rodar o GUARDA de novo depois de uma
      * cadeia retomada nao duplica geracao. A geracao expurgada fica
      * no catalogo com situacao "E" - o catalogo responde o que
      * existiu, mesmo depois de o arquivo ter saido da retencao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardarelat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNLOG
               ASSIGN TO DYNAMIC WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT OPTIONAL ARQ-CATALOGO
               ASSIGN TO DYNAMIC WS-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQ-ORIGEM
               ASSIGN TO DYNAMIC WS-ORIGEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ARQ-COPIA
               ASSIGN TO DYNAMIC WS-COPIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RUNLOG.
       01 LINHA-LOG        PIC X(2500).

       FD ARQ-CATALOGO.
       01 REG-CATALOGO.
           COPY "catalogorelrec.cpy".

       FD ARQ-ORIGEM.
       01 LINHA-ORIGEM     PIC X(500).

       FD ARQ-COPIA.
       01 LINHA-COPIA      PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-PATH        PIC X(200).
       01 WS-CATALOGO-PATH      PIC X(200).
       01 WS-RETENCAO-DIR       PIC X(200).
       01 WS-DESTINO-DIR        PIC X(200).
       01 WS-ORIGEM-PATH        PIC X(200).
       01 WS-COPIA-PATH         PIC X(200).

       01 WS-RUNLOG-STATUS      PIC XX VALUE "00".
       01 WS-CATALOGO-STATUS    PIC XX VALUE "00".
       01 WS-ORIGEM-STATUS      PIC XX VALUE "00".
       01 WS-COPIA-STATUS       PIC XX VALUE "00".

       01 EOF-LOG-FLAG          PIC X VALUE "N".
       01 EOF-CATALOGO-FLAG     PIC X VALUE "N".
       01 EOF-ORIGEM-FLAG       PIC X VALUE "N".

       01 WS-MODO               PIC X(10) VALUE "GUARDA".
           88 MODO-GUARDA           VALUE "GUARDA".
           88 MODO-RECUPERA         VALUE "RECUPERA".

       01 WS-PARM-TXT           PIC X(20) VALUE SPACES.
       01 WS-TEST-NUMVAL        PIC 9(3) COMP.
       01 WS-GERACOES-PADRAO    PIC 9(3) VALUE 13.
       01 WS-NOME-VARIAVEL      PIC X(40) VALUE SPACES.

       01 WS-RECUPERA-RUN       PIC X(14) VALUE SPACES.
       01 WS-RECUPERA-SEMANA    PIC 9(8) VALUE 0.
       01 WS-RECUPERA-RELATORIO PIC X(12) VALUE SPACES.

       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       01 WS-CBL-RC             PIC S9(9) COMP-5 VALUE 0.

      *-----------------------------------------------------------------
      * Execucao do testeCSV a guardar: a ultima linha dele no log de
      * execucoes (DATA HORA;testCSV;CHAVE=VALOR;...). O run id e a
      * data/hora da linha em AAAAMMDDHHMMSS.
      *-----------------------------------------------------------------
       01 WS-TEM-EXECUCAO-FLAG  PIC X VALUE "N".
           88 TEM-EXECUCAO          VALUE "S".
           88 SEM-EXECUCAO          VALUE "N".

       01 WS-LINHA-EXECUCAO     PIC X(2500) VALUE SPACES.
       01 WS-LOG-TIMESTAMP      PIC X(19) VALUE SPACES.
       01 WS-LOG-PROGRAMA       PIC X(30) VALUE SPACES.
       01 WS-PONTEIRO           PIC 9(4) COMP VALUE 1.
       01 WS-CAMPO-LOG          PIC X(250) VALUE SPACES.
       01 WS-CAMPO-CHAVE        PIC X(30) VALUE SPACES.
       01 WS-CAMPO-VALOR        PIC X(220) VALUE SPACES.

       01 WS-RUN-ID             PIC X(14) VALUE SPACES.
       01 WS-RUN-PERIODO-INI    PIC 9(8) VALUE 0.
       01 WS-RUN-PERIODO-FIM    PIC 9(8) VALUE 0.
       01 WS-RUN-ACEITOS        PIC 9(10) VALUE 0.
       01 WS-RUN-REJEITADOS     PIC 9(10) VALUE 0.

      *-----------------------------------------------------------------
      * Relatorios guardados: codigo no catalogo, chave do caminho na
      * linha do log do testeCSV, nome base e extensao da geracao,
      * caminho lido do log, geracoes a manter e ultima geracao ja
      * usada no catalogo.
      *-----------------------------------------------------------------
       01 WS-RL-COUNT           PIC 9(4) COMP VALUE 8.
       01 TABELA-RELATORIOS.
           05 RL-ROW OCCURS 8 TIMES INDEXED BY IX-RL.
               10 RL-CODIGO         PIC X(12).
               10 RL-CHAVE-LOG      PIC X(12).
               10 RL-NOME-BASE      PIC X(30).
               10 RL-EXTENSAO       PIC X(4).
               10 RL-ORIGEM         PIC X(200).
               10 RL-MANTER         PIC 9(3).
               10 RL-ULT-GERACAO    PIC 9(6).

      *-----------------------------------------------------------------
      * Catalogo inteiro em memoria (CATALOGORELREC): o GUARDA
      * acrescenta e marca expurgos e regrava o arquivo no fim.
      *-----------------------------------------------------------------
       01 WS-CT-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-CT-MAX             PIC 9(4) COMP VALUE 5000.
       01 WS-CT-IDX             PIC 9(4) COMP.
       01 WS-CT-ALVO            PIC 9(4) COMP VALUE 0.
       01 TABELA-CATALOGO.
           05 CT-ROW OCCURS 5000 TIMES INDEXED BY IX-CT.
               10 CT-RELATORIO      PIC X(12).
               10 CT-GERACAO        PIC 9(6).
               10 CT-RUN-ID         PIC X(14).
               10 CT-GUARDADO-EM    PIC X(14).
               10 CT-PERIODO-INI    PIC 9(8).
               10 CT-PERIODO-FIM    PIC 9(8).
               10 CT-QTD-LINHAS     PIC 9(10).
               10 CT-QTD-ACEITOS    PIC 9(10).
               10 CT-QTD-REJEITADOS PIC 9(10).
               10 CT-SITUACAO       PIC X(01).
               10 CT-ARQUIVO        PIC X(200).

       01 WS-CATALOGO-FLAG      PIC X VALUE "N".
           88 CATALOGO-ALTERADO     VALUE "S".
           88 CATALOGO-INTACTO      VALUE "N".

       01 WS-ACHOU-FLAG         PIC X VALUE "N".
           88 GERACAO-ACHADA        VALUE "S".
           88 GERACAO-NAO-ACHADA    VALUE "N".

       01 WS-QTD-GUARDADAS      PIC 9(6) VALUE 0.
       01 WS-MENOR-GERACAO      PIC 9(6) VALUE 0.

      *-----------------------------------------------------------------
      * Copia de arquivo (guarda e recupera).
      *-----------------------------------------------------------------
       01 WS-COPIA-FLAG         PIC X VALUE "O".
           88 COPIA-OK              VALUE "O".
           88 COPIA-SEM-ORIGEM      VALUE "A".
           88 COPIA-FALHOU          VALUE "E".
       01 WS-CONT-LINHAS        PIC 9(10) VALUE 0.

       01 WS-CONT-INVALIDOS     PIC 9(10) VALUE 0.
       01 WS-CONT-GUARDADOS     PIC 9(10) VALUE 0.
       01 WS-CONT-JA-GUARDADOS  PIC 9(10) VALUE 0.
       01 WS-CONT-AUSENTES      PIC 9(10) VALUE 0.
       01 WS-CONT-FALHAS        PIC 9(10) VALUE 0.
       01 WS-CONT-EXPURGADOS    PIC 9(10) VALUE 0.
       01 WS-CONT-RECUPERADOS   PIC 9(10) VALUE 0.
       01 WS-CONT-JA-EXPURGADOS PIC 9(10) VALUE 0.

       01 WS-GERACAO-EDT        PIC Z(5)9.
       01 WS-LINHAS-EDT         PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIALIZA-AMBIENTE
           PERFORM MONTA-TABELA-RELATORIOS

           PERFORM CARREGA-CATALOGO
           IF WS-CONT-INVALIDOS > 0
               DISPLAY "ERRO: " WS-CONT-INVALIDOS
                   " LINHAS INVALIDAS OU ALEM DO LIMITE (5000) NO "
                   "CATALOGO (" FUNCTION TRIM(WS-CATALOGO-PATH)
                   ") - NADA FOI FEITO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF MODO-GUARDA
               PERFORM EXECUTA-GUARDA
           ELSE
               PERFORM EXECUTA-RECUPERA
           END-IF

           GOBACK.

      *-----------------------------------------------------------------
      * EXECUTA-GUARDA
      * Guarda os relatorios da ultima execucao do testeCSV no log,
      * aplica a retencao de cada relatorio e regrava o catalogo.
      *-----------------------------------------------------------------
       EXECUTA-GUARDA.

           DISPLAY "=== RETENCAO DOS RELATORIOS SEMANAIS ==="

           PERFORM LOCALIZA-EXECUCAO

           IF SEM-EXECUCAO
               DISPLAY "ERRO: NENHUMA EXECUCAO DO testeCSV NO LOG ("
                   FUNCTION TRIM(WS-RUNLOG-PATH) ") - NADA A GUARDAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "EXECUCAO DO testeCSV: " WS-RUN-ID
                   " - PERIODO " WS-RUN-PERIODO-INI
                   " A " WS-RUN-PERIODO-FIM

               CALL "CBL_CREATE_DIR" USING WS-RETENCAO-DIR
                   RETURNING WS-CBL-RC
               END-CALL

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

               PERFORM VARYING IX-RL FROM 1 BY 1
                   UNTIL IX-RL > WS-RL-COUNT
                   PERFORM GUARDA-RELATORIO
               END-PERFORM

               PERFORM VARYING IX-RL FROM 1 BY 1
                   UNTIL IX-RL > WS-RL-COUNT
                   PERFORM APLICA-RETENCAO
               END-PERFORM

               IF CATALOGO-ALTERADO
                   PERFORM REGRAVA-CATALOGO
               END-IF

               DISPLAY "RELATORIOS GUARDADOS......: "
                   WS-CONT-GUARDADOS
               DISPLAY "JA GUARDADOS (MESMO RUN)..: "
                   WS-CONT-JA-GUARDADOS
               DISPLAY "AUSENTES..................: " WS-CONT-AUSENTES
               DISPLAY "FALHAS DE GRAVACAO........: " WS-CONT-FALHAS
               DISPLAY "GERACOES EXPURGADAS.......: "
                   WS-CONT-EXPURGADOS

               EVALUATE TRUE
                   WHEN WS-CONT-FALHAS > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-CONT-AUSENTES > 0
                       DISPLAY "AVISO: " WS-CONT-AUSENTES
                           " RELATORIOS DA EXECUCAO NAO ENCONTRADOS - "
                           "RETURN-CODE 4"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               DISPLAY "=== RETENCAO CONCLUIDA ==="
           END-IF.

       EXECUTA-GUARDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GUARDA-RELATORIO
      * Guarda o relatorio IX-RL da execucao como nova geracao: copia
      * o arquivo para RETENCAO_DIR/<nome>_<run id>.<ext> e acrescenta
      * o registro no catalogo. Relatorio + run id ja no catalogo e
      * pulado.
      *-----------------------------------------------------------------
       GUARDA-RELATORIO.

           PERFORM BUSCA-GERACAO-RUN

           EVALUATE TRUE
               WHEN RL-ORIGEM(IX-RL) = SPACES
                   DISPLAY "AVISO: " FUNCTION TRIM(RL-CODIGO(IX-RL))
                       " NAO CONSTA DA LINHA DO LOG - NAO GUARDADO"
                   ADD 1 TO WS-CONT-AUSENTES
               WHEN GERACAO-ACHADA
                   DISPLAY "  " RL-CODIGO(IX-RL)
                       " JA GUARDADO PARA ESTA EXECUCAO"
                   ADD 1 TO WS-CONT-JA-GUARDADOS
               WHEN WS-CT-COUNT NOT < WS-CT-MAX
                   DISPLAY "ERRO: CATALOGO CHEIO (5000) - "
                       FUNCTION TRIM(RL-CODIGO(IX-RL))
                       " NAO GUARDADO"
                   ADD 1 TO WS-CONT-FALHAS
               WHEN OTHER
                   MOVE RL-ORIGEM(IX-RL) TO WS-ORIGEM-PATH
                   MOVE SPACES TO WS-COPIA-PATH
                   STRING FUNCTION TRIM(WS-RETENCAO-DIR) "/"
                       FUNCTION TRIM(RL-NOME-BASE(IX-RL)) "_"
                       WS-RUN-ID
                       FUNCTION TRIM(RL-EXTENSAO(IX-RL))
                       DELIMITED BY SIZE INTO WS-COPIA-PATH
                   END-STRING
                   PERFORM COPIA-ARQUIVO
                   EVALUATE TRUE
                       WHEN COPIA-OK
                           PERFORM INCLUI-GERACAO
                       WHEN COPIA-SEM-ORIGEM
                           DISPLAY "AVISO: "
                               FUNCTION TRIM(RL-CODIGO(IX-RL))
                               " NAO ENCONTRADO ("
                               FUNCTION TRIM(WS-ORIGEM-PATH)
                               ") - NAO GUARDADO"
                           ADD 1 TO WS-CONT-AUSENTES
                       WHEN OTHER
                           ADD 1 TO WS-CONT-FALHAS
                   END-EVALUATE
           END-EVALUATE.

       GUARDA-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUI-GERACAO
      * Acrescenta ao catalogo a geracao recem copiada do relatorio
      * IX-RL.
      *-----------------------------------------------------------------
       INCLUI-GERACAO.

           ADD 1 TO WS-CT-COUNT
           SET IX-CT TO WS-CT-COUNT
           ADD 1 TO RL-ULT-GERACAO(IX-RL)

           MOVE RL-CODIGO(IX-RL)        TO CT-RELATORIO(IX-CT)
           MOVE RL-ULT-GERACAO(IX-RL)   TO CT-GERACAO(IX-CT)
           MOVE WS-RUN-ID               TO CT-RUN-ID(IX-CT)
           MOVE WS-CURRENT-DATE(1:14)   TO CT-GUARDADO-EM(IX-CT)
           MOVE WS-RUN-PERIODO-INI      TO CT-PERIODO-INI(IX-CT)
           MOVE WS-RUN-PERIODO-FIM      TO CT-PERIODO-FIM(IX-CT)
           MOVE WS-CONT-LINHAS          TO CT-QTD-LINHAS(IX-CT)
           MOVE WS-RUN-ACEITOS          TO CT-QTD-ACEITOS(IX-CT)
           MOVE WS-RUN-REJEITADOS       TO CT-QTD-REJEITADOS(IX-CT)
           MOVE "A"                     TO CT-SITUACAO(IX-CT)
           MOVE WS-COPIA-PATH           TO CT-ARQUIVO(IX-CT)

           SET CATALOGO-ALTERADO TO TRUE
           ADD 1 TO WS-CONT-GUARDADOS

           MOVE CT-GERACAO(IX-CT) TO WS-GERACAO-EDT
           MOVE WS-CONT-LINHAS TO WS-LINHAS-EDT
           DISPLAY "  " RL-CODIGO(IX-RL)
               " GERACAO " FUNCTION TRIM(WS-GERACAO-EDT)
               " - " FUNCTION TRIM(WS-LINHAS-EDT) " LINHAS EM "
               FUNCTION TRIM(WS-COPIA-PATH).

       INCLUI-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-GERACAO-RUN
      * Procura no catalogo o relatorio IX-RL com o run id da execucao
      * (guardado ou ja expurgado).
      *-----------------------------------------------------------------
       BUSCA-GERACAO-RUN.

           SET GERACAO-NAO-ACHADA TO TRUE

           PERFORM VARYING IX-CT FROM 1 BY 1
               UNTIL IX-CT > WS-CT-COUNT
               IF CT-RELATORIO(IX-CT) = RL-CODIGO(IX-RL)
                  AND CT-RUN-ID(IX-CT) = WS-RUN-ID
                   SET GERACAO-ACHADA TO TRUE
               END-IF
           END-PERFORM.

       BUSCA-GERACAO-RUN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA-RETENCAO
      * Mantem no maximo RL-MANTER geracoes guardadas do relatorio
      * IX-RL: as mais antigas (menor numero de geracao) tem o arquivo
      * apagado e ficam no catalogo como expurgadas.
      *-----------------------------------------------------------------
       APLICA-RETENCAO.

           MOVE 0 TO WS-QTD-GUARDADAS
           PERFORM VARYING IX-CT FROM 1 BY 1
               UNTIL IX-CT > WS-CT-COUNT
               IF CT-RELATORIO(IX-CT) = RL-CODIGO(IX-RL)
                  AND CT-SITUACAO(IX-CT) = "A"
                   ADD 1 TO WS-QTD-GUARDADAS
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-QTD-GUARDADAS NOT > RL-MANTER(IX-RL)
               PERFORM EXPURGA-MAIS-ANTIGA
               SUBTRACT 1 FROM WS-QTD-GUARDADAS
           END-PERFORM.

       APLICA-RETENCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXPURGA-MAIS-ANTIGA
      * Apaga a geracao guardada mais antiga do relatorio IX-RL.
      *-----------------------------------------------------------------
       EXPURGA-MAIS-ANTIGA.

           MOVE 0 TO WS-CT-ALVO
           MOVE 999999 TO WS-MENOR-GERACAO

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               SET IX-CT TO WS-CT-IDX
               IF CT-RELATORIO(IX-CT) = RL-CODIGO(IX-RL)
                  AND CT-SITUACAO(IX-CT) = "A"
                  AND CT-GERACAO(IX-CT) < WS-MENOR-GERACAO
                   MOVE CT-GERACAO(IX-CT) TO WS-MENOR-GERACAO
                   MOVE WS-CT-IDX TO WS-CT-ALVO
               END-IF
           END-PERFORM

           IF WS-CT-ALVO > 0
               SET IX-CT TO WS-CT-ALVO
               CALL "CBL_DELETE_FILE" USING CT-ARQUIVO(IX-CT)
                   RETURNING WS-CBL-RC
               END-CALL
               IF WS-CBL-RC NOT = 0
                   DISPLAY "AVISO: ARQUIVO DA GERACAO NAO APAGADO ("
                       FUNCTION TRIM(CT-ARQUIVO(IX-CT))
                       ") - MARCADA COMO EXPURGADA ASSIM MESMO"
               END-IF
               MOVE "E" TO CT-SITUACAO(IX-CT)
               SET CATALOGO-ALTERADO TO TRUE
               ADD 1 TO WS-CONT-EXPURGADOS
               MOVE CT-GERACAO(IX-CT) TO WS-GERACAO-EDT
               DISPLAY "  " RL-CODIGO(IX-RL)
                   " GERACAO " FUNCTION TRIM(WS-GERACAO-EDT)
                   " (EXECUCAO " CT-RUN-ID(IX-CT)
                   ") EXPURGADA PELA RETENCAO"
           END-IF.

       EXPURGA-MAIS-ANTIGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXECUTA-RECUPERA
      * Copia para RECUPERA_DESTINO os relatorios guardados de uma
      * execucao, pedida pelo run id ou por uma semana coberta.
      *-----------------------------------------------------------------
       EXECUTA-RECUPERA.

           DISPLAY "=== RECUPERACAO DE RELATORIOS GUARDADOS ==="

           IF WS-RECUPERA-RUN = SPACES AND WS-RECUPERA-SEMANA = 0
               DISPLAY "ERRO: INFORME RECUPERA_RUN (AAAAMMDDHHMMSS) "
                   "OU RECUPERA_SEMANA (AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECUPERA-RUN = SPACES
                   PERFORM BUSCA-RUN-DA-SEMANA
               END-IF

               IF WS-RECUPERA-RUN = SPACES
                   DISPLAY "ERRO: NENHUMA GERACAO NO CATALOGO COBRE A "
                       "SEMANA " WS-RECUPERA-SEMANA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "EXECUCAO: " WS-RECUPERA-RUN
                   CALL "CBL_CREATE_DIR" USING WS-DESTINO-DIR
                       RETURNING WS-CBL-RC
                   END-CALL

                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                       SET IX-CT TO WS-CT-IDX
                       IF CT-RUN-ID(IX-CT) = WS-RECUPERA-RUN
                          AND (WS-RECUPERA-RELATORIO = SPACES
                               OR CT-RELATORIO(IX-CT) =
                                  WS-RECUPERA-RELATORIO)
                           PERFORM RECUPERA-GERACAO
                       END-IF
                   END-PERFORM

                   DISPLAY "RELATORIOS RECUPERADOS....: "
                       WS-CONT-RECUPERADOS
                   DISPLAY "JA EXPURGADOS.............: "
                       WS-CONT-JA-EXPURGADOS
                   DISPLAY "FALHAS DE COPIA...........: "
                       WS-CONT-FALHAS

                   EVALUATE TRUE
                       WHEN WS-CONT-RECUPERADOS = 0
                           DISPLAY "ERRO: NADA RECUPERADO PARA A "
                               "EXECUCAO " WS-RECUPERA-RUN
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-CONT-FALHAS > 0
                          OR WS-CONT-JA-EXPURGADOS > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

                   DISPLAY "=== RELATORIOS EM "
                       FUNCTION TRIM(WS-DESTINO-DIR) " ==="
               END-IF
           END-IF.

       EXECUTA-RECUPERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-RUN-DA-SEMANA
      * Run id da execucao mais recente do catalogo cujo periodo cobre
      * RECUPERA_SEMANA (e do relatorio pedido, quando informado).
      *-----------------------------------------------------------------
       BUSCA-RUN-DA-SEMANA.

           PERFORM VARYING IX-CT FROM 1 BY 1
               UNTIL IX-CT > WS-CT-COUNT
               IF CT-PERIODO-INI(IX-CT) NOT > WS-RECUPERA-SEMANA
                  AND CT-PERIODO-FIM(IX-CT) NOT < WS-RECUPERA-SEMANA
                  AND (WS-RECUPERA-RELATORIO = SPACES
                       OR CT-RELATORIO(IX-CT) = WS-RECUPERA-RELATORIO)
                  AND CT-RUN-ID(IX-CT) > WS-RECUPERA-RUN
                   MOVE CT-RUN-ID(IX-CT) TO WS-RECUPERA-RUN
               END-IF
           END-PERFORM.

       BUSCA-RUN-DA-SEMANA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECUPERA-GERACAO
      * Copia a geracao IX-CT do catalogo para o diretorio de destino,
      * com o mesmo nome que tem no diretorio de geracoes. Geracao ja
      * expurgada so e reportada.
      *-----------------------------------------------------------------
       RECUPERA-GERACAO.

           MOVE CT-GERACAO(IX-CT) TO WS-GERACAO-EDT

           IF CT-SITUACAO(IX-CT) = "E"
               DISPLAY "AVISO: " FUNCTION TRIM(CT-RELATORIO(IX-CT))
                   " GERACAO " FUNCTION TRIM(WS-GERACAO-EDT)
                   " JA EXPURGADA PELA RETENCAO"
               ADD 1 TO WS-CONT-JA-EXPURGADOS
           ELSE
               PERFORM BUSCA-RELATORIO-CATALOGO
               MOVE CT-ARQUIVO(IX-CT) TO WS-ORIGEM-PATH
               MOVE SPACES TO WS-COPIA-PATH
               STRING FUNCTION TRIM(WS-DESTINO-DIR) "/"
                   FUNCTION TRIM(RL-NOME-BASE(IX-RL)) "_"
                   CT-RUN-ID(IX-CT)
                   FUNCTION TRIM(RL-EXTENSAO(IX-RL))
                   DELIMITED BY SIZE INTO WS-COPIA-PATH
               END-STRING
               PERFORM COPIA-ARQUIVO
               IF COPIA-OK
                   ADD 1 TO WS-CONT-RECUPERADOS
                   MOVE WS-CONT-LINHAS TO WS-LINHAS-EDT
                   DISPLAY "  " CT-RELATORIO(IX-CT)
                       " GERACAO " FUNCTION TRIM(WS-GERACAO-EDT)
                       " PERIODO " CT-PERIODO-INI(IX-CT)
                       " A " CT-PERIODO-FIM(IX-CT)
                       " - " FUNCTION TRIM(WS-LINHAS-EDT)
                       " LINHAS EM " FUNCTION TRIM(WS-COPIA-PATH)
               ELSE
                   IF COPIA-SEM-ORIGEM
                       DISPLAY "ERRO: ARQUIVO DA GERACAO NAO "
                           "ENCONTRADO (" FUNCTION TRIM(WS-ORIGEM-PATH)
                           ")"
                   END-IF
                   ADD 1 TO WS-CONT-FALHAS
               END-IF
           END-IF.

       RECUPERA-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-RELATORIO-CATALOGO
      * Posiciona IX-RL no relatorio do registro IX-CT do catalogo.
      *-----------------------------------------------------------------
       BUSCA-RELATORIO-CATALOGO.

           SET IX-RL TO 1
           SEARCH RL-ROW
               AT END
                   SET IX-RL TO 1
               WHEN RL-CODIGO(IX-RL) = CT-RELATORIO(IX-CT)
                   CONTINUE
           END-SEARCH.

       BUSCA-RELATORIO-CATALOGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COPIA-ARQUIVO
      * Copia WS-ORIGEM-PATH para WS-COPIA-PATH linha a linha, contando
      * as linhas em WS-CONT-LINHAS.
      *-----------------------------------------------------------------
       COPIA-ARQUIVO.

           MOVE 0 TO WS-CONT-LINHAS
           MOVE "N" TO EOF-ORIGEM-FLAG

           OPEN INPUT ARQ-ORIGEM
           IF WS-ORIGEM-STATUS NOT = "00"
               SET COPIA-SEM-ORIGEM TO TRUE
           ELSE
               OPEN OUTPUT ARQ-COPIA
               IF WS-COPIA-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR ("
                       FUNCTION TRIM(WS-COPIA-PATH) ") - STATUS "
                       WS-COPIA-STATUS
                   CLOSE ARQ-ORIGEM
                   SET COPIA-FALHOU TO TRUE
               ELSE
                   SET COPIA-OK TO TRUE
                   PERFORM UNTIL EOF-ORIGEM-FLAG = "S"
                       READ ARQ-ORIGEM
                           AT END
                               MOVE "S" TO EOF-ORIGEM-FLAG
                           NOT AT END
                               MOVE LINHA-ORIGEM TO LINHA-COPIA
                               WRITE LINHA-COPIA
                               IF WS-COPIA-STATUS NOT = "00"
                                   DISPLAY "ERRO: FALHA GRAVANDO ("
                                       FUNCTION TRIM(WS-COPIA-PATH)
                                       ") - STATUS " WS-COPIA-STATUS
                                   SET COPIA-FALHOU TO TRUE
                                   MOVE "S" TO EOF-ORIGEM-FLAG
                               ELSE
                                   ADD 1 TO WS-CONT-LINHAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-COPIA
                   CLOSE ARQ-ORIGEM
               END-IF
           END-IF.

       COPIA-ARQUIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOCALIZA-EXECUCAO
      * Le o log de execucoes e fica com a ultima linha do testeCSV;
      * dela saem o run id, o periodo, os contadores e os caminhos dos
      * relatorios.
      *-----------------------------------------------------------------
       LOCALIZA-EXECUCAO.

           SET SEM-EXECUCAO TO TRUE

           OPEN INPUT ARQ-RUNLOG
           IF WS-RUNLOG-STATUS NOT = "00"
               MOVE "S" TO EOF-LOG-FLAG
           END-IF

           PERFORM UNTIL EOF-LOG-FLAG = "S"
               READ ARQ-RUNLOG
                   AT END
                       MOVE "S" TO EOF-LOG-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LOG-TIMESTAMP WS-LOG-PROGRAMA
                       UNSTRING LINHA-LOG
                           DELIMITED BY ";"
                           INTO WS-LOG-TIMESTAMP
                                WS-LOG-PROGRAMA
                       END-UNSTRING
                       IF WS-LOG-PROGRAMA = "testCSV"
                           MOVE LINHA-LOG TO WS-LINHA-EXECUCAO
                           SET TEM-EXECUCAO TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RUNLOG-STATUS NOT = "35"
               CLOSE ARQ-RUNLOG
           END-IF

           IF TEM-EXECUCAO
               PERFORM SEPARA-LINHA-EXECUCAO
           END-IF.

       LOCALIZA-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SEPARA-LINHA-EXECUCAO
      * Quebra a linha do testeCSV nos campos CHAVE=VALOR.
      *-----------------------------------------------------------------
       SEPARA-LINHA-EXECUCAO.

           MOVE SPACES TO WS-LOG-TIMESTAMP
           MOVE WS-LINHA-EXECUCAO(1:19) TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-RUN-ID
           STRING WS-LOG-TIMESTAMP(1:4) WS-LOG-TIMESTAMP(6:2)
               WS-LOG-TIMESTAMP(9:2) WS-LOG-TIMESTAMP(12:2)
               WS-LOG-TIMESTAMP(15:2) WS-LOG-TIMESTAMP(18:2)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING

           MOVE 1 TO WS-PONTEIRO
           PERFORM UNTIL WS-PONTEIRO > 2500
               MOVE SPACES TO WS-CAMPO-LOG
               UNSTRING WS-LINHA-EXECUCAO
                   DELIMITED BY ";"
                   INTO WS-CAMPO-LOG
                   WITH POINTER WS-PONTEIRO
               END-UNSTRING
               IF WS-CAMPO-LOG NOT = SPACES
                   PERFORM TRATA-CAMPO-LOG
               END-IF
           END-PERFORM

      *    Execucao sem venda aceita: periodo desconhecido.
           IF WS-RUN-PERIODO-INI > WS-RUN-PERIODO-FIM
               MOVE 0 TO WS-RUN-PERIODO-INI
               MOVE 0 TO WS-RUN-PERIODO-FIM
           END-IF.

       SEPARA-LINHA-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TRATA-CAMPO-LOG
      * Um campo CHAVE=VALOR da linha do testeCSV: periodo, contadores
      * ou o caminho de um dos relatorios guardados.
      *-----------------------------------------------------------------
       TRATA-CAMPO-LOG.

           MOVE SPACES TO WS-CAMPO-CHAVE WS-CAMPO-VALOR
           UNSTRING WS-CAMPO-LOG
               DELIMITED BY "="
               INTO WS-CAMPO-CHAVE
                    WS-CAMPO-VALOR
           END-UNSTRING

           EVALUATE WS-CAMPO-CHAVE
               WHEN "PERIODO_INI"
                   IF WS-CAMPO-VALOR(1:8) IS NUMERIC
                       MOVE WS-CAMPO-VALOR(1:8) TO WS-RUN-PERIODO-INI
                   END-IF
               WHEN "PERIODO_FIM"
                   IF WS-CAMPO-VALOR(1:8) IS NUMERIC
                       MOVE WS-CAMPO-VALOR(1:8) TO WS-RUN-PERIODO-FIM
                   END-IF
               WHEN "ACEITOS"
                   COMPUTE WS-TEST-NUMVAL =
                       FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR)
                   IF WS-TEST-NUMVAL = 0
                       COMPUTE WS-RUN-ACEITOS =
                           FUNCTION NUMVAL(WS-CAMPO-VALOR)
                   END-IF
               WHEN "REJEITADOS"
                   COMPUTE WS-TEST-NUMVAL =
                       FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR)
                   IF WS-TEST-NUMVAL = 0
                       COMPUTE WS-RUN-REJEITADOS =
                           FUNCTION NUMVAL(WS-CAMPO-VALOR)
                   END-IF
               WHEN OTHER
                   PERFORM VARYING IX-RL FROM 1 BY 1
                       UNTIL IX-RL > WS-RL-COUNT
                       IF RL-CHAVE-LOG(IX-RL) = WS-CAMPO-CHAVE
                           MOVE WS-CAMPO-VALOR TO RL-ORIGEM(IX-RL)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       TRATA-CAMPO-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CATALOGO
      * Le o catalogo para a TABELA-CATALOGO e acerta a ultima geracao
      * de cada relatorio. Sem catalogo, nenhuma geracao guardada.
      *-----------------------------------------------------------------
       CARREGA-CATALOGO.

           OPEN INPUT ARQ-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "00"
               MOVE "S" TO EOF-CATALOGO-FLAG
           END-IF

           PERFORM UNTIL EOF-CATALOGO-FLAG = "S"
               READ ARQ-CATALOGO
                   AT END
                       MOVE "S" TO EOF-CATALOGO-FLAG
                   NOT AT END
                       IF REG-CATALOGO NOT = SPACES
                           PERFORM CARREGA-LINHA-CATALOGO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CATALOGO-STATUS NOT = "35"
               CLOSE ARQ-CATALOGO
           END-IF.

       CARREGA-CATALOGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-LINHA-CATALOGO
      * Guarda um registro do catalogo na tabela.
      *-----------------------------------------------------------------
       CARREGA-LINHA-CATALOGO.

           IF CR-GERACAO IS NOT NUMERIC
              OR CR-PERIODO-INI IS NOT NUMERIC
              OR CR-PERIODO-FIM IS NOT NUMERIC
              OR NOT (CR-GUARDADA OR CR-EXPURGADA)
              OR WS-CT-COUNT NOT < WS-CT-MAX
               ADD 1 TO WS-CONT-INVALIDOS
           ELSE
               ADD 1 TO WS-CT-COUNT
               SET IX-CT TO WS-CT-COUNT
               MOVE CR-RELATORIO      TO CT-RELATORIO(IX-CT)
               MOVE CR-GERACAO        TO CT-GERACAO(IX-CT)
               MOVE CR-RUN-ID         TO CT-RUN-ID(IX-CT)
               MOVE CR-GUARDADO-EM    TO CT-GUARDADO-EM(IX-CT)
               MOVE CR-PERIODO-INI    TO CT-PERIODO-INI(IX-CT)
               MOVE CR-PERIODO-FIM    TO CT-PERIODO-FIM(IX-CT)
               MOVE CR-QTD-LINHAS     TO CT-QTD-LINHAS(IX-CT)
               MOVE CR-QTD-ACEITOS    TO CT-QTD-ACEITOS(IX-CT)
               MOVE CR-QTD-REJEITADOS TO CT-QTD-REJEITADOS(IX-CT)
               MOVE CR-SITUACAO       TO CT-SITUACAO(IX-CT)
               MOVE CR-ARQUIVO        TO CT-ARQUIVO(IX-CT)

               PERFORM VARYING IX-RL FROM 1 BY 1
                   UNTIL IX-RL > WS-RL-COUNT
                   IF RL-CODIGO(IX-RL) = CR-RELATORIO
                      AND RL-ULT-GERACAO(IX-RL) < CR-GERACAO
                       MOVE CR-GERACAO TO RL-ULT-GERACAO(IX-RL)
                   END-IF
               END-PERFORM
           END-IF.

       CARREGA-LINHA-CATALOGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA-CATALOGO
      * Regrava o catalogo inteiro com a tabela (geracoes novas e
      * expurgos desta execucao).
      *-----------------------------------------------------------------
       REGRAVA-CATALOGO.

           OPEN OUTPUT ARQ-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "00"
              AND WS-CATALOGO-STATUS NOT = "05"
               DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR O CATALOGO ("
                   FUNCTION TRIM(WS-CATALOGO-PATH) ") - STATUS "
                   WS-CATALOGO-STATUS
               ADD 1 TO WS-CONT-FALHAS
           ELSE
               PERFORM VARYING IX-CT FROM 1 BY 1
                   UNTIL IX-CT > WS-CT-COUNT
                   MOVE SPACES TO REG-CATALOGO
                   MOVE CT-RELATORIO(IX-CT)      TO CR-RELATORIO
                   MOVE CT-GERACAO(IX-CT)        TO CR-GERACAO
                   MOVE CT-RUN-ID(IX-CT)         TO CR-RUN-ID
                   MOVE CT-GUARDADO-EM(IX-CT)    TO CR-GUARDADO-EM
                   MOVE CT-PERIODO-INI(IX-CT)    TO CR-PERIODO-INI
                   MOVE CT-PERIODO-FIM(IX-CT)    TO CR-PERIODO-FIM
                   MOVE CT-QTD-LINHAS(IX-CT)     TO CR-QTD-LINHAS
                   MOVE CT-QTD-ACEITOS(IX-CT)    TO CR-QTD-ACEITOS
                   MOVE CT-QTD-REJEITADOS(IX-CT) TO CR-QTD-REJEITADOS
                   MOVE CT-SITUACAO(IX-CT)       TO CR-SITUACAO
                   MOVE CT-ARQUIVO(IX-CT)        TO CR-ARQUIVO
                   WRITE REG-CATALOGO
               END-PERFORM
               CLOSE ARQ-CATALOGO
           END-IF.

       REGRAVA-CATALOGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-TABELA-RELATORIOS
      * Os relatorios do testeCSV que sao guardados, com a chave do
      * caminho na linha do log e as geracoes a manter de cada um
      * (RETENCAO_GERACOES_<CODIGO>, "-" do codigo trocado por "_";
      * sem a variavel vale RETENCAO_GERACOES).
      *-----------------------------------------------------------------
       MONTA-TABELA-RELATORIOS.

           INITIALIZE TABELA-RELATORIOS

           MOVE "VENDAS-TXT"       TO RL-CODIGO(1)
           MOVE "RELATORIO"        TO RL-CHAVE-LOG(1)
           MOVE "relatorio_vendas" TO RL-NOME-BASE(1)
           MOVE ".txt"             TO RL-EXTENSAO(1)

           MOVE "VENDAS-CSV"       TO RL-CODIGO(2)
           MOVE "REL_CSV"          TO RL-CHAVE-LOG(2)
           MOVE "relatorio_vendas" TO RL-NOME-BASE(2)
           MOVE ".csv"             TO RL-EXTENSAO(2)

           MOVE "EXCECOES"         TO RL-CODIGO(3)
           MOVE "EXCECOES"         TO RL-CHAVE-LOG(3)
           MOVE "relatorio_excecoes" TO RL-NOME-BASE(3)
           MOVE ".txt"             TO RL-EXTENSAO(3)

           MOVE "RANKING"          TO RL-CODIGO(4)
           MOVE "RANKING"          TO RL-CHAVE-LOG(4)
           MOVE "relatorio_ranking" TO RL-NOME-BASE(4)
           MOVE ".txt"             TO RL-EXTENSAO(4)

           MOVE "VARIANCIA"        TO RL-CODIGO(5)
           MOVE "VARIANCIA"        TO RL-CHAVE-LOG(5)
           MOVE "relatorio_variancia" TO RL-NOME-BASE(5)
           MOVE ".txt"             TO RL-EXTENSAO(5)

           MOVE "EFETIVIDADE"      TO RL-CODIGO(6)
           MOVE "EFETIVIDADE"      TO RL-CHAVE-LOG(6)
           MOVE "relatorio_efetividade" TO RL-NOME-BASE(6)
           MOVE ".txt"             TO RL-EXTENSAO(6)

           MOVE "FERIADOS"         TO RL-CODIGO(7)
           MOVE "FERIADOS"         TO RL-CHAVE-LOG(7)
           MOVE "relatorio_feriados" TO RL-NOME-BASE(7)
           MOVE ".txt"             TO RL-EXTENSAO(7)

           MOVE "REGIAO"           TO RL-CODIGO(8)
           MOVE "REGIAO"           TO RL-CHAVE-LOG(8)
           MOVE "relatorio_regiao" TO RL-NOME-BASE(8)
           MOVE ".txt"             TO RL-EXTENSAO(8)

           PERFORM VARYING IX-RL FROM 1 BY 1
               UNTIL IX-RL > WS-RL-COUNT
               MOVE WS-GERACOES-PADRAO TO RL-MANTER(IX-RL)
               MOVE SPACES TO WS-NOME-VARIAVEL
               STRING "RETENCAO_GERACOES_"
                   FUNCTION TRIM(RL-CODIGO(IX-RL))
                   DELIMITED BY SIZE INTO WS-NOME-VARIAVEL
               END-STRING
               INSPECT WS-NOME-VARIAVEL REPLACING ALL "-" BY "_"
               MOVE SPACES TO WS-PARM-TXT
               ACCEPT WS-PARM-TXT FROM ENVIRONMENT WS-NOME-VARIAVEL
                   ON EXCEPTION
                       MOVE SPACES TO WS-PARM-TXT
               END-ACCEPT
               IF WS-PARM-TXT NOT = SPACES
                   COMPUTE WS-TEST-NUMVAL =
                       FUNCTION TEST-NUMVAL(WS-PARM-TXT)
                   IF WS-TEST-NUMVAL = 0
                      AND FUNCTION NUMVAL(WS-PARM-TXT) >= 1
                      AND FUNCTION NUMVAL(WS-PARM-TXT) <= 999
                       COMPUTE RL-MANTER(IX-RL) =
                           FUNCTION NUMVAL(WS-PARM-TXT)
                   ELSE
                       DISPLAY "AVISO: "
                           FUNCTION TRIM(WS-NOME-VARIAVEL)
                           " INVALIDO (" FUNCTION TRIM(WS-PARM-TXT)
                           ") - USANDO " WS-GERACOES-PADRAO
                   END-IF
               END-IF
           END-PERFORM.

       MONTA-TABELA-RELATORIOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Modo, arquivos e parametros de variaveis de ambiente, com
      * default para quando a variavel nao existe.
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-MODO FROM ENVIRONMENT "RETENCAO_MODO"
               ON EXCEPTION
                   MOVE "GUARDA" TO WS-MODO
           END-ACCEPT

           IF NOT MODO-GUARDA AND NOT MODO-RECUPERA
               DISPLAY "AVISO: RETENCAO_MODO INVALIDO ("
                   FUNCTION TRIM(WS-MODO) ") - USANDO GUARDA"
               MOVE "GUARDA" TO WS-MODO
           END-IF

           ACCEPT WS-RUNLOG-PATH FROM ENVIRONMENT "RUN_LOG"
               ON EXCEPTION
                   MOVE "execucoes.log" TO WS-RUNLOG-PATH
           END-ACCEPT

           ACCEPT WS-CATALOGO-PATH FROM ENVIRONMENT "RETENCAO_CATALOGO"
               ON EXCEPTION
                   MOVE "catalogo_relatorios.dat" TO WS-CATALOGO-PATH
           END-ACCEPT

           ACCEPT WS-RETENCAO-DIR FROM ENVIRONMENT "RETENCAO_DIR"
               ON EXCEPTION
                   MOVE "geracoes" TO WS-RETENCAO-DIR
           END-ACCEPT

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "RETENCAO_GERACOES"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT

           IF WS-PARM-TXT NOT = SPACES
               COMPUTE WS-TEST-NUMVAL =
                   FUNCTION TEST-NUMVAL(WS-PARM-TXT)
               IF WS-TEST-NUMVAL = 0
                  AND FUNCTION NUMVAL(WS-PARM-TXT) >= 1
                  AND FUNCTION NUMVAL(WS-PARM-TXT) <= 999
                   COMPUTE WS-GERACOES-PADRAO =
                       FUNCTION NUMVAL(WS-PARM-TXT)
               ELSE
                   DISPLAY "AVISO: RETENCAO_GERACOES INVALIDO ("
                       FUNCTION TRIM(WS-PARM-TXT) ") - USANDO "
                       WS-GERACOES-PADRAO
               END-IF
           END-IF

           ACCEPT WS-RECUPERA-RUN FROM ENVIRONMENT "RECUPERA_RUN"
               ON EXCEPTION
                   MOVE SPACES TO WS-RECUPERA-RUN
           END-ACCEPT

           MOVE SPACES TO WS-PARM-TXT
           ACCEPT WS-PARM-TXT FROM ENVIRONMENT "RECUPERA_SEMANA"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TXT
           END-ACCEPT

           IF WS-PARM-TXT NOT = SPACES
               IF WS-PARM-TXT(1:8) IS NUMERIC
                   MOVE WS-PARM-TXT(1:8) TO WS-RECUPERA-SEMANA
               ELSE
                   DISPLAY "AVISO: RECUPERA_SEMANA INVALIDA ("
                       FUNCTION TRIM(WS-PARM-TXT) ") - IGNORADA"
               END-IF
           END-IF

           ACCEPT WS-RECUPERA-RELATORIO
               FROM ENVIRONMENT "RECUPERA_RELATORIO"
               ON EXCEPTION
                   MOVE SPACES TO WS-RECUPERA-RELATORIO
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-RECUPERA-RELATORIO)
               TO WS-RECUPERA-RELATORIO

           ACCEPT WS-DESTINO-DIR FROM ENVIRONMENT "RECUPERA_DESTINO"
               ON EXCEPTION
                   MOVE "recuperados" TO WS-DESTINO-DIR
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

       END PROGRAM guardarelat.
