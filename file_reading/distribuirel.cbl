      ******************************************************************
      * Author: Rai Felipe
      * Date: 15/10/2026
      * Purpose: Distribuir os relatorios semanais por regiao/loja
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026  RF   Regiao comparada exatamente como esta no
      *                  cadastro de lojas, sem passar para maiusculas:
      *                  "Sul" e "SUL" sao regioes diferentes, como no
      *                  rollup por regiao do testeCSV, e cada arquivo
      *                  regional fecha com a linha do relatorio_regiao.
      * 15/10/2026  RF   Versao inicial - parte os relatorios de
      *                  vendas, excecoes e variancia do testeCSV em um
      *                  arquivo por destinatario, conforme o cadastro
      *                  de destinatarios (DESTINATARIOS_MASTER, layout
      *                  DESTINATARIOREC): linha "R" entrega as lojas
      *                  da regiao (LD-REGIAO do cadastro de lojas),
      *                  linha "L" entrega uma loja so e tira a loja do
      *                  arquivo da regiao. Cada arquivo sai na pasta
      *                  do destinatario com cabecalho proprio e os
      *                  totais do grupo; a soma dos totais das lojas
      *                  e conferida com o total da empresa. Loja sem
      *                  destinatario e apontada (AVISO, RC 4) e as
      *                  linhas dela vao para DISTRIB_PENDENTES, para
      *                  nada se perder. Log de distribuicao
      *                  (DISTRIB_LOG) com o que foi para quem.
      *-----------------------------------------------------------------
      * As linhas de loja dos relatorios sao reconhecidas pelo rotulo
      * que o testeCSV monta ("LOJA <numero> <nome> (<regiao>)"):
      *   vendas    - detalhe " LOJA ...", subtotal do depto
      *               "  SUBTOTAL LOJA ..." e da loja "SUBTOTAL LOJA
      *               ...: R$ <valor>"; cabecalhos de pagina e resumo
      *               geral sao da empresa e nao sao copiados
      *   excecoes  - "LOJA ..." (uma linha por excecao)
      *   variancia - detalhe e rollup por loja "  LOJA ..."; o rollup
      *               por depto atravessa as lojas e fica so no da
      *               empresa
      * Os arquivos regionais nao sao paginados. A regiao do
      * destinatario tem de estar grafada igual ao cadastro de lojas
      * (maiusculas e minusculas contam).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. distribuirel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEST
               ASSIGN TO DYNAMIC WS-DEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT ARQ-MASTER
               ASSIGN TO DYNAMIC WS-LOJADEPTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ARQ-ORIGEM
               ASSIGN TO DYNAMIC WS-ORIGEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ARQ-SAIDA
               ASSIGN TO DYNAMIC WS-SAIDA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.

           SELECT OPTIONAL ARQ-DISTLOG
               ASSIGN TO DYNAMIC WS-DISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DEST.
       01 REG-DEST.
           COPY "destinatariorec.cpy".

       FD ARQ-MASTER.
       01 REG-MASTER.
           COPY "lojadeptorec.cpy".

       FD ARQ-ORIGEM.
       01 LINHA-ORIGEM     PIC X(350).

       FD ARQ-SAIDA.
       01 LINHA-SAIDA      PIC X(350).

       FD ARQ-DISTLOG.
       01 LINHA-DISTLOG    PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-DEST-PATH          PIC X(200).
       01 WS-LOJADEPTO-PATH     PIC X(200).
       01 WS-ORIGEM-PATH        PIC X(200).
       01 WS-SAIDA-PATH         PIC X(200).
       01 WS-DISTLOG-PATH       PIC X(200).
       01 WS-PENDENTES-DIR      PIC X(200).
       01 WS-RELATORIO-TXT-PATH PIC X(200).
       01 WS-EXCECOES-PATH      PIC X(200).
       01 WS-VARIANCIA-PATH     PIC X(200).

       01 WS-DEST-STATUS        PIC XX VALUE "00".
       01 WS-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-ORIGEM-STATUS      PIC XX VALUE "00".
       01 WS-SAIDA-STATUS       PIC XX VALUE "00".

       01 EOF-DEST-FLAG         PIC X VALUE "N".
       01 EOF-MASTER-FLAG       PIC X VALUE "N".
       01 EOF-ORIGEM-FLAG       PIC X VALUE "N".

       01 WS-CBL-RC             PIC S9(9) COMP-5 VALUE 0.

       01 WS-RUN-ID             PIC X(14) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       01 WS-LOG-TIMESTAMP      PIC X(19) VALUE SPACES.

       01 WS-ERRO-FLAG          PIC X VALUE "N".
           88 HOUVE-ERRO            VALUE "S".
           88 SEM-ERRO              VALUE "N".

      *-----------------------------------------------------------------
      * Relatorios distribuidos: codigo, arquivo da empresa e nome base
      * do arquivo do grupo (<pasta>/<base>_<grupo>.txt).
      *-----------------------------------------------------------------
       01 WS-RL-COUNT           PIC 9(4) COMP VALUE 0.
       01 TABELA-RELATORIOS.
           05 RELATORIO-ROW OCCURS 3 TIMES INDEXED BY IX-RL.
               10 RL-CODIGO         PIC X(12).
               10 RL-ORIGEM         PIC X(200).
               10 RL-NOME-BASE      PIC X(40).
               10 RL-PRESENTE       PIC X(01).

      *-----------------------------------------------------------------
      * Grupos de entrega: uma linha ativa do cadastro de destinatarios
      * cada, mais o grupo "P" das lojas sem destinatario.
      *-----------------------------------------------------------------
       01 WS-GR-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-GR-IDX             PIC 9(4) COMP.
       01 TABELA-GRUPOS.
           05 GRUPO-ROW OCCURS 200 TIMES INDEXED BY IX-GR.
               10 GR-TIPO           PIC X(01).
               10 GR-CHAVE          PIC X(15).
               10 GR-LOJA           PIC 9(10).
               10 GR-DESTINATARIO   PIC X(40).
               10 GR-PASTA          PIC X(100).
               10 GR-ROTULO         PIC X(40).
               10 GR-SUFIXO         PIC X(30).
               10 GR-LOJAS          PIC 9(5).

      *-----------------------------------------------------------------
      * Lojas do cadastro (so numero e regiao interessam aqui).
      *-----------------------------------------------------------------
       01 WS-CL-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-CL-IDX             PIC 9(4) COMP.
       01 TABELA-CADASTRO-LOJAS.
           05 CADLOJA-ROW OCCURS 700 TIMES INDEXED BY IX-CL.
               10 CL-NUMERO         PIC 9(10).
               10 CL-REGIAO         PIC X(15).

      *-----------------------------------------------------------------
      * Lojas que aparecem nos relatorios desta semana. LJ-CLASSE:
      * "L" = destinatario proprio, "R" = destinatario da regiao,
      * "P" = sem destinatario (pendente).
      *-----------------------------------------------------------------
       01 WS-LJ-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-LJ-IDX             PIC 9(4) COMP.
       01 WS-LJ-POS             PIC 9(4) COMP VALUE 0.
       01 TABELA-LOJAS.
           05 LOJA-ROW OCCURS 1000 TIMES INDEXED BY IX-LJ.
               10 LJ-NUMERO         PIC 9(10).
               10 LJ-REGIAO         PIC X(15).
               10 LJ-CLASSE         PIC X(01).
               10 LJ-VENDAS         PIC S9(13)V99.
               10 LJ-PLANO          PIC S9(13)V99.
               10 LJ-REAL           PIC S9(13)V99.

      *-----------------------------------------------------------------
      * Linha corrente de um relatorio: tipo e loja.
      *   "D" = linha de loja (detalhe / excecao / variancia)
      *   "S" = subtotal de depto da loja (vendas)
      *   "T" = subtotal da loja (vendas)
      *   " " = linha da empresa (cabecalho, resumo)
      *-----------------------------------------------------------------
       01 WS-LINHA-TIPO         PIC X(01) VALUE SPACES.
       01 WS-LINHA-LOJA         PIC 9(10) VALUE 0.
       01 WS-LINHA-TRIM         PIC X(350) VALUE SPACES.
       01 WS-LINHA-RESTO        PIC X(350) VALUE SPACES.
       01 WS-NUM-TXT            PIC X(20) VALUE SPACES.
       01 WS-TEST-NUMVAL        PIC 9(3) COMP.
       01 WS-CONT-MARCA         PIC 9(4) COMP.
       01 WS-TAM-CHAVE          PIC 9(4) COMP.

      *    Secao corrente do relatorio de variancia: "D" = detalhe,
      *    "L" = rollup por loja, "X" = rollup por depto e total.
       01 WS-SECAO-VARC         PIC X(01) VALUE "D".

      *    Ultima loja testada contra o grupo corrente (as linhas vem
      *    agrupadas por loja).
       01 WS-CACHE-LOJA         PIC 9(10) VALUE 0.
       01 WS-CACHE-FLAG         PIC X VALUE "N".
           88 CACHE-VALIDO          VALUE "S".
           88 CACHE-VAZIO           VALUE "N".
       01 WS-PERTENCE-FLAG      PIC X VALUE "N".
           88 LOJA-DO-GRUPO         VALUE "S".
           88 LOJA-FORA-DO-GRUPO    VALUE "N".

      *-----------------------------------------------------------------
      * Conversao dos valores impressos nos relatorios.
      *-----------------------------------------------------------------
       01 WS-PARTE-0            PIC X(350).
       01 WS-PARTE-1            PIC X(350).
       01 WS-PARTE-2            PIC X(350).
       01 WS-VAL-TXT            PIC X(40).
       01 WS-VAL-G1             PIC X(20).
       01 WS-VAL-G2             PIC X(20).
       01 WS-VAL-G3             PIC X(20).
       01 WS-VAL-G4             PIC X(20).
       01 WS-VAL-G5             PIC X(20).
       01 WS-VAL-LIMPO          PIC X(40).
       01 WS-VALOR              PIC S9(13)V99 VALUE 0.
       01 WS-VALOR-PLANO        PIC S9(13)V99 VALUE 0.
       01 WS-VALOR-REAL         PIC S9(13)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Dados da empresa lidos dos relatorios.
      *-----------------------------------------------------------------
       01 WS-CABEC-VENDAS       PIC X(200) VALUE SPACES.
       01 WS-AVISO-RESTART      PIC X(200) VALUE SPACES.
       01 WS-TITULO-VARC        PIC X(100) VALUE SPACES.
       01 WS-TOTAL-EMPRESA      PIC S9(13)V99 VALUE 0.
       01 WS-PLANO-EMPRESA      PIC S9(13)V99 VALUE 0.
       01 WS-REAL-EMPRESA       PIC S9(13)V99 VALUE 0.
       01 WS-EMPRESA-VARC-FLAG  PIC X VALUE "N".
           88 TOTAL-VARC-LIDO       VALUE "S".

      *-----------------------------------------------------------------
      * Totais do arquivo de grupo em gravacao.
      *-----------------------------------------------------------------
       01 WS-ARQ-LINHAS         PIC 9(10) VALUE 0.
       01 WS-ARQ-VENDAS         PIC S9(13)V99 VALUE 0.
       01 WS-ARQ-PLANO          PIC S9(13)V99 VALUE 0.
       01 WS-ARQ-REAL           PIC S9(13)V99 VALUE 0.
       01 WS-ARQ-ABAIXO         PIC 9(10) VALUE 0.
       01 WS-ARQ-EXCECOES       PIC 9(10) VALUE 0.

      *-----------------------------------------------------------------
      * Conferencia: soma das lojas x total da empresa.
      *-----------------------------------------------------------------
       01 WS-SOMA-VENDAS        PIC S9(13)V99 VALUE 0.
       01 WS-SOMA-REAL          PIC S9(13)V99 VALUE 0.
       01 WS-SOMA-PENDENTE      PIC S9(13)V99 VALUE 0.
       01 WS-CONFERE-FLAG       PIC X VALUE "S".
           88 TOTAIS-CONFEREM       VALUE "S".
           88 TOTAIS-DIVERGEM       VALUE "N".

       01 WS-CONT-DEST-LIDOS    PIC 9(10) VALUE 0.
       01 WS-CONT-DEST-IGNORADOS PIC 9(10) VALUE 0.
       01 WS-CONT-ARQUIVOS      PIC 9(10) VALUE 0.
       01 WS-CONT-PENDENTES     PIC 9(10) VALUE 0.
       01 WS-LOG-STATUS         PIC X(15) VALUE SPACES.
       01 WS-LOG-TOTAL          PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * Linhas fixas dos cabecalhos, como no testeCSV.
      *-----------------------------------------------------------------
       01 WS-LINHA-IGUAIS       PIC X(47) VALUE
           "===============================================".
       01 WS-LINHA-TRACOS       PIC X(47) VALUE
           "-----------------------------------------------".
       01 WS-CABEC-COLUNAS      PIC X(50) VALUE
           "LOJA/DEPTO | SEMANA | VENDA | VARIACAO | FEATURES".

      *-----------------------------------------------------------------
      * Edicao.
      *-----------------------------------------------------------------
       01 WS-QTD-EDT            PIC Z(9)9.
       01 WS-QTD-EDT2           PIC Z(9)9.
       01 WS-QTD-EDT3           PIC Z(9)9.
       01 WS-VAL-EDT            PIC -(12)9.99.
       01 WS-VAL-EDT2           PIC -(12)9.99.
       01 WS-VAL-EDT3           PIC -(12)9.99.
       01 WS-PCT                PIC S9(5)V99 VALUE 0.
       01 WS-PCT-EDT            PIC +(5)9.99.
       01 WS-PART-EDT           PIC ZZ9.99.
       01 WS-PCT-TXT            PIC X(25) VALUE SPACES.
       01 WS-FMT-NUM            PIC 9(10)V99.
       01 WS-FMT-OUT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-BR             PIC X(40).
       01 WS-FMT-BR2            PIC X(40).
       01 POS-ULTIMO            PIC 9(4) COMP.
       01 I                     PIC 9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIALIZA-AMBIENTE

           DISPLAY "=== DISTRIBUICAO DOS RELATORIOS POR REGIAO ==="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-ID
           DISPLAY "ID DA EXECUCAO: " WS-RUN-ID

      *    As tabelas nao tem VALUE (itens sob OCCURS) - zera antes.
           INITIALIZE TABELA-GRUPOS
           INITIALIZE TABELA-LOJAS

           PERFORM MONTA-TABELA-RELATORIOS

           PERFORM CARREGA-DESTINATARIOS
           IF WS-GR-COUNT = 0
               DISPLAY "ERRO: NENHUM DESTINATARIO ATIVO EM "
                   FUNCTION TRIM(WS-DEST-PATH)
                   " - NADA DISTRIBUIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-CADASTRO

           OPEN EXTEND ARQ-DISTLOG

      *    Primeira passada: as lojas de cada relatorio e os totais da
      *    empresa.
           PERFORM VARYING IX-RL FROM 1 BY 1 UNTIL IX-RL > WS-RL-COUNT
               PERFORM LEVANTA-LOJAS
           END-PERFORM

           IF RL-PRESENTE(1) = "N"
               DISPLAY "ERRO: SEM O RELATORIO DE VENDAS NAO HA O QUE "
                   "DISTRIBUIR"
               MOVE "ERRO" TO WS-LOG-STATUS
               SET TOTAIS-DIVERGEM TO TRUE
               PERFORM GRAVA-LOG-RESUMO
               CLOSE ARQ-DISTLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CLASSIFICA-LOJAS

      *    Segunda passada: um arquivo por grupo e relatorio.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               SET IX-GR TO WS-GR-IDX
               PERFORM DISTRIBUI-GRUPO
           END-PERFORM

           PERFORM CONFERE-TOTAIS

           EVALUATE TRUE
               WHEN HOUVE-ERRO OR TOTAIS-DIVERGEM
                   MOVE "ERRO" TO WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-PENDENTES > 0
                 OR RL-PRESENTE(2) = "N"
                 OR RL-PRESENTE(3) = "N"
                   MOVE "COM-PENDENCIAS" TO WS-LOG-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "OK" TO WS-LOG-STATUS
           END-EVALUATE

           PERFORM GRAVA-LOG-RESUMO
           CLOSE ARQ-DISTLOG

           DISPLAY "DESTINATARIOS ATIVOS...: " WS-GR-COUNT
           DISPLAY "LOJAS NOS RELATORIOS...: " WS-LJ-COUNT
           DISPLAY "LOJAS SEM DESTINATARIO.: " WS-CONT-PENDENTES
           DISPLAY "ARQUIVOS GRAVADOS......: " WS-CONT-ARQUIVOS
           DISPLAY "LOG: " FUNCTION TRIM(WS-DISTLOG-PATH)
           DISPLAY "=== DISTRIBUICAO FINALIZADA ==="
           GOBACK.

      *-----------------------------------------------------------------
      * MONTA-TABELA-RELATORIOS
      * Os tres relatorios do testeCSV que sao distribuidos.
      *-----------------------------------------------------------------
       MONTA-TABELA-RELATORIOS.

           MOVE 3 TO WS-RL-COUNT

           MOVE "VENDAS"                TO RL-CODIGO(1)
           MOVE WS-RELATORIO-TXT-PATH   TO RL-ORIGEM(1)
           MOVE "relatorio_vendas"      TO RL-NOME-BASE(1)

           MOVE "EXCECOES"              TO RL-CODIGO(2)
           MOVE WS-EXCECOES-PATH        TO RL-ORIGEM(2)
           MOVE "relatorio_excecoes"    TO RL-NOME-BASE(2)

           MOVE "VARIANCIA"             TO RL-CODIGO(3)
           MOVE WS-VARIANCIA-PATH       TO RL-ORIGEM(3)
           MOVE "relatorio_variancia"   TO RL-NOME-BASE(3).

       MONTA-TABELA-RELATORIOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-DESTINATARIOS
      * Le o cadastro de destinatarios para a TABELA-GRUPOS. Linha
      * inativa, de tipo desconhecido, sem pasta ou com loja nao
      * numerica fica de fora (a ultima com AVISO).
      *-----------------------------------------------------------------
       CARREGA-DESTINATARIOS.

           OPEN INPUT ARQ-DEST

           IF WS-DEST-STATUS NOT = "00"
               DISPLAY "ERRO: CADASTRO DE DESTINATARIOS NAO "
                   "ENCONTRADO (" FUNCTION TRIM(WS-DEST-PATH)
                   ") - STATUS " WS-DEST-STATUS
           ELSE
               PERFORM UNTIL EOF-DEST-FLAG = "S"
                   READ ARQ-DEST
                       AT END
                           MOVE "S" TO EOF-DEST-FLAG
                       NOT AT END
                           IF REG-DEST NOT = SPACES
                               ADD 1 TO WS-CONT-DEST-LIDOS
                               PERFORM TRATA-DESTINATARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEST
           END-IF.

       CARREGA-DESTINATARIOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TRATA-DESTINATARIO
      * Uma linha do cadastro de destinatarios vira um grupo de
      * entrega.
      *-----------------------------------------------------------------
       TRATA-DESTINATARIO.

           EVALUATE TRUE
               WHEN DS-ATIVO = "N"
                   ADD 1 TO WS-CONT-DEST-IGNORADOS
               WHEN NOT DS-REGIAO AND NOT DS-LOJA
                   ADD 1 TO WS-CONT-DEST-IGNORADOS
                   DISPLAY "AVISO: DESTINATARIO COM TIPO INVALIDO ("
                       DS-TIPO ") IGNORADO: "
                       FUNCTION TRIM(DS-DESTINATARIO)
               WHEN DS-CHAVE = SPACES OR DS-PASTA = SPACES
                   ADD 1 TO WS-CONT-DEST-IGNORADOS
                   DISPLAY "AVISO: DESTINATARIO SEM CHAVE OU PASTA "
                       "IGNORADO: " FUNCTION TRIM(DS-DESTINATARIO)
               WHEN WS-GR-COUNT = 200
                   ADD 1 TO WS-CONT-DEST-IGNORADOS
                   DISPLAY "AVISO: TABELA-GRUPOS CHEIA (200) - "
                       "DESTINATARIO IGNORADO: "
                       FUNCTION TRIM(DS-DESTINATARIO)
               WHEN OTHER
                   PERFORM INCLUI-GRUPO
           END-EVALUATE.

       TRATA-DESTINATARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUI-GRUPO
      * Acrescenta a linha corrente do cadastro de destinatarios na
      * TABELA-GRUPOS, com rotulo (cabecalhos) e sufixo (nome dos
      * arquivos).
      *-----------------------------------------------------------------
       INCLUI-GRUPO.

           IF DS-LOJA
               COMPUTE WS-TEST-NUMVAL = FUNCTION TEST-NUMVAL(DS-CHAVE)
               IF WS-TEST-NUMVAL NOT = 0
                   ADD 1 TO WS-CONT-DEST-IGNORADOS
                   DISPLAY "AVISO: LOJA NAO NUMERICA NO DESTINATARIO "
                       FUNCTION TRIM(DS-DESTINATARIO) ": "
                       FUNCTION TRIM(DS-CHAVE) " - IGNORADO"
               END-IF
           ELSE
               MOVE 0 TO WS-TEST-NUMVAL
           END-IF

           IF WS-TEST-NUMVAL = 0
               ADD 1 TO WS-GR-COUNT
               SET IX-GR TO WS-GR-COUNT
               MOVE DS-TIPO          TO GR-TIPO(IX-GR)
               MOVE DS-CHAVE         TO GR-CHAVE(IX-GR)
               MOVE DS-DESTINATARIO  TO GR-DESTINATARIO(IX-GR)
               MOVE DS-PASTA         TO GR-PASTA(IX-GR)

               IF DS-LOJA
                   COMPUTE GR-LOJA(IX-GR) = FUNCTION NUMVAL(DS-CHAVE)
                   MOVE GR-LOJA(IX-GR) TO WS-QTD-EDT
                   STRING "LOJA " FUNCTION TRIM(WS-QTD-EDT)
                       DELIMITED BY SIZE INTO GR-ROTULO(IX-GR)
                   END-STRING
                   STRING "LOJA_" FUNCTION TRIM(WS-QTD-EDT)
                       DELIMITED BY SIZE INTO GR-SUFIXO(IX-GR)
                   END-STRING
               ELSE
                   STRING "REGIAO " FUNCTION TRIM(GR-CHAVE(IX-GR))
                       DELIMITED BY SIZE INTO GR-ROTULO(IX-GR)
                   END-STRING
                   MOVE GR-CHAVE(IX-GR) TO GR-SUFIXO(IX-GR)
                   COMPUTE WS-TAM-CHAVE = FUNCTION LENGTH(
                       FUNCTION TRIM(GR-CHAVE(IX-GR) TRAILING))
                   INSPECT GR-SUFIXO(IX-GR)(1:WS-TAM-CHAVE)
                       CONVERTING " ()/" TO "____"
               END-IF
           END-IF.

       INCLUI-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA-CADASTRO
      * Le as lojas do cadastro (numero e regiao). Sem cadastro toda
      * loja cai em "(SEM CADASTRO)".
      *-----------------------------------------------------------------
       CARREGA-CADASTRO.

           OPEN INPUT ARQ-MASTER

           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AVISO: CADASTRO NAO ENCONTRADO ("
                   FUNCTION TRIM(WS-LOJADEPTO-PATH)
                   ") - LOJAS SEM REGIAO"
           ELSE
               PERFORM UNTIL EOF-MASTER-FLAG = "S"
                   READ ARQ-MASTER
                       AT END
                           MOVE "S" TO EOF-MASTER-FLAG
                       NOT AT END
                           IF LD-TIPO = "L"
                              AND FUNCTION TEST-NUMVAL(LD-NUMERO) = 0
                              AND WS-CL-COUNT < 700
                               ADD 1 TO WS-CL-COUNT
                               SET IX-CL TO WS-CL-COUNT
                               COMPUTE CL-NUMERO(IX-CL) =
                                   FUNCTION NUMVAL(LD-NUMERO)
                               MOVE LD-REGIAO TO CL-REGIAO(IX-CL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MASTER
           END-IF.

       CARREGA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LEVANTA-LOJAS
      * Primeira passada no relatorio IX-RL: registra as lojas e guarda
      * os totais da empresa e de cada loja.
      *-----------------------------------------------------------------
       LEVANTA-LOJAS.

           MOVE "S" TO RL-PRESENTE(IX-RL)
           MOVE RL-ORIGEM(IX-RL) TO WS-ORIGEM-PATH
           MOVE "N" TO EOF-ORIGEM-FLAG
           MOVE "D" TO WS-SECAO-VARC

           OPEN INPUT ARQ-ORIGEM
           IF WS-ORIGEM-STATUS NOT = "00"
               MOVE "N" TO RL-PRESENTE(IX-RL)
               DISPLAY "AVISO: RELATORIO "
                   FUNCTION TRIM(RL-CODIGO(IX-RL))
                   " NAO ENCONTRADO (" FUNCTION TRIM(WS-ORIGEM-PATH)
                   ") - NAO DISTRIBUIDO"
           ELSE
               PERFORM UNTIL EOF-ORIGEM-FLAG = "S"
                   READ ARQ-ORIGEM
                       AT END
                           MOVE "S" TO EOF-ORIGEM-FLAG
                       NOT AT END
                           PERFORM LEVANTA-LINHA
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORIGEM
           END-IF.

       LEVANTA-LOJAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LEVANTA-LINHA
      * Linha corrente da primeira passada.
      *-----------------------------------------------------------------
       LEVANTA-LINHA.

           PERFORM IDENTIFICA-LINHA
           IF WS-LINHA-TIPO NOT = SPACES
               PERFORM REGISTRA-LOJA
           END-IF

           EVALUATE RL-CODIGO(IX-RL)
               WHEN "VENDAS"
                   EVALUATE TRUE
                       WHEN WS-LINHA-TIPO = "T"
                           PERFORM EXTRAI-VALOR-BR
                           ADD WS-VALOR TO LJ-VENDAS(IX-LJ)
                       WHEN WS-LINHA-TRIM(1:19) = "TOTAL DE VENDAS: R$"
                           PERFORM EXTRAI-VALOR-BR
                           MOVE WS-VALOR TO WS-TOTAL-EMPRESA
                       WHEN WS-LINHA-TRIM(1:21) =
                            "RELATORIO DE VENDAS ("
                        AND WS-CABEC-VENDAS = SPACES
      *                    Periodo e emissao, sem o numero da pagina.
                           UNSTRING WS-LINHA-TRIM
                               DELIMITED BY "  PAGINA"
                               INTO WS-CABEC-VENDAS
                           END-UNSTRING
                       WHEN WS-LINHA-TRIM(1:33) =
                            "ATENCAO: EXECUCAO EM MODO RESTART"
                           MOVE WS-LINHA-TRIM TO WS-AVISO-RESTART
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "VARIANCIA"
                   PERFORM ACOMPANHA-SECAO-VARC
                   EVALUATE TRUE
                       WHEN WS-LINHA-TIPO NOT = SPACES
                        AND WS-SECAO-VARC = "L"
                           PERFORM EXTRAI-PLANO-REAL
                           ADD WS-VALOR-PLANO TO LJ-PLANO(IX-LJ)
                           ADD WS-VALOR-REAL  TO LJ-REAL(IX-LJ)
                       WHEN WS-LINHA-TRIM(1:17) = "EMPRESA: PLANO R$"
                           PERFORM EXTRAI-PLANO-REAL
                           MOVE WS-VALOR-PLANO TO WS-PLANO-EMPRESA
                           MOVE WS-VALOR-REAL  TO WS-REAL-EMPRESA
                           SET TOTAL-VARC-LIDO TO TRUE
                       WHEN WS-LINHA-TRIM(1:11) = "DETALHE POR"
                           MOVE WS-LINHA-TRIM TO WS-TITULO-VARC
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEVANTA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * IDENTIFICA-LINHA
      * Tipo (WS-LINHA-TIPO) e loja (WS-LINHA-LOJA) da linha corrente
      * de ARQ-ORIGEM, pelo rotulo "LOJA <numero>" no inicio da linha.
      *-----------------------------------------------------------------
       IDENTIFICA-LINHA.

           MOVE SPACES TO WS-LINHA-TIPO
           MOVE 0 TO WS-LINHA-LOJA
           MOVE SPACES TO WS-LINHA-RESTO
           MOVE FUNCTION TRIM(LINHA-ORIGEM LEADING) TO WS-LINHA-TRIM

           EVALUATE TRUE
               WHEN WS-LINHA-TRIM(1:5) = "LOJA "
                   MOVE WS-LINHA-TRIM(6:) TO WS-LINHA-RESTO
                   MOVE "D" TO WS-LINHA-TIPO
               WHEN WS-LINHA-TRIM(1:14) = "SUBTOTAL LOJA "
                   MOVE WS-LINHA-TRIM(15:) TO WS-LINHA-RESTO
                   IF LINHA-ORIGEM(1:1) = SPACE
                       MOVE "S" TO WS-LINHA-TIPO
                   ELSE
                       MOVE "T" TO WS-LINHA-TIPO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-LINHA-TIPO NOT = SPACES
               MOVE SPACES TO WS-NUM-TXT
               UNSTRING WS-LINHA-RESTO
                   DELIMITED BY " " OR ":"
                   INTO WS-NUM-TXT
               END-UNSTRING
               COMPUTE WS-TEST-NUMVAL = FUNCTION TEST-NUMVAL(WS-NUM-TXT)
               IF WS-NUM-TXT = SPACES OR WS-TEST-NUMVAL NOT = 0
                   MOVE SPACES TO WS-LINHA-TIPO
               ELSE
                   COMPUTE WS-LINHA-LOJA = FUNCTION NUMVAL(WS-NUM-TXT)
               END-IF
           END-IF.

       IDENTIFICA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACOMPANHA-SECAO-VARC
      * Troca de secao no relatorio de variancia.
      *-----------------------------------------------------------------
       ACOMPANHA-SECAO-VARC.

           EVALUATE TRUE
               WHEN WS-LINHA-TRIM = "ROLLUP POR LOJA"
                   MOVE "L" TO WS-SECAO-VARC
               WHEN WS-LINHA-TRIM = "ROLLUP POR DEPTO"
                   MOVE "X" TO WS-SECAO-VARC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACOMPANHA-SECAO-VARC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRA-LOJA
      * Posiciona IX-LJ na loja WS-LINHA-LOJA da TABELA-LOJAS,
      * incluindo a loja (com a regiao do cadastro) na primeira vez.
      *-----------------------------------------------------------------
       REGISTRA-LOJA.

           PERFORM BUSCA-LOJA-TABELA

           IF WS-LJ-POS = 0
               IF WS-LJ-COUNT = 1000
                   DISPLAY "ERRO: TABELA-LOJAS CHEIA (1000) - LOJA "
                       WS-LINHA-LOJA " NAO DISTRIBUIDA"
                   SET HOUVE-ERRO TO TRUE
                   MOVE SPACES TO WS-LINHA-TIPO
               ELSE
                   ADD 1 TO WS-LJ-COUNT
                   SET IX-LJ TO WS-LJ-COUNT
                   MOVE WS-LINHA-LOJA TO LJ-NUMERO(IX-LJ)
                   MOVE "(SEM CADASTRO)" TO LJ-REGIAO(IX-LJ)
                   PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                       SET IX-CL TO WS-CL-IDX
                       IF CL-NUMERO(IX-CL) = WS-LINHA-LOJA
                           IF CL-REGIAO(IX-CL) = SPACES
                               MOVE "(SEM REGIAO)" TO LJ-REGIAO(IX-LJ)
                           ELSE
                               MOVE CL-REGIAO(IX-CL)
                                   TO LJ-REGIAO(IX-LJ)
                           END-IF
                           MOVE WS-CL-COUNT TO WS-CL-IDX
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               SET IX-LJ TO WS-LJ-POS
           END-IF.

       REGISTRA-LOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA-LOJA-TABELA
      * Posicao da loja WS-LINHA-LOJA na TABELA-LOJAS (zero = nao
      * esta).
      *-----------------------------------------------------------------
       BUSCA-LOJA-TABELA.

           MOVE 0 TO WS-LJ-POS

           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1
               UNTIL WS-LJ-IDX > WS-LJ-COUNT OR WS-LJ-POS > 0
               SET IX-LJ TO WS-LJ-IDX
               IF LJ-NUMERO(IX-LJ) = WS-LINHA-LOJA
                   MOVE WS-LJ-IDX TO WS-LJ-POS
               END-IF
           END-PERFORM.

       BUSCA-LOJA-TABELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXTRAI-VALOR-BR
      * Valor em reais no padrao brasileiro (1.234,56) depois do "R$"
      * da linha corrente, em WS-VALOR.
      *-----------------------------------------------------------------
       EXTRAI-VALOR-BR.

           MOVE 0 TO WS-VALOR
           MOVE SPACES TO WS-PARTE-0 WS-PARTE-1
           UNSTRING LINHA-ORIGEM
               DELIMITED BY "R$ "
               INTO WS-PARTE-0
                    WS-PARTE-1
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-PARTE-1) TO WS-VAL-TXT
           MOVE SPACES TO WS-VAL-G1 WS-VAL-G2 WS-VAL-G3 WS-VAL-G4
                          WS-VAL-G5 WS-VAL-LIMPO
           UNSTRING WS-VAL-TXT
               DELIMITED BY "." OR " "
               INTO WS-VAL-G1 WS-VAL-G2 WS-VAL-G3 WS-VAL-G4 WS-VAL-G5
           END-UNSTRING
           STRING WS-VAL-G1 WS-VAL-G2 WS-VAL-G3 WS-VAL-G4 WS-VAL-G5
               DELIMITED BY SPACE INTO WS-VAL-LIMPO
           END-STRING
           INSPECT WS-VAL-LIMPO REPLACING ALL "," BY "."

           COMPUTE WS-TEST-NUMVAL = FUNCTION TEST-NUMVAL(WS-VAL-LIMPO)
           IF WS-VAL-LIMPO NOT = SPACES AND WS-TEST-NUMVAL = 0
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VAL-LIMPO)
           ELSE
               DISPLAY "AVISO: VALOR ILEGIVEL: "
                   FUNCTION TRIM(LINHA-ORIGEM)
           END-IF.

       EXTRAI-VALOR-BR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXTRAI-PLANO-REAL
      * Plano e realizado de uma linha da variancia
      * ("...: PLANO R$ 999.99 REAL R$ 999.99 DIF R$ ...") em
      * WS-VALOR-PLANO e WS-VALOR-REAL.
      *-----------------------------------------------------------------
       EXTRAI-PLANO-REAL.

           MOVE 0 TO WS-VALOR-PLANO WS-VALOR-REAL
           MOVE SPACES TO WS-PARTE-0 WS-PARTE-1 WS-PARTE-2
           UNSTRING LINHA-ORIGEM
               DELIMITED BY "R$ "
               INTO WS-PARTE-0
                    WS-PARTE-1
                    WS-PARTE-2
           END-UNSTRING

           MOVE SPACES TO WS-VAL-TXT
           UNSTRING WS-PARTE-1 DELIMITED BY " " INTO WS-VAL-TXT
           END-UNSTRING
           IF WS-VAL-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-VAL-TXT) = 0
               COMPUTE WS-VALOR-PLANO = FUNCTION NUMVAL(WS-VAL-TXT)
           END-IF

           MOVE SPACES TO WS-VAL-TXT
           UNSTRING WS-PARTE-2 DELIMITED BY " " INTO WS-VAL-TXT
           END-UNSTRING
           IF WS-VAL-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-VAL-TXT) = 0
               COMPUTE WS-VALOR-REAL = FUNCTION NUMVAL(WS-VAL-TXT)
           END-IF.

       EXTRAI-PLANO-REAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLASSIFICA-LOJAS
      * Decide o destino de cada loja: destinatario proprio ("L"), da
      * regiao ("R") ou nenhum ("P" - apontada no log e no console).
      * Havendo loja sem destinatario, cria o grupo das pendentes.
      *-----------------------------------------------------------------
       CLASSIFICA-LOJAS.

           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1
               UNTIL WS-LJ-IDX > WS-LJ-COUNT
               SET IX-LJ TO WS-LJ-IDX
               MOVE "P" TO LJ-CLASSE(IX-LJ)

               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
                   SET IX-GR TO WS-GR-IDX
                   IF GR-TIPO(IX-GR) = "L"
                      AND GR-LOJA(IX-GR) = LJ-NUMERO(IX-LJ)
                       MOVE "L" TO LJ-CLASSE(IX-LJ)
                   END-IF
               END-PERFORM

               IF LJ-CLASSE(IX-LJ) = "P"
                   PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                       UNTIL WS-GR-IDX > WS-GR-COUNT
                       SET IX-GR TO WS-GR-IDX
                       IF GR-TIPO(IX-GR) = "R"
                          AND GR-CHAVE(IX-GR) = LJ-REGIAO(IX-LJ)
                           MOVE "R" TO LJ-CLASSE(IX-LJ)
                       END-IF
                   END-PERFORM
               END-IF

               IF LJ-CLASSE(IX-LJ) = "P"
                   ADD 1 TO WS-CONT-PENDENTES
                   ADD LJ-VENDAS(IX-LJ) TO WS-SOMA-PENDENTE
                   DISPLAY "AVISO: LOJA " LJ-NUMERO(IX-LJ)
                       " SEM DESTINATARIO - REGIAO "
                       FUNCTION TRIM(LJ-REGIAO(IX-LJ))
                   PERFORM GRAVA-LOG-PENDENTE
               END-IF
           END-PERFORM

           IF WS-CONT-PENDENTES > 0
               IF WS-GR-COUNT = 200
                   DISPLAY "ERRO: TABELA-GRUPOS CHEIA (200) - LOJAS "
                       "SEM DESTINATARIO NAO GRAVADAS"
                   SET HOUVE-ERRO TO TRUE
               ELSE
                   ADD 1 TO WS-GR-COUNT
                   SET IX-GR TO WS-GR-COUNT
                   MOVE "P" TO GR-TIPO(IX-GR)
                   MOVE "(NENHUM)" TO GR-DESTINATARIO(IX-GR)
                   MOVE WS-PENDENTES-DIR TO GR-PASTA(IX-GR)
                   MOVE "LOJAS SEM DESTINATARIO" TO GR-ROTULO(IX-GR)
                   MOVE "SEM_DESTINATARIO" TO GR-SUFIXO(IX-GR)
               END-IF
           END-IF

      *    Lojas de cada grupo, para os rodapes e o log.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               SET IX-GR TO WS-GR-IDX
               MOVE 0 TO GR-LOJAS(IX-GR)
               PERFORM VARYING WS-LJ-IDX FROM 1 BY 1
                   UNTIL WS-LJ-IDX > WS-LJ-COUNT
                   SET IX-LJ TO WS-LJ-IDX
                   PERFORM TESTA-LOJA-GRUPO
                   IF LOJA-DO-GRUPO
                       ADD 1 TO GR-LOJAS(IX-GR)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CLASSIFICA-LOJAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TESTA-LOJA-GRUPO
      * A loja IX-LJ e entregue ao grupo IX-GR?
      *-----------------------------------------------------------------
       TESTA-LOJA-GRUPO.

           SET LOJA-FORA-DO-GRUPO TO TRUE

           EVALUATE GR-TIPO(IX-GR)
               WHEN "L"
                   IF LJ-NUMERO(IX-LJ) = GR-LOJA(IX-GR)
                       SET LOJA-DO-GRUPO TO TRUE
                   END-IF
               WHEN "R"
                   IF LJ-CLASSE(IX-LJ) = "R"
                      AND LJ-REGIAO(IX-LJ) = GR-CHAVE(IX-GR)
                       SET LOJA-DO-GRUPO TO TRUE
                   END-IF
               WHEN "P"
                   IF LJ-CLASSE(IX-LJ) = "P"
                       SET LOJA-DO-GRUPO TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TESTA-LOJA-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DISTRIBUI-GRUPO
      * Grava na pasta do grupo IX-GR um arquivo por relatorio
      * presente.
      *-----------------------------------------------------------------
       DISTRIBUI-GRUPO.

      *    Pasta ja existente devolve erro - e ignorado; falha de
      *    verdade aparece no OPEN OUTPUT do arquivo.
           CALL "CBL_CREATE_DIR" USING GR-PASTA(IX-GR)
               RETURNING WS-CBL-RC
           END-CALL

           PERFORM VARYING IX-RL FROM 1 BY 1 UNTIL IX-RL > WS-RL-COUNT
               IF RL-PRESENTE(IX-RL) = "S"
                   PERFORM GERA-ARQUIVO-GRUPO
               END-IF
           END-PERFORM.

       DISTRIBUI-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GERA-ARQUIVO-GRUPO
      * Arquivo do relatorio IX-RL para o grupo IX-GR:
      * <pasta>/<base>_<sufixo>.txt com cabecalho, as linhas das lojas
      * do grupo e o rodape com os totais do grupo.
      *-----------------------------------------------------------------
       GERA-ARQUIVO-GRUPO.

           MOVE SPACES TO WS-SAIDA-PATH
           STRING FUNCTION TRIM(GR-PASTA(IX-GR)) "/"
               FUNCTION TRIM(RL-NOME-BASE(IX-RL)) "_"
               FUNCTION TRIM(GR-SUFIXO(IX-GR)) ".txt"
               DELIMITED BY SIZE INTO WS-SAIDA-PATH
           END-STRING

           MOVE 0 TO WS-ARQ-LINHAS WS-ARQ-VENDAS WS-ARQ-PLANO
                     WS-ARQ-REAL WS-ARQ-ABAIXO WS-ARQ-EXCECOES
           MOVE "N" TO EOF-ORIGEM-FLAG
           MOVE "D" TO WS-SECAO-VARC
           SET CACHE-VAZIO TO TRUE

           MOVE RL-ORIGEM(IX-RL) TO WS-ORIGEM-PATH
           OPEN INPUT ARQ-ORIGEM
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "ERRO: RELATORIO "
                   FUNCTION TRIM(RL-CODIGO(IX-RL))
                   " SUMIU DURANTE A DISTRIBUICAO - STATUS "
                   WS-ORIGEM-STATUS
               SET HOUVE-ERRO TO TRUE
           ELSE
               OPEN OUTPUT ARQ-SAIDA
               IF WS-SAIDA-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR ("
                       FUNCTION TRIM(WS-SAIDA-PATH) ") - STATUS "
                       WS-SAIDA-STATUS
                   SET HOUVE-ERRO TO TRUE
                   CLOSE ARQ-ORIGEM
               ELSE
                   PERFORM GRAVA-CABECALHO-GRUPO
                   PERFORM UNTIL EOF-ORIGEM-FLAG = "S"
                       READ ARQ-ORIGEM
                           AT END
                               MOVE "S" TO EOF-ORIGEM-FLAG
                           NOT AT END
                               PERFORM COPIA-LINHA-GRUPO
                       END-READ
                   END-PERFORM
                   PERFORM GRAVA-RODAPE-GRUPO
                   CLOSE ARQ-SAIDA
                   CLOSE ARQ-ORIGEM
                   ADD 1 TO WS-CONT-ARQUIVOS
                   PERFORM GRAVA-LOG-ENTREGA
               END-IF
           END-IF.

       GERA-ARQUIVO-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COPIA-LINHA-GRUPO
      * Copia a linha corrente do relatorio da empresa quando ela e de
      * uma loja do grupo, acumulando os totais do grupo.
      *-----------------------------------------------------------------
       COPIA-LINHA-GRUPO.

           PERFORM IDENTIFICA-LINHA

           IF RL-CODIGO(IX-RL) = "VARIANCIA"
               PERFORM ACOMPANHA-SECAO-VARC
               IF WS-LINHA-TRIM = "ROLLUP POR LOJA"
                   MOVE WS-LINHA-TRACOS TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
                   MOVE "ROLLUP POR LOJA" TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
               END-IF
               IF WS-SECAO-VARC = "X"
                   MOVE SPACES TO WS-LINHA-TIPO
               END-IF
           END-IF

           IF WS-LINHA-TIPO NOT = SPACES
               PERFORM VERIFICA-LOJA-DO-GRUPO
               IF LOJA-DO-GRUPO
                   MOVE LINHA-ORIGEM TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
                   ADD 1 TO WS-ARQ-LINHAS
                   EVALUATE RL-CODIGO(IX-RL)
                       WHEN "VENDAS"
                           IF WS-LINHA-TIPO = "T"
                               PERFORM EXTRAI-VALOR-BR
                               ADD WS-VALOR TO WS-ARQ-VENDAS
                               MOVE "-----" TO LINHA-SAIDA
                               WRITE LINHA-SAIDA
                           END-IF
                       WHEN "EXCECOES"
                           ADD 1 TO WS-ARQ-EXCECOES
                       WHEN "VARIANCIA"
                           IF WS-SECAO-VARC = "L"
                               PERFORM EXTRAI-PLANO-REAL
                               ADD WS-VALOR-PLANO TO WS-ARQ-PLANO
                               ADD WS-VALOR-REAL  TO WS-ARQ-REAL
                               MOVE 0 TO WS-CONT-MARCA
                               INSPECT LINHA-ORIGEM TALLYING
                                   WS-CONT-MARCA
                                   FOR ALL "*** ABAIXO DO PLANO ***"
                               IF WS-CONT-MARCA > 0
                                   ADD 1 TO WS-ARQ-ABAIXO
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       COPIA-LINHA-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VERIFICA-LOJA-DO-GRUPO
      * A loja da linha corrente e do grupo IX-GR? Reaproveita a
      * resposta enquanto a loja nao muda.
      *-----------------------------------------------------------------
       VERIFICA-LOJA-DO-GRUPO.

           IF CACHE-VAZIO OR WS-LINHA-LOJA NOT = WS-CACHE-LOJA
               PERFORM BUSCA-LOJA-TABELA
               IF WS-LJ-POS = 0
                   SET LOJA-FORA-DO-GRUPO TO TRUE
               ELSE
                   SET IX-LJ TO WS-LJ-POS
                   PERFORM TESTA-LOJA-GRUPO
               END-IF
               MOVE WS-LINHA-LOJA TO WS-CACHE-LOJA
               SET CACHE-VALIDO TO TRUE
           END-IF.

       VERIFICA-LOJA-DO-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-CABECALHO-GRUPO
      * Cabecalho do arquivo do grupo: titulo do relatorio com o grupo,
      * destinatario e id da distribuicao.
      *-----------------------------------------------------------------
       GRAVA-CABECALHO-GRUPO.

           MOVE SPACES TO LINHA-SAIDA
           EVALUATE RL-CODIGO(IX-RL)
               WHEN "VENDAS"
                   STRING "RELATORIO DE VENDAS - "
                       FUNCTION TRIM(GR-ROTULO(IX-GR))
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
               WHEN "EXCECOES"
                   STRING "RELATORIO DE EXCECOES - VENDAS - "
                       FUNCTION TRIM(GR-ROTULO(IX-GR))
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
               WHEN OTHER
                   STRING "RELATORIO DE VARIANCIA - "
                       "REALIZADO x PLANO - "
                       FUNCTION TRIM(GR-ROTULO(IX-GR))
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
           END-EVALUATE
           WRITE LINHA-SAIDA

           MOVE SPACES TO LINHA-SAIDA
           STRING "DESTINATARIO: " FUNCTION TRIM(GR-DESTINATARIO(IX-GR))
               DELIMITED BY SIZE INTO LINHA-SAIDA
           END-STRING
           WRITE LINHA-SAIDA

           IF RL-CODIGO(IX-RL) = "VENDAS"
              AND WS-CABEC-VENDAS NOT = SPACES
               MOVE SPACES TO LINHA-SAIDA
               STRING "ORIGEM: " FUNCTION TRIM(WS-CABEC-VENDAS)
                   DELIMITED BY SIZE INTO LINHA-SAIDA
               END-STRING
               WRITE LINHA-SAIDA
           END-IF

           MOVE SPACES TO LINHA-SAIDA
           STRING "DISTRIBUICAO: " WS-RUN-ID
               DELIMITED BY SIZE INTO LINHA-SAIDA
           END-STRING
           WRITE LINHA-SAIDA

           IF RL-CODIGO(IX-RL) = "VENDAS"
              AND WS-AVISO-RESTART NOT = SPACES
               MOVE WS-AVISO-RESTART TO LINHA-SAIDA
               WRITE LINHA-SAIDA
           END-IF

           EVALUATE RL-CODIGO(IX-RL)
               WHEN "VENDAS"
                   MOVE WS-CABEC-COLUNAS TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
                   MOVE WS-LINHA-IGUAIS TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
               WHEN "EXCECOES"
                   MOVE WS-LINHA-IGUAIS TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
               WHEN OTHER
                   MOVE WS-LINHA-IGUAIS TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
                   IF WS-TITULO-VARC NOT = SPACES
                       MOVE WS-TITULO-VARC TO LINHA-SAIDA
                       WRITE LINHA-SAIDA
                   END-IF
                   MOVE WS-LINHA-TRACOS TO LINHA-SAIDA
                   WRITE LINHA-SAIDA
           END-EVALUATE.

       GRAVA-CABECALHO-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-RODAPE-GRUPO
      * Totais do grupo no fim do arquivo: vendas (com a participacao
      * no total da empresa), quantidade de excecoes, ou plano x
      * realizado.
      *-----------------------------------------------------------------
       GRAVA-RODAPE-GRUPO.

           MOVE WS-LINHA-TRACOS TO LINHA-SAIDA
           WRITE LINHA-SAIDA

           EVALUATE RL-CODIGO(IX-RL)
               WHEN "VENDAS"
                   MOVE WS-ARQ-VENDAS TO WS-FMT-NUM
                   PERFORM FORMATA-BR
                   MOVE SPACES TO LINHA-SAIDA
                   STRING "TOTAL " FUNCTION TRIM(GR-ROTULO(IX-GR))
                       ": R$ " FUNCTION TRIM(WS-FMT-BR)
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
                   WRITE LINHA-SAIDA

                   MOVE GR-LOJAS(IX-GR) TO WS-QTD-EDT
                   MOVE SPACES TO LINHA-SAIDA
                   STRING "LOJAS: " FUNCTION TRIM(WS-QTD-EDT)
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
                   WRITE LINHA-SAIDA

                   MOVE WS-FMT-BR TO WS-FMT-BR2
                   MOVE WS-TOTAL-EMPRESA TO WS-FMT-NUM
                   PERFORM FORMATA-BR
                   MOVE SPACES TO WS-PCT-TXT
                   IF WS-TOTAL-EMPRESA > 0
                       COMPUTE WS-PCT ROUNDED =
                           (WS-ARQ-VENDAS / WS-TOTAL-EMPRESA) * 100
                       MOVE WS-PCT TO WS-PART-EDT
                       STRING " (" FUNCTION TRIM(WS-PART-EDT) "%)"
                           DELIMITED BY SIZE INTO WS-PCT-TXT
                       END-STRING
                   END-IF
                   MOVE SPACES TO LINHA-SAIDA
                   STRING "TOTAL DA EMPRESA: R$ "
                       FUNCTION TRIM(WS-FMT-BR)
                       WS-PCT-TXT
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
                   WRITE LINHA-SAIDA
                   MOVE WS-FMT-BR2 TO WS-FMT-BR
               WHEN "EXCECOES"
                   MOVE WS-ARQ-EXCECOES TO WS-QTD-EDT
                   MOVE SPACES TO LINHA-SAIDA
                   STRING "EXCECOES " FUNCTION TRIM(GR-ROTULO(IX-GR))
                       ": " FUNCTION TRIM(WS-QTD-EDT)
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
                   WRITE LINHA-SAIDA
               WHEN OTHER
                   MOVE WS-ARQ-PLANO TO WS-VAL-EDT
                   MOVE WS-ARQ-REAL  TO WS-VAL-EDT2
                   COMPUTE WS-VALOR = WS-ARQ-REAL - WS-ARQ-PLANO
                   MOVE WS-VALOR TO WS-VAL-EDT3
                   IF WS-ARQ-PLANO > 0
                       COMPUTE WS-PCT ROUNDED =
                           (WS-VALOR / WS-ARQ-PLANO) * 100
                       MOVE WS-PCT TO WS-PCT-EDT
                       MOVE SPACES TO WS-PCT-TXT
                       STRING "(" FUNCTION TRIM(WS-PCT-EDT) "%)"
                           DELIMITED BY SIZE INTO WS-PCT-TXT
                       END-STRING
                   ELSE
                       MOVE "(N/D)" TO WS-PCT-TXT
                   END-IF
                   MOVE SPACES TO LINHA-SAIDA
                   STRING FUNCTION TRIM(GR-ROTULO(IX-GR))
                       ": PLANO R$ " FUNCTION TRIM(WS-VAL-EDT)
                       " REAL R$ " FUNCTION TRIM(WS-VAL-EDT2)
                       " DIF R$ " FUNCTION TRIM(WS-VAL-EDT3)
                       " " FUNCTION TRIM(WS-PCT-TXT)
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
                   WRITE LINHA-SAIDA

                   MOVE WS-ARQ-ABAIXO TO WS-QTD-EDT
                   MOVE SPACES TO LINHA-SAIDA
                   STRING "LOJAS ABAIXO DO PLANO ALEM DO LIMITE: "
                       FUNCTION TRIM(WS-QTD-EDT)
                       DELIMITED BY SIZE INTO LINHA-SAIDA
                   END-STRING
                   WRITE LINHA-SAIDA
           END-EVALUATE.

       GRAVA-RODAPE-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE-TOTAIS
      * A soma das lojas tem de fechar com o total da empresa: vendas
      * (subtotais das lojas x TOTAL DE VENDAS) e, havendo variancia,
      * realizado do rollup por loja x EMPRESA. Cada loja cai em um so
      * grupo (ou nas pendentes), entao os totais dos grupos fecham com
      * a empresa.
      *-----------------------------------------------------------------
       CONFERE-TOTAIS.

           MOVE 0 TO WS-SOMA-VENDAS WS-SOMA-REAL

           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1
               UNTIL WS-LJ-IDX > WS-LJ-COUNT
               SET IX-LJ TO WS-LJ-IDX
               ADD LJ-VENDAS(IX-LJ) TO WS-SOMA-VENDAS
               ADD LJ-REAL(IX-LJ)   TO WS-SOMA-REAL
           END-PERFORM

           SET TOTAIS-CONFEREM TO TRUE

           IF WS-SOMA-VENDAS NOT = WS-TOTAL-EMPRESA
               SET TOTAIS-DIVERGEM TO TRUE
               MOVE WS-SOMA-VENDAS   TO WS-VAL-EDT
               MOVE WS-TOTAL-EMPRESA TO WS-VAL-EDT2
               DISPLAY "ERRO: SOMA DAS LOJAS " FUNCTION TRIM(WS-VAL-EDT)
                   " NAO CONFERE COM O TOTAL DE VENDAS DA EMPRESA "
                   FUNCTION TRIM(WS-VAL-EDT2)
           END-IF

           IF RL-PRESENTE(3) = "S" AND TOTAL-VARC-LIDO
              AND WS-SOMA-REAL NOT = WS-REAL-EMPRESA
               SET TOTAIS-DIVERGEM TO TRUE
               MOVE WS-SOMA-REAL    TO WS-VAL-EDT
               MOVE WS-REAL-EMPRESA TO WS-VAL-EDT2
               DISPLAY "ERRO: REALIZADO DAS LOJAS "
                   FUNCTION TRIM(WS-VAL-EDT)
                   " NAO CONFERE COM O DA EMPRESA NA VARIANCIA "
                   FUNCTION TRIM(WS-VAL-EDT2)
           END-IF.

       CONFERE-TOTAIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-LOG-ENTREGA
      * Uma linha no log de distribuicao por arquivo gravado: o que
      * foi para quem.
      *-----------------------------------------------------------------
       GRAVA-LOG-ENTREGA.

           PERFORM MONTA-TIMESTAMP

           MOVE WS-ARQ-LINHAS   TO WS-QTD-EDT
           MOVE GR-LOJAS(IX-GR) TO WS-QTD-EDT2
           EVALUATE RL-CODIGO(IX-RL)
               WHEN "VENDAS"
                   MOVE WS-ARQ-VENDAS TO WS-VAL-EDT
               WHEN OTHER
                   MOVE WS-ARQ-REAL TO WS-VAL-EDT
           END-EVALUATE
           MOVE FUNCTION TRIM(WS-VAL-EDT) TO WS-LOG-TOTAL
           IF RL-CODIGO(IX-RL) = "EXCECOES"
               MOVE WS-ARQ-EXCECOES TO WS-QTD-EDT3
               MOVE FUNCTION TRIM(WS-QTD-EDT3) TO WS-LOG-TOTAL
           END-IF

           MOVE SPACES TO LINHA-DISTLOG
           STRING WS-LOG-TIMESTAMP
               ";distribuirel"
               ";RUN=" WS-RUN-ID
               ";ENTREGA"
               ";RELATORIO=" FUNCTION TRIM(RL-CODIGO(IX-RL))
               ";GRUPO=" FUNCTION TRIM(GR-ROTULO(IX-GR))
               ";DESTINATARIO=" FUNCTION TRIM(GR-DESTINATARIO(IX-GR))
               ";ARQUIVO=" FUNCTION TRIM(WS-SAIDA-PATH)
               ";LOJAS=" FUNCTION TRIM(WS-QTD-EDT2)
               ";LINHAS=" FUNCTION TRIM(WS-QTD-EDT)
               ";TOTAL=" FUNCTION TRIM(WS-LOG-TOTAL)
               DELIMITED BY SIZE INTO LINHA-DISTLOG
           END-STRING
           WRITE LINHA-DISTLOG.

       GRAVA-LOG-ENTREGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-LOG-PENDENTE
      * Uma linha no log de distribuicao por loja sem destinatario.
      *-----------------------------------------------------------------
       GRAVA-LOG-PENDENTE.

           PERFORM MONTA-TIMESTAMP

           MOVE LJ-NUMERO(IX-LJ) TO WS-QTD-EDT
           MOVE LJ-VENDAS(IX-LJ) TO WS-VAL-EDT

           MOVE SPACES TO LINHA-DISTLOG
           STRING WS-LOG-TIMESTAMP
               ";distribuirel"
               ";RUN=" WS-RUN-ID
               ";SEM-DESTINATARIO"
               ";LOJA=" FUNCTION TRIM(WS-QTD-EDT)
               ";REGIAO=" FUNCTION TRIM(LJ-REGIAO(IX-LJ))
               ";VENDAS=" FUNCTION TRIM(WS-VAL-EDT)
               ";PASTA=" FUNCTION TRIM(WS-PENDENTES-DIR)
               DELIMITED BY SIZE INTO LINHA-DISTLOG
           END-STRING
           WRITE LINHA-DISTLOG.

       GRAVA-LOG-PENDENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA-LOG-RESUMO
      * Linha final da execucao no log de distribuicao, com a
      * conferencia dos totais.
      *-----------------------------------------------------------------
       GRAVA-LOG-RESUMO.

           PERFORM MONTA-TIMESTAMP

           MOVE WS-CONT-ARQUIVOS  TO WS-QTD-EDT
           MOVE WS-LJ-COUNT       TO WS-QTD-EDT2
           MOVE WS-CONT-PENDENTES TO WS-QTD-EDT3
           MOVE WS-TOTAL-EMPRESA  TO WS-VAL-EDT
           MOVE WS-SOMA-VENDAS    TO WS-VAL-EDT2
           MOVE WS-SOMA-PENDENTE  TO WS-VAL-EDT3

           MOVE SPACES TO LINHA-DISTLOG
           STRING WS-LOG-TIMESTAMP
               ";distribuirel"
               ";RUN=" WS-RUN-ID
               ";RESUMO"
               ";DESTINATARIOS=" FUNCTION TRIM(WS-DEST-PATH)
               ";ARQUIVOS=" FUNCTION TRIM(WS-QTD-EDT)
               ";LOJAS=" FUNCTION TRIM(WS-QTD-EDT2)
               ";SEM_DESTINATARIO=" FUNCTION TRIM(WS-QTD-EDT3)
               ";TOTAL_EMPRESA=" FUNCTION TRIM(WS-VAL-EDT)
               ";TOTAL_LOJAS=" FUNCTION TRIM(WS-VAL-EDT2)
               ";TOTAL_PENDENTE=" FUNCTION TRIM(WS-VAL-EDT3)
               ";CONFERE=" WS-CONFERE-FLAG
               ";STATUS=" FUNCTION TRIM(WS-LOG-STATUS)
               DELIMITED BY SIZE INTO LINHA-DISTLOG
           END-STRING
           WRITE LINHA-DISTLOG.

       GRAVA-LOG-RESUMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-TIMESTAMP
      * Data/hora corrente no formato do log (AAAA-MM-DD HH:MM:SS).
      *-----------------------------------------------------------------
       MONTA-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
               WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " "
               WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":"
               WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP
           END-STRING.

       MONTA-TIMESTAMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMATA-BR
      * Recebe um valor em WS-FMT-NUM e devolve em WS-FMT-BR o mesmo
      * valor formatado como moeda no padrao brasileiro (ponto de
      * milhar, virgula decimal) - como no testeCSV.
      *-----------------------------------------------------------------
       FORMATA-BR.

           MOVE WS-FMT-NUM TO WS-FMT-OUT
           INSPECT WS-FMT-OUT REPLACING ALL "," BY "."
           MOVE 0 TO POS-ULTIMO
           PERFORM VARYING I FROM LENGTH OF WS-FMT-OUT BY -1
               UNTIL I = 1
               IF WS-FMT-OUT(I:1) = "."
                   MOVE I TO POS-ULTIMO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF POS-ULTIMO > 0
               MOVE "," TO WS-FMT-OUT(POS-ULTIMO:1)
           END-IF
           MOVE WS-FMT-OUT TO WS-FMT-BR.

       FORMATA-BR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INICIALIZA-AMBIENTE
      * Le os nomes dos arquivos de variaveis de ambiente, com valor
      * default para quando a variavel nao existe - os relatorios com
      * as mesmas variaveis e defaults do testeCSV.
      *-----------------------------------------------------------------
       INICIALIZA-AMBIENTE.

           ACCEPT WS-DEST-PATH FROM ENVIRONMENT "DESTINATARIOS_MASTER"
               ON EXCEPTION
                   MOVE "destinatarios.dat" TO WS-DEST-PATH
           END-ACCEPT

           ACCEPT WS-LOJADEPTO-PATH FROM ENVIRONMENT "LOJADEPTO_MASTER"
               ON EXCEPTION
                   MOVE "lojadepto.dat" TO WS-LOJADEPTO-PATH
           END-ACCEPT

           ACCEPT WS-RELATORIO-TXT-PATH FROM ENVIRONMENT "RELATORIO_TXT"
               ON EXCEPTION
                   MOVE "relatorio_vendas.txt" TO WS-RELATORIO-TXT-PATH
           END-ACCEPT

           ACCEPT WS-EXCECOES-PATH FROM ENVIRONMENT "RELATORIO_EXCECOES"
               ON EXCEPTION
                   MOVE "relatorio_excecoes.txt" TO WS-EXCECOES-PATH
           END-ACCEPT

           ACCEPT WS-VARIANCIA-PATH
               FROM ENVIRONMENT "RELATORIO_VARIANCIA"
               ON EXCEPTION
                   MOVE "relatorio_variancia.txt" TO WS-VARIANCIA-PATH
           END-ACCEPT

           ACCEPT WS-DISTLOG-PATH FROM ENVIRONMENT "DISTRIB_LOG"
               ON EXCEPTION
                   MOVE "distribuicao.log" TO WS-DISTLOG-PATH
           END-ACCEPT

           ACCEPT WS-PENDENTES-DIR FROM ENVIRONMENT "DISTRIB_PENDENTES"
               ON EXCEPTION
                   MOVE "nao_distribuidos" TO WS-PENDENTES-DIR
           END-ACCEPT.

       INICIALIZA-AMBIENTE-EXIT.
           EXIT.

       END PROGRAM distribuirel.
