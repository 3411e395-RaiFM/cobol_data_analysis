      ******************************************************************
      * Copybook: CATALOGORELREC
      * Layout de um registro do catalogo de geracoes dos relatorios
      * semanais (catalogo_relatorios.dat), em formato fixo, um
      * registro por relatorio guardado por execucao do testeCSV:
      *     CR-RELATORIO    codigo do relatorio (VENDAS-TXT,
      *                     VENDAS-CSV, EXCECOES, RANKING, VARIANCIA,
      *                     EFETIVIDADE, FERIADOS, REGIAO)
      *     CR-GERACAO      numero da geracao, sequencial por relatorio
      *     CR-RUN-ID       id da execucao do testeCSV que gerou o
      *                     relatorio - a data/hora da linha dele no
      *                     log de execucoes (AAAAMMDDHHMMSS)
      *     CR-GUARDADO-EM  quando a geracao foi guardada
      *     CR-PERIODO-INI / CR-PERIODO-FIM  menor e maior semana lida
      *                     pela execucao (AAAAMMDD; zeros = sem venda)
      *     CR-QTD-LINHAS   linhas do relatorio guardado
      *     CR-QTD-ACEITOS / CR-QTD-REJEITADOS  contadores da execucao
      *     CR-SITUACAO     "A" = guardada, "E" = expurgada pela
      *                     retencao (arquivo apagado, registro fica
      *                     como historico do que existiu)
      *     CR-ARQUIVO      arquivo da geracao
      *
      * Mantido pelo guardarelat: modo GUARDA acrescenta e expurga,
      * modo RECUPERA so le.
      ******************************************************************
           05 CR-RELATORIO       PIC X(12).
           05 CR-GERACAO         PIC 9(6).
           05 CR-RUN-ID          PIC X(14).
           05 CR-GUARDADO-EM     PIC X(14).
           05 CR-PERIODO-INI     PIC 9(8).
           05 CR-PERIODO-FIM     PIC 9(8).
           05 CR-QTD-LINHAS      PIC 9(10).
           05 CR-QTD-ACEITOS     PIC 9(10).
           05 CR-QTD-REJEITADOS  PIC 9(10).
           05 CR-SITUACAO        PIC X(01).
               88 CR-GUARDADA           VALUE "A".
               88 CR-EXPURGADA          VALUE "E".
           05 CR-ARQUIVO         PIC X(200).
