      ******************************************************************
      * Copybook: PREVISAOREC
      * Layout de um registro do arquivo de previsoes de venda
      * (previsao_vendas.dat), em formato fixo, um registro por
      * loja/depto/semana prevista: o id da execucao que gerou a
      * previsao (AAAAMMDDHHMMSS), a chave no mesmo formato da chave
      * do historico (VENDAHISTREC - Loja+Depto+Data de fim da semana,
      * AAAAMMDD), o valor previsto, a venda da mesma semana do ano
      * anterior usada como base (364 dias antes), o fator de
      * tendencia aplicado e a origem da previsao:
      *     "A" = semana do ano anterior ajustada pela tendencia
      *     "M" = media das semanas recentes (sem semana no ano
      *           anterior para servir de base)
      *
      * Cada execucao de prevevendas anexa as suas previsoes no fim do
      * arquivo, em ordem de loja/depto/semana, sem apagar as
      * anteriores - e o que permite ao modo ACURACIA comparar a
      * previsao de uma execucao com a venda real que o aplicadelta
      * trouxe depois.
      ******************************************************************
           05 PV-RUN-ID          PIC X(14).
           05 PV-CHAVE.
               10 PV-STORE       PIC 9(10).
               10 PV-DEPT        PIC 9(10).
               10 PV-DATA        PIC 9(8).
           05 PV-PREVISTO        PIC S9(11)V99.
           05 PV-BASE-ANO-ANT    PIC S9(11)V99.
           05 PV-FATOR           PIC 9(1)V9999.
           05 PV-ORIGEM          PIC X(01).
