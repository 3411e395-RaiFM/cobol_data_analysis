      ******************************************************************
      * Copybook: LANCAMENTOGLREC
      * Layout de um registro do arquivo de lancamentos para a
      * contabilidade (lancamentos_gl.txt), em formato fixo, gravado
      * pelo contabiliza. Um lote por execucao:
      *     "H" = cabecalho do lote (id do lote = id da execucao,
      *           AAAAMMDDHHMMSS; data de geracao; semana fechada)
      *     "D" = uma perna de lancamento: semana (data de fim da
      *           semana, AAAAMMDD, a mesma data do historico), centro
      *           de custo da loja ("LJ" + numero da loja em 8
      *           digitos), conta, debito/credito, valor sempre
      *           positivo e o tipo do lancamento:
      *               "N" = postagem normal da semana
      *               "A" = ajuste - so a diferenca de uma semana ja
      *                     postada que o aplicadelta reapresentou
      *     "T" = trailer de controle (quantidade de pernas e total
      *           de debitos e de creditos, que tem que bater)
      *
      * Cada lancamento sai em duas pernas (debito e credito de mesmo
      * valor e mesmo numero de lancamento), entao o lote fecha
      * sozinho e cada lancamento tambem.
      ******************************************************************
           05 GL-TIPO-REG        PIC X(01).
           05 GL-CORPO           PIC X(119).
           05 GL-CABECALHO REDEFINES GL-CORPO.
               10 GL-H-LOTE      PIC X(14).
               10 GL-H-GERACAO   PIC 9(8).
               10 GL-H-SEMANA    PIC 9(8).
               10 GL-H-ORIGEM    PIC X(10).
               10 FILLER         PIC X(79).
           05 GL-DETALHE REDEFINES GL-CORPO.
               10 GL-D-LOTE      PIC X(14).
               10 GL-D-LANC      PIC 9(6).
               10 GL-D-SEMANA    PIC 9(8).
               10 GL-D-CCUSTO    PIC X(10).
               10 GL-D-CONTA     PIC X(10).
               10 GL-D-DC        PIC X(01).
               10 GL-D-VALOR     PIC 9(11)V99.
               10 GL-D-TIPO      PIC X(01).
               10 GL-D-HISTORICO PIC X(40).
               10 FILLER         PIC X(16).
           05 GL-TRAILER REDEFINES GL-CORPO.
               10 GL-T-LOTE      PIC X(14).
               10 GL-T-QTD-REG   PIC 9(6).
               10 GL-T-DEBITOS   PIC 9(13)V99.
               10 GL-T-CREDITOS  PIC 9(13)V99.
               10 FILLER         PIC X(69).
