      ******************************************************************
      * Copybook: POSTAGEMGLREC
      * Layout de um registro do arquivo de controle de postagens
      * para a contabilidade (controle_contabil.dat), em formato fixo,
      * um registro por semana/loja enviada em cada execucao do
      * contabiliza: o id do lote (AAAAMMDDHHMMSS), a chave semana
      * (data de fim da semana, AAAAMMDD) + loja, o valor de vendas e
      * o de devolucoes postados naquele lote e o tipo ("N" = postagem
      * normal, "A" = ajuste pela diferenca).
      *
      * O arquivo so cresce. A soma dos registros de uma semana/loja e
      * o que a contabilidade ja recebeu dela - e contra essa soma que
      * o contabiliza decide entre recusar a segunda postagem e lancar
      * so a diferenca de uma semana reapresentada.
      ******************************************************************
           05 PG-LOTE            PIC X(14).
           05 PG-CHAVE.
               10 PG-SEMANA      PIC 9(8).
               10 PG-STORE       PIC 9(10).
           05 PG-VENDAS          PIC S9(11)V99.
           05 PG-DEVOLUCOES      PIC S9(11)V99.
           05 PG-TIPO            PIC X(01).
