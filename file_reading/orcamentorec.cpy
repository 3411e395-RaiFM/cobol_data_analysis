      * Copybook: ORCAMENTOREC
      * Layout de um registro do plano de vendas da controladoria
      * (orcamento.dat), em formato fixo, um registro por linha:
      * loja, departamento, periodo e valor planejado.
      *
      * OC-ANOMES e o periodo fiscal da controladoria, AAAAPP (ano
      * fiscal + periodo 01-12 do calendario 4-5-4, layout
      * CALFISCALREC) - o nome ficou do tempo em que o plano era por
      * mes civil, e sem calendario fiscal carregado o relatorio ainda
      * le o campo como AAAAMM.
      *
      * Loja e depto ficam como texto (mesma convencao do cadastro
      * LOJADEPTOREC) - a comparacao e pelo valor numerico, para "4" e
      * recusada com aviso em vez de derrubar o job.
      *
      * Lido pelo relatorio de vendas (testeCSV), que compara o plano
      * com o realizado de cada periodo apurado do extrato.
      ******************************************************************
           05 OC-LOJA            PIC X(10).
           05 OC-DEPTO           PIC X(10).
