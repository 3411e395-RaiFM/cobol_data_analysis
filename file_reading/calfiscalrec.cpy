      ******************************************************************
      * Copybook: CALFISCALREC
      * Layout de um registro do calendario fiscal 4-5-4 do varejo
      * (calendario_fiscal.dat), em formato fixo, um registro por
      * semana: a data de fim da semana fiscal em AAAAMMDD (mesma
      * convencao de VH-DATA), o ano fiscal, o trimestre (1-4), o
      * periodo (01-12, quatro, cinco e quatro semanas em cada
      * trimestre) e a semana do ano fiscal (01-52, ou 53 no ano de
      * semana extra, que entra no periodo 12).
      *
      * A semana do extrato cai no periodo da semana fiscal que a
      * contem - a data da venda nao precisa ser o proprio dia de
      * fechamento, basta estar nos sete dias que terminam em
      * CF-DATA-FIM. E a mesma tabela da controladoria: um "periodo
      * 03" do relatorio e o mesmo periodo 03 do fechamento.
      *
      * Gerado e mantido por geracalfiscal (um ano fiscal por
      * execucao). Lido pelo relatorio de vendas (testeCSV), que faz o
      * rollup e a variancia contra o plano por periodo fiscal, e pelo
      * comparativo ano contra ano (comparaanual), que fecha a
      * temporada na virada do ano fiscal.
      ******************************************************************
           05 CF-DATA-FIM        PIC X(08).
           05 CF-ANO-FISCAL      PIC X(04).
           05 CF-TRIMESTRE       PIC X(01).
           05 CF-PERIODO         PIC X(02).
           05 CF-SEMANA          PIC X(02).
