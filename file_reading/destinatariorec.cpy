      ******************************************************************
      * Copybook: DESTINATARIOREC
      * Layout de um registro do cadastro de destinatarios dos
      * relatorios regionais (destinatarios.dat), em formato fixo, um
      * registro por linha:
      *     DS-TIPO          "R" = regiao (DS-CHAVE = LD-REGIAO do
      *                      cadastro de lojas, grafada igual - as
      *                      maiusculas contam -, "(SEM REGIAO)" para
      *                      lojas sem regiao preenchida)
      *                      "L" = loja individual (DS-CHAVE = numero
      *                      da loja) - tem precedencia sobre a regiao:
      *                      a loja sai no arquivo dela e nao no da
      *                      regiao
      *     DS-CHAVE         regiao ou numero da loja
      *     DS-DESTINATARIO  quem recebe (nome / caixa de correio)
      *     DS-PASTA         pasta de entrega dos arquivos
      *     DS-ATIVO         "S"/"N" - suspende a entrega sem apagar
      *                      a linha
      *
      * Mais de uma linha com a mesma chave e permitido: cada
      * destinatario recebe a sua copia na sua pasta.
      *
      * Lido pelo distribuirel, que parte os relatorios de vendas,
      * excecoes e variancia do testeCSV por regiao/loja.
      ******************************************************************
           05 DS-TIPO            PIC X(01).
               88 DS-REGIAO             VALUE "R".
               88 DS-LOJA               VALUE "L".
           05 DS-CHAVE           PIC X(15).
           05 DS-DESTINATARIO    PIC X(40).
           05 DS-PASTA           PIC X(100).
           05 DS-ATIVO           PIC X(01).
