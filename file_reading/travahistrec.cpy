      ******************************************************************
      * Copybook: TRAVAHISTREC
      * Layout de uma linha do arquivo de trava do historico de vendas
      * (vendahist.dat.lck, ao lado do master), em formato fixo, uma
      * linha por programa que esta usando o historico:
      *     TR-MODO     "L" = leitura (compartilhada entre leitores)
      *                 "E" = atualizacao (exclusiva)
      *     TR-PROGRAMA programa detentor
      *     TR-RUN-ID   id da execucao do detentor (AAAAMMDDHHMMSS)
      *     TR-INICIO   quando a trava foi obtida (AAAAMMDDHHMMSS)
      *
      * Mantido so pelo subprograma travahist; o limpatrava le para
      * listar as travas antes de limpar uma trava velha.
      ******************************************************************
           05 TR-MODO            PIC X(01).
           05 TR-PROGRAMA        PIC X(15).
           05 TR-RUN-ID          PIC X(14).
           05 TR-INICIO          PIC X(14).
