      ******************************************************************
      * Copybook: TRAVAHISTPARM
      * Area de parametros do CALL "travahist" - a trava de uso do
      * historico de vendas (vendahist.dat). Todo programa que abre o
      * historico chama o travahist antes do OPEN e devolve a trava
      * antes de terminar:
      *     TH-ACAO  "L" = obter para leitura (leitores compartilham)
      *              "E" = obter exclusiva (programas que atualizam)
      *              "D" = devolver a trava desta execucao
      *              "C" = limpar a trava velha de outra execucao (so
      *                    pelo limpatrava, com programa e run id)
      *     TH-PROGRAMA / TH-RUN-ID  quem pede (ou, em "C", de quem e a
      *              trava a limpar)
      *     TH-RETORNO  0 = ok, 4 = trava a devolver nao existia,
      *                 8 = trava recusada (historico em uso) ou erro
      *     TH-DETENTOR-*  na recusa, quem esta com o historico; em
      *              "C", a trava que foi limpa
      ******************************************************************
           05 TH-ACAO            PIC X(01).
               88 TH-OBTER-LEITURA      VALUE "L".
               88 TH-OBTER-EXCLUSIVA    VALUE "E".
               88 TH-DEVOLVER           VALUE "D".
               88 TH-LIMPAR             VALUE "C".
           05 TH-PROGRAMA        PIC X(15).
           05 TH-RUN-ID          PIC X(14).
           05 TH-RETORNO         PIC 9(02).
           05 TH-DETENTOR-MODO   PIC X(01).
           05 TH-DETENTOR-PROGRAMA PIC X(15).
           05 TH-DETENTOR-RUN-ID PIC X(14).
           05 TH-DETENTOR-INICIO PIC X(14).
