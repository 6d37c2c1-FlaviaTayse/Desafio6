                   display "Qtd questoes    : " fl-disc-qtd-questoes
                   display "Max tentativas  : " fl-disc-max-tentativas
                   display "Validade (meses): " fl-disc-validade-meses
                   display "Duracao (min)   : " fl-disc-duracao-max
           end-read
           .
       6000-consultar-disciplina-exit.
      *>------------------------------------------------------------------------
      *> Pergunta os parametros de prova da disciplina - nota minima
      *> (000 assume 070), quantidade de questoes por prova (00 aplica
      *> todas), maximo de tentativas (00 sem limite), validade em
      *> meses (000 sem vencimento) e duracao maxima da prova em
      *> minutos (000 sem limite)
      *>------------------------------------------------------------------------
       7000-informa-parametros section.
           move 999 to fl-disc-nota-minima
           display "Validade da certificacao em meses (000 sem"
               " vencimento):"
           accept fl-disc-validade-meses
           display "Duracao maxima da prova em minutos (000 sem"
               " limite):"
           accept fl-disc-duracao-max
           .
       7000-informa-parametros-exit.
           exit.
