      *> arq-log-sessao anteriores a uma data de corte para arquivos
      *> anuais e os remove dos arquivos vivos, gravando um checkpoint a
      *> cada registro para que uma execucao interrompida possa ser
      *> reiniciada sem perder nem duplicar registros arquivados. No
      *> lote noturno (NOTURNO) a data de corte vem de lk-lote e nada e
      *> perguntado
           select arq-simulado-hist assign to "arq-simulado-hist.dat"
           organization is indexed
           access mode is dynamic
       77 ws-mov-log                                    pic 9(07) value 0.
       77 ws-man-log                                    pic 9(07) value 0.

      *>----Falha de abertura do historico de simulados (retorno do lote)
       77 ws-fs-falha-sim                               pic x(02).

      *>----Linha do arquivo anual de simulados (mesmo estilo do EXPORTA)
       01 ws-linha-arquivo-sim.
           05 ws-as-matricula                           pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-as-nota                                pic 9(03).

       linkage section.
       01 lk-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==lk-lote==.

      *>Declaração do corpo do programa
       procedure division using lk-lote.

       0000-controle section.
      *> o programa fica residente entre chamadas do menu (last-used
      *> podem vazar para esta
           move "N" to ws-checkpoint-invalido ws-log-processado
           move 0   to ws-mov-sim ws-man-sim ws-mov-log ws-man-log
           move "00" to ws-fs-falha-sim
           perform 1000-le-checkpoint
           if   ws-checkpoint-invalido <> "S"
               if   ws-fase-resume = spaces
               perform 5500-descarta-copia
               perform 6000-mostra-totais
           end-if
           if   lk-lote-noturno
               perform 7000-retorno-lote
           end-if
           goback
           .
       0000-controle-exit.
           exit.

       1500-informa-corte section.
           if   lk-lote-noturno
               move lk-lote-data-corte to ws-data-corte
               display "Expurgo do lote noturno - corte " ws-data-corte
               go to 1500-informa-corte-exit
           end-if
           display erase
           display "Expurgo de Historico de Simulados e Log de Sessao"
           display "Registros anteriores a data de corte vao para os"
           if   ws-fs-arq-simulado-hist <> "00"
               display "Erro ao abrir arq.simulado-hist - status "
                   ws-fs-arq-simulado-hist
               move ws-fs-arq-simulado-hist to ws-fs-falha-sim
           else
               if   ws-fase-resume = spaces
                   move spaces to ws-chave-resume
       6000-mostra-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno para o lote noturno: checkpoint vazio (expurgo travado
      *> ate conferencia manual) ou historico que nao abriu e falha
      *>------------------------------------------------------------------------
       7000-retorno-lote section.
           set  lk-lote-ok to true
           move "00"       to lk-lote-status
           move spaces     to lk-lote-mensagem
           compute lk-lote-qtd-lidos = ws-mov-sim + ws-man-sim
               + ws-mov-log + ws-man-log
           compute lk-lote-qtd-gravados = ws-mov-sim + ws-mov-log
           if   ws-checkpoint-invalido = "S"
               set  lk-lote-falha to true
               move "checkpoint de expurgo vazio" to lk-lote-mensagem
           end-if
           if   ws-fs-falha-sim <> "00"
               set  lk-lote-falha   to true
               move ws-fs-falha-sim to lk-lote-status
               move "erro ao abrir arq.simulado-hist"
                   to lk-lote-mensagem
           end-if
           .
       7000-retorno-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravacao do checkpoint - o arquivo e reescrito inteiro a cada
      *> avanco, entao sempre reflete o ultimo passo confirmado
