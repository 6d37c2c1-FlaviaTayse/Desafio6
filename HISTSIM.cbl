           record key is fl-sim-chave
           file status is ws-fs-arq-simulado-hist.

      *> folha de respostas dos simulados - questoes em revisao
           select arq-simulado-resp assign to "arq-simulado-resp.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sr-chave
           file status is ws-fs-arq-simulado-resp.

      *>----Declaração de variáveis
       data division.

       01 fl-simulado-hist.
           copy SIMHIST.

       fd arq-simulado-resp.
       01 fl-simulado-resp.
           copy SIMRESP.

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-simulado-hist                      pic x(02).
       77 ws-fim-consulta                              pic x(01) value "N".
       77 ws-aux                                       pic x(01).
       77 ws-fs-arq-simulado-resp                      pic x(02).
       77 ws-abriu-simulado-resp                       pic x(01).
       77 ws-disciplina-atual                          pic x(06).
       77 ws-qtd-revisao                               pic 9(03).
       77 ws-qtd-respondidas                           pic 9(03).
       77 ws-qtd-disciplinas                           pic 9(03).

       linkage section.
       01 lk-user                                      pic x(10).
               display "Erro ao abrir arq.simulado-hist - status "
                   ws-fs-arq-simulado-hist
           end-if

      *> sem a folha de respostas o historico sai so com as notas
           move "N" to ws-abriu-simulado-resp
           open input arq-simulado-resp
           if   ws-fs-arq-simulado-resp = "00"
               move "S" to ws-abriu-simulado-resp
           end-if
           .
       1000-abre-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra so a nota de cada tentativa de simulado, nunca as respostas,
      *> e quantas questoes de cada disciplina ainda estao em revisao
      *>------------------------------------------------------------------------
       2000-lista-historico section.
           move "N" to ws-fim-consulta
                       end-if
               end-read
           end-perform
           perform 2500-mostra-revisao
           display "Pressione ENTER para continuar"
           accept ws-aux
           .
       2000-lista-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Questoes fracas por disciplina: le a folha de respostas do
      *> funcionario (chave comeca pela matricula, depois a disciplina) e
      *> conta, a cada quebra de disciplina, as questoes em revisao - as
      *> que errou e ainda nao acertou as vezes seguidas exigidas
      *>------------------------------------------------------------------------
       2500-mostra-revisao section.
           if   ws-abriu-simulado-resp <> "S"
               go to 2500-mostra-revisao-exit
           end-if
           move 0          to ws-qtd-disciplinas
           move spaces     to ws-disciplina-atual
           move "N"        to ws-fim-consulta
           move lk-user    to fl-sr-matricula
           move low-values to fl-sr-disciplina fl-sr-idioma
           move 0          to fl-sr-numero
           start arq-simulado-resp key is >= fl-sr-chave
               invalid key
                   move "S" to ws-fim-consulta
           end-start
           display " "
           display "Questoes em revisao (simulado de revisao dos erros)"
           display "Disciplina   Em revisao   Respondidas"
           perform until ws-fim-consulta = "S"
               read arq-simulado-resp next record
                   at end
                       move "S" to ws-fim-consulta
                   not at end
                       if   fl-sr-matricula <> lk-user
                           move "S" to ws-fim-consulta
                       else
                           if   fl-sr-disciplina <> ws-disciplina-atual
                               perform 2550-mostra-disciplina
                               move fl-sr-disciplina to ws-disciplina-atual
                               move 0 to ws-qtd-revisao ws-qtd-respondidas
                           end-if
                           add 1 to ws-qtd-respondidas
                           if   fl-sr-em-revisao
                               add 1 to ws-qtd-revisao
                           end-if
                       end-if
               end-read
           end-perform
           perform 2550-mostra-disciplina
           if   ws-qtd-disciplinas = 0
               display "Nenhuma questao de simulado respondida ainda."
           end-if
           .
       2500-mostra-revisao-exit.
           exit.

       2550-mostra-disciplina section.
           if   ws-disciplina-atual = spaces
               go to 2550-mostra-disciplina-exit
           end-if
           add 1 to ws-qtd-disciplinas
           display ws-disciplina-atual "       " ws-qtd-revisao
               "          " ws-qtd-respondidas
           .
       2550-mostra-disciplina-exit.
           exit.

       9000-fecha-arquivo section.
           close arq-simulado-hist
           if   ws-abriu-simulado-resp = "S"
               close arq-simulado-resp
           end-if
           .
       9000-fecha-arquivo-exit.
           exit.
