               10 ws-fr-dada                            pic x(01).
               10 ws-fr-gabarito                        pic x(01).
               10 ws-fr-acerto                          pic x(01).
               10 ws-fr-versao                          pic 9(03).
       77 ws-ind-folha                                  pic 9(03).

      *>----Versao da questao (VERSOES): a apresentada e gravada na
      *>----folha; no cadastro, o texto anterior vira a versao 001
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).

      *>----Retomada de prova interrompida (checkpoint arq-prova-aberta)
      *>----uma prova aberta ha mais dias que o corte e encerrada e
      *>----corrigida sobre o que foi respondido
       77 ws-prox-hora-ini                              pic 9(04).
       77 ws-prox-hora-fim                              pic 9(04).

      *>----Reserva de lugar (RESERVA): janela aberta com capacidade so
      *>----aceita quem reservou; a prova corrigida utiliza a reserva
       77 ws-janela-inicio                              pic 9(08).
       77 ws-janela-capacidade                          pic 9(04).
       77 ws-rsv-modo                                   pic x(01).
       77 ws-rsv-disciplina                             pic x(06).
       77 ws-rsv-data                                   pic 9(08).
       77 ws-rsv-retorno                                pic 9(01).

      *>----Limite de duracao da prova (fl-disc-duracao-max): minutos
      *>----decorridos contados da data/hora de inicio do checkpoint
       77 ws-minutos-agora                              pic 9(09).
       77 ws-minutos-inicio                             pic 9(09).
       77 ws-minutos-decorridos                         pic 9(05).
       77 ws-hora-hh                                    pic 9(02).
       77 ws-hora-mm                                    pic 9(02).
       77 ws-tempo-esgotado                             pic x(01) value "N".
       77 ws-prova-encerrada                            pic x(01) value "N".
       77 ws-tempo-no-laco                              pic x(01).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-tipo-usuario                               pic 9(01).
                   if   fl-quest-numero = 0
                       move "S" to ws-fim-tela
                   else
                       perform 2010-inclui-questao
                   end-if
               end-perform
           end-if
       2000-cadastra-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Inclui uma questao nova no banco de prova - questao ja existente
      *> nao e regravada por aqui: a alteracao (e a troca de gabarito, que
      *> exige aprovacao de outro administrador) e feita no QUESTOES
      *>------------------------------------------------------------------------
       2010-inclui-questao section.
           read arq-prova key is fl-quest-chave
               not invalid key
                   display "Ja existe questao com esta chave. Use Alterar"
                       " na manutencao do banco de questoes."
                   go to 2010-inclui-questao-exit
           end-read
           move "I"    to ws-ver-origem
           display "Enunciado:"
           accept fl-quest-enunciado
           display "Alternativa A:"
           accept fl-quest-alt-a
           display "Alternativa B:"
           accept fl-quest-alt-b
           display "Alternativa C:"
           accept fl-quest-alt-c
           display "Alternativa D:"
           accept fl-quest-alt-d
           display "Resposta correta (A/B/C/D):"
           accept fl-quest-resposta
      *> questao excluida conserva o historico de versoes: a chave so
      *> volta com o gabarito que ja teve (a troca exige aprovacao)
           move fl-questao-prova to ws-questao-anterior
           move "U"              to ws-ver-modo
           call "VERSOES" using ws-ver-modo ws-questao-anterior
               fl-questao-prova ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           if   ws-ver-retorno = 9
               display "Historico de versoes indisponivel - questao"
                   " nao incluida."
               go to 2010-inclui-questao-exit
           end-if
           if   ws-ver-retorno = 0
           and  ws-qant-resposta <> fl-quest-resposta
               display "Esta questao ja teve o gabarito "
                   ws-qant-resposta " - inclua com esse gabarito e"
                   " troque-o pelo Alterar do QUESTOES."
               go to 2010-inclui-questao-exit
           end-if
           move spaces to ws-questao-anterior
           write fl-questao-prova
               invalid key
                   display "Erro ao gravar questao - status "
                       ws-fs-arq-prova
           end-write
           if   ws-fs-arq-prova = "00"
               move "G" to ws-ver-modo
               call "VERSOES" using ws-ver-modo
                   fl-questao-prova ws-questao-anterior
                   ws-ver-versao lk-user ws-ver-origem
                   ws-ver-retorno
           end-if
           .
       2010-inclui-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere no calendario se existe janela de aplicacao aberta para
      *> a disciplina - uma disciplina sem nenhuma janela cadastrada
      *> continua liberada (o calendario ainda nao foi adotado para ela);
      *> fora da janela a prova e recusada mostrando a proxima agendada;
      *> janela aberta com capacidade exige lugar reservado (RESERVA)
      *>------------------------------------------------------------------------
       2850-verifica-janela section.
           if   ws-fs-arq-calendario <> "00"
           move 0   to fl-cal-data-inicio
           move 0   to ws-qtd-janelas ws-prox-inicio ws-prox-fim
           move 0   to ws-prox-hora-ini ws-prox-hora-fim
           move 0   to ws-janela-inicio ws-janela-capacidade
           move "N" to ws-janela-aberta
           move "N" to ws-fim-janelas
           start arq-calendario key is >= fl-cal-chave
               end-if
               move "S" to ws-fim-tela
           end-if
           if   ws-janela-aberta = "S"
           and  ws-janela-capacidade > 0
               move "C"              to ws-rsv-modo
               move fl-disc-codigo   to ws-rsv-disciplina
               move ws-janela-inicio to ws-rsv-data
               call "RESERVA" using ws-rsv-modo lk-user
                   ws-rsv-disciplina ws-rsv-data ws-rsv-retorno
               if   ws-rsv-retorno <> 0
                   display "Esta janela exige lugar reservado e voce nao"
                       " tem reserva nela."
                   display "Reserve o lugar pelo menu de funcionario"
                       " (opcao 'R') enquanto houver vaga."
                   move "S" to ws-fim-tela
               end-if
           end-if
           .
       2850-verifica-janela-exit.
           exit.
           and  (fl-cal-hora-fim = 0
                 or ws-hora-agora <= fl-cal-hora-fim)
               move "S" to ws-janela-aberta
               move fl-cal-data-inicio to ws-janela-inicio
               move fl-cal-capacidade  to ws-janela-capacidade
           else
               if   fl-cal-data-fim >= ws-data-hoje
               and  (ws-prox-inicio = 0
           move "N"       to ws-modo-retomada
           move 1         to ws-questao-inicial
           move lk-idioma to ws-idioma-prova
           move "N"       to ws-tempo-esgotado
           move "N"       to ws-prova-encerrada
           display erase
           display "Realizacao de Prova"
           perform 2800-verifica-prova-aberta
                   if   ws-modo-retomada <> "S"
                       perform 3040-abre-checkpoint-prova
                   end-if
                   if   fl-disc-duracao-max > 0
                       display "Duracao maxima da prova: "
                           fl-disc-duracao-max " minuto(s)."
                   end-if
                   perform varying ws-ind-questao
                           from ws-questao-inicial by 1
                           until ws-ind-questao > ws-qtd-sorteadas
                           or    ws-tempo-esgotado  = "S"
                           or    ws-prova-encerrada = "S"
                       perform 3130-confere-tempo
                       if   ws-tempo-esgotado  <> "S"
                       and  ws-prova-encerrada <> "S"
                           move fl-disc-codigo  to fl-quest-disciplina
                           move ws-idioma-prova to fl-quest-idioma
                           move ws-sort-numero(ws-ind-questao)
                               to fl-quest-numero
                           read arq-prova key is fl-quest-chave
                               not invalid key
                                   perform 3100-pergunta-questao
                           end-read
                       end-if
                   end-perform
      *> o fiscal pode ter encerrado a prova enquanto a ultima questao
      *> estava na tela - sem o checkpoint o resultado ja foi gravado
      *> por ele e nada mais e gravado aqui; o tempo vale o que o laco
      *> apurou (a ultima resposta ja foi conferida no 3100)
                   if   ws-prova-encerrada <> "S"
                       move ws-tempo-esgotado to ws-tempo-no-laco
                       perform 3130-confere-tempo
                       move ws-tempo-no-laco  to ws-tempo-esgotado
                   end-if
                   if   ws-prova-encerrada = "S"
                       display "Esta prova foi encerrada pelo fiscal -"
                           " o resultado ja foi gravado."
                   else
                       if   ws-tempo-esgotado = "S"
                           display "Tempo esgotado - as questoes nao"
                               " respondidas contam como erradas."
      *> o varying ja avancou alem da questao em que o tempo esgotou
                           subtract 1 from ws-ind-questao
                           perform 3140-completa-nao-respondidas
                           move fl-disc-duracao-max
                               to ws-minutos-decorridos
                       else
                           perform 2810-calcula-decorrido
                       end-if
                       perform 3200-grava-resultado
                   end-if
               end-if
           end-if
           .
               invalid key
                   go to 2800-verifica-prova-aberta-exit
           end-read
           perform 2810-calcula-decorrido
           move fl-pa-disciplina to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   move 0 to fl-disc-duracao-max
           end-read
           if   fl-disc-duracao-max > 0
           and  ws-minutos-decorridos >= fl-disc-duracao-max
               display "O tempo da sua prova aberta de " fl-pa-disciplina
                   " iniciada em " fl-pa-data-inicio " esgotou."
               perform 3650-encerra-tempo-esgotado
               go to 2800-verifica-prova-aberta-exit
           end-if
           accept ws-data-hoje from date yyyymmdd
           compute ws-dias-aberta =
               function integer-of-date(ws-data-hoje)
       2800-verifica-prova-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Minutos decorridos desde o inicio da prova aberta (data e hora
      *> gravadas no checkpoint) ate agora
      *>------------------------------------------------------------------------
       2810-calcula-decorrido section.
           accept ws-data-hoje     from date yyyymmdd
           accept ws-hora-completa from time
           compute ws-hora-agora = ws-hora-completa / 10000
           divide ws-hora-agora by 100 giving ws-hora-hh
               remainder ws-hora-mm
           compute ws-minutos-agora =
               function integer-of-date(ws-data-hoje) * 1440
               + ws-hora-hh * 60 + ws-hora-mm
           divide fl-pa-hora-inicio by 100 giving ws-hora-hh
               remainder ws-hora-mm
           compute ws-minutos-inicio =
               function integer-of-date(fl-pa-data-inicio) * 1440
               + ws-hora-hh * 60 + ws-hora-mm
           if   ws-minutos-agora > ws-minutos-inicio
               compute ws-minutos-decorridos =
                   ws-minutos-agora - ws-minutos-inicio
           else
               move 0 to ws-minutos-decorridos
           end-if
           .
       2810-calcula-decorrido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sorteia as questoes da prova: carrega todos os numeros
      *> cadastrados para a disciplina/idioma, embaralha a ordem e
           move fl-disc-codigo   to fl-pa-disciplina
           move ws-idioma-prova  to fl-pa-idioma
           move ws-data-hoje     to fl-pa-data-inicio
           accept ws-hora-completa from time
           compute fl-pa-hora-inicio = ws-hora-completa / 10000
           move 0                to fl-pa-minutos-decorridos
           compute fl-pa-tentativa = ws-qtd-tentativas + 1
           move ws-qtd-sorteadas to fl-pa-qtd-sorteadas
           perform varying ws-ind-folha from 1 by 1
               move space to fl-pa-dada(ws-ind-folha)
               move space to fl-pa-gabarito(ws-ind-folha)
               move space to fl-pa-acerto(ws-ind-folha)
               move 0     to fl-pa-versao(ws-ind-folha)
           end-perform
           write fl-prova-aberta
               invalid key

       3100-pergunta-questao section.
           add 1 to ws-total-questoes
           perform 3110-obtem-versao
           move ws-ver-versao to ws-fr-versao(ws-total-questoes)
           perform 3080-embaralha-alternativas
           display fl-quest-enunciado
           perform varying ws-ind-alt from 1 by 1 until ws-ind-alt > 4
           end-perform
           display "Resposta:"
           accept ws-resposta-funcionario
      *> a tela pode ter ficado parada na questao alem da duracao maxima:
      *> resposta dada depois do tempo esgotado nao vale - a questao
      *> volta a ser nao respondida e a prova segue para o encerramento
      *> por tempo esgotado
           if   fl-disc-duracao-max > 0
               perform 2810-calcula-decorrido
               if   ws-minutos-decorridos >= fl-disc-duracao-max
                   subtract 1 from ws-total-questoes
                   move "S" to ws-tempo-esgotado
                   go to 3100-pergunta-questao-exit
               end-if
           end-if
           perform 3095-traduz-resposta
           if   ws-resposta-original = fl-quest-resposta
               add 1 to ws-acertos
       3100-pergunta-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Versao atual da questao lida em fl-questao-prova - a primeira
      *> aplicacao de uma questao sem versao grava o texto como 001
      *> (000 so se o arquivo de versoes estiver indisponivel)
      *>------------------------------------------------------------------------
       3110-obtem-versao section.
           move "A" to ws-ver-modo
           call "VERSOES" using ws-ver-modo fl-questao-prova
               ws-questao-anterior ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           if   ws-ver-retorno = 9
               move 0 to ws-ver-versao
           end-if
           .
       3110-obtem-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra a resposta recem dada no checkpoint da prova - a
      *> sessao pode cair a qualquer momento sem perder o que ja foi
               to fl-pa-gabarito(ws-total-questoes)
           move ws-fr-acerto(ws-total-questoes)
               to fl-pa-acerto(ws-total-questoes)
           move ws-fr-versao(ws-total-questoes)
               to fl-pa-versao(ws-total-questoes)
           perform 2810-calcula-decorrido
           move ws-minutos-decorridos to fl-pa-minutos-decorridos
           rewrite fl-prova-aberta
               invalid key
                   display "Aviso: checkpoint da prova nao atualizado -"
       3120-atualiza-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Antes de cada questao: rele o checkpoint (o fiscal pode ter
      *> encerrado a prova pela tela de acompanhamento) e confere se a
      *> duracao maxima da disciplina ja foi atingida
      *>------------------------------------------------------------------------
       3130-confere-tempo section.
           move lk-user to fl-pa-matricula
           read arq-prova-aberta key is fl-pa-matricula
               invalid key
                   move "S" to ws-prova-encerrada
                   go to 3130-confere-tempo-exit
           end-read
           if   fl-disc-duracao-max = 0
               go to 3130-confere-tempo-exit
           end-if
           perform 2810-calcula-decorrido
           if   ws-minutos-decorridos >= fl-disc-duracao-max
               move "S" to ws-tempo-esgotado
           end-if
           .
       3130-confere-tempo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tempo esgotado: as questoes sorteadas que nao chegaram a ser
      *> respondidas (a partir de ws-ind-questao) entram na folha como
      *> nao respondidas e erradas
      *>------------------------------------------------------------------------
       3140-completa-nao-respondidas section.
           perform until ws-ind-questao > ws-qtd-sorteadas
               move fl-disc-codigo  to fl-quest-disciplina
               move ws-idioma-prova to fl-quest-idioma
               move ws-sort-numero(ws-ind-questao) to fl-quest-numero
               read arq-prova key is fl-quest-chave
                   not invalid key
                       add 1 to ws-total-questoes
                       perform 3110-obtem-versao
                       move ws-ver-versao
                           to ws-fr-versao(ws-total-questoes)
                       move fl-quest-numero
                           to ws-fr-questao(ws-total-questoes)
                       move space
                           to ws-fr-dada(ws-total-questoes)
                       move fl-quest-resposta
                           to ws-fr-gabarito(ws-total-questoes)
                       move "N"
                           to ws-fr-acerto(ws-total-questoes)
               end-read
               add 1 to ws-ind-questao
           end-perform
           .
       3140-completa-nao-respondidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma a questao respondida nos contadores de vezes perguntada e
      *> vezes errada (relatorio das questoes mais erradas no ESTATQ)
           set fl-res-atual      to true
           set fl-res-recert-nao to true
           move ws-nota-calculada to fl-res-nota
           if   fl-disc-duracao-max > 0
           and  ws-minutos-decorridos > fl-disc-duracao-max
               move fl-disc-duracao-max   to fl-res-tempo-gasto
           else
               move ws-minutos-decorridos to fl-res-tempo-gasto
           end-if
           if   fl-disc-nota-minima > 0
               move fl-disc-nota-minima to ws-nota-minima
           else
                       ws-fs-arq-resultados
           end-write
           perform 3250-grava-respostas
           perform 3270-utiliza-reserva
           perform 3280-remove-checkpoint
           display "Prova finalizada. Nota: " ws-nota-calculada
               " Situacao: " fl-res-situacao
               move ws-fr-dada(ws-ind-folha)     to fl-resp-dada
               move ws-fr-gabarito(ws-ind-folha) to fl-resp-gabarito
               move ws-fr-acerto(ws-ind-folha)   to fl-resp-acerto
               move ws-fr-versao(ws-ind-folha)   to fl-resp-versao
               write fl-resposta
                   invalid key
                       rewrite fl-resposta
       3250-grava-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Prova corrigida: a reserva de lugar da janela em que ela comecou
      *> passa a utilizada (sem reserva - janela sem capacidade - nada
      *> muda)
      *>------------------------------------------------------------------------
       3270-utiliza-reserva section.
           move "U"               to ws-rsv-modo
           move fl-disc-codigo    to ws-rsv-disciplina
           move fl-pa-data-inicio to ws-rsv-data
           call "RESERVA" using ws-rsv-modo lk-user ws-rsv-disciplina
               ws-rsv-data ws-rsv-retorno
           .
       3270-utiliza-reserva-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Remove o checkpoint da prova recem encerrada - ele so existe
      *> enquanto ha prova aberta
                   move 0 to fl-disc-nota-minima
                   move 0 to fl-disc-qtd-questoes
                   move 0 to fl-disc-max-tentativas
                   move 0 to fl-disc-duracao-max
           end-read
           move fl-pa-minutos-decorridos to ws-minutos-decorridos
           move 0 to ws-acertos ws-total-questoes
           perform varying ws-ind-folha from 1 by 1
                   until ws-ind-folha > fl-pa-qtd-sorteadas
                       to ws-fr-gabarito(ws-total-questoes)
                   move fl-pa-acerto(ws-ind-folha)
                       to ws-fr-acerto(ws-total-questoes)
                   move fl-pa-versao(ws-ind-folha)
                       to ws-fr-versao(ws-total-questoes)
                   if   fl-pa-acerto(ws-ind-folha) = "S"
                       add 1 to ws-acertos
                   end-if
       3600-encerra-abandonada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Encerra uma prova aberta cuja duracao maxima esgotou enquanto a
      *> sessao estava fora: recarrega o que foi respondido, completa as
      *> questoes sorteadas restantes como erradas e grava o resultado
      *> (a disciplina ja foi lida no 2800)
      *>------------------------------------------------------------------------
       3650-encerra-tempo-esgotado section.
           move "S"              to ws-modo-retomada
           move fl-pa-idioma     to ws-idioma-prova
           move fl-pa-qtd-sorteadas to ws-qtd-sorteadas
           move 0 to ws-acertos ws-total-questoes
           perform varying ws-ind-folha from 1 by 1
                   until ws-ind-folha > ws-qtd-sorteadas
               move fl-pa-questao(ws-ind-folha)
                   to ws-sort-numero(ws-ind-folha)
               if   fl-pa-dada(ws-ind-folha) <> space
                   add 1 to ws-total-questoes
                   move fl-pa-questao(ws-ind-folha)
                       to ws-fr-questao(ws-total-questoes)
                   move fl-pa-dada(ws-ind-folha)
                       to ws-fr-dada(ws-total-questoes)
                   move fl-pa-gabarito(ws-ind-folha)
                       to ws-fr-gabarito(ws-total-questoes)
                   move fl-pa-acerto(ws-ind-folha)
                       to ws-fr-acerto(ws-total-questoes)
                   move fl-pa-versao(ws-ind-folha)
                       to ws-fr-versao(ws-total-questoes)
                   if   fl-pa-acerto(ws-ind-folha) = "S"
                       add 1 to ws-acertos
                   end-if
               end-if
           end-perform
           display "Corrigindo a prova (" ws-total-questoes
               " questao(oes) respondida(s) de " ws-qtd-sorteadas ")..."
           perform 2900-verifica-tentativas
           compute ws-ind-questao = ws-total-questoes + 1
           perform 3140-completa-nao-respondidas
           move fl-disc-duracao-max to ws-minutos-decorridos
           perform 3200-grava-resultado
           move "N" to ws-modo-retomada
           move lk-idioma to ws-idioma-prova
           .
       3650-encerra-tempo-esgotado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Prepara a retomada da prova aberta: recarrega as questoes
      *> sorteadas e as respostas ja dadas do checkpoint e posiciona na
                       to ws-fr-gabarito(ws-total-questoes)
                   move fl-pa-acerto(ws-ind-folha)
                       to ws-fr-acerto(ws-total-questoes)
                   move fl-pa-versao(ws-ind-folha)
                       to ws-fr-versao(ws-total-questoes)
                   if   fl-pa-acerto(ws-ind-folha) = "S"
                       add 1 to ws-acertos
                   end-if
