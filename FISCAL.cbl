      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "FISCAL".
       author. "Flavia Tayse Bruno".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

      *> ACOMPANHAMENTO DE PROVAS EM ANDAMENTO (fiscal) - lista os
      *> checkpoints de arq-prova-aberta com inicio, tempo decorrido,
      *> duracao maxima da disciplina e questoes respondidas, e permite
      *> ao administrador encerrar uma prova: o que foi respondido e
      *> corrigido como no PROVA (as questoes restantes contam como
      *> erradas), o resultado e gravado e o encerramento fica
      *> registrado com o motivo em provas-encerradas.txt
           select arq-prova-aberta assign to "arq-prova-aberta.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-pa-matricula
           file status is ws-fs-arq-prova-aberta.

           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-disc-codigo
           file status is ws-fs-arq-disciplina.

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-quest-chave
           file status is ws-fs-arq-prova.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-res-chave
           alternate record key is fl-res-data
               with duplicates
           file status is ws-fs-arq-resultados.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-resp-chave
           file status is ws-fs-arq-respostas.

      *> registro dos encerramentos forcados (acumula entre execucoes)
           select arq-encerradas assign to "provas-encerradas.txt"
           organization is line sequential
           file status is ws-fs-arq-encerradas.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-prova-aberta.
       01 fl-prova-aberta.
           copy PROVAAB.

       fd arq-disciplina.
       01 fl-disciplina.
           copy DISC.

       fd arq-prova.
       01 fl-questao-prova.
           copy QUESTAO.

       fd arq-resultados.
       01 fl-resultado.
           copy RESULT.

       fd arq-respostas.
       01 fl-resposta.
           copy RESPOSTA.

       fd arq-encerradas.
       01 fl-encerrada-linha                           pic x(120).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-prova-aberta                       pic x(02).
       77 ws-fs-arq-disciplina                          pic x(02).
       77 ws-fs-arq-prova                               pic x(02).
       77 ws-fs-arq-resultados                          pic x(02).
       77 ws-fs-arq-respostas                           pic x(02).
       77 ws-fs-arq-encerradas                          pic x(02).

       77 ws-fechar-tela                                pic x(01) value "N".
       77 ws-opcao                                      pic x(01).
       77 ws-fim-leitura                                pic x(01).
       77 ws-qtd-abertas                                pic 9(05) value 0.
       77 ws-qtd-respondidas                            pic 9(03).
       77 ws-matricula-encerrar                         pic x(10).
       77 ws-motivo                                     pic x(40).
       77 ws-confirma                                   pic x(01).

      *>----Tempo decorrido desde o inicio gravado no checkpoint
       77 ws-data-hoje                                  pic 9(08).
       77 ws-hora-completa                              pic 9(08).
       77 ws-hora-agora                                 pic 9(04).
       77 ws-hora-hh                                    pic 9(02).
       77 ws-hora-mm                                    pic 9(02).
       77 ws-minutos-agora                              pic 9(09).
       77 ws-minutos-inicio                             pic 9(09).
       77 ws-minutos-decorridos                         pic 9(05).
       77 ws-duracao-max                                pic 9(03).
       77 ws-marca-estouro                              pic x(10).

      *>----Correcao da prova encerrada (mesmas regras do PROVA)
       77 ws-nota-minima                                pic 9(03) value 70.
       77 ws-qtd-tentativas                             pic 9(03) value 0.
       77 ws-fim-tentativas                             pic x(01) value "N".
       77 ws-tem-vigente                                pic x(01) value "N".
       77 ws-chave-vigente                              pic x(26).
       77 ws-acertos                                    pic 9(03) value 0.
       77 ws-total-questoes                             pic 9(03) value 0.
       77 ws-nota-calculada                             pic 9(03) value 0.
       77 ws-ind-folha                                  pic 9(03).

       01 ws-folha-respostas.
           05 ws-fr-item occurs 99 times.
               10 ws-fr-questao                         pic 9(02).
               10 ws-fr-dada                            pic x(01).
               10 ws-fr-gabarito                        pic x(01).
               10 ws-fr-acerto                          pic x(01).
               10 ws-fr-versao                          pic 9(03).

      *>----Versao atual das questoes nao respondidas (VERSOES)
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).

      *>----Reserva de lugar (RESERVA) utilizada pela prova encerrada
       77 ws-rsv-modo                                   pic x(01).
       77 ws-rsv-matricula                              pic x(10).
       77 ws-rsv-disciplina                             pic x(06).
       77 ws-rsv-data                                   pic 9(08).
       77 ws-rsv-retorno                                pic 9(01).

       01 ws-linha-encerrada.
           05 ws-le-data                                pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-le-hora                                pic 9(04).
           05 filler                                    pic x(01) value ";".
           05 ws-le-admin                               pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-le-matricula                           pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-le-disciplina                          pic x(06).
           05 filler                                    pic x(01) value ";".
           05 ws-le-respondidas                         pic 9(03).
           05 filler                                    pic x(01) value "/".
           05 ws-le-sorteadas                           pic 9(03).
           05 filler                                    pic x(01) value ";".
           05 ws-le-minutos                             pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-le-nota                                pic 9(03).
           05 filler                                    pic x(01) value ";".
           05 ws-le-motivo                              pic x(40).

       linkage section.
       01 lk-user                                      pic x(10).

      *>Declaração do corpo do programa
       procedure division using lk-user.

       0000-controle section.
           perform 1000-abre-arquivos
           if   ws-fs-arq-prova-aberta = "00"
           and  ws-fs-arq-disciplina   = "00"
           and  ws-fs-arq-prova        = "00"
           and  ws-fs-arq-resultados   = "00"
           and  ws-fs-arq-respostas    = "00"
               perform 2000-menu-fiscal
           end-if
           perform 9000-fecha-arquivos
           goback
           .
       0000-controle-exit.
           exit.

       1000-abre-arquivos section.
           open i-o arq-prova-aberta
           if   ws-fs-arq-prova-aberta = "35"
               open output arq-prova-aberta
               close arq-prova-aberta
               open i-o arq-prova-aberta
           end-if
           if   ws-fs-arq-prova-aberta <> "00"
               display "Erro ao abrir arq.prova-aberta - status "
                   ws-fs-arq-prova-aberta
           end-if
           open input arq-disciplina
           if   ws-fs-arq-disciplina <> "00"
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if
           open input arq-prova
           if   ws-fs-arq-prova <> "00"
               display "Erro ao abrir arq.prova - status " ws-fs-arq-prova
           end-if
           open i-o arq-resultados
           if   ws-fs-arq-resultados = "35"
               open output arq-resultados
               close arq-resultados
               open i-o arq-resultados
           end-if
           if   ws-fs-arq-resultados <> "00"
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if
           open i-o arq-respostas
           if   ws-fs-arq-respostas = "35"
               open output arq-respostas
               close arq-respostas
               open i-o arq-respostas
           end-if
           if   ws-fs-arq-respostas <> "00"
               display "Erro ao abrir arq.respostas - status "
                   ws-fs-arq-respostas
           end-if
           .
       1000-abre-arquivos-exit.
           exit.

       2000-menu-fiscal section.
           move "N" to ws-fechar-tela
           perform until ws-fechar-tela = "S"
               display erase
               display "Acompanhamento de Provas em Andamento"
               perform 3000-lista-abertas
               display "A - Atualizar   E - Encerrar uma prova   F - Fim"
               accept ws-opcao
               evaluate ws-opcao
                   when "A" continue
                   when "E" perform 4000-encerra-prova
                   when "F" move "S" to ws-fechar-tela
                   when other display "Opcao invalida"
               end-evaluate
           end-perform
           .
       2000-menu-fiscal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista as provas abertas: matricula, disciplina, inicio, minutos
      *> decorridos / duracao maxima (000 = sem limite) e questoes
      *> respondidas / sorteadas - ESGOTADO marca quem ja passou do
      *> tempo e sera encerrado na proxima questao ou retomada
      *>------------------------------------------------------------------------
       3000-lista-abertas section.
           move 0   to ws-qtd-abertas
           move "N" to ws-fim-leitura
           move low-values to fl-pa-matricula
           start arq-prova-aberta key is >= fl-pa-matricula
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           display "MATRICULA  DISCIP INICIO   HORA  DECORR/MAX   RESP/SORT"
           perform until ws-fim-leitura = "S"
               read arq-prova-aberta next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       add 1 to ws-qtd-abertas
                       perform 3100-mostra-aberta
               end-read
           end-perform
           if   ws-qtd-abertas = 0
               display "Nenhuma prova em andamento."
           else
               display ws-qtd-abertas " prova(s) em andamento."
           end-if
           .
       3000-lista-abertas-exit.
           exit.

       3100-mostra-aberta section.
           perform 3200-calcula-decorrido
           perform 3300-conta-respondidas
           move fl-pa-disciplina to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   move 0 to ws-duracao-max
               not invalid key
                   move fl-disc-duracao-max to ws-duracao-max
           end-read
           move spaces to ws-marca-estouro
           if   ws-duracao-max > 0
           and  ws-minutos-decorridos >= ws-duracao-max
               move "ESGOTADO" to ws-marca-estouro
           end-if
           display fl-pa-matricula " " fl-pa-disciplina " "
               fl-pa-data-inicio " " fl-pa-hora-inicio "  "
               ws-minutos-decorridos "/" ws-duracao-max "    "
               ws-qtd-respondidas "/" fl-pa-qtd-sorteadas " "
               ws-marca-estouro
           .
       3100-mostra-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Minutos decorridos desde a data/hora de inicio do checkpoint
      *>------------------------------------------------------------------------
       3200-calcula-decorrido section.
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
       3200-calcula-decorrido-exit.
           exit.

       3300-conta-respondidas section.
           move 0 to ws-qtd-respondidas
           perform varying ws-ind-folha from 1 by 1
                   until ws-ind-folha > fl-pa-qtd-sorteadas
               if   fl-pa-dada(ws-ind-folha) <> space
                   add 1 to ws-qtd-respondidas
               end-if
           end-perform
           .
       3300-conta-respondidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Encerramento forcado de uma prova aberta com motivo: corrige o
      *> que foi respondido, completa as sorteadas restantes como
      *> erradas, grava resultado e folha, remove o checkpoint (a
      *> sessao do funcionario para na proxima questao) e registra
      *>------------------------------------------------------------------------
       4000-encerra-prova section.
           display "Matricula da prova a encerrar:"
           accept ws-matricula-encerrar
           move ws-matricula-encerrar to fl-pa-matricula
           read arq-prova-aberta key is fl-pa-matricula
               invalid key
                   display "Nao ha prova aberta para esta matricula."
                   go to 4000-encerra-prova-exit
           end-read
           move spaces to ws-motivo
           perform until ws-motivo <> spaces
               display "Motivo do encerramento (obrigatorio):"
               accept ws-motivo
           end-perform
           display "Encerrar e corrigir a prova de " fl-pa-matricula
               " em " fl-pa-disciplina "? (S/N)"
           accept ws-confirma
           if   ws-confirma <> "S"
               display "Encerramento cancelado."
               go to 4000-encerra-prova-exit
           end-if
           move fl-pa-disciplina to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   move 0 to fl-disc-nota-minima
                   move 0 to fl-disc-duracao-max
           end-read
           perform 3200-calcula-decorrido
           perform 4100-monta-folha
           perform 4200-verifica-tentativas
           perform 4300-grava-resultado
           perform 4400-utiliza-reserva
           delete arq-prova-aberta record
               invalid key
                   display "Aviso: checkpoint nao removido - status "
                       ws-fs-arq-prova-aberta
           end-delete
           perform 4500-registra-encerramento
           display "Prova encerrada. Nota: " ws-nota-calculada
               " Situacao: " fl-res-situacao
           display "Tecle ENTER para continuar."
           accept ws-confirma
           .
       4000-encerra-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta a folha: respostas ja dadas do checkpoint seguidas das
      *> questoes sorteadas que ficaram sem resposta (erradas)
      *>------------------------------------------------------------------------
       4100-monta-folha section.
           move 0 to ws-acertos ws-total-questoes ws-qtd-respondidas
           perform varying ws-ind-folha from 1 by 1
                   until ws-ind-folha > fl-pa-qtd-sorteadas
               if   fl-pa-dada(ws-ind-folha) <> space
                   add 1 to ws-total-questoes ws-qtd-respondidas
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
           compute ws-ind-folha = ws-total-questoes + 1
           perform until ws-ind-folha > fl-pa-qtd-sorteadas
               move fl-pa-disciplina to fl-quest-disciplina
               move fl-pa-idioma     to fl-quest-idioma
               move fl-pa-questao(ws-ind-folha) to fl-quest-numero
               read arq-prova key is fl-quest-chave
                   not invalid key
                       add 1 to ws-total-questoes
                       move "A" to ws-ver-modo
                       move spaces to ws-questao-anterior
                       call "VERSOES" using ws-ver-modo fl-questao-prova
                           ws-questao-anterior ws-ver-versao lk-user
                           ws-ver-origem ws-ver-retorno
                       if   ws-ver-retorno = 9
                           move 0 to ws-ver-versao
                       end-if
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
               add 1 to ws-ind-folha
           end-perform
           .
       4100-monta-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta as tentativas da matricula na disciplina e localiza o
      *> resultado vigente, que deixa de ser vigente com a gravacao
      *>------------------------------------------------------------------------
       4200-verifica-tentativas section.
           move 0   to ws-qtd-tentativas
           move "N" to ws-fim-tentativas
           move "N" to ws-tem-vigente
           move fl-pa-matricula to fl-res-matricula
           move low-values      to fl-res-data fl-res-disciplina
           move 0               to fl-res-tentativa
           start arq-resultados key is >= fl-res-chave
               invalid key
                   move "S" to ws-fim-tentativas
           end-start
           perform until ws-fim-tentativas = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-tentativas
                   not at end
                       if   fl-res-matricula <> fl-pa-matricula
                           move "S" to ws-fim-tentativas
                       else
                           if   fl-res-disciplina = fl-pa-disciplina
                               add 1 to ws-qtd-tentativas
                               if   fl-res-atual
                                   move "S" to ws-tem-vigente
                                   move fl-res-chave to ws-chave-vigente
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           .
       4200-verifica-tentativas-exit.
           exit.

       4300-grava-resultado section.
           if   ws-total-questoes > 0
               compute ws-nota-calculada =
                   (ws-acertos * 100) / ws-total-questoes
           else
               move 0 to ws-nota-calculada
           end-if
           if   ws-tem-vigente = "S"
               move ws-chave-vigente to fl-res-chave
               read arq-resultados key is fl-res-chave
                   not invalid key
                       set fl-res-anterior   to true
                       set fl-res-recert-nao to true
                       rewrite fl-resultado
               end-read
           end-if
           move fl-pa-matricula  to fl-res-matricula
           move ws-data-hoje     to fl-res-data
           move fl-pa-disciplina to fl-res-disciplina
           compute fl-res-tentativa = ws-qtd-tentativas + 1
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
               move 70                  to ws-nota-minima
           end-if
           if   ws-nota-calculada >= ws-nota-minima
               set fl-res-aprovado to true
           else
               set fl-res-reprovado to true
           end-if
           write fl-resultado
               invalid key
                   display "Erro ao gravar resultado - status "
                       ws-fs-arq-resultados
           end-write
           perform varying ws-ind-folha from 1 by 1
                   until ws-ind-folha > ws-total-questoes
               move fl-res-matricula   to fl-resp-matricula
               move fl-res-data        to fl-resp-data
               move fl-res-disciplina  to fl-resp-disciplina
               move fl-res-tentativa   to fl-resp-tentativa
               move ws-fr-questao(ws-ind-folha)  to fl-resp-questao
               move fl-pa-idioma                 to fl-resp-idioma
               move ws-fr-dada(ws-ind-folha)     to fl-resp-dada
               move ws-fr-gabarito(ws-ind-folha) to fl-resp-gabarito
               move ws-fr-acerto(ws-ind-folha)   to fl-resp-acerto
               move ws-fr-versao(ws-ind-folha)   to fl-resp-versao
               write fl-resposta
                   invalid key
                       rewrite fl-resposta
               end-write
           end-perform
           .
       4300-grava-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> A prova encerrada pelo fiscal foi corrigida: a reserva de lugar
      *> da janela em que ela comecou passa a utilizada
      *>------------------------------------------------------------------------
       4400-utiliza-reserva section.
           move "U"               to ws-rsv-modo
           move fl-pa-matricula   to ws-rsv-matricula
           move fl-pa-disciplina  to ws-rsv-disciplina
           move fl-pa-data-inicio to ws-rsv-data
           call "RESERVA" using ws-rsv-modo ws-rsv-matricula
               ws-rsv-disciplina ws-rsv-data ws-rsv-retorno
           .
       4400-utiliza-reserva-exit.
           exit.

       4500-registra-encerramento section.
           open extend arq-encerradas
           if   ws-fs-arq-encerradas = "35"
               open output arq-encerradas
               close arq-encerradas
               open extend arq-encerradas
           end-if
           if   ws-fs-arq-encerradas <> "00"
               display "Erro ao abrir provas-encerradas.txt - status "
                   ws-fs-arq-encerradas
               go to 4500-registra-encerramento-exit
           end-if
           move ws-data-hoje          to ws-le-data
           move ws-hora-agora         to ws-le-hora
           move lk-user               to ws-le-admin
           move fl-pa-matricula       to ws-le-matricula
           move fl-pa-disciplina      to ws-le-disciplina
           move ws-qtd-respondidas    to ws-le-respondidas
           move fl-pa-qtd-sorteadas   to ws-le-sorteadas
           move fl-res-tempo-gasto    to ws-le-minutos
           move ws-nota-calculada     to ws-le-nota
           move ws-motivo             to ws-le-motivo
           move ws-linha-encerrada    to fl-encerrada-linha
           write fl-encerrada-linha
           close arq-encerradas
           .
       4500-registra-encerramento-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-fs-arq-prova-aberta = "00"
               close arq-prova-aberta
           end-if
           if   ws-fs-arq-disciplina = "00"
               close arq-disciplina
           end-if
           if   ws-fs-arq-prova = "00"
               close arq-prova
           end-if
           if   ws-fs-arq-resultados = "00"
               close arq-resultados
           end-if
           if   ws-fs-arq-respostas = "00"
               close arq-respostas
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
