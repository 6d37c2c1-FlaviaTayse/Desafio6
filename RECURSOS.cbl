      *> questao do banco de prova, julga o recurso e, no deferimento
      *> (anulacao), recorrige todas as provas afetadas a partir das
      *> folhas de respostas gravadas pelo PROVA, reportando cada
      *> resultado alterado em recorrecao-recursos.txt. O deferimento
      *> vira solicitacao na fila de aprovacao (APROVACAO) e so e
      *> aplicado quando outro administrador aprova - o APROVACAO chama
      *> este programa com a solicitacao aprovada em lk-solicitacao
           select arq-recursos assign to "arq-recursos.dat"
           organization is indexed
           access mode is dynamic
           05 ws-an-item occurs 99 times.
               10 ws-an-numero                          pic 9(02).
               10 ws-an-efeito                          pic x(01).
               10 ws-an-versao                          pic 9(03).
       77 ws-versao-folha                               pic 9(03).

      *>----Recorrecao por tentativa (grupo da folha de respostas)
       77 ws-fim-varredura                              pic x(01).
       77 ws-efeito-anulada                             pic x(01).
       77 ws-chave-recurso                              pic x(10).

      *>----Versao contestada da questao (VERSOES) - o recurso vale para
      *>----o texto que o funcionario viu, nao para o texto atual
       01 ws-questao-versao.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qver==.
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-atual                                  pic 9(03).
       77 ws-ver-admin                                  pic x(10) value spaces.
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).

      *>----Solicitacao de deferimento para a fila de aprovacao
       01 ws-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==ws-sol==.
       77 ws-apr-modo                                   pic x(01) value "S".
       77 ws-apr-retorno                                pic 9(01).

       01 ws-linha-recorrecao.
           05 ws-lc-data                                pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 filler                                    pic x(01) value ";".
           05 ws-lc-sit-nova                            pic x(01).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==lk-apr==.

      *>Declaração do corpo do programa
       procedure division using lk-user lk-solicitacao.

       0000-controle section.
           perform 1000-abre-arquivos
           if   ws-fs-arq-recursos = "00"
           and  ws-fs-arq-prova    = "00"
               if   lk-apr-aprovada
                   perform 8000-aplica-deferimento
               else
                   perform 2000-menu-recursos
               end-if
           else
               if   lk-apr-aprovada
                   set  lk-apr-pendente to true
                   move "arq.recursos ou arq.prova indisponivel"
                       to lk-apr-observacao
               end-if
           end-if
           perform 9000-fecha-arquivos
           goback
                       go to 3000-abre-recurso-exit
                   end-if
           end-read
           perform 3100-informa-versao
           if   ws-fim-tela = "S"
               go to 3000-abre-recurso-exit
           end-if
           move fl-quest-chave to fl-rec-chave
           move ws-ver-versao  to fl-rec-versao
           display "Motivo do recurso:"
           accept fl-rec-motivo
           accept ws-data-hoje from date yyyymmdd
           end-write
           display "Recurso registrado para a questao " fl-rec-numero
               " de " fl-rec-disciplina "/" fl-rec-idioma
               " versao " fl-rec-versao
           .
       3000-abre-recurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede a versao contestada da questao lida em fl-questao-prova -
      *> 000 assume a versao atual (uma questao ainda sem versao ganha a
      *> 001 com o texto do banco; 000 so fica se o arquivo de versoes
      *> estiver indisponivel e vale como 001, o texto original)
      *>------------------------------------------------------------------------
       3100-informa-versao section.
           move spaces to ws-questao-anterior
           move "A"    to ws-ver-modo
           call "VERSOES" using ws-ver-modo fl-questao-prova
               ws-questao-anterior ws-ver-atual ws-ver-admin
               ws-ver-origem ws-ver-retorno
           if   ws-ver-retorno = 9
               move 0 to ws-ver-atual
           end-if
           if   ws-ver-atual = 0
               move 0 to ws-ver-versao
               go to 3100-informa-versao-exit
           end-if
           display "Versao contestada (000 = atual, " ws-ver-atual "):"
           accept ws-ver-versao
           if   ws-ver-versao = 0
               move ws-ver-atual to ws-ver-versao
               go to 3100-informa-versao-exit
           end-if
           move fl-quest-chave to ws-qver-chave
           move "L"            to ws-ver-modo
           call "VERSOES" using ws-ver-modo ws-questao-versao
               ws-questao-anterior ws-ver-versao ws-ver-admin
               ws-ver-origem ws-ver-retorno
           if   ws-ver-retorno <> 0
               display "Versao " ws-ver-versao " inexistente para esta"
                   " questao."
               move "S" to ws-fim-tela
           end-if
           .
       3100-informa-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra o texto contestado: a versao do recurso (000 = 001, o
      *> texto original) ou, sem nenhuma versao, o texto atual do banco
      *>------------------------------------------------------------------------
       3200-mostra-texto-contestado section.
           move spaces to ws-questao-versao
           move fl-rec-chave to ws-qver-chave
           move fl-rec-versao to ws-ver-versao
           if   ws-ver-versao = 0
               move 1 to ws-ver-versao
           end-if
           move "L"           to ws-ver-modo
           move spaces        to ws-questao-anterior
           call "VERSOES" using ws-ver-modo ws-questao-versao
               ws-questao-anterior ws-ver-versao ws-ver-admin
               ws-ver-origem ws-ver-retorno
           if   ws-ver-retorno = 0
               display "Versao contestada " ws-ver-versao ":"
           else
               if   fl-rec-versao > 0
                   display "Versao " fl-rec-versao " nao localizada."
                   go to 3200-mostra-texto-contestado-exit
               end-if
               move fl-rec-chave to fl-quest-chave
               read arq-prova key is fl-quest-chave
                   invalid key
                       display "Questao fora do banco de prova."
                       go to 3200-mostra-texto-contestado-exit
               end-read
               move fl-questao-prova to ws-questao-versao
               display "Texto atual (recurso sem versao):"
           end-if
           display ws-qver-enunciado
           display "A) " ws-qver-alt-a
           display "B) " ws-qver-alt-b
           display "C) " ws-qver-alt-c
           display "D) " ws-qver-alt-d
           display "Gabarito: " ws-qver-resposta
           .
       3200-mostra-texto-contestado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede e valida a chave da questao (disciplina/idioma/numero)
      *> contra o banco de prova - deixa o registro lido em fl-questao
                   display "Abertura      : " fl-rec-data-abertura
                   display "Decisao       : " fl-rec-data-decisao
                   display "Motivo        : " fl-rec-motivo
                   display "Versao        : " fl-rec-versao
           end-read
           .
       3500-consulta-recurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Julga um recurso aberto - o indeferimento vale na hora; o
      *> deferimento (anulacao com o efeito escolhido) vai para a fila
      *> de aprovacao e o recurso segue aberto ate outro administrador
      *> aprovar, quando as provas afetadas sao recorrigidas (8000)
      *>------------------------------------------------------------------------
       4000-julga-recurso section.
      *> um deferimento exige a recorrecao imediata - sem as folhas de
               display "Recurso ja julgado (status " fl-rec-status ")."
               go to 4000-julga-recurso-exit
           end-if
           perform 3200-mostra-texto-contestado
           display "Motivo do recurso: " fl-rec-motivo
           display "Decisao - D defere (anula) / I indefere:"
           accept ws-decisao
               display "Efeito invalido."
               go to 4000-julga-recurso-exit
           end-if
           move spaces            to ws-solicitacao
           set  ws-sol-defere-recurso to true
           move fl-rec-disciplina to ws-sol-qst-disciplina
           move fl-rec-idioma     to ws-sol-qst-idioma
           move fl-rec-numero     to ws-sol-qst-numero
           move ws-efeito         to ws-sol-valor-novo
           string "RECURSO ABERTO - VERSAO " fl-rec-versao
               delimited by size into ws-sol-antes
           end-string
           if   ws-efeito = "P"
               move "DEFERIDO - PONTO PARA TODOS" to ws-sol-depois
           else
               move "DEFERIDO - FORA DO DENOMINADOR" to ws-sol-depois
           end-if
           call "APROVACAO" using ws-apr-modo lk-user ws-solicitacao
               ws-apr-retorno
           if   ws-apr-retorno = 0
               display "Deferimento aguardando aprovacao - o recurso"
                   " segue aberto e nenhuma prova foi recorrigida."
           end-if
           .
       4000-julga-recurso-exit.
           exit.
                                   to ws-an-numero(ws-qtd-anuladas)
                               move fl-rec-efeito
                                   to ws-an-efeito(ws-qtd-anuladas)
      *> recurso 000 (anterior ao controle) contestou o texto original
                               move fl-rec-versao
                                   to ws-an-versao(ws-qtd-anuladas)
                               if   fl-rec-versao = 0
                                   move 1 to ws-an-versao(ws-qtd-anuladas)
                               end-if
                           end-if
                       end-if
               end-read
           exit.

       5400-acumula-linha section.
      *> a anulacao alcanca so as folhas respondidas na versao
      *> contestada - folha 000 (respondida antes do controle de
      *> versoes) viu o texto original, que e a versao 001
           move fl-resp-versao to ws-versao-folha
           if   ws-versao-folha = 0
               move 1 to ws-versao-folha
           end-if
           move space to ws-efeito-anulada
           perform varying ws-ind-anulada from 1 by 1
                   until ws-ind-anulada > ws-qtd-anuladas
                      or ws-efeito-anulada <> space
               if   ws-an-numero(ws-ind-anulada) = fl-resp-questao
               and  ws-an-versao(ws-ind-anulada) = ws-versao-folha
                   move ws-an-efeito(ws-ind-anulada)
                       to ws-efeito-anulada
               end-if
       5600-reporta-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplica o deferimento aprovado na fila (chamada do APROVACAO):
      *> anula a questao com o efeito pedido e recorrige as provas. Se
      *> o recurso ja nao estiver aberto ou faltar arquivo, devolve a
      *> solicitacao pendente com o motivo
      *>------------------------------------------------------------------------
       8000-aplica-deferimento section.
           if   ws-fs-arq-respostas  <> "00"
           or   ws-fs-arq-resultados <> "00"
               set  lk-apr-pendente to true
               move "sem arq.respostas ou arq.resultados"
                   to lk-apr-observacao
               go to 8000-aplica-deferimento-exit
           end-if
           move lk-apr-qst-disciplina to fl-rec-disciplina
           move lk-apr-qst-idioma     to fl-rec-idioma
           move lk-apr-qst-numero     to fl-rec-numero
           read arq-recursos key is fl-rec-chave
               invalid key
                   set  lk-apr-pendente to true
                   move "recurso nao encontrado" to lk-apr-observacao
                   go to 8000-aplica-deferimento-exit
           end-read
           if   not fl-rec-aberto
               set  lk-apr-pendente to true
               move "recurso ja julgado - nao esta mais aberto"
                   to lk-apr-observacao
               go to 8000-aplica-deferimento-exit
           end-if
           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje       to fl-rec-data-decisao
           set  fl-rec-deferido    to true
           move lk-apr-valor-novo  to fl-rec-efeito
           rewrite fl-recurso
           display "Recurso deferido - questao anulada. Recorrigindo..."
           perform 5000-recorrige-resultados
           .
       8000-aplica-deferimento-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-fs-arq-recursos = "00"
               close arq-recursos
