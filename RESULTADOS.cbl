       77 ws-qtd-folha                                  pic 9(03).
       77 ws-marca-acerto                               pic x(08).

      *>----Texto da versao respondida em cada linha da folha (VERSOES)
       01 ws-questao-revisao.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qrev==.
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-admin                                  pic x(10) value spaces.
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).

      *>----Autorizacao de recertificacao pela fila de aprovacao - o
      *>----pedido vira solicitacao e so vale quando outro
      *>----administrador aprova (o APROVACAO chama este programa com a
      *>----solicitacao aprovada em lk-solicitacao)
       01 ws-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==ws-sol==.
       77 ws-apr-modo                                   pic x(01) value "S".
       77 ws-apr-retorno                                pic 9(01).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==lk-apr==.

      *>Declaração do corpo do programa
       procedure division using lk-user lk-solicitacao.

       0000-controle section.
           perform 1000-abre-arquivo
           if   ws-fs-arq-resultados = "00"
               if   lk-apr-aprovada
                   perform 5500-aplica-recertificacao
               else
                   perform 2000-menu-resultados
               end-if
               perform 9000-fecha-arquivo
           else
               if   lk-apr-aprovada
                   set  lk-apr-pendente to true
                   move "arq.resultados indisponivel" to lk-apr-observacao
               end-if
           end-if
           goback
           .
                           display fl-res-data " " fl-res-disciplina
                               " tent " fl-res-tentativa " "
                               fl-res-nota " " fl-res-situacao " "
                               fl-res-tempo-gasto "min "
                               ws-marca-vigente
                       end-if
               end-read
           exit.

      *>------------------------------------------------------------------------
      *> Pede a autorizacao de uma recertificacao: confere o resultado
      *> vigente aprovado da matricula/disciplina e registra a
      *> solicitacao na fila de aprovacao - a marca que libera a nova
      *> tentativa no PROVA so e gravada na aprovacao (5500)
      *>------------------------------------------------------------------------
       5000-autoriza-recertificacao section.
           display "Matricula do funcionario:"
           accept ws-matricula-consulta
           display "Codigo da disciplina:"
           accept ws-disciplina-recert
           perform 5100-localiza-vigente
           if   ws-achou-vigente <> "S"
               go to 5000-autoriza-recertificacao-exit
           end-if
           if   fl-res-recert-autorizada
               display "Recertificacao ja autorizada para esta"
                   " matricula/disciplina."
               go to 5000-autoriza-recertificacao-exit
           end-if
           move spaces                to ws-solicitacao
           set  ws-sol-recertificacao to true
           move ws-matricula-consulta to ws-sol-rct-matricula
           move ws-disciplina-recert  to ws-sol-rct-disciplina
           string "VIGENTE APROVADO DE " fl-res-data " NOTA " fl-res-nota
               delimited by size into ws-sol-antes
           end-string
           move "RECERTIFICACAO AUTORIZADA" to ws-sol-depois
           call "APROVACAO" using ws-apr-modo lk-user ws-solicitacao
               ws-apr-retorno
           if   ws-apr-retorno = 0
               display "Autorizacao aguardando aprovacao de outro"
                   " administrador."
           end-if
           .
       5000-autoriza-recertificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Localiza e le o resultado vigente de ws-matricula-consulta em
      *> ws-disciplina-recert - ws-achou-vigente "S" so se for aprovado
      *>------------------------------------------------------------------------
       5100-localiza-vigente section.
           move "N"                    to ws-achou-vigente
           move ws-matricula-consulta to fl-res-matricula
           move low-values             to fl-res-data fl-res-disciplina
           if   ws-achou-vigente <> "S"
               display "Nenhum resultado vigente para esta "
                   "matricula/disciplina."
               go to 5100-localiza-vigente-exit
           end-if
           move "N" to ws-achou-vigente
           move ws-chave-vigente to fl-res-chave
           read arq-resultados key is fl-res-chave
               invalid key
                   display "Erro ao reler o resultado vigente."
                   go to 5100-localiza-vigente-exit
           end-read
           if   not fl-res-aprovado
               display "Resultado vigente nao e aprovado - a nova prova"
               display "ja esta liberada pelas regras normais."
               go to 5100-localiza-vigente-exit
           end-if
           move "S" to ws-achou-vigente
           .
       5100-localiza-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplica a autorizacao aprovada na fila (chamada do APROVACAO):
      *> marca o resultado vigente aprovado para que o PROVA aceite uma
      *> nova tentativa (a autorizacao e consumida quando a prova e
      *> feita)
      *>------------------------------------------------------------------------
       5500-aplica-recertificacao section.
           move lk-apr-rct-matricula  to ws-matricula-consulta
           move lk-apr-rct-disciplina to ws-disciplina-recert
           perform 5100-localiza-vigente
           if   ws-achou-vigente <> "S"
               set  lk-apr-pendente to true
               move "sem resultado vigente aprovado" to lk-apr-observacao
               go to 5500-aplica-recertificacao-exit
           end-if
           set fl-res-recert-autorizada to true
           rewrite fl-resultado
           display "Recertificacao autorizada para " ws-matricula-consulta
               " em " ws-disciplina-recert
           .
       5500-aplica-recertificacao-exit.
           exit.

      *>------------------------------------------------------------------------
                               "  respondeu " fl-resp-dada
                               "  gabarito " fl-resp-gabarito
                               "  " ws-marca-acerto
                           perform 6100-mostra-versao
                       end-if
               end-read
           end-perform
       6000-folha-de-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra o texto da versao da questao que o funcionario respondeu
      *> (a questao pode ter sido alterada depois da prova) - folha 000,
      *> respondida antes do controle de versoes, viu o texto original,
      *> guardado como versao 001
      *>------------------------------------------------------------------------
       6100-mostra-versao section.
           move spaces             to ws-questao-revisao
           move fl-resp-disciplina to ws-qrev-disciplina
           move fl-resp-idioma     to ws-qrev-idioma
           move fl-resp-questao    to ws-qrev-numero
           move fl-resp-versao     to ws-ver-versao
           if   ws-ver-versao = 0
               move 1 to ws-ver-versao
           end-if
           move "L"                to ws-ver-modo
           move spaces             to ws-questao-anterior
           call "VERSOES" using ws-ver-modo ws-questao-revisao
               ws-questao-anterior ws-ver-versao ws-ver-admin
               ws-ver-origem ws-ver-retorno
           evaluate true
               when ws-ver-retorno = 0
                   display "    versao " ws-ver-versao ": "
                       ws-qrev-enunciado
                   display "    gabarito desta versao " ws-qrev-resposta
               when fl-resp-versao = 0
                   display "    versao anterior ao controle de versoes"
                       " (questao nunca alterada)"
               when other
                   display "    versao " fl-resp-versao " nao localizada"
           end-evaluate
           .
       6100-mostra-versao-exit.
           exit.

       9000-fecha-arquivo section.
           close arq-resultados
           if   ws-fs-arq-respostas = "00"
