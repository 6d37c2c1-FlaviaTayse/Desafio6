      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "APROVACAO".
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

      *> FILA DE APROVACAO (QUATRO OLHOS) - unica porta de entrada de
      *> arq-aprovacoes. Deferimento de recurso (RECURSOS), autorizacao
      *> de recertificacao (RESULTADOS), troca de gabarito (QUESTOES) e
      *> desbloqueio de usuario (CADUSU) viram solicitacoes pendentes;
      *> outro administrador aprova ou rejeita pelo menu (admin CL) e so
      *> a aprovacao aplica a mudanca, pelo proprio programa dono da
      *> acao. Modos:
      *>   S - registra a solicitacao recebida (chamado pelos donos)
      *>   M - menu de liberacao: lista, aprova, rejeita, consulta e
      *>       emite o relatorio da fila
      *> Solicitacao pendente ha mais de ws-prazo-expiracao-dias dias
      *> expira (conferido a cada chamada, nos dois modos)
           select arq-aprovacoes assign to "arq-aprovacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-apr-numero
           file status is ws-fs-arq-aprovacoes.

           select arq-relatorio assign to "relatorio-aprovacoes.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-aprovacoes.
       01 fl-aprovacao.
           copy APROVREG.

       fd arq-relatorio.
       01 fl-relatorio-linha                           pic x(250).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-aprovacoes                         pic x(02).
       77 ws-fs-arq-relatorio                           pic x(02).

       77 ws-prazo-expiracao-dias                       pic 9(03) value 7.

       77 ws-fechar-tela                                pic x(01) value "N".
       77 ws-opcao                                      pic x(01).
       77 ws-confirma                                   pic x(01).
       77 ws-fim-leitura                                pic x(01).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-hora-completa                              pic 9(08).
       77 ws-ultimo-numero                              pic 9(06).
       77 ws-numero-informado                           pic 9(06).
       77 ws-achou-duplicada                            pic x(01).
       77 ws-qtd-expiradas                              pic 9(05).
       77 ws-qtd-listada                                pic 9(05).
       77 ws-dias-pendente                              pic 9(05).
       77 ws-data-inicial                               pic 9(08).
       77 ws-data-final                                 pic 9(08).
       77 ws-descricao-acao                             pic x(20).
       77 ws-descricao-objeto                           pic x(30).

      *>----Solicitacao entregue ao programa dono da acao na aprovacao
      *>----(volta pendente, com o motivo em observacao, se nao aplicou)
       01 ws-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==ws-sol==.

      *>----Totais do relatorio da fila por situacao
       77 ws-tot-pendente                               pic 9(05).
       77 ws-tot-aprovada                               pic 9(05).
       77 ws-tot-rejeitada                              pic 9(05).
       77 ws-tot-expirada                               pic 9(05).

       01 ws-linha-aprovacao.
           05 ws-la-numero                              pic 9(06).
           05 filler                                    pic x(01) value ";".
           05 ws-la-acao                                pic x(20).
           05 filler                                    pic x(01) value ";".
           05 ws-la-situacao                            pic x(01).
           05 filler                                    pic x(01) value ";".
           05 ws-la-solicitante                         pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-la-data-pedido                         pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-la-objeto                              pic x(30).
           05 filler                                    pic x(01) value ";".
           05 ws-la-antes                               pic x(40).
           05 filler                                    pic x(01) value ";".
           05 ws-la-depois                              pic x(40).
           05 filler                                    pic x(01) value ";".
           05 ws-la-aprovador                           pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-la-data-decisao                        pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-la-observacao                          pic x(40).

       01 ws-linha-total.
           05 filler                                    pic x(10) value
               "PENDENTES ".
           05 ws-lt-pendente                            pic zzzz9.
           05 filler                                    pic x(11) value
               " APROVADAS ".
           05 ws-lt-aprovada                            pic zzzz9.
           05 filler                                    pic x(12) value
               " REJEITADAS ".
           05 ws-lt-rejeitada                           pic zzzz9.
           05 filler                                    pic x(11) value
               " EXPIRADAS ".
           05 ws-lt-expirada                            pic zzzz9.

       linkage section.
       01 lk-modo                                      pic x(01).
           88 lk-registra                              value "S".
           88 lk-menu                                  value "M".
       01 lk-user                                      pic x(10).
       01 lk-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==lk-apr==.
       01 lk-retorno                                   pic 9(01).
           88 lk-solicitacao-ok                        value 0.
           88 lk-solicitacao-duplicada                 value 1.
           88 lk-solicitacao-erro                      value 9.

      *>Declaração do corpo do programa
       procedure division using lk-modo lk-user lk-solicitacao
                                lk-retorno.

       0000-controle section.
           set lk-solicitacao-ok to true
           perform 1000-abre-arquivo
           if   ws-fs-arq-aprovacoes <> "00"
               set lk-solicitacao-erro to true
               go to 0000-controle-exit
           end-if
           perform 2000-expira-vencidas
           evaluate true
               when lk-registra perform 3000-registra-solicitacao
               when lk-menu     perform 4000-menu-aprovacoes
           end-evaluate
           close arq-aprovacoes
           .
       0000-controle-exit.
           goback.

       1000-abre-arquivo section.
           open i-o arq-aprovacoes
           if   ws-fs-arq-aprovacoes = "35"
               open output arq-aprovacoes
               close arq-aprovacoes
               open i-o arq-aprovacoes
           end-if
           if   ws-fs-arq-aprovacoes <> "00"
               display "Erro ao abrir arq.aprovacoes - status "
                   ws-fs-arq-aprovacoes
           end-if
           .
       1000-abre-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Varre a fila expirando as pendentes vencidas; de passagem guarda
      *> o ultimo numero usado e, no registro, se ja ha pendente igual
      *> (mesma acao sobre o mesmo objeto)
      *>------------------------------------------------------------------------
       2000-expira-vencidas section.
           accept ws-data-hoje     from date yyyymmdd
           accept ws-hora-completa from time
           move 0   to ws-ultimo-numero ws-qtd-expiradas
           move "N" to ws-achou-duplicada
           move 0   to fl-apr-numero
           move "N" to ws-fim-leitura
           start arq-aprovacoes key is >= fl-apr-numero
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-aprovacoes next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-apr-numero to ws-ultimo-numero
                       if   fl-apr-pendente
                           perform 2100-confere-prazo
                       end-if
                       if   fl-apr-pendente
                       and  lk-registra
                       and  fl-apr-acao   = lk-apr-acao
                       and  fl-apr-objeto = lk-apr-objeto
                           move "S" to ws-achou-duplicada
                       end-if
               end-read
           end-perform
           if   ws-qtd-expiradas > 0
               display ws-qtd-expiradas " solicitacao(oes) expirada(s)"
                   " sem decisao em " ws-prazo-expiracao-dias " dias."
           end-if
           .
       2000-expira-vencidas-exit.
           exit.

       2100-confere-prazo section.
           compute ws-dias-pendente =
               function integer-of-date(ws-data-hoje)
               - function integer-of-date(fl-apr-data-pedido)
           if   ws-dias-pendente <= ws-prazo-expiracao-dias
               go to 2100-confere-prazo-exit
           end-if
           set  fl-apr-expirada to true
           move spaces       to fl-apr-aprovador
           move ws-data-hoje to fl-apr-data-decisao
           compute fl-apr-hora-decisao = ws-hora-completa / 10000
           move "expirada sem decisao no prazo" to fl-apr-observacao
           rewrite fl-aprovacao
           add 1 to ws-qtd-expiradas
           .
       2100-confere-prazo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra a solicitacao montada pelo programa dono (acao, objeto,
      *> valor novo, antes/depois) como pendente, em nome de lk-user
      *>------------------------------------------------------------------------
       3000-registra-solicitacao section.
           if   ws-achou-duplicada = "S"
               display "Ja existe solicitacao pendente para esta acao -"
                   " aguarde a decisao de outro administrador."
               set lk-solicitacao-duplicada to true
               go to 3000-registra-solicitacao-exit
           end-if
           move lk-solicitacao     to fl-aprovacao
           compute fl-apr-numero = ws-ultimo-numero + 1
           set  fl-apr-pendente    to true
           move lk-user            to fl-apr-solicitante
           move ws-data-hoje       to fl-apr-data-pedido
           compute fl-apr-hora-pedido = ws-hora-completa / 10000
           move spaces             to fl-apr-aprovador fl-apr-observacao
           move 0                  to fl-apr-data-decisao
                                      fl-apr-hora-decisao
           write fl-aprovacao
               invalid key
                   display "Erro ao gravar solicitacao - status "
                       ws-fs-arq-aprovacoes
                   set lk-solicitacao-erro to true
                   go to 3000-registra-solicitacao-exit
           end-write
           move fl-aprovacao to lk-solicitacao
           display "Solicitacao " fl-apr-numero " registrada - so tem"
               " efeito apos aprovacao de outro administrador (CL)."
           .
       3000-registra-solicitacao-exit.
           exit.

       4000-menu-aprovacoes section.
           move "N" to ws-fechar-tela
           perform until ws-fechar-tela = "S"
               display erase
               display "Liberacao de Solicitacoes (segundo aprovador)"
               display "L - Listar pendentes   A - Aprovar   R - Rejeitar"
               display "C - Consultar   I - Relatorio da fila   F - Fim"
               accept ws-opcao
               evaluate ws-opcao
                   when "L" perform 4100-lista-pendentes
                   when "A" perform 5000-aprova-solicitacao
                   when "R" perform 5500-rejeita-solicitacao
                   when "C" perform 4500-consulta-solicitacao
                   when "I" perform 6000-relatorio-fila
                   when "F" move "S" to ws-fechar-tela
                   when other display "Opcao invalida"
               end-evaluate
           end-perform
           .
       4000-menu-aprovacoes-exit.
           exit.

       4100-lista-pendentes section.
           move 0   to ws-qtd-listada
           move 0   to fl-apr-numero
           move "N" to ws-fim-leitura
           start arq-aprovacoes key is >= fl-apr-numero
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-aprovacoes next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-apr-pendente
                           add 1 to ws-qtd-listada
                           perform 7000-descreve-solicitacao
                           display fl-apr-numero " " ws-descricao-acao
                               " " ws-descricao-objeto
                           display "       por " fl-apr-solicitante
                               " em " fl-apr-data-pedido " "
                               fl-apr-hora-pedido
                           display "       de : " fl-apr-antes
                           display "       para: " fl-apr-depois
                       end-if
               end-read
           end-perform
           if   ws-qtd-listada = 0
               display "Nenhuma solicitacao pendente."
           else
               display ws-qtd-listada " solicitacao(oes) pendente(s)."
           end-if
           display "Pressione ENTER para continuar"
           accept ws-confirma
           .
       4100-lista-pendentes-exit.
           exit.

       4500-consulta-solicitacao section.
           display "Numero da solicitacao:"
           accept ws-numero-informado
           move ws-numero-informado to fl-apr-numero
           read arq-aprovacoes key is fl-apr-numero
               invalid key
                   display "Solicitacao nao encontrada."
               not invalid key
                   perform 4600-mostra-solicitacao
           end-read
           display "Pressione ENTER para continuar"
           accept ws-confirma
           .
       4500-consulta-solicitacao-exit.
           exit.

       4600-mostra-solicitacao section.
           perform 7000-descreve-solicitacao
           display "Numero      : " fl-apr-numero
           display "Acao        : " ws-descricao-acao
           display "Objeto      : " ws-descricao-objeto
           display "Situacao    : " fl-apr-situacao
           display "Solicitante : " fl-apr-solicitante " em "
               fl-apr-data-pedido " " fl-apr-hora-pedido
           display "Antes       : " fl-apr-antes
           display "Depois      : " fl-apr-depois
           display "Decisao     : " fl-apr-aprovador " em "
               fl-apr-data-decisao " " fl-apr-hora-decisao
           display "Observacao  : " fl-apr-observacao
           .
       4600-mostra-solicitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aprova uma pendente de outro administrador: o programa dono
      *> aplica a mudanca e so entao a solicitacao fica aprovada; se o
      *> dono nao conseguir aplicar (objeto mudou, arquivo indisponivel)
      *> ela continua pendente e o motivo e mostrado
      *>------------------------------------------------------------------------
       5000-aprova-solicitacao section.
           perform 5900-le-pendente
           if   ws-fim-leitura = "S"
               go to 5000-aprova-solicitacao-exit
           end-if
           display "Confirma a aprovacao? A mudanca sera aplicada. (S/N)"
           accept ws-confirma
           if   ws-confirma <> "S" and ws-confirma <> "s"
               display "Aprovacao cancelada."
               go to 5000-aprova-solicitacao-exit
           end-if
           move fl-aprovacao to ws-solicitacao
           set  ws-sol-aprovada to true
           move spaces          to ws-sol-observacao
           evaluate true
               when ws-sol-defere-recurso
                   call "RECURSOS"   using lk-user ws-solicitacao
               when ws-sol-recertificacao
                   call "RESULTADOS" using lk-user ws-solicitacao
               when ws-sol-troca-gabarito
                   call "QUESTOES"   using lk-user ws-solicitacao
               when ws-sol-desbloqueio
                   call "CADUSU"     using lk-user ws-solicitacao
           end-evaluate
      *> nao aplicou: continua pendente, mas o motivo fica registrado na
      *> observacao para aparecer na fila e no relatorio
           if   not ws-sol-aprovada
               move ws-sol-observacao to fl-apr-observacao
               rewrite fl-aprovacao
               display "Mudanca nao aplicada: " ws-sol-observacao
               display "A solicitacao continua pendente."
               go to 5000-aprova-solicitacao-exit
           end-if
           accept ws-data-hoje     from date yyyymmdd
           accept ws-hora-completa from time
           set  fl-apr-aprovada to true
           move lk-user         to fl-apr-aprovador
           move ws-data-hoje    to fl-apr-data-decisao
           compute fl-apr-hora-decisao = ws-hora-completa / 10000
           move ws-sol-observacao to fl-apr-observacao
           rewrite fl-aprovacao
           display "Solicitacao " fl-apr-numero " aprovada e aplicada."
           .
       5000-aprova-solicitacao-exit.
           exit.

       5500-rejeita-solicitacao section.
           perform 5900-le-pendente
           if   ws-fim-leitura = "S"
               go to 5500-rejeita-solicitacao-exit
           end-if
           display "Motivo da rejeicao:"
           accept fl-apr-observacao
           accept ws-data-hoje     from date yyyymmdd
           accept ws-hora-completa from time
           set  fl-apr-rejeitada to true
           move lk-user          to fl-apr-aprovador
           move ws-data-hoje     to fl-apr-data-decisao
           compute fl-apr-hora-decisao = ws-hora-completa / 10000
           rewrite fl-aprovacao
           display "Solicitacao " fl-apr-numero " rejeitada - nada foi"
               " alterado."
           .
       5500-rejeita-solicitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le a solicitacao a decidir - precisa estar pendente e ter sido
      *> pedida por outro administrador (ws-fim-leitura "S" = recusada)
      *>------------------------------------------------------------------------
       5900-le-pendente section.
           move "S" to ws-fim-leitura
           display "Numero da solicitacao:"
           accept ws-numero-informado
           move ws-numero-informado to fl-apr-numero
           read arq-aprovacoes key is fl-apr-numero
               invalid key
                   display "Solicitacao nao encontrada."
                   go to 5900-le-pendente-exit
           end-read
           perform 4600-mostra-solicitacao
           if   not fl-apr-pendente
               display "Solicitacao ja decidida (situacao "
                   fl-apr-situacao ")."
               go to 5900-le-pendente-exit
           end-if
           if   fl-apr-solicitante = lk-user
               display "Solicitacao feita por voce - a decisao exige"
                   " outro administrador."
               go to 5900-le-pendente-exit
           end-if
           move "N" to ws-fim-leitura
           .
       5900-le-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio da fila: todas as solicitacoes pedidas no periodo, com
      *> a decisao (ou expiracao) e os totais por situacao
      *>------------------------------------------------------------------------
       6000-relatorio-fila section.
           display "Data inicial do pedido (aaaammdd):"
           accept ws-data-inicial
           display "Data final do pedido (aaaammdd):"
           accept ws-data-final
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00"
               display "Erro ao abrir relatorio - status "
                   ws-fs-arq-relatorio
               go to 6000-relatorio-fila-exit
           end-if
           move 0 to ws-tot-pendente ws-tot-aprovada ws-tot-rejeitada
                     ws-tot-expirada
           move "NUMERO;ACAO;SITUACAO;SOLICITANTE;DATA-PEDIDO;OBJETO;ANTES;DEPOIS;DECIDIDO-POR;DATA-DECISAO;OBSERVACAO"
               to fl-relatorio-linha
           write fl-relatorio-linha
           move 0   to fl-apr-numero
           move "N" to ws-fim-leitura
           start arq-aprovacoes key is >= fl-apr-numero
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-aprovacoes next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-apr-data-pedido >= ws-data-inicial
                       and  fl-apr-data-pedido <= ws-data-final
                           perform 6100-imprime-solicitacao
                       end-if
               end-read
           end-perform
           move ws-tot-pendente  to ws-lt-pendente
           move ws-tot-aprovada  to ws-lt-aprovada
           move ws-tot-rejeitada to ws-lt-rejeitada
           move ws-tot-expirada  to ws-lt-expirada
           move ws-linha-total   to fl-relatorio-linha
           write fl-relatorio-linha
           close arq-relatorio
           display ws-linha-total
           display "Relatorio gravado em relatorio-aprovacoes.txt"
           .
       6000-relatorio-fila-exit.
           exit.

       6100-imprime-solicitacao section.
           evaluate true
               when fl-apr-pendente  add 1 to ws-tot-pendente
               when fl-apr-aprovada  add 1 to ws-tot-aprovada
               when fl-apr-rejeitada add 1 to ws-tot-rejeitada
               when fl-apr-expirada  add 1 to ws-tot-expirada
           end-evaluate
           perform 7000-descreve-solicitacao
           move fl-apr-numero       to ws-la-numero
           move ws-descricao-acao   to ws-la-acao
           move fl-apr-situacao     to ws-la-situacao
           move fl-apr-solicitante  to ws-la-solicitante
           move fl-apr-data-pedido  to ws-la-data-pedido
           move ws-descricao-objeto to ws-la-objeto
           move fl-apr-antes        to ws-la-antes
           move fl-apr-depois       to ws-la-depois
           move fl-apr-aprovador    to ws-la-aprovador
           move fl-apr-data-decisao to ws-la-data-decisao
           move fl-apr-observacao   to ws-la-observacao
           move ws-linha-aprovacao  to fl-relatorio-linha
           write fl-relatorio-linha
           .
       6100-imprime-solicitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Descricao legivel da acao e do objeto da solicitacao lida
      *>------------------------------------------------------------------------
       7000-descreve-solicitacao section.
           move spaces to ws-descricao-objeto
           evaluate true
               when fl-apr-defere-recurso
                   move "DEFERIR RECURSO"     to ws-descricao-acao
               when fl-apr-recertificacao
                   move "AUTORIZAR RECERT."   to ws-descricao-acao
               when fl-apr-troca-gabarito
                   move "TROCAR GABARITO"     to ws-descricao-acao
               when fl-apr-desbloqueio
                   move "DESBLOQUEAR USUARIO" to ws-descricao-acao
               when other
                   move fl-apr-acao           to ws-descricao-acao
           end-evaluate
           evaluate true
               when fl-apr-defere-recurso
               when fl-apr-troca-gabarito
                   string "questao " fl-apr-qst-numero " de "
                          fl-apr-qst-disciplina "/" fl-apr-qst-idioma
                          delimited by size into ws-descricao-objeto
                   end-string
               when fl-apr-recertificacao
                   string fl-apr-rct-matricula " em "
                          fl-apr-rct-disciplina
                          delimited by size into ws-descricao-objeto
                   end-string
               when other
                   move fl-apr-usu-matricula to ws-descricao-objeto
           end-evaluate
           .
       7000-descreve-solicitacao-exit.
           exit.
