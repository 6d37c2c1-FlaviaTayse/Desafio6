      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "VERSOES".
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

      *> VERSOES DAS QUESTOES DE PROVA - unica porta de entrada de
      *> arq-questao-versao, chamada por quem grava (QUESTOES, CARGAQ,
      *> cadastro do PROVA) e por quem precisa do texto que o
      *> funcionario viu (PROVA, CADERNO, FISCAL, RESULTADOS,
      *> RECURSOS). Modos:
      *>   A - devolve o numero da versao atual; questao ainda sem
      *>       versao tem o texto recebido (o do banco, que nunca foi
      *>       alterado) gravado como versao 001 de origem O, para que
      *>       folha, checkpoint e caderno guardem a versao de fato
      *>       aplicada - 000 fica so no historico anterior ao controle,
      *>       que equivale a 001 (o texto original)
      *>   L - devolve o texto e o gabarito da versao pedida
      *>   U - devolve o numero, o texto e o gabarito da ultima versao
      *>       registrada, sem gravar nada - questao excluida e
      *>       incluida de novo conserva o historico, e quem inclui
      *>       confere aqui o gabarito que ela ja teve
      *>   G - grava o texto novo como proxima versao; na primeira
      *>       alteracao de uma questao anterior ao controle o texto
      *>       antigo vira a versao 001 (origem O). Texto identico ao
      *>       da versao atual nao gera versao nova
      *>   H - lista o historico de versoes da questao na tela
           select arq-questao-versao assign to "arq-questao-versao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-qv-chave
           file status is ws-fs-arq-questao-versao.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-questao-versao.
       01 fl-questao-versao.
           copy QVERSAO.

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-questao-versao                     pic x(02).
       77 ws-fim-versoes                                pic x(01).
       77 ws-ultima-versao                              pic 9(03).
       77 ws-qtd-versoes                                pic 9(03).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-hora-completa                              pic 9(08).

      *>----Texto da versao atual (comparado com o texto novo no modo G)
       01 ws-texto-atual.
           05 ws-ta-enunciado                           pic x(60).
           05 ws-ta-alt-a                               pic x(30).
           05 ws-ta-alt-b                               pic x(30).
           05 ws-ta-alt-c                               pic x(30).
           05 ws-ta-alt-d                               pic x(30).
           05 ws-ta-resposta                            pic x(01).
       01 ws-texto-novo.
           05 ws-tn-enunciado                           pic x(60).
           05 ws-tn-alt-a                               pic x(30).
           05 ws-tn-alt-b                               pic x(30).
           05 ws-tn-alt-c                               pic x(30).
           05 ws-tn-alt-d                               pic x(30).
           05 ws-tn-resposta                            pic x(01).

       linkage section.
       01 lk-modo                                      pic x(01).
           88 lk-versao-atual                          value "A".
           88 lk-le-versao                             value "L".
           88 lk-ultima-versao                         value "U".
           88 lk-grava-versao                          value "G".
           88 lk-historico                             value "H".
       01 lk-questao.
           copy QUESTAO replacing leading ==fl-== by ==lk-==.
       01 lk-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==lk-ant==.
       01 lk-versao                                    pic 9(03).
       01 lk-admin                                     pic x(10).
       01 lk-origem                                    pic x(01).
       01 lk-retorno                                   pic 9(01).
           88 lk-versao-ok                             value 0.
           88 lk-versao-inexistente                    value 1.
           88 lk-versao-erro                           value 9.

      *>Declaração do corpo do programa
       procedure division using lk-modo lk-questao lk-anterior lk-versao
                                lk-admin lk-origem lk-retorno.

       0000-controle section.
           set lk-versao-ok to true
           perform 1000-abre-arquivo
           if   ws-fs-arq-questao-versao <> "00"
               set lk-versao-erro to true
               if   lk-versao-atual
                   move 0 to lk-versao
               end-if
               go to 0000-controle-exit
           end-if
           evaluate true
               when lk-versao-atual  perform 2000-versao-atual
               when lk-le-versao     perform 3000-le-versao
               when lk-ultima-versao perform 3100-le-ultima
               when lk-grava-versao  perform 4000-grava-versao
               when lk-historico     perform 5000-lista-historico
           end-evaluate
           close arq-questao-versao
           .
       0000-controle-exit.
           goback.

       1000-abre-arquivo section.
           open i-o arq-questao-versao
           if   ws-fs-arq-questao-versao = "35"
               open output arq-questao-versao
               close arq-questao-versao
               open i-o arq-questao-versao
           end-if
           if   ws-fs-arq-questao-versao <> "00"
               display "Erro ao abrir arq.questao-versao - status "
                   ws-fs-arq-questao-versao
           end-if
           .
       1000-abre-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Localiza a ultima versao da questao (a chave ordena as versoes
      *> em seguida ao numero da questao)
      *>------------------------------------------------------------------------
       2000-versao-atual section.
           perform 2100-busca-ultima
           if   ws-ultima-versao = 0
           and  lk-quest-enunciado <> spaces
               perform 2200-grava-original
           end-if
           move ws-ultima-versao to lk-versao
           if   ws-ultima-versao = 0
               set lk-versao-inexistente to true
           end-if
           .
       2000-versao-atual-exit.
           exit.

       2100-busca-ultima section.
           move 0   to ws-ultima-versao
           move spaces to ws-texto-atual
           move lk-quest-chave to fl-qv-questao
           move 0   to fl-qv-versao
           move "N" to ws-fim-versoes
           start arq-questao-versao key is >= fl-qv-chave
               invalid key
                   move "S" to ws-fim-versoes
           end-start
           perform until ws-fim-versoes = "S"
               read arq-questao-versao next record
                   at end
                       move "S" to ws-fim-versoes
                   not at end
                       if   fl-qv-questao <> lk-quest-chave
                           move "S" to ws-fim-versoes
                       else
                           move fl-qv-versao    to ws-ultima-versao
                           move fl-qv-enunciado to ws-ta-enunciado
                           move fl-qv-alt-a     to ws-ta-alt-a
                           move fl-qv-alt-b     to ws-ta-alt-b
                           move fl-qv-alt-c     to ws-ta-alt-c
                           move fl-qv-alt-d     to ws-ta-alt-d
                           move fl-qv-resposta  to ws-ta-resposta
                       end-if
               end-read
           end-perform
           .
       2100-busca-ultima-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Primeira aplicacao de uma questao sem versao: o texto do banco
      *> (lk-questao) vira a versao 001 de origem O, como o texto antigo
      *> na primeira alteracao (4000-grava-versao)
      *>------------------------------------------------------------------------
       2200-grava-original section.
           move lk-quest-chave     to fl-qv-questao
           move 1                  to fl-qv-versao
           move 0                  to fl-qv-data fl-qv-hora
           move spaces             to fl-qv-admin
           set fl-qv-original      to true
           move lk-quest-enunciado to fl-qv-enunciado
           move lk-quest-alt-a     to fl-qv-alt-a
           move lk-quest-alt-b     to fl-qv-alt-b
           move lk-quest-alt-c     to fl-qv-alt-c
           move lk-quest-alt-d     to fl-qv-alt-d
           move lk-quest-resposta  to fl-qv-resposta
      *> outra sessao pode ter gravado a 001 no mesmo instante
           write fl-questao-versao
               invalid key
                   perform 2100-busca-ultima
                   if   ws-ultima-versao = 0
                       set lk-versao-erro to true
                   end-if
               not invalid key
                   move 1 to ws-ultima-versao
           end-write
           .
       2200-grava-original-exit.
           exit.

       3000-le-versao section.
           move lk-quest-chave to fl-qv-questao
           move lk-versao      to fl-qv-versao
           read arq-questao-versao key is fl-qv-chave
               invalid key
                   set lk-versao-inexistente to true
               not invalid key
                   move fl-qv-enunciado to lk-quest-enunciado
                   move fl-qv-alt-a     to lk-quest-alt-a
                   move fl-qv-alt-b     to lk-quest-alt-b
                   move fl-qv-alt-c     to lk-quest-alt-c
                   move fl-qv-alt-d     to lk-quest-alt-d
                   move fl-qv-resposta  to lk-quest-resposta
           end-read
           .
       3000-le-versao-exit.
           exit.

       3100-le-ultima section.
           perform 2100-busca-ultima
           move ws-ultima-versao to lk-versao
           if   ws-ultima-versao = 0
               set lk-versao-inexistente to true
           else
               move ws-ta-enunciado to lk-quest-enunciado
               move ws-ta-alt-a     to lk-quest-alt-a
               move ws-ta-alt-b     to lk-quest-alt-b
               move ws-ta-alt-c     to lk-quest-alt-c
               move ws-ta-alt-d     to lk-quest-alt-d
               move ws-ta-resposta  to lk-quest-resposta
           end-if
           .
       3100-le-ultima-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava o texto de lk-questao como nova versao - se a questao
      *> ainda nao tem versao e havia texto anterior (lk-anterior), ele
      *> e preservado antes como versao 001 de origem O
      *>------------------------------------------------------------------------
       4000-grava-versao section.
           accept ws-data-hoje     from date yyyymmdd
           accept ws-hora-completa from time
           perform 2100-busca-ultima
           if   ws-ultima-versao = 0
           and  lk-anterior <> spaces
               move lk-quest-chave     to fl-qv-questao
               move 1                  to fl-qv-versao
               move 0                  to fl-qv-data fl-qv-hora
               move spaces             to fl-qv-admin
               set fl-qv-original      to true
               move lk-ant-enunciado   to fl-qv-enunciado ws-ta-enunciado
               move lk-ant-alt-a       to fl-qv-alt-a     ws-ta-alt-a
               move lk-ant-alt-b       to fl-qv-alt-b     ws-ta-alt-b
               move lk-ant-alt-c       to fl-qv-alt-c     ws-ta-alt-c
               move lk-ant-alt-d       to fl-qv-alt-d     ws-ta-alt-d
               move lk-ant-resposta    to fl-qv-resposta  ws-ta-resposta
               write fl-questao-versao
                   invalid key
                       set lk-versao-erro to true
                       go to 4000-grava-versao-exit
               end-write
               move 1 to ws-ultima-versao
           end-if
           move lk-quest-enunciado to ws-tn-enunciado
           move lk-quest-alt-a     to ws-tn-alt-a
           move lk-quest-alt-b     to ws-tn-alt-b
           move lk-quest-alt-c     to ws-tn-alt-c
           move lk-quest-alt-d     to ws-tn-alt-d
           move lk-quest-resposta  to ws-tn-resposta
           if   ws-ultima-versao > 0
           and  ws-texto-novo = ws-texto-atual
               move ws-ultima-versao to lk-versao
               go to 4000-grava-versao-exit
           end-if
           if   ws-ultima-versao = 999
               display "Limite de versoes atingido para a questao "
                   lk-quest-chave
               set lk-versao-erro to true
               move ws-ultima-versao to lk-versao
               go to 4000-grava-versao-exit
           end-if
           move lk-quest-chave     to fl-qv-questao
           compute fl-qv-versao = ws-ultima-versao + 1
           move ws-data-hoje       to fl-qv-data
           compute fl-qv-hora = ws-hora-completa / 10000
           move lk-admin           to fl-qv-admin
           move lk-origem          to fl-qv-origem
           move lk-quest-enunciado to fl-qv-enunciado
           move lk-quest-alt-a     to fl-qv-alt-a
           move lk-quest-alt-b     to fl-qv-alt-b
           move lk-quest-alt-c     to fl-qv-alt-c
           move lk-quest-alt-d     to fl-qv-alt-d
           move lk-quest-resposta  to fl-qv-resposta
           write fl-questao-versao
               invalid key
                   set lk-versao-erro to true
               not invalid key
                   move fl-qv-versao to lk-versao
           end-write
           .
       4000-grava-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Historico de versoes da questao: numero, data/hora, admin,
      *> origem, gabarito e texto de cada versao
      *>------------------------------------------------------------------------
       5000-lista-historico section.
           move 0   to ws-qtd-versoes
           move lk-quest-chave to fl-qv-questao
           move 0   to fl-qv-versao
           move "N" to ws-fim-versoes
           start arq-questao-versao key is >= fl-qv-chave
               invalid key
                   move "S" to ws-fim-versoes
           end-start
           display "Historico de versoes da questao " lk-quest-numero
               " de " lk-quest-disciplina "/" lk-quest-idioma
           perform until ws-fim-versoes = "S"
               read arq-questao-versao next record
                   at end
                       move "S" to ws-fim-versoes
                   not at end
                       if   fl-qv-questao <> lk-quest-chave
                           move "S" to ws-fim-versoes
                       else
                           add 1 to ws-qtd-versoes
                           display "Versao " fl-qv-versao " de "
                               fl-qv-data " " fl-qv-hora " por "
                               fl-qv-admin " origem " fl-qv-origem
                               " gabarito " fl-qv-resposta
                           display "  " fl-qv-enunciado
                           display "  A) " fl-qv-alt-a
                           display "  B) " fl-qv-alt-b
                           display "  C) " fl-qv-alt-c
                           display "  D) " fl-qv-alt-d
                       end-if
               end-read
           end-perform
           if   ws-qtd-versoes = 0
               display "Questao sem versoes registradas (texto anterior"
                   " ao controle de versoes)."
               set lk-versao-inexistente to true
           else
               display ws-qtd-versoes " versao(oes)."
           end-if
           .
       5000-lista-historico-exit.
           exit.
