       file-control.

      *> ABRE ARQ DISCIPLINA, ABRE ARQ SIMULADO (admin cadastra questoes) /
      *> ABRE ARQ SIMULADO, MOSTRA NA TELA RESULTADO (funcionario) - guarda
      *> a nota em arq-simulado-hist e a situacao de cada questao respondida
      *> em arq-simulado-resp (base do simulado de revisao dos erros)
           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-sim-chave
           file status is ws-fs-arq-simulado-hist.

      *> folha de respostas do funcionario por questao - sem ela o simulado
      *> normal continua, so nao ha revisao dos erros
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

       77 ws-fs-arq-simulado                           pic x(02).
       77 ws-fs-arq-simulado-hist                      pic x(02).
       77 ws-fs-arq-estat-questao                      pic x(02).
       77 ws-fs-arq-simulado-resp                      pic x(02).
       77 ws-abriu-simulado-resp                       pic x(01).
       77 ws-errou-questao                              pic x(01).

       77 ws-fim-tela                                   pic x(01) value "N".
       77 ws-resposta-original                          pic x(01).
       77 ws-letras-tela                                pic x(04) value "ABCD".

      *>----Simulado de revisao dos erros: as questoes em revisao do
      *>----funcionario vem primeiro no sorteio; a questao sai da revisao
      *>----depois de acertada ws-acertos-para-sair vezes seguidas
       77 ws-tipo-simulado                              pic x(01).
       77 ws-acertos-para-sair                          pic 9(02) value 3.
       77 ws-qtd-revisao                                pic 9(03).
       77 ws-qtd-outras                                 pic 9(03).
       77 ws-ind-outra                                  pic 9(03).
       77 ws-folha-nova                                 pic x(01).
       01 ws-tabela-outras.
           05 ws-outra-numero occurs 99 times           pic 9(02).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-tipo-usuario                               pic 9(01).
               display "Erro ao abrir arq.simulado-hist - status "
                   ws-fs-arq-simulado-hist
           end-if

      *> folha de respostas e opcional: sem ela nao ha revisao dos erros
           move "N" to ws-abriu-simulado-resp
           open i-o arq-simulado-resp
           if   ws-fs-arq-simulado-resp = "35"
               open output arq-simulado-resp
               close arq-simulado-resp
               open i-o arq-simulado-resp
           end-if
           if   ws-fs-arq-simulado-resp = "00"
               move "S" to ws-abriu-simulado-resp
           else
               display "Erro ao abrir arq.simulado-resp - status "
                   ws-fs-arq-simulado-resp
           end-if
           .
       1000-abre-arquivos-exit.
           exit.
           exit.

      *>------------------------------------------------------------------------
      *> Funcionario (S): realiza o simulado normal ou de revisao dos
      *> erros - mostra a nota na tela, registra a nota em
      *> arq-simulado-hist e a resposta de cada questao em arq-simulado-resp
      *>------------------------------------------------------------------------
       3000-realiza-simulado section.
           move "N" to ws-fim-tela
           end-read
           if   ws-fim-tela <> "S"
               move 0 to ws-acertos ws-total-questoes
               accept ws-data-hoje from date yyyymmdd
               perform 3020-escolhe-tipo
               perform 3050-sorteia-questoes
               if   ws-tipo-simulado = "R"
                   perform 3060-prioriza-revisao
               end-if
               if   ws-qtd-sorteadas = 0
                   display "Nao ha questoes cadastradas para este simulado."
               else
       3000-realiza-simulado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pergunta o tipo de simulado: normal ou revisao dos erros (so com
      *> a folha de respostas aberta)
      *>------------------------------------------------------------------------
       3020-escolhe-tipo section.
           move "N" to ws-tipo-simulado
           if   ws-abriu-simulado-resp <> "S"
               go to 3020-escolhe-tipo-exit
           end-if
           display "Digite 'N' para simulado normal ou 'R' para revisao dos seus erros:"
           accept ws-tipo-simulado
           if   ws-tipo-simulado <> "R"
               move "N" to ws-tipo-simulado
           end-if
           .
       3020-escolhe-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sorteia as questoes do simulado: carrega todos os numeros
      *> cadastrados para a disciplina/idioma, embaralha a ordem e
       3050-sorteia-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Revisao dos erros: reordena a lista ja embaralhada colocando
      *> primeiro as questoes em revisao do funcionario e depois as
      *> demais - o corte em fl-disc-qtd-questoes feito no sorteio vale
      *> igual, entao o simulado sai com as questoes fracas e, se elas nao
      *> bastarem, completa com questoes sorteadas do restante
      *>------------------------------------------------------------------------
       3060-prioriza-revisao section.
           move 0 to ws-qtd-revisao ws-qtd-outras
           perform varying ws-ind-questao from 1 by 1
                   until ws-ind-questao > ws-qtd-cadastradas
               move lk-user        to fl-sr-matricula
               move fl-disc-codigo to fl-sr-disciplina
               move lk-idioma      to fl-sr-idioma
               move ws-sort-numero(ws-ind-questao) to fl-sr-numero
               read arq-simulado-resp key is fl-sr-chave
                   invalid key
                       move "N" to fl-sr-revisao
               end-read
               if   fl-sr-em-revisao
                   add 1 to ws-qtd-revisao
                   move ws-sort-numero(ws-ind-questao)
                       to ws-sort-numero(ws-qtd-revisao)
               else
                   add 1 to ws-qtd-outras
                   move ws-sort-numero(ws-ind-questao)
                       to ws-outra-numero(ws-qtd-outras)
               end-if
           end-perform
           perform varying ws-ind-outra from 1 by 1
                   until ws-ind-outra > ws-qtd-outras
               compute ws-ind-questao = ws-qtd-revisao + ws-ind-outra
               move ws-outra-numero(ws-ind-outra)
                   to ws-sort-numero(ws-ind-questao)
           end-perform
           if   ws-qtd-revisao = 0
               display "Voce nao tem questoes em revisao nesta disciplina - "
                   "simulado normal."
           else
               display "Questoes em revisao nesta disciplina: " ws-qtd-revisao
           end-if
           .
       3060-prioriza-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Embaralha a ordem de exibicao das alternativas - a letra
      *> mostrada na tela muda a cada aplicacao e deixa de denunciar o
               move "S" to ws-errou-questao
           end-if
           perform 3150-acumula-estatistica
           perform 3160-grava-folha
           .
       3100-pergunta-questao-exit.
           exit.
       3150-acumula-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava a resposta na folha do funcionario: errou, a questao entra
      *> (ou volta) para a revisao e zera os acertos seguidos; acertou,
      *> soma um acerto seguido e sai da revisao ao chegar em
      *> ws-acertos-para-sair
      *>------------------------------------------------------------------------
       3160-grava-folha section.
           if   ws-abriu-simulado-resp <> "S"
               go to 3160-grava-folha-exit
           end-if
           move lk-user             to fl-sr-matricula
           move fl-quest-disciplina to fl-sr-disciplina
           move fl-quest-idioma     to fl-sr-idioma
           move fl-quest-numero     to fl-sr-numero
           move "N"                 to ws-folha-nova
           read arq-simulado-resp key is fl-sr-chave
               invalid key
                   move "S" to ws-folha-nova
                   move 0   to fl-sr-qtd-respondida fl-sr-qtd-errada
                               fl-sr-acertos-seguidos
                   move "N" to fl-sr-revisao
           end-read
           add 1 to fl-sr-qtd-respondida
           move ws-resposta-original to fl-sr-ultima-dada
           move ws-data-hoje         to fl-sr-data-ultima
           if   ws-errou-questao = "S"
               move "N" to fl-sr-ultimo-acerto
               add 1 to fl-sr-qtd-errada
               move 0 to fl-sr-acertos-seguidos
               move "S" to fl-sr-revisao
           else
               move "S" to fl-sr-ultimo-acerto
               if   fl-sr-acertos-seguidos < 99
                   add 1 to fl-sr-acertos-seguidos
               end-if
               if   fl-sr-em-revisao
               and  fl-sr-acertos-seguidos >= ws-acertos-para-sair
                   move "N" to fl-sr-revisao
               end-if
           end-if
           if   ws-folha-nova = "S"
               write fl-simulado-resp
           else
               rewrite fl-simulado-resp
           end-if
           .
       3160-grava-folha-exit.
           exit.

       3200-mostra-resultado section.
           if   ws-total-questoes > 0
               compute ws-nota-calculada =
           if   ws-fs-arq-estat-questao = "00"
               close arq-estat-questao
           end-if
           if   ws-abriu-simulado-resp = "S"
               close arq-simulado-resp
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
