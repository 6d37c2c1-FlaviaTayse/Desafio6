      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "CONVERTE2".
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

      *> CONVERSAO UNICA DE LAYOUT - arq-disciplina (duracao maxima da
      *> prova), arq-prova-aberta (hora de inicio, minutos decorridos e
      *> versao da questao em cada item) e arq-resultados (tempo gasto)
      *> cresceram. Nos moldes do
      *> CONVERTE: este programa, e so ele, le os arquivos no LAYOUT
      *> ANTIGO (congelado aqui dentro, fora dos copybooks) e
      *> descarrega cada registro no layout novo, com os campos novos
      *> zerados, para os conjuntos datados que a reconstrucao do
      *> BACKUP (opcao R do menu CK) recarrega. Roteiro no paragrafo
      *> 4000-mostra-roteiro.
           select arq-disciplina-antigo assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fa-disc-codigo
           file status is ws-fs-arq-antigo.

           select arq-prova-aberta-antigo assign to "arq-prova-aberta.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fa-pa-matricula
           file status is ws-fs-arq-antigo.

           select arq-resultados-antigo assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fa-res-chave
           alternate record key is fa-res-data
               with duplicates
           file status is ws-fs-arq-antigo.

           select arq-conjunto assign to dynamic ws-nome-conjunto
           organization is line sequential
           file status is ws-fs-arq-conjunto.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

      *> layout ANTIGO de arq-disciplina (antes da duracao maxima)
       fd arq-disciplina-antigo.
       01 fa-disciplina.
           05 fa-disc-codigo                           pic x(06).
           05 fa-disc-nome                             pic x(30).
           05 fa-disc-status                           pic x(01).
           05 fa-disc-nota-minima                      pic 9(03).
           05 fa-disc-qtd-questoes                     pic 9(02).
           05 fa-disc-max-tentativas                   pic 9(02).
           05 fa-disc-validade-meses                   pic 9(03).

      *> layout ANTIGO de arq-prova-aberta (antes da hora de inicio)
       fd arq-prova-aberta-antigo.
       01 fa-prova-aberta.
           05 fa-pa-matricula                          pic x(10).
           05 fa-pa-disciplina                         pic x(06).
           05 fa-pa-idioma                             pic x(02).
           05 fa-pa-data-inicio                        pic 9(08).
           05 fa-pa-tentativa                          pic 9(02).
           05 fa-pa-qtd-sorteadas                      pic 9(03).
           05 fa-pa-folha.
               10 fa-pa-item occurs 99 times.
                   15 fa-pa-questao                    pic 9(02).
                   15 fa-pa-dada                       pic x(01).
                   15 fa-pa-gabarito                   pic x(01).
                   15 fa-pa-acerto                     pic x(01).

      *> layout ANTIGO de arq-resultados (antes do tempo gasto)
       fd arq-resultados-antigo.
       01 fa-resultado.
           05 fa-res-chave.
               10 fa-res-matricula                     pic x(10).
               10 fa-res-data                          pic 9(08).
               10 fa-res-disciplina                    pic x(06).
               10 fa-res-tentativa                     pic 9(02).
           05 fa-res-nota                              pic 9(03).
           05 fa-res-situacao                          pic x(01).
           05 fa-res-vigente                           pic x(01).
           05 fa-res-recert                            pic x(01).

       fd arq-conjunto.
       01 fl-conjunto-linha                            pic x(1100).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-antigo                             pic x(02).
       77 ws-fs-arq-conjunto                            pic x(02).

       77 ws-data-hoje                                  pic 9(08).
       77 ws-nome-conjunto                              pic x(50).
       77 ws-fim-leitura                                pic x(01).
       77 ws-ind-item                                   pic 9(03).
       77 ws-qtd-disciplinas                            pic 9(07) value 0.
       77 ws-qtd-abertas                                pic 9(07) value 0.
       77 ws-qtd-resultados                             pic 9(07) value 0.
       77 ws-conversao-ok                               pic x(01) value "S".

      *>----Registros no layout NOVO (copybooks vigentes) montados a
      *>----partir do registro antigo antes de descarregar
       01 ws-disciplina.
           copy DISC replacing leading ==fl-== by ==ws-==.

       01 ws-prova-aberta.
           copy PROVAAB replacing leading ==fl-== by ==ws-==.

       01 ws-resultado.
           copy RESULT replacing leading ==fl-== by ==ws-==.

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           move "S" to ws-conversao-ok
           accept ws-data-hoje from date yyyymmdd
           display "Conversao de layout de arq-disciplina,"
               " arq-prova-aberta e arq-resultados"
           perform 1000-converte-disciplinas
           perform 2000-converte-abertas
           perform 3000-converte-resultados
           if   ws-conversao-ok = "S"
               perform 4000-mostra-roteiro
           end-if
           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Disciplinas: duracao maxima zerada (sem limite, como antes)
      *>------------------------------------------------------------------------
       1000-converte-disciplinas section.
           open input arq-disciplina-antigo
           if   ws-fs-arq-antigo = "35"
               display "arq-disciplina.dat inexistente - nada a"
                   " converter."
               go to 1000-converte-disciplinas-exit
           end-if
           if   ws-fs-arq-antigo <> "00"
               display "Erro ao abrir arq.disciplina no layout antigo -"
                   " status " ws-fs-arq-antigo
               display "Se o arquivo ja esta no layout novo, esta"
                   " conversao nao deve rodar."
               move "N" to ws-conversao-ok
               go to 1000-converte-disciplinas-exit
           end-if
           move spaces to ws-nome-conjunto
           string "backup-arq-disciplina-" ws-data-hoje ".txt"
               delimited by size into ws-nome-conjunto
           open output arq-conjunto
           if   ws-fs-arq-conjunto <> "00"
               display "Erro ao criar " ws-nome-conjunto " - status "
                   ws-fs-arq-conjunto
               move "N" to ws-conversao-ok
               close arq-disciplina-antigo
               go to 1000-converte-disciplinas-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-disciplina-antigo next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 1100-monta-disciplina-nova
                       move ws-disciplina to fl-conjunto-linha
                       write fl-conjunto-linha
                       add 1 to ws-qtd-disciplinas
               end-read
           end-perform
           close arq-disciplina-antigo
           close arq-conjunto
           display "arq-disciplina: " ws-qtd-disciplinas
               " registro(s) convertido(s) em " ws-nome-conjunto
           .
       1000-converte-disciplinas-exit.
           exit.

       1100-monta-disciplina-nova section.
           move spaces                 to ws-disciplina
           move fa-disc-codigo         to ws-disc-codigo
           move fa-disc-nome           to ws-disc-nome
           move fa-disc-status         to ws-disc-status
           move fa-disc-nota-minima    to ws-disc-nota-minima
           move fa-disc-qtd-questoes   to ws-disc-qtd-questoes
           move fa-disc-max-tentativas to ws-disc-max-tentativas
           move fa-disc-validade-meses to ws-disc-validade-meses
           move 0                      to ws-disc-duracao-max
           .
       1100-monta-disciplina-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Provas abertas: hora de inicio 0000 (o tempo passa a contar da
      *> meia-noite do dia de inicio), minutos decorridos zerados e os
      *> itens copiados um a um (o item cresceu) com a versao 000 - a
      *> questao sorteada antes do controle de versoes
      *>------------------------------------------------------------------------
       2000-converte-abertas section.
           open input arq-prova-aberta-antigo
           if   ws-fs-arq-antigo = "35"
               display "arq-prova-aberta.dat inexistente - nada a"
                   " converter."
               go to 2000-converte-abertas-exit
           end-if
           if   ws-fs-arq-antigo <> "00"
               display "Erro ao abrir arq.prova-aberta no layout"
                   " antigo - status " ws-fs-arq-antigo
               display "Se o arquivo ja esta no layout novo, esta"
                   " conversao nao deve rodar."
               move "N" to ws-conversao-ok
               go to 2000-converte-abertas-exit
           end-if
           move spaces to ws-nome-conjunto
           string "backup-arq-prova-aberta-" ws-data-hoje ".txt"
               delimited by size into ws-nome-conjunto
           open output arq-conjunto
           if   ws-fs-arq-conjunto <> "00"
               display "Erro ao criar " ws-nome-conjunto " - status "
                   ws-fs-arq-conjunto
               move "N" to ws-conversao-ok
               close arq-prova-aberta-antigo
               go to 2000-converte-abertas-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-prova-aberta-antigo next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 2100-monta-aberta-nova
                       move ws-prova-aberta to fl-conjunto-linha
                       write fl-conjunto-linha
                       add 1 to ws-qtd-abertas
               end-read
           end-perform
           close arq-prova-aberta-antigo
           close arq-conjunto
           display "arq-prova-aberta: " ws-qtd-abertas
               " registro(s) convertido(s) em " ws-nome-conjunto
           .
       2000-converte-abertas-exit.
           exit.

       2100-monta-aberta-nova section.
           move spaces              to ws-prova-aberta
           move fa-pa-matricula     to ws-pa-matricula
           move fa-pa-disciplina    to ws-pa-disciplina
           move fa-pa-idioma        to ws-pa-idioma
           move fa-pa-data-inicio   to ws-pa-data-inicio
           move fa-pa-tentativa     to ws-pa-tentativa
           move fa-pa-qtd-sorteadas to ws-pa-qtd-sorteadas
           move 0                   to ws-pa-hora-inicio
           move 0                   to ws-pa-minutos-decorridos
           perform varying ws-ind-item from 1 by 1 until ws-ind-item > 99
               move fa-pa-questao(ws-ind-item)  to ws-pa-questao(ws-ind-item)
               move fa-pa-dada(ws-ind-item)     to ws-pa-dada(ws-ind-item)
               move fa-pa-gabarito(ws-ind-item) to ws-pa-gabarito(ws-ind-item)
               move fa-pa-acerto(ws-ind-item)   to ws-pa-acerto(ws-ind-item)
               move 0                           to ws-pa-versao(ws-ind-item)
           end-perform
           .
       2100-monta-aberta-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resultados: tempo gasto zerado (prova gravada sem medicao)
      *>------------------------------------------------------------------------
       3000-converte-resultados section.
           open input arq-resultados-antigo
           if   ws-fs-arq-antigo = "35"
               display "arq-resultados.dat inexistente - nada a"
                   " converter."
               go to 3000-converte-resultados-exit
           end-if
           if   ws-fs-arq-antigo <> "00"
               display "Erro ao abrir arq.resultados no layout antigo -"
                   " status " ws-fs-arq-antigo
               display "Se o arquivo ja esta no layout novo, esta"
                   " conversao nao deve rodar."
               move "N" to ws-conversao-ok
               go to 3000-converte-resultados-exit
           end-if
           move spaces to ws-nome-conjunto
           string "backup-arq-resultados-" ws-data-hoje ".txt"
               delimited by size into ws-nome-conjunto
           open output arq-conjunto
           if   ws-fs-arq-conjunto <> "00"
               display "Erro ao criar " ws-nome-conjunto " - status "
                   ws-fs-arq-conjunto
               move "N" to ws-conversao-ok
               close arq-resultados-antigo
               go to 3000-converte-resultados-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-resultados-antigo next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 3100-monta-resultado-novo
                       move ws-resultado to fl-conjunto-linha
                       write fl-conjunto-linha
                       add 1 to ws-qtd-resultados
               end-read
           end-perform
           close arq-resultados-antigo
           close arq-conjunto
           display "arq-resultados: " ws-qtd-resultados
               " registro(s) convertido(s) em " ws-nome-conjunto
           .
       3000-converte-resultados-exit.
           exit.

       3100-monta-resultado-novo section.
           move spaces            to ws-resultado
           move fa-res-chave      to ws-res-chave
           move fa-res-nota       to ws-res-nota
           move fa-res-situacao   to ws-res-situacao
           move fa-res-vigente    to ws-res-vigente
           move fa-res-recert     to ws-res-recert
           move 0                 to ws-res-tempo-gasto
           .
       3100-monta-resultado-novo-exit.
           exit.

       4000-mostra-roteiro section.
           display "Conversao descarregada. Para concluir:"
           display "1) Afaste os arquivos antigos (renomeie ou apague"
               " arq-disciplina.dat, arq-prova-aberta.dat e"
               " arq-resultados.dat);"
           display "2) No menu do administrador, CK opcao R, reconstrua"
               " 05 arq-disciplina, 14 arq-prova-aberta e"
               " 02 arq-resultados"
           display "   informando a data " ws-data-hoje " como data do"
               " conjunto;"
           display "3) Confira as contagens restauradas contra as"
               " contagens acima."
           .
       4000-mostra-roteiro-exit.
           exit.
