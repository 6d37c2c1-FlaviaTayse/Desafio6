      *> um conjunto sequencial datado backup-<arquivo>-AAAAMMDD.txt
      *> (com contagem conferida apos a gravacao) e reconstroi um
      *> arquivo indexado corrompido recarregando o conjunto mais
      *> recente, reportando registros restaurados e chaves rejeitadas.
      *> No lote noturno (NOTURNO) roda so o backup geral, sem menu
           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-pa-matricula
           file status is ws-fs-arq-indexado.

           select arq-cadernos assign to "arq-cadernos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cad-numero
           file status is ws-fs-arq-indexado.

           select arq-questao-versao assign to "arq-questao-versao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-qv-chave
           file status is ws-fs-arq-indexado.

           select arq-aprovacoes assign to "arq-aprovacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-apr-numero
           file status is ws-fs-arq-indexado.

           select arq-convocacoes assign to "arq-convocacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cnv-chave
           file status is ws-fs-arq-indexado.

           select arq-reservas assign to "arq-reservas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-rsv-chave
           alternate record key is fl-rsv-matricula
               with duplicates
           file status is ws-fs-arq-indexado.

           select arq-simulado-resp assign to "arq-simulado-resp.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sr-chave
           file status is ws-fs-arq-indexado.

      *> conjunto de backup datado (um por arquivo e por dia)
           select arq-backup assign to dynamic ws-nome-backup
           organization is line sequential
       01 fl-prova-aberta.
           copy PROVAAB.

       fd arq-cadernos.
       01 fl-caderno.
           copy CADPAPEL.

       fd arq-questao-versao.
       01 fl-questao-versao.
           copy QVERSAO.

       fd arq-aprovacoes.
       01 fl-aprovacao.
           copy APROVREG.

       fd arq-convocacoes.
       01 fl-convocacao.
           copy CONVREG.

       fd arq-reservas.
       01 fl-reserva.
           copy RESVREG.

       fd arq-simulado-resp.
       01 fl-simulado-resp.
           copy SIMRESP.

       fd arq-backup.
       01 fl-backup-linha                              pic x(1100).

       fd arq-resumo.
       01 fl-resumo-linha                              pic x(60).
           05 filler                                    pic x(01) value ";".
           05 ws-rs-situacao                            pic x(13).

       linkage section.
       01 lk-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==lk-lote==.

      *>Declaração do corpo do programa
       procedure division using lk-lote.

       0000-controle section.
           if   lk-lote-noturno
               perform 1000-backup-geral
               perform 1900-retorno-lote
               goback
           end-if
           move "N" to ws-fechar-tela
           perform until ws-fechar-tela = "S"
               display erase
           perform 2120-backup-certificados
           perform 2130-backup-matriz
           perform 2140-backup-prova-aberta
           perform 2150-backup-cadernos
           perform 2160-backup-questao-versao
           perform 2170-backup-aprovacoes
           perform 2180-backup-convocacoes
           perform 2190-backup-reservas
           perform 2200-backup-simulado-resp
           close arq-resumo
           if   ws-qtd-divergentes = 0
               perform 2990-marca-ultimo-backup
       1000-backup-geral-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno para o lote noturno: falha se o resumo nao abriu ou se
      *> algum conjunto divergiu (backup do dia nao marcado como bom)
      *>------------------------------------------------------------------------
       1900-retorno-lote section.
           set  lk-lote-ok to true
           move "00"       to lk-lote-status
           move spaces     to lk-lote-mensagem
           move ws-tot-gravados to lk-lote-qtd-lidos
                                   lk-lote-qtd-gravados
           if   ws-fs-arq-resumo <> "00"
               set  lk-lote-falha    to true
               move ws-fs-arq-resumo to lk-lote-status
               move "erro ao abrir o resumo do backup"
                   to lk-lote-mensagem
               go to 1900-retorno-lote-exit
           end-if
           if   ws-qtd-divergentes > 0
               set  lk-lote-falha to true
               move ws-fs-arq-indexado to lk-lote-status
               string ws-qtd-divergentes " conjunto(s) com divergencia"
                   delimited by size into lk-lote-mensagem
               end-string
           end-if
           .
       1900-retorno-lote-exit.
           exit.

       2010-backup-usuarios section.
           move "arq-usuarios" to ws-nome-logico
           perform 2900-monta-nome-backup
       2140-backup-prova-aberta-exit.
           exit.

       2150-backup-cadernos section.
           move "arq-cadernos" to ws-nome-logico
           perform 2900-monta-nome-backup
           open input arq-cadernos
           perform 2910-confere-abertura
           if   ws-fs-arq-indexado <> "00"
               go to 2150-backup-cadernos-exit
           end-if
           open output arq-backup
           perform 2915-confere-conjunto
           if   ws-conjunto-ok <> "S"
               close arq-cadernos
               go to 2150-backup-cadernos-exit
           end-if
           move 0   to ws-qtd-gravados
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-cadernos next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-caderno to fl-backup-linha
                       write fl-backup-linha
                       add 1 to ws-qtd-gravados
               end-read
           end-perform
           close arq-cadernos
           close arq-backup
           perform 2920-confere-gravacao
           .
       2150-backup-cadernos-exit.
           exit.

       2160-backup-questao-versao section.
           move "arq-questao-versao" to ws-nome-logico
           perform 2900-monta-nome-backup
           open input arq-questao-versao
           perform 2910-confere-abertura
           if   ws-fs-arq-indexado <> "00"
               go to 2160-backup-questao-versao-exit
           end-if
           open output arq-backup
           perform 2915-confere-conjunto
           if   ws-conjunto-ok <> "S"
               close arq-questao-versao
               go to 2160-backup-questao-versao-exit
           end-if
           move 0   to ws-qtd-gravados
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-questao-versao next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-questao-versao to fl-backup-linha
                       write fl-backup-linha
                       add 1 to ws-qtd-gravados
               end-read
           end-perform
           close arq-questao-versao
           close arq-backup
           perform 2920-confere-gravacao
           .
       2160-backup-questao-versao-exit.
           exit.

       2170-backup-aprovacoes section.
           move "arq-aprovacoes" to ws-nome-logico
           perform 2900-monta-nome-backup
           open input arq-aprovacoes
           perform 2910-confere-abertura
           if   ws-fs-arq-indexado <> "00"
               go to 2170-backup-aprovacoes-exit
           end-if
           open output arq-backup
           perform 2915-confere-conjunto
           if   ws-conjunto-ok <> "S"
               close arq-aprovacoes
               go to 2170-backup-aprovacoes-exit
           end-if
           move 0   to ws-qtd-gravados
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-aprovacoes next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-aprovacao to fl-backup-linha
                       write fl-backup-linha
                       add 1 to ws-qtd-gravados
               end-read
           end-perform
           close arq-aprovacoes
           close arq-backup
           perform 2920-confere-gravacao
           .
       2170-backup-aprovacoes-exit.
           exit.

       2180-backup-convocacoes section.
           move "arq-convocacoes" to ws-nome-logico
           perform 2900-monta-nome-backup
           open input arq-convocacoes
           perform 2910-confere-abertura
           if   ws-fs-arq-indexado <> "00"
               go to 2180-backup-convocacoes-exit
           end-if
           open output arq-backup
           perform 2915-confere-conjunto
           if   ws-conjunto-ok <> "S"
               close arq-convocacoes
               go to 2180-backup-convocacoes-exit
           end-if
           move 0   to ws-qtd-gravados
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-convocacoes next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-convocacao to fl-backup-linha
                       write fl-backup-linha
                       add 1 to ws-qtd-gravados
               end-read
           end-perform
           close arq-convocacoes
           close arq-backup
           perform 2920-confere-gravacao
           .
       2180-backup-convocacoes-exit.
           exit.

       2190-backup-reservas section.
           move "arq-reservas" to ws-nome-logico
           perform 2900-monta-nome-backup
           open input arq-reservas
           perform 2910-confere-abertura
           if   ws-fs-arq-indexado <> "00"
               go to 2190-backup-reservas-exit
           end-if
           open output arq-backup
           perform 2915-confere-conjunto
           if   ws-conjunto-ok <> "S"
               close arq-reservas
               go to 2190-backup-reservas-exit
           end-if
           move 0   to ws-qtd-gravados
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-reserva to fl-backup-linha
                       write fl-backup-linha
                       add 1 to ws-qtd-gravados
               end-read
           end-perform
           close arq-reservas
           close arq-backup
           perform 2920-confere-gravacao
           .
       2190-backup-reservas-exit.
           exit.

       2200-backup-simulado-resp section.
           move "arq-simulado-resp" to ws-nome-logico
           perform 2900-monta-nome-backup
           open input arq-simulado-resp
           perform 2910-confere-abertura
           if   ws-fs-arq-indexado <> "00"
               go to 2200-backup-simulado-resp-exit
           end-if
           open output arq-backup
           perform 2915-confere-conjunto
           if   ws-conjunto-ok <> "S"
               close arq-simulado-resp
               go to 2200-backup-simulado-resp-exit
           end-if
           move 0   to ws-qtd-gravados
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-simulado-resp next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-simulado-resp to fl-backup-linha
                       write fl-backup-linha
                       add 1 to ws-qtd-gravados
               end-read
           end-perform
           close arq-simulado-resp
           close arq-backup
           perform 2920-confere-gravacao
           .
       2200-backup-simulado-resp-exit.
           exit.

       2900-monta-nome-backup section.
           move spaces to ws-nome-backup
           string "backup-"       delimited by size
           display "09 arq-preferencias    10 arq-respostas"
           display "11 arq-recursos        12 arq-certificados"
           display "13 arq-matriz          14 arq-prova-aberta"
           display "15 arq-cadernos        16 arq-questao-versao"
           display "17 arq-aprovacoes      18 arq-convocacoes"
           display "19 arq-reservas        20 arq-simulado-resp"
           accept ws-opcao-arquivo
           if   ws-opcao-arquivo < 1 or ws-opcao-arquivo > 20
               display "Opcao invalida."
               go to 5000-reconstrucao-exit
           end-if
               when 12 perform 6120-rebuild-certificados
               when 13 perform 6130-rebuild-matriz
               when 14 perform 6140-rebuild-prova-aberta
               when 15 perform 6150-rebuild-cadernos
               when 16 perform 6160-rebuild-questao-versao
               when 17 perform 6170-rebuild-aprovacoes
               when 18 perform 6180-rebuild-convocacoes
               when 19 perform 6190-rebuild-reservas
               when 20 perform 6200-rebuild-simulado-resp
           end-evaluate
           .
       5000-reconstrucao-exit.
           .
       6140-rebuild-prova-aberta-exit.
           exit.

       6150-rebuild-cadernos section.
           move "arq-cadernos" to ws-nome-logico
           perform 5900-abre-conjunto
           if   ws-fs-arq-backup <> "00"
               go to 6150-rebuild-cadernos-exit
           end-if
           open output arq-cadernos
           if   ws-fs-arq-indexado <> "00"
               display "Erro ao recriar " ws-nome-logico " - status "
                   ws-fs-arq-indexado
               close arq-backup
               go to 6150-rebuild-cadernos-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-backup
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-backup-linha to fl-caderno
                       write fl-caderno
                           invalid key
                               add 1 to ws-qtd-rejeitados
                               display "Chave rejeitada: " fl-cad-numero
                           not invalid key
                               add 1 to ws-qtd-restaurados
                       end-write
               end-read
           end-perform
           close arq-cadernos
           close arq-backup
           perform 5950-mostra-restauracao
           .
       6150-rebuild-cadernos-exit.
           exit.

       6160-rebuild-questao-versao section.
           move "arq-questao-versao" to ws-nome-logico
           perform 5900-abre-conjunto
           if   ws-fs-arq-backup <> "00"
               go to 6160-rebuild-questao-versao-exit
           end-if
           open output arq-questao-versao
           if   ws-fs-arq-indexado <> "00"
               display "Erro ao recriar " ws-nome-logico " - status "
                   ws-fs-arq-indexado
               close arq-backup
               go to 6160-rebuild-questao-versao-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-backup
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-backup-linha to fl-questao-versao
                       write fl-questao-versao
                           invalid key
                               add 1 to ws-qtd-rejeitados
                               display "Chave rejeitada: " fl-qv-chave
                           not invalid key
                               add 1 to ws-qtd-restaurados
                       end-write
               end-read
           end-perform
           close arq-questao-versao
           close arq-backup
           perform 5950-mostra-restauracao
           .
       6160-rebuild-questao-versao-exit.
           exit.

       6170-rebuild-aprovacoes section.
           move "arq-aprovacoes" to ws-nome-logico
           perform 5900-abre-conjunto
           if   ws-fs-arq-backup <> "00"
               go to 6170-rebuild-aprovacoes-exit
           end-if
           open output arq-aprovacoes
           if   ws-fs-arq-indexado <> "00"
               display "Erro ao recriar " ws-nome-logico " - status "
                   ws-fs-arq-indexado
               close arq-backup
               go to 6170-rebuild-aprovacoes-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-backup
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-backup-linha to fl-aprovacao
                       write fl-aprovacao
                           invalid key
                               add 1 to ws-qtd-rejeitados
                               display "Chave rejeitada: " fl-apr-numero
                           not invalid key
                               add 1 to ws-qtd-restaurados
                       end-write
               end-read
           end-perform
           close arq-aprovacoes
           close arq-backup
           perform 5950-mostra-restauracao
           .
       6170-rebuild-aprovacoes-exit.
           exit.

       6180-rebuild-convocacoes section.
           move "arq-convocacoes" to ws-nome-logico
           perform 5900-abre-conjunto
           if   ws-fs-arq-backup <> "00"
               go to 6180-rebuild-convocacoes-exit
           end-if
           open output arq-convocacoes
           if   ws-fs-arq-indexado <> "00"
               display "Erro ao recriar " ws-nome-logico " - status "
                   ws-fs-arq-indexado
               close arq-backup
               go to 6180-rebuild-convocacoes-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-backup
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-backup-linha to fl-convocacao
                       write fl-convocacao
                           invalid key
                               add 1 to ws-qtd-rejeitados
                               display "Chave rejeitada: " fl-cnv-chave
                           not invalid key
                               add 1 to ws-qtd-restaurados
                       end-write
               end-read
           end-perform
           close arq-convocacoes
           close arq-backup
           perform 5950-mostra-restauracao
           .
       6180-rebuild-convocacoes-exit.
           exit.

       6190-rebuild-reservas section.
           move "arq-reservas" to ws-nome-logico
           perform 5900-abre-conjunto
           if   ws-fs-arq-backup <> "00"
               go to 6190-rebuild-reservas-exit
           end-if
           open output arq-reservas
           if   ws-fs-arq-indexado <> "00"
               display "Erro ao recriar " ws-nome-logico " - status "
                   ws-fs-arq-indexado
               close arq-backup
               go to 6190-rebuild-reservas-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-backup
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-backup-linha to fl-reserva
                       write fl-reserva
                           invalid key
                               add 1 to ws-qtd-rejeitados
                               display "Chave rejeitada: " fl-rsv-chave
                           not invalid key
                               add 1 to ws-qtd-restaurados
                       end-write
               end-read
           end-perform
           close arq-reservas
           close arq-backup
           perform 5950-mostra-restauracao
           .
       6190-rebuild-reservas-exit.
           exit.

       6200-rebuild-simulado-resp section.
           move "arq-simulado-resp" to ws-nome-logico
           perform 5900-abre-conjunto
           if   ws-fs-arq-backup <> "00"
               go to 6200-rebuild-simulado-resp-exit
           end-if
           open output arq-simulado-resp
           if   ws-fs-arq-indexado <> "00"
               display "Erro ao recriar " ws-nome-logico " - status "
                   ws-fs-arq-indexado
               close arq-backup
               go to 6200-rebuild-simulado-resp-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-backup
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       move fl-backup-linha to fl-simulado-resp
                       write fl-simulado-resp
                           invalid key
                               add 1 to ws-qtd-rejeitados
                               display "Chave rejeitada: " fl-sr-chave
                           not invalid key
                               add 1 to ws-qtd-restaurados
                       end-write
               end-read
           end-perform
           close arq-simulado-resp
           close arq-backup
           perform 5950-mostra-restauracao
           .
       6200-rebuild-simulado-resp-exit.
           exit.
