      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "CONVERTE3".
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

      *> CONVERSAO UNICA DE LAYOUT - arq-respostas e arq-recursos
      *> passaram a guardar a versao da questao (arq-questao-versao);
      *> a versao dos itens de arq-prova-aberta entra na conversao do
      *> CONVERTE2. Nos moldes do CONVERTE: este
      *> programa, e so ele, le os arquivos no LAYOUT ANTIGO (congelado
      *> aqui dentro, fora dos copybooks) e descarrega cada registro no
      *> layout novo, com a versao 000 (texto anterior ao controle de
      *> versoes), para os conjuntos datados que a reconstrucao do
      *> BACKUP (opcao R do menu CK) recarrega. Roteiro no paragrafo
      *> 3000-mostra-roteiro.
           select arq-respostas-antigo assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fa-resp-chave
           file status is ws-fs-arq-antigo.

           select arq-recursos-antigo assign to "arq-recursos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fa-rec-chave
           file status is ws-fs-arq-antigo.

           select arq-conjunto assign to dynamic ws-nome-conjunto
           organization is line sequential
           file status is ws-fs-arq-conjunto.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

      *> layout ANTIGO de arq-respostas (antes da versao da questao)
       fd arq-respostas-antigo.
       01 fa-resposta.
           05 fa-resp-chave                            pic x(28).
           05 fa-resp-idioma                           pic x(02).
           05 fa-resp-dada                             pic x(01).
           05 fa-resp-gabarito                         pic x(01).
           05 fa-resp-acerto                           pic x(01).

      *> layout ANTIGO de arq-recursos (antes da versao contestada)
       fd arq-recursos-antigo.
       01 fa-recurso.
           05 fa-rec-chave                             pic x(10).
           05 fa-rec-status                            pic x(01).
           05 fa-rec-efeito                            pic x(01).
           05 fa-rec-data-abertura                     pic 9(08).
           05 fa-rec-data-decisao                      pic 9(08).
           05 fa-rec-motivo                            pic x(60).

       fd arq-conjunto.
       01 fl-conjunto-linha                            pic x(1100).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-antigo                             pic x(02).
       77 ws-fs-arq-conjunto                            pic x(02).

       77 ws-data-hoje                                  pic 9(08).
       77 ws-nome-conjunto                              pic x(50).
       77 ws-fim-leitura                                pic x(01).
       77 ws-qtd-respostas                              pic 9(07) value 0.
       77 ws-qtd-recursos                               pic 9(07) value 0.
       77 ws-conversao-ok                               pic x(01) value "S".

      *>----Registros no layout NOVO (copybooks vigentes) montados a
      *>----partir do registro antigo antes de descarregar
       01 ws-resposta.
           copy RESPOSTA replacing leading ==fl-== by ==ws-==.

       01 ws-recurso.
           copy RECURSO replacing leading ==fl-== by ==ws-==.

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           move "S" to ws-conversao-ok
           accept ws-data-hoje from date yyyymmdd
           display "Conversao de layout de arq-respostas e"
               " arq-recursos"
           perform 1000-converte-respostas
           perform 2000-converte-recursos
           if   ws-conversao-ok = "S"
               perform 3000-mostra-roteiro
           end-if
           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Folhas de resposta: versao 000 (respondidas antes do controle)
      *>------------------------------------------------------------------------
       1000-converte-respostas section.
           open input arq-respostas-antigo
           if   ws-fs-arq-antigo = "35"
               display "arq-respostas.dat inexistente - nada a"
                   " converter."
               go to 1000-converte-respostas-exit
           end-if
           if   ws-fs-arq-antigo <> "00"
               display "Erro ao abrir arq.respostas no layout antigo"
                   " - status " ws-fs-arq-antigo
               display "Se o arquivo ja esta no layout novo, esta"
                   " conversao nao deve rodar."
               move "N" to ws-conversao-ok
               go to 1000-converte-respostas-exit
           end-if
           move spaces to ws-nome-conjunto
           string "backup-arq-respostas-" ws-data-hoje ".txt"
               delimited by size into ws-nome-conjunto
           open output arq-conjunto
           if   ws-fs-arq-conjunto <> "00"
               display "Erro ao criar " ws-nome-conjunto " - status "
                   ws-fs-arq-conjunto
               move "N" to ws-conversao-ok
               close arq-respostas-antigo
               go to 1000-converte-respostas-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-respostas-antigo next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 1100-monta-resposta-nova
                       move ws-resposta to fl-conjunto-linha
                       write fl-conjunto-linha
                       add 1 to ws-qtd-respostas
               end-read
           end-perform
           close arq-respostas-antigo
           close arq-conjunto
           display "arq-respostas: " ws-qtd-respostas
               " registro(s) convertido(s) em " ws-nome-conjunto
           .
       1000-converte-respostas-exit.
           exit.

       1100-monta-resposta-nova section.
           move spaces            to ws-resposta
           move fa-resp-chave     to ws-resp-chave
           move fa-resp-idioma    to ws-resp-idioma
           move fa-resp-dada      to ws-resp-dada
           move fa-resp-gabarito  to ws-resp-gabarito
           move fa-resp-acerto    to ws-resp-acerto
           move 0                 to ws-resp-versao
           .
       1100-monta-resposta-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recursos: versao 000 (julgados antes do controle - contestaram
      *> o texto original, que e a versao 001)
      *>------------------------------------------------------------------------
       2000-converte-recursos section.
           open input arq-recursos-antigo
           if   ws-fs-arq-antigo = "35"
               display "arq-recursos.dat inexistente - nada a"
                   " converter."
               go to 2000-converte-recursos-exit
           end-if
           if   ws-fs-arq-antigo <> "00"
               display "Erro ao abrir arq.recursos no layout antigo"
                   " - status " ws-fs-arq-antigo
               display "Se o arquivo ja esta no layout novo, esta"
                   " conversao nao deve rodar."
               move "N" to ws-conversao-ok
               go to 2000-converte-recursos-exit
           end-if
           move spaces to ws-nome-conjunto
           string "backup-arq-recursos-" ws-data-hoje ".txt"
               delimited by size into ws-nome-conjunto
           open output arq-conjunto
           if   ws-fs-arq-conjunto <> "00"
               display "Erro ao criar " ws-nome-conjunto " - status "
                   ws-fs-arq-conjunto
               move "N" to ws-conversao-ok
               close arq-recursos-antigo
               go to 2000-converte-recursos-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-recursos-antigo next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 2100-monta-recurso-novo
                       move ws-recurso to fl-conjunto-linha
                       write fl-conjunto-linha
                       add 1 to ws-qtd-recursos
               end-read
           end-perform
           close arq-recursos-antigo
           close arq-conjunto
           display "arq-recursos: " ws-qtd-recursos
               " registro(s) convertido(s) em " ws-nome-conjunto
           .
       2000-converte-recursos-exit.
           exit.

       2100-monta-recurso-novo section.
           move spaces            to ws-recurso
           move fa-rec-chave         to ws-rec-chave
           move fa-rec-status        to ws-rec-status
           move fa-rec-efeito        to ws-rec-efeito
           move fa-rec-data-abertura to ws-rec-data-abertura
           move fa-rec-data-decisao  to ws-rec-data-decisao
           move fa-rec-motivo        to ws-rec-motivo
           move 0                 to ws-rec-versao
           .
       2100-monta-recurso-novo-exit.
           exit.

       3000-mostra-roteiro section.
           display "Conversao descarregada. Para concluir:"
           display "1) Afaste os arquivos antigos (renomeie ou apague"
               " arq-respostas.dat e arq-recursos.dat);"
           display "2) No menu do administrador, CK opcao R, reconstrua"
               " 10 arq-respostas e 11 arq-recursos"
           display "   informando a data " ws-data-hoje " como data do"
               " conjunto;"
           display "3) Confira as contagens restauradas contra as"
               " contagens acima."
           .
       3000-mostra-roteiro-exit.
           exit.
