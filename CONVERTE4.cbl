      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "CONVERTE4".
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

      *> CONVERSAO UNICA DE LAYOUT - arq-calendario passou a guardar a
      *> capacidade de lugares da janela (reserva de lugar, RESERVA).
      *> Nos moldes do CONVERTE: este programa, e so ele, le o arquivo
      *> no LAYOUT ANTIGO (congelado aqui dentro, fora do copybook) e
      *> descarrega cada janela no layout novo, com capacidade 0000
      *> (sem controle de lugares, a prova segue sem exigir reserva
      *> como antes), para o conjunto datado que a reconstrucao do
      *> BACKUP (opcao R do menu CK) recarrega. Roteiro no paragrafo
      *> 5000-mostra-roteiro.
           select arq-calendario-antigo assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fa-cal-chave
           file status is ws-fs-arq-antigo.

           select arq-conjunto assign to dynamic ws-nome-conjunto
           organization is line sequential
           file status is ws-fs-arq-conjunto.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

      *> layout ANTIGO de arq-calendario (antes da capacidade)
       fd arq-calendario-antigo.
       01 fa-calendario.
           05 fa-cal-chave.
               10 fa-cal-disciplina                    pic x(06).
               10 fa-cal-data-inicio                   pic 9(08).
           05 fa-cal-data-fim                          pic 9(08).
           05 fa-cal-hora-inicio                       pic 9(04).
           05 fa-cal-hora-fim                          pic 9(04).

       fd arq-conjunto.
       01 fl-conjunto-linha                            pic x(1100).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-antigo                             pic x(02).
       77 ws-fs-arq-conjunto                            pic x(02).

       77 ws-data-hoje                                  pic 9(08).
       77 ws-nome-conjunto                              pic x(50).
       77 ws-fim-leitura                                pic x(01).
       77 ws-qtd-janelas                                pic 9(07) value 0.
       77 ws-conversao-ok                               pic x(01) value "S".

      *>----Registro no layout NOVO (copybook vigente) montado a partir
      *>----do registro antigo antes de descarregar
       01 ws-calendario.
           copy CALEND replacing leading ==fl-== by ==ws-==.

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           move "S" to ws-conversao-ok
           move 0   to ws-qtd-janelas
           accept ws-data-hoje from date yyyymmdd
           display "Conversao de layout de arq-calendario"
           perform 1000-converte-calendario
           if   ws-conversao-ok = "S"
               perform 5000-mostra-roteiro
           end-if
           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Janelas: capacidade 0000 (sem controle de lugares)
      *>------------------------------------------------------------------------
       1000-converte-calendario section.
           open input arq-calendario-antigo
           if   ws-fs-arq-antigo = "35"
               display "arq-calendario.dat inexistente - nada a"
                   " converter."
               move "N" to ws-conversao-ok
               go to 1000-converte-calendario-exit
           end-if
           if   ws-fs-arq-antigo <> "00"
               display "Erro ao abrir arq.calendario no layout antigo"
                   " - status " ws-fs-arq-antigo
               display "Se o arquivo ja esta no layout novo, esta"
                   " conversao nao deve rodar."
               move "N" to ws-conversao-ok
               go to 1000-converte-calendario-exit
           end-if
           move spaces to ws-nome-conjunto
           string "backup-arq-calendario-" ws-data-hoje ".txt"
               delimited by size into ws-nome-conjunto
           open output arq-conjunto
           if   ws-fs-arq-conjunto <> "00"
               display "Erro ao criar " ws-nome-conjunto " - status "
                   ws-fs-arq-conjunto
               move "N" to ws-conversao-ok
               close arq-calendario-antigo
               go to 1000-converte-calendario-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-calendario-antigo next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 1100-monta-janela-nova
                       move ws-calendario to fl-conjunto-linha
                       write fl-conjunto-linha
                       add 1 to ws-qtd-janelas
               end-read
           end-perform
           close arq-calendario-antigo
           close arq-conjunto
           display "arq-calendario: " ws-qtd-janelas
               " registro(s) convertido(s) em " ws-nome-conjunto
           .
       1000-converte-calendario-exit.
           exit.

       1100-monta-janela-nova section.
           move spaces              to ws-calendario
           move fa-cal-disciplina   to ws-cal-disciplina
           move fa-cal-data-inicio  to ws-cal-data-inicio
           move fa-cal-data-fim     to ws-cal-data-fim
           move fa-cal-hora-inicio  to ws-cal-hora-inicio
           move fa-cal-hora-fim     to ws-cal-hora-fim
           move 0                   to ws-cal-capacidade
           .
       1100-monta-janela-nova-exit.
           exit.

       5000-mostra-roteiro section.
           display "Conversao descarregada. Para concluir:"
           display "1) Afaste o arquivo antigo (renomeie ou apague"
               " arq-calendario.dat);"
           display "2) No menu do administrador, CK opcao R, reconstrua"
               " 08 arq-calendario"
           display "   informando a data " ws-data-hoje " como data do"
               " conjunto;"
           display "3) Confira a contagem restaurada contra a contagem"
               " acima;"
           display "4) Informe a capacidade (CALENDAR, opcao A) das"
               " janelas que passam a exigir reserva de lugar."
           .
       5000-mostra-roteiro-exit.
           exit.
