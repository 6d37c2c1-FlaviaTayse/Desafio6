       77 ws-fim-usuarios                              pic x(01) value "N".
       77 ws-fim-resultados                            pic x(01) value "N".

      *>----Cadastros abertos (a leitura ate o fim deixa o file status em
      *>----"10" - o controle, o retorno do lote e o fechamento nao podem
      *>----depender do status da ultima leitura)
       77 ws-abriu-usuarios                            pic x(01).
       77 ws-abriu-resultados                          pic x(01).

      *>----Modo da remessa (I incremental / T total)
       77 ws-modo-exportacao                           pic x(01).
       77 ws-data-hoje                                 pic 9(08).
       77 ws-qtd-resultados                            pic 9(07).
       77 ws-hash-usuarios                             pic 9(12).
       77 ws-hash-resultados                           pic 9(12).
       77 ws-qtd-lidos                                 pic 9(07).

       01 ws-linha-controle.
           05 ws-hc-tipo                               pic x(01).
           05 ws-lr-situacao                           pic x(01).
           05 filler                                   pic x(37) value spaces.

       linkage section.
       01 lk-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==lk-lote==.

      *>Declaração do corpo do programa
       procedure division using lk-lote.

       0000-controle section.
      *> o programa fica residente entre chamadas do menu (last-used
      *> state) - contadores e somas nao podem vazar entre remessas
           move 0 to ws-qtd-usuarios ws-qtd-resultados ws-qtd-lidos
           move 0 to ws-hash-usuarios ws-hash-resultados
           perform 500-informa-modo
           if   ws-modo-exportacao = "I"
               perform 800-prepara-janela
           end-if
           perform 1000-abre-arquivos
           if   ws-abriu-usuarios = "S"
               perform 2000-exporta-usuarios
           end-if
           if   ws-abriu-resultados = "S"
               perform 3000-exporta-resultados
           end-if
           perform 9000-fecha-arquivos
      *> extraidos - avancar a janela de uma remessa que falhou faria
      *> os registros dela nunca sairem incrementalmente
           if   ws-modo-exportacao = "I"
               if   ws-abriu-usuarios   = "S"
               and  ws-abriu-resultados = "S"
                   perform 4000-grava-controle
                   display "Remessa incremental " ws-seq-remessa
                       " concluida (ate " ws-janela-fim ")."
               end-if
           end-if
           display "Exportacao concluida: usuarios.csv e resultados.csv"
           if   lk-lote-noturno
               perform 8000-retorno-lote
           end-if
           goback
           .
       0000-controle-exit.
           exit.

       500-informa-modo section.
      *> no lote noturno (NOTURNO) o modo vem do arquivo de controle
           if   lk-lote-noturno
               move lk-lote-modo-exportacao to ws-modo-exportacao
               if   ws-modo-exportacao <> "I"
               and  ws-modo-exportacao <> "T"
                   move "I" to ws-modo-exportacao
               end-if
               go to 500-informa-modo-exit
           end-if
           display erase
           display "Exportacao CSV para o RH"
           display "I - Incremental (so o que mudou desde a ultima"
           exit.

       1000-abre-arquivos section.
           move "N" to ws-abriu-usuarios ws-abriu-resultados
           open input arq-usuarios
           if   ws-fs-arq-usuarios = "00"
               move "S" to ws-abriu-usuarios
           else
               display "Erro ao abrir arq.usuarios - status "
                   ws-fs-arq-usuarios
           end-if
           open input arq-resultados
           if   ws-fs-arq-resultados = "00"
               move "S" to ws-abriu-resultados
           else
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if
                   at end
                       move "S" to ws-fim-usuarios
                   not at end
                       add 1 to ws-qtd-lidos
                       if   ws-modo-exportacao = "T"
                       or   (fl-data-alteracao >  ws-janela-ini
                             and fl-data-alteracao <= ws-janela-fim)
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       add 1 to ws-qtd-lidos
                       if   ws-modo-exportacao = "T"
                       or   (fl-res-data >  ws-janela-ini
                             and fl-res-data <= ws-janela-fim)
       4000-grava-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno para o lote noturno: a remessa falha se um cadastro ou
      *> um CSV nao abriu ou se o controle incremental nao foi gravado
      *>------------------------------------------------------------------------
       8000-retorno-lote section.
           set  lk-lote-ok to true
           move "00"       to lk-lote-status
           move spaces     to lk-lote-mensagem
           move ws-qtd-lidos to lk-lote-qtd-lidos
           compute lk-lote-qtd-gravados = ws-qtd-usuarios
               + ws-qtd-resultados
           evaluate true
               when ws-abriu-usuarios <> "S"
                   set  lk-lote-falha      to true
                   move ws-fs-arq-usuarios to lk-lote-status
                   move "erro ao abrir arq.usuarios" to lk-lote-mensagem
               when ws-abriu-resultados <> "S"
                   set  lk-lote-falha        to true
                   move ws-fs-arq-resultados to lk-lote-status
                   move "erro ao abrir arq.resultados"
                       to lk-lote-mensagem
               when ws-fs-csv-usuarios <> "00"
                   set  lk-lote-falha      to true
                   move ws-fs-csv-usuarios to lk-lote-status
                   move "erro ao gravar usuarios.csv" to lk-lote-mensagem
               when ws-fs-csv-resultados <> "00"
                   set  lk-lote-falha        to true
                   move ws-fs-csv-resultados to lk-lote-status
                   move "erro ao gravar resultados.csv"
                       to lk-lote-mensagem
               when ws-modo-exportacao = "I"
               and  ws-fs-arq-controle <> "00"
                   set  lk-lote-falha      to true
                   move ws-fs-arq-controle to lk-lote-status
                   move "erro ao gravar exporta-controle.txt"
                       to lk-lote-mensagem
           end-evaluate
           .
       8000-retorno-lote-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-abriu-usuarios = "S"
               close arq-usuarios
           end-if
           if   ws-abriu-resultados = "S"
               close arq-resultados
           end-if
           close arq-csv-usuarios
