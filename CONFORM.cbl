      *> obrigatorias por cargo (arq-matriz) e cruza a matriz com os
      *> usuarios e os resultados vigentes para imprimir o relatorio de
      *> conformidade (em dia / pendente / vencido) com totais por
      *> cargo em relatorio-conformidade.txt. No lote noturno
      *> (NOTURNO) so o relatorio e emitido, sem menu
           select arq-matriz assign to "arq-matriz.dat"
           organization is indexed
           access mode is dynamic
       77 ws-fs-arq-resultados                          pic x(02).
       77 ws-fs-arq-relatorio                           pic x(02).

      *>----Arquivos indexados abertos (a leitura muda o file status e
      *>----o programa fica residente - o retorno do lote e o fechamento
      *>----nao podem depender do status da ultima leitura)
       77 ws-abriu-matriz                               pic x(01).
       77 ws-abriu-usuarios                             pic x(01).
       77 ws-abriu-disciplina                           pic x(01).
       77 ws-abriu-resultados                           pic x(01).

       77 ws-fechar-tela                                pic x(01) value "N".
       77 ws-opcao                                      pic x(01).
       77 ws-cargo-lista                                pic x(06).
       77 ws-tot-em-dia                                 pic 9(06) value 0.
       77 ws-tot-pendente                               pic 9(06) value 0.
       77 ws-tot-vencido                                pic 9(06) value 0.
       77 ws-qtd-conferidos                             pic 9(07) value 0.
       77 ws-falha-relatorio                            pic x(01).

       01 ws-linha-item.
           05 ws-li-cargo                               pic x(06).
               " VENCIDO ".
           05 ws-lt-vencido                             pic zzzz9.

       linkage section.
       01 lk-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==lk-lote==.

      *>Declaração do corpo do programa
       procedure division using lk-lote.

       0000-controle section.
           move "N" to ws-falha-relatorio
           move 0   to ws-qtd-conferidos ws-tot-em-dia ws-tot-pendente
                       ws-tot-vencido
           perform 1000-abre-arquivos
           if   ws-abriu-matriz   = "S"
           and  ws-abriu-usuarios = "S"
               if   lk-lote-noturno
                   perform 5000-relatorio-conformidade
               else
                   perform 2000-menu-conformidade
               end-if
           end-if
           if   lk-lote-noturno
               perform 6000-retorno-lote
           end-if
           perform 9000-fecha-arquivos
           goback
           exit.

       1000-abre-arquivos section.
           move "N" to ws-abriu-matriz ws-abriu-usuarios
                       ws-abriu-disciplina ws-abriu-resultados
           open i-o arq-matriz
           if   ws-fs-arq-matriz = "35"
               open output arq-matriz
               close arq-matriz
               open i-o arq-matriz
           end-if
           if   ws-fs-arq-matriz = "00"
               move "S" to ws-abriu-matriz
           else
               display "Erro ao abrir arq.matriz - status "
                   ws-fs-arq-matriz
           end-if

           open input arq-usuarios
           if   ws-fs-arq-usuarios = "00"
               move "S" to ws-abriu-usuarios
           else
               display "Erro ao abrir arq.usuarios - status "
                   ws-fs-arq-usuarios
           end-if

           open input arq-disciplina
           if   ws-fs-arq-disciplina = "00"
               move "S" to ws-abriu-disciplina
           else
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if

           open input arq-resultados
           if   ws-fs-arq-resultados = "00"
               move "S" to ws-abriu-resultados
           else
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if
           accept fl-mat-cargo
           display "Codigo da disciplina exigida:"
           accept fl-mat-disciplina
           if   ws-abriu-disciplina = "S"
               move fl-mat-disciplina to fl-disc-codigo
               read arq-disciplina key is fl-disc-codigo
                   invalid key
      *> admissao estourado) ou pendente, com totais por cargo
      *>------------------------------------------------------------------------
       5000-relatorio-conformidade section.
           if   ws-abriu-resultados <> "S"
               display "Sem arq.resultados - relatorio indisponivel."
               move "S" to ws-falha-relatorio
               go to 5000-relatorio-conformidade-exit
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00"
               display "Erro ao abrir relatorio - status "
                   ws-fs-arq-relatorio
               move "S" to ws-falha-relatorio
               go to 5000-relatorio-conformidade-exit
           end-if
           accept ws-data-hoje from date yyyymmdd
                   not at end
                       if   fl-usuario
                       and  fl-cargo <> spaces
                           add 1 to ws-qtd-conferidos
                           perform 5100-confere-usuario
                       end-if
               end-read
       5500-imprime-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno para o lote noturno: falha se a matriz, os usuarios ou
      *> os resultados nao abriram ou se o relatorio nao foi criado
      *>------------------------------------------------------------------------
       6000-retorno-lote section.
           set  lk-lote-ok to true
           move "00"       to lk-lote-status
           move spaces     to lk-lote-mensagem
           move ws-qtd-conferidos to lk-lote-qtd-lidos
           compute lk-lote-qtd-gravados = ws-tot-em-dia
               + ws-tot-pendente + ws-tot-vencido
           evaluate true
               when ws-abriu-matriz <> "S"
                   set  lk-lote-falha    to true
                   move ws-fs-arq-matriz to lk-lote-status
                   move "erro ao abrir arq.matriz" to lk-lote-mensagem
               when ws-abriu-usuarios <> "S"
                   set  lk-lote-falha      to true
                   move ws-fs-arq-usuarios to lk-lote-status
                   move "erro ao abrir arq.usuarios" to lk-lote-mensagem
               when ws-abriu-resultados <> "S"
                   set  lk-lote-falha        to true
                   move ws-fs-arq-resultados to lk-lote-status
                   move "erro ao abrir arq.resultados"
                       to lk-lote-mensagem
               when ws-falha-relatorio = "S"
                   set  lk-lote-falha       to true
                   move ws-fs-arq-relatorio to lk-lote-status
                   move "erro ao criar relatorio-conformidade.txt"
                       to lk-lote-mensagem
           end-evaluate
           .
       6000-retorno-lote-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-abriu-matriz = "S"
               close arq-matriz
           end-if
           if   ws-abriu-usuarios = "S"
               close arq-usuarios
           end-if
           if   ws-abriu-disciplina = "S"
               close arq-disciplina
           end-if
           if   ws-abriu-resultados = "S"
               close arq-resultados
           end-if
           .
