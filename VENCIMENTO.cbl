      *> disciplina, lista quem vence dentro do horizonte de aviso em
      *> vencimentos-certificacao.txt e, no vencimento de fato, liga
      *> fl-res-recert-autorizada para o PROVA aceitar nova tentativa
      *> sem passar pelo RESULTADOS. No lote noturno (NOTURNO) o
      *> horizonte vem de lk-lote e nada e perguntado
           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
       77 ws-fs-arq-disciplina                          pic x(02).
       77 ws-fs-arq-relatorio                           pic x(02).

      *>----Arquivos abertos (a leitura muda o file status e o programa
      *>----fica residente - o retorno do lote e o fechamento nao podem
      *>----depender do status da ultima leitura)
       77 ws-abriu-resultados                           pic x(01).
       77 ws-abriu-disciplina                           pic x(01).
       77 ws-abriu-relatorio                            pic x(01).

       77 ws-data-hoje                                  pic 9(08).
       77 ws-horizonte-dias                             pic 9(03).
       77 ws-data-limite                                pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-lv-situacao                            pic x(18).

       linkage section.
       01 lk-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==lk-lote==.

      *>Declaração do corpo do programa
       procedure division using lk-lote.

       0000-controle section.
      *> o programa fica residente entre chamadas do menu (last-used
           move 0 to ws-qtd-examinados ws-qtd-a-vencer
                     ws-qtd-vencidos ws-qtd-liberados
           perform 1000-abre-arquivos
           if   ws-abriu-resultados = "S"
           and  ws-abriu-disciplina = "S"
           and  ws-abriu-relatorio  = "S"
               perform 2000-informa-horizonte
               perform 3000-varre-resultados
               perform 4000-mostra-totais
           end-if
           if   lk-lote-noturno
               perform 8000-retorno-lote
           end-if
           perform 9000-fecha-arquivos
           goback
           .
           exit.

       1000-abre-arquivos section.
           move "N" to ws-abriu-resultados ws-abriu-disciplina
                       ws-abriu-relatorio
           open i-o arq-resultados
           if   ws-fs-arq-resultados = "00"
               move "S" to ws-abriu-resultados
           else
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if
           open input arq-disciplina
           if   ws-fs-arq-disciplina = "00"
               move "S" to ws-abriu-disciplina
           else
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio = "00"
               move "S" to ws-abriu-relatorio
           else
               display "Erro ao abrir relatorio de vencimentos - status "
                   ws-fs-arq-relatorio
           end-if
           exit.

       2000-informa-horizonte section.
           if   lk-lote-noturno
               move lk-lote-horizonte-dias to ws-horizonte-dias
           else
               display erase
               display "Vencimento de Certificacoes"
               display "Horizonte de aviso em dias (ex.: 030):"
               accept ws-horizonte-dias
           end-if
           accept ws-data-hoje from date yyyymmdd
           compute ws-data-limite = function date-of-integer(
               function integer-of-date(ws-data-hoje)
       4000-mostra-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno para o lote noturno: falha se algum arquivo nao abriu
      *>------------------------------------------------------------------------
       8000-retorno-lote section.
           set  lk-lote-ok to true
           move "00"       to lk-lote-status
           move spaces     to lk-lote-mensagem
           move ws-qtd-examinados to lk-lote-qtd-lidos
           compute lk-lote-qtd-gravados = ws-qtd-a-vencer
               + ws-qtd-vencidos
           evaluate true
               when ws-abriu-resultados <> "S"
                   set  lk-lote-falha        to true
                   move ws-fs-arq-resultados to lk-lote-status
                   move "erro ao abrir arq.resultados"
                       to lk-lote-mensagem
               when ws-abriu-disciplina <> "S"
                   set  lk-lote-falha        to true
                   move ws-fs-arq-disciplina to lk-lote-status
                   move "erro ao abrir arq.disciplina"
                       to lk-lote-mensagem
               when ws-abriu-relatorio <> "S"
                   set  lk-lote-falha        to true
                   move ws-fs-arq-relatorio  to lk-lote-status
                   move "erro ao abrir relatorio de vencimentos"
                       to lk-lote-mensagem
           end-evaluate
           .
       8000-retorno-lote-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-abriu-resultados = "S"
               close arq-resultados
           end-if
           if   ws-abriu-disciplina = "S"
               close arq-disciplina
           end-if
           if   ws-abriu-relatorio = "S"
               close arq-relatorio
           end-if
           .
