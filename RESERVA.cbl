      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "RESERVA".
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

      *> RESERVA DE LUGAR - unica porta de entrada de arq-reservas. Uma
      *> janela do calendario com capacidade acima de zero so aceita a
      *> prova oficial de quem reservou lugar nela. Modos:
      *>   F - menu do funcionario: reservar, ver e cancelar reservas
      *>   A - menu do administrador (CALENDAR): lista de presenca da
      *>       janela para o fiscal e relatorio de faltas repetidas
      *>   C - confere se lk-user tem lugar reservado na janela
      *>       (lk-disciplina + lk-data = inicio da janela) - PROVA
      *>   U - marca como utilizada a reserva de lk-user na disciplina
      *>       cuja janela contem lk-data (prova corrigida) - PROVA,
      *>       FISCAL e CORRIGE
      *> Uma reserva por funcionario e janela; reserva utilizada nao e
      *> refeita na mesma janela (nova tentativa vai para outra janela)
           select arq-reservas assign to "arq-reservas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-rsv-chave
           alternate record key is fl-rsv-matricula
               with duplicates
           file status is ws-fs-arq-reservas.

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-relatorio assign to dynamic ws-nome-relatorio
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-reservas.
       01 fl-reserva.
           copy RESVREG.

       fd arq-calendario.
       01 fl-calendario.
           copy CALEND.

       fd arq-relatorio.
       01 fl-relatorio-linha                           pic x(250).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-reservas                           pic x(02).
       77 ws-fs-arq-calendario                          pic x(02).
       77 ws-fs-arq-relatorio                           pic x(02).
       77 ws-abriu-calendario                           pic x(01).

      *> faltas (reserva nao utilizada com a janela encerrada) a partir
      *> das quais o funcionario entra no relatorio de faltas repetidas
       77 ws-minimo-faltas                              pic 9(03) value 2.

       77 ws-fechar-tela                                pic x(01) value "N".
       77 ws-opcao                                      pic x(01).
       77 ws-confirma                                   pic x(01).
       77 ws-fim-leitura                                pic x(01).
       77 ws-fim-janelas                                pic x(01).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-hora-completa                              pic 9(08).
       77 ws-nome-relatorio                             pic x(50).
       77 ws-disciplina                                 pic x(06).
       77 ws-data-inicio                                pic 9(08).
       77 ws-janela-ok                                  pic x(01).
       77 ws-ja-reservou                                pic x(01).
       77 ws-data-reservada                             pic 9(08).
       77 ws-qtd-ocupados                               pic 9(04).
       77 ws-qtd-livres                                 pic 9(04).
       77 ws-qtd-listada                                pic 9(05).
       77 ws-achou-reserva                              pic x(01).
       77 ws-chave-achada                               pic x(24).
       77 ws-descricao-situacao                         pic x(10).
       77 ws-data-inicial                               pic 9(08).
       77 ws-data-final                                 pic 9(08).

      *>----Totais da lista de presenca por situacao
       77 ws-tot-reservado                              pic 9(05).
       77 ws-tot-presente                               pic 9(05).
       77 ws-tot-faltou                                 pic 9(05).
       77 ws-tot-cancelado                              pic 9(05).

      *>----Acumuladores da quebra por matricula (faltas repetidas)
       77 ws-matricula-atual                            pic x(10).
       77 ws-qtd-reservas-mat                           pic 9(05).
       77 ws-qtd-faltas-mat                             pic 9(05).
       77 ws-qtd-presencas-mat                          pic 9(05).
       77 ws-ultima-falta-disc                          pic x(06).
       77 ws-ultima-falta-data                          pic 9(08).
       77 ws-qtd-faltosos                               pic 9(05).

       01 ws-linha-cabecalho.
           05 filler                                    pic x(18) value
               "LISTA DE PRESENCA;".
           05 ws-lc-disciplina                          pic x(06).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-data-inicio                         pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-data-fim                            pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-hora-inicio                         pic 9(04).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-hora-fim                            pic 9(04).
           05 filler                                    pic x(10) value
               ";LUGARES;".
           05 ws-lc-capacidade                          pic 9(04).

       01 ws-linha-presenca.
           05 ws-lp-matricula                           pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-situacao                            pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-data-reserva                        pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-hora-reserva                        pic 9(04).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-data-uso                            pic 9(08).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-data-cancelamento                   pic 9(08).

       01 ws-linha-total.
           05 filler                                    pic x(11) value
               "RESERVADOS ".
           05 ws-lt-reservado                           pic zzzz9.
           05 filler                                    pic x(11) value
               " PRESENTES ".
           05 ws-lt-presente                            pic zzzz9.
           05 filler                                    pic x(08) value
               " FALTAS ".
           05 ws-lt-faltou                              pic zzzz9.
           05 filler                                    pic x(12) value
               " CANCELADAS ".
           05 ws-lt-cancelado                           pic zzzz9.

       01 ws-linha-falta.
           05 ws-lf-matricula                           pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-lf-qtd-faltas                          pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lf-qtd-presencas                       pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lf-qtd-reservas                        pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lf-ultima-disciplina                   pic x(06).
           05 filler                                    pic x(01) value ";".
           05 ws-lf-ultima-data                         pic 9(08).

       linkage section.
       01 lk-modo                                      pic x(01).
           88 lk-funcionario                           value "F".
           88 lk-administrador                         value "A".
           88 lk-confere                               value "C".
           88 lk-utiliza                               value "U".
       01 lk-user                                      pic x(10).
       01 lk-disciplina                                pic x(06).
       01 lk-data                                      pic 9(08).
       01 lk-retorno                                   pic 9(01).
           88 lk-reserva-ok                            value 0.
           88 lk-sem-reserva                           value 1.
           88 lk-reserva-erro                          value 9.

      *>Declaração do corpo do programa
       procedure division using lk-modo lk-user lk-disciplina lk-data
                                lk-retorno.

       0000-controle section.
           set lk-reserva-ok to true
           accept ws-data-hoje     from date yyyymmdd
           accept ws-hora-completa from time
           perform 1000-abre-arquivos
           if   ws-fs-arq-reservas <> "00"
               set lk-reserva-erro to true
               go to 0000-controle-exit
           end-if
           evaluate true
               when lk-funcionario   perform 2000-menu-funcionario
               when lk-administrador perform 5000-menu-administrador
               when lk-confere       perform 4000-confere-reserva
               when lk-utiliza       perform 4500-utiliza-reserva
           end-evaluate
           perform 9000-fecha-arquivos
           .
       0000-controle-exit.
           goback.

       1000-abre-arquivos section.
           move "N" to ws-abriu-calendario
           open i-o arq-reservas
           if   ws-fs-arq-reservas = "35"
               open output arq-reservas
               close arq-reservas
               open i-o arq-reservas
           end-if
           if   ws-fs-arq-reservas <> "00"
               display "Erro ao abrir arq.reservas - status "
                   ws-fs-arq-reservas
               go to 1000-abre-arquivos-exit
           end-if
      *> o calendario so e lido nos menus; a conferencia e a baixa da
      *> reserva trabalham so com arq-reservas
           if   lk-funcionario
           or   lk-administrador
               open input arq-calendario
               if   ws-fs-arq-calendario = "00"
                   move "S" to ws-abriu-calendario
               else
                   if   ws-fs-arq-calendario <> "35"
                       display "Erro ao abrir arq.calendario - status "
                           ws-fs-arq-calendario
                   end-if
               end-if
           end-if
           .
       1000-abre-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Menu do funcionario (opcao 'R' do menu de funcionario)
      *>------------------------------------------------------------------------
       2000-menu-funcionario section.
           move "N" to ws-fechar-tela
           perform until ws-fechar-tela = "S"
               display erase
               display "Reserva de lugar em janela de prova"
               display "R - Reservar lugar   V - Ver minhas reservas"
               display "C - Cancelar reserva   F - Fim"
               accept ws-opcao
               evaluate ws-opcao
                   when "R" perform 2100-reserva-lugar
                   when "V" perform 2500-lista-minhas-reservas
                   when "C" perform 2700-cancela-reserva
                   when "F" move "S" to ws-fechar-tela
                   when other display "Opcao invalida"
               end-evaluate
               if   ws-fechar-tela <> "S"
                   display "Pressione ENTER para continuar"
                   accept ws-confirma
               end-if
           end-perform
           .
       2000-menu-funcionario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reserva: janela da disciplina ainda nao encerrada e com
      *> capacidade; recusa se a janela esta lotada ou se o funcionario
      *> ja tem reserva ativa para a disciplina
      *>------------------------------------------------------------------------
       2100-reserva-lugar section.
           if   ws-abriu-calendario <> "S"
               display "Nenhuma janela de prova cadastrada."
               go to 2100-reserva-lugar-exit
           end-if
           display "Codigo da disciplina:"
           accept ws-disciplina
           perform 2200-lista-janelas-abertas
           if   ws-qtd-listada = 0
               display "Nenhuma janela com reserva de lugar aberta para"
                   " esta disciplina."
               go to 2100-reserva-lugar-exit
           end-if
           perform 2300-confere-reserva-ativa
           if   ws-ja-reservou = "S"
               display "Voce ja tem lugar reservado nesta disciplina na"
                   " janela de " ws-data-reservada "."
               display "Cancele a reserva atual para reservar outra"
                   " janela."
               go to 2100-reserva-lugar-exit
           end-if
           display "Data de inicio da janela desejada (aaaammdd):"
           accept ws-data-inicio
           perform 2400-le-janela
           if   ws-janela-ok <> "S"
               go to 2100-reserva-lugar-exit
           end-if
           perform 3000-conta-ocupados
           if   ws-qtd-ocupados >= fl-cal-capacidade
               display "Janela lotada - todos os " fl-cal-capacidade
                   " lugares ja estao reservados."
               go to 2100-reserva-lugar-exit
           end-if
           move ws-disciplina  to fl-rsv-disciplina
           move ws-data-inicio to fl-rsv-data-inicio
           move lk-user        to fl-rsv-matricula
           read arq-reservas key is fl-rsv-chave
               invalid key
                   perform 2150-monta-reserva
                   write fl-reserva
                       invalid key
                           display "Erro ao gravar reserva - status "
                               ws-fs-arq-reservas
                           go to 2100-reserva-lugar-exit
                   end-write
               not invalid key
                   if   fl-rsv-utilizada
                       display "Voce ja fez a prova desta janela -"
                           " reserve uma proxima janela."
                       go to 2100-reserva-lugar-exit
                   end-if
      *> reserva cancelada antes volta a valer
                   perform 2150-monta-reserva
                   rewrite fl-reserva
           end-read
           display "Lugar reservado na janela de " fl-cal-data-inicio
               " a " fl-cal-data-fim "."
           .
       2100-reserva-lugar-exit.
           exit.

       2150-monta-reserva section.
           move ws-disciplina   to fl-rsv-disciplina
           move ws-data-inicio  to fl-rsv-data-inicio
           move lk-user         to fl-rsv-matricula
           move fl-cal-data-fim to fl-rsv-data-fim
           set  fl-rsv-reservada to true
           move ws-data-hoje    to fl-rsv-data-reserva
           compute fl-rsv-hora-reserva = ws-hora-completa / 10000
           move 0               to fl-rsv-data-uso
                                   fl-rsv-data-cancelamento
           .
       2150-monta-reserva-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Janelas da disciplina com capacidade e ainda nao encerradas,
      *> com os lugares livres
      *>------------------------------------------------------------------------
       2200-lista-janelas-abertas section.
           move 0   to ws-qtd-listada
           move ws-disciplina to fl-cal-disciplina
           move 0   to fl-cal-data-inicio
           move "N" to ws-fim-janelas
           start arq-calendario key is >= fl-cal-chave
               invalid key
                   move "S" to ws-fim-janelas
           end-start
           perform until ws-fim-janelas = "S"
               read arq-calendario next record
                   at end
                       move "S" to ws-fim-janelas
                   not at end
                       if   fl-cal-disciplina <> ws-disciplina
                           move "S" to ws-fim-janelas
                       else
                           if   fl-cal-capacidade > 0
                           and  fl-cal-data-fim >= ws-data-hoje
                               if   ws-qtd-listada = 0
                                   display "Inicio      Fim         Hora-ini"
                                       "  Hora-fim  Lugares  Livres"
                               end-if
                               add 1 to ws-qtd-listada
                               move fl-cal-data-inicio to ws-data-inicio
                               perform 3000-conta-ocupados
                               move 0 to ws-qtd-livres
                               if   ws-qtd-ocupados < fl-cal-capacidade
                                   compute ws-qtd-livres =
                                       fl-cal-capacidade - ws-qtd-ocupados
                               end-if
                               display fl-cal-data-inicio "    "
                                   fl-cal-data-fim "    "
                                   fl-cal-hora-inicio "      "
                                   fl-cal-hora-fim "      "
                                   fl-cal-capacidade "     "
                                   ws-qtd-livres
                           end-if
                       end-if
               end-read
           end-perform
           .
       2200-lista-janelas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reserva ativa do funcionario na disciplina: reservada, em janela
      *> ainda nao encerrada (pela chave alternada de matricula)
      *>------------------------------------------------------------------------
       2300-confere-reserva-ativa section.
           move "N" to ws-ja-reservou
           move 0   to ws-data-reservada
           move lk-user to fl-rsv-matricula
           move "N" to ws-fim-leitura
           start arq-reservas key is = fl-rsv-matricula
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rsv-matricula <> lk-user
                           move "S" to ws-fim-leitura
                       else
                           if   fl-rsv-disciplina = ws-disciplina
                           and  fl-rsv-reservada
                           and  fl-rsv-data-fim >= ws-data-hoje
                               move "S" to ws-ja-reservou
                               move fl-rsv-data-inicio
                                   to ws-data-reservada
                           end-if
                       end-if
               end-read
           end-perform
           .
       2300-confere-reserva-ativa-exit.
           exit.

       2400-le-janela section.
           move "N" to ws-janela-ok
           move ws-disciplina  to fl-cal-disciplina
           move ws-data-inicio to fl-cal-data-inicio
           read arq-calendario key is fl-cal-chave
               invalid key
                   display "Janela nao encontrada."
                   go to 2400-le-janela-exit
           end-read
           if   fl-cal-capacidade = 0
               display "Esta janela nao exige reserva de lugar."
               go to 2400-le-janela-exit
           end-if
           if   fl-cal-data-fim < ws-data-hoje
               display "Janela ja encerrada."
               go to 2400-le-janela-exit
           end-if
           move "S" to ws-janela-ok
           .
       2400-le-janela-exit.
           exit.

       2500-lista-minhas-reservas section.
           move 0   to ws-qtd-listada
           move lk-user to fl-rsv-matricula
           move "N" to ws-fim-leitura
           start arq-reservas key is = fl-rsv-matricula
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rsv-matricula <> lk-user
                           move "S" to ws-fim-leitura
                       else
                           if   ws-qtd-listada = 0
                               display "Disciplina  Inicio      Fim"
                                   "         Situacao"
                           end-if
                           add 1 to ws-qtd-listada
                           perform 3100-descreve-situacao
                           display fl-rsv-disciplina "      "
                               fl-rsv-data-inicio "    "
                               fl-rsv-data-fim "    "
                               ws-descricao-situacao
                       end-if
               end-read
           end-perform
           if   ws-qtd-listada = 0
               display "Nenhuma reserva de lugar."
           end-if
           .
       2500-lista-minhas-reservas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cancelamento: so reserva ainda nao utilizada de janela nao
      *> encerrada; o lugar volta a ficar livre
      *>------------------------------------------------------------------------
       2700-cancela-reserva section.
           display "Disciplina da reserva a cancelar:"
           accept fl-rsv-disciplina
           display "Data de inicio da janela (aaaammdd):"
           accept fl-rsv-data-inicio
           move lk-user to fl-rsv-matricula
           read arq-reservas key is fl-rsv-chave
               invalid key
                   display "Reserva nao encontrada."
                   go to 2700-cancela-reserva-exit
           end-read
           if   not fl-rsv-reservada
           or   fl-rsv-data-fim < ws-data-hoje
               perform 3100-descreve-situacao
               display "Reserva nao pode ser cancelada - situacao "
                   ws-descricao-situacao "."
               go to 2700-cancela-reserva-exit
           end-if
           display "Confirma o cancelamento da reserva na janela de "
               fl-rsv-data-inicio " a " fl-rsv-data-fim "? (S/N)"
           accept ws-confirma
           if   ws-confirma = "S"
               set  fl-rsv-cancelada to true
               move ws-data-hoje to fl-rsv-data-cancelamento
               rewrite fl-reserva
               display "Reserva cancelada."
           end-if
           .
       2700-cancela-reserva-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lugares ocupados da janela ws-disciplina + ws-data-inicio:
      *> reservas ativas e utilizadas (cancelada nao ocupa lugar)
      *>------------------------------------------------------------------------
       3000-conta-ocupados section.
           move 0 to ws-qtd-ocupados
           move ws-disciplina  to fl-rsv-disciplina
           move ws-data-inicio to fl-rsv-data-inicio
           move low-values     to fl-rsv-matricula
           move "N" to ws-fim-leitura
           start arq-reservas key is >= fl-rsv-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rsv-disciplina  <> ws-disciplina
                       or   fl-rsv-data-inicio <> ws-data-inicio
                           move "S" to ws-fim-leitura
                       else
                           if   not fl-rsv-cancelada
                               add 1 to ws-qtd-ocupados
                           end-if
                       end-if
               end-read
           end-perform
           .
       3000-conta-ocupados-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Situacao legivel da reserva lida - reservada com a janela
      *> encerrada e falta
      *>------------------------------------------------------------------------
       3100-descreve-situacao section.
           evaluate true
               when fl-rsv-utilizada
                   move "PRESENTE"  to ws-descricao-situacao
               when fl-rsv-cancelada
                   move "CANCELADA" to ws-descricao-situacao
               when fl-rsv-data-fim < ws-data-hoje
                   move "FALTOU"    to ws-descricao-situacao
               when other
                   move "RESERVADA" to ws-descricao-situacao
           end-evaluate
           .
       3100-descreve-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferencia do PROVA: lugar reservado (ainda nao utilizado) de
      *> lk-user na janela lk-disciplina + lk-data
      *>------------------------------------------------------------------------
       4000-confere-reserva section.
           set lk-sem-reserva to true
           move lk-disciplina to fl-rsv-disciplina
           move lk-data       to fl-rsv-data-inicio
           move lk-user       to fl-rsv-matricula
           read arq-reservas key is fl-rsv-chave
               invalid key
                   go to 4000-confere-reserva-exit
           end-read
           if   fl-rsv-reservada
               set lk-reserva-ok to true
           end-if
           .
       4000-confere-reserva-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Baixa da reserva na correcao: a reserva ativa de lk-user na
      *> disciplina cuja janela contem a data da prova (lk-data) passa a
      *> utilizada; sem reserva (janela sem capacidade) nada muda
      *>------------------------------------------------------------------------
       4500-utiliza-reserva section.
           set lk-sem-reserva to true
           move "N" to ws-achou-reserva
           move lk-user to fl-rsv-matricula
           move "N" to ws-fim-leitura
           start arq-reservas key is = fl-rsv-matricula
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rsv-matricula <> lk-user
                           move "S" to ws-fim-leitura
                       else
                           if   fl-rsv-disciplina  =  lk-disciplina
                           and  fl-rsv-reservada
                           and  fl-rsv-data-inicio <= lk-data
                           and  fl-rsv-data-fim    >= lk-data
                               move "S" to ws-achou-reserva
                               move fl-rsv-chave to ws-chave-achada
                           end-if
                       end-if
               end-read
           end-perform
           if   ws-achou-reserva <> "S"
               go to 4500-utiliza-reserva-exit
           end-if
           move ws-chave-achada to fl-rsv-chave
           read arq-reservas key is fl-rsv-chave
               invalid key
                   go to 4500-utiliza-reserva-exit
           end-read
           set  fl-rsv-utilizada to true
           move lk-data to fl-rsv-data-uso
           rewrite fl-reserva
               invalid key
                   set lk-reserva-erro to true
                   go to 4500-utiliza-reserva-exit
           end-rewrite
           set lk-reserva-ok to true
           .
       4500-utiliza-reserva-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Menu do administrador (CALENDAR opcao R)
      *>------------------------------------------------------------------------
       5000-menu-administrador section.
           move "N" to ws-fechar-tela
           perform until ws-fechar-tela = "S"
               display erase
               display "Reservas de lugar"
               display "L - Lista de presenca da janela"
               display "N - Relatorio de faltas repetidas   F - Fim"
               accept ws-opcao
               evaluate ws-opcao
                   when "L" perform 6000-lista-presenca
                   when "N" perform 7000-relatorio-faltas
                   when "F" move "S" to ws-fechar-tela
                   when other display "Opcao invalida"
               end-evaluate
               if   ws-fechar-tela <> "S"
                   display "Pressione ENTER para continuar"
                   accept ws-confirma
               end-if
           end-perform
           .
       5000-menu-administrador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista de presenca para o fiscal: reservas da janela com a
      *> situacao (reservada / presente / faltou / cancelada), na tela e
      *> em reservas-<disciplina>-<inicio>.txt
      *>------------------------------------------------------------------------
       6000-lista-presenca section.
           if   ws-abriu-calendario <> "S"
               display "Nenhuma janela de prova cadastrada."
               go to 6000-lista-presenca-exit
           end-if
           display "Disciplina da janela:"
           accept ws-disciplina
           display "Data de inicio da janela (aaaammdd):"
           accept ws-data-inicio
           move ws-disciplina  to fl-cal-disciplina
           move ws-data-inicio to fl-cal-data-inicio
           read arq-calendario key is fl-cal-chave
               invalid key
                   display "Janela nao encontrada."
                   go to 6000-lista-presenca-exit
           end-read
           move spaces to ws-nome-relatorio
           string "reservas-" ws-disciplina delimited by space
                  "-" ws-data-inicio ".txt" delimited by size
                  into ws-nome-relatorio
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00"
               display "Erro ao abrir relatorio - status "
                   ws-fs-arq-relatorio
               go to 6000-lista-presenca-exit
           end-if
           move fl-cal-disciplina  to ws-lc-disciplina
           move fl-cal-data-inicio to ws-lc-data-inicio
           move fl-cal-data-fim    to ws-lc-data-fim
           move fl-cal-hora-inicio to ws-lc-hora-inicio
           move fl-cal-hora-fim    to ws-lc-hora-fim
           move fl-cal-capacidade  to ws-lc-capacidade
           move ws-linha-cabecalho to fl-relatorio-linha
           write fl-relatorio-linha
           display ws-linha-cabecalho
           move "MATRICULA;SITUACAO;DATA-RESERVA;HORA-RESERVA;DATA-PROVA;DATA-CANCELAMENTO"
               to fl-relatorio-linha
           write fl-relatorio-linha
           move 0 to ws-tot-reservado ws-tot-presente ws-tot-faltou
                     ws-tot-cancelado
           move ws-disciplina  to fl-rsv-disciplina
           move ws-data-inicio to fl-rsv-data-inicio
           move low-values     to fl-rsv-matricula
           move "N" to ws-fim-leitura
           start arq-reservas key is >= fl-rsv-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rsv-disciplina  <> ws-disciplina
                       or   fl-rsv-data-inicio <> ws-data-inicio
                           move "S" to ws-fim-leitura
                       else
                           perform 6100-imprime-presenca
                       end-if
               end-read
           end-perform
           move ws-tot-reservado to ws-lt-reservado
           move ws-tot-presente  to ws-lt-presente
           move ws-tot-faltou    to ws-lt-faltou
           move ws-tot-cancelado to ws-lt-cancelado
           move ws-linha-total   to fl-relatorio-linha
           write fl-relatorio-linha
           close arq-relatorio
           display ws-linha-total
           display "Lista gravada em " ws-nome-relatorio
           .
       6000-lista-presenca-exit.
           exit.

       6100-imprime-presenca section.
           perform 3100-descreve-situacao
           evaluate ws-descricao-situacao
               when "PRESENTE"  add 1 to ws-tot-presente
               when "CANCELADA" add 1 to ws-tot-cancelado
               when "FALTOU"    add 1 to ws-tot-faltou
               when other       add 1 to ws-tot-reservado
           end-evaluate
           move fl-rsv-matricula         to ws-lp-matricula
           move ws-descricao-situacao    to ws-lp-situacao
           move fl-rsv-data-reserva      to ws-lp-data-reserva
           move fl-rsv-hora-reserva      to ws-lp-hora-reserva
           move fl-rsv-data-uso          to ws-lp-data-uso
           move fl-rsv-data-cancelamento to ws-lp-data-cancelamento
           move ws-linha-presenca        to fl-relatorio-linha
           write fl-relatorio-linha
           display fl-rsv-matricula "  " ws-descricao-situacao
           .
       6100-imprime-presenca-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Faltas repetidas: por matricula (chave alternada, quebra por
      *> matricula), reservas nao utilizadas de janelas encerradas que
      *> comecaram no periodo; entra quem faltou ws-minimo-faltas vezes
      *> ou mais. Relatorio em relatorio-faltas.txt
      *>------------------------------------------------------------------------
       7000-relatorio-faltas section.
           display "Data inicial da janela (aaaammdd):"
           accept ws-data-inicial
           display "Data final da janela (aaaammdd):"
           accept ws-data-final
           move spaces to ws-nome-relatorio
           move "relatorio-faltas.txt" to ws-nome-relatorio
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00"
               display "Erro ao abrir relatorio - status "
                   ws-fs-arq-relatorio
               go to 7000-relatorio-faltas-exit
           end-if
           move "MATRICULA;FALTAS;PRESENCAS;RESERVAS;ULTIMA-FALTA-DISCIPLINA;ULTIMA-FALTA-JANELA"
               to fl-relatorio-linha
           write fl-relatorio-linha
           move 0      to ws-qtd-faltosos
           move spaces to ws-matricula-atual
           perform 7200-zera-matricula
           move low-values to fl-rsv-matricula
           move "N" to ws-fim-leitura
           start arq-reservas key is >= fl-rsv-matricula
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-reservas next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rsv-matricula <> ws-matricula-atual
                           perform 7300-fecha-matricula
                           move fl-rsv-matricula to ws-matricula-atual
                       end-if
                       if   fl-rsv-data-inicio >= ws-data-inicial
                       and  fl-rsv-data-inicio <= ws-data-final
                           perform 7100-acumula-reserva
                       end-if
               end-read
           end-perform
           perform 7300-fecha-matricula
           close arq-relatorio
           display ws-qtd-faltosos " funcionario(s) com "
               ws-minimo-faltas " falta(s) ou mais no periodo."
           display "Relatorio gravado em relatorio-faltas.txt"
           .
       7000-relatorio-faltas-exit.
           exit.

       7100-acumula-reserva section.
           perform 3100-descreve-situacao
           evaluate ws-descricao-situacao
               when "PRESENTE"
                   add 1 to ws-qtd-reservas-mat ws-qtd-presencas-mat
               when "FALTOU"
                   add 1 to ws-qtd-reservas-mat ws-qtd-faltas-mat
                   if   fl-rsv-data-inicio > ws-ultima-falta-data
                       move fl-rsv-disciplina  to ws-ultima-falta-disc
                       move fl-rsv-data-inicio to ws-ultima-falta-data
                   end-if
               when "RESERVADA"
                   add 1 to ws-qtd-reservas-mat
           end-evaluate
           .
       7100-acumula-reserva-exit.
           exit.

       7200-zera-matricula section.
           move 0      to ws-qtd-reservas-mat ws-qtd-faltas-mat
                          ws-qtd-presencas-mat ws-ultima-falta-data
           move spaces to ws-ultima-falta-disc
           .
       7200-zera-matricula-exit.
           exit.

       7300-fecha-matricula section.
           if   ws-matricula-atual <> spaces
           and  ws-qtd-faltas-mat >= ws-minimo-faltas
               move ws-matricula-atual   to ws-lf-matricula
               move ws-qtd-faltas-mat    to ws-lf-qtd-faltas
               move ws-qtd-presencas-mat to ws-lf-qtd-presencas
               move ws-qtd-reservas-mat  to ws-lf-qtd-reservas
               move ws-ultima-falta-disc to ws-lf-ultima-disciplina
               move ws-ultima-falta-data to ws-lf-ultima-data
               move ws-linha-falta       to fl-relatorio-linha
               write fl-relatorio-linha
               display ws-matricula-atual " " ws-qtd-faltas-mat
                   " falta(s) em " ws-qtd-reservas-mat " reserva(s)"
               add 1 to ws-qtd-faltosos
           end-if
           perform 7200-zera-matricula
           .
       7300-fecha-matricula-exit.
           exit.

       9000-fecha-arquivos section.
           close arq-reservas
           if   ws-abriu-calendario = "S"
               close arq-calendario
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
