
      *> CALENDARIO DE PROVAS - manutencao das janelas de aplicacao por
      *> disciplina; o PROVA so deixa iniciar uma prova oficial dentro
      *> de uma janela aberta deste arquivo; janela com capacidade
      *> exige reserva de lugar (RESERVA)
           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
       77 ws-janela-ok                                  pic x(01).
       77 ws-aux                                        pic x(01).

      *>----Parametros de chamada do RESERVA (lista de presenca)
       77 ws-rsv-modo                                   pic x(01).
       77 ws-rsv-matricula                              pic x(10).
       77 ws-rsv-disciplina                             pic x(06).
       77 ws-rsv-data                                   pic 9(08).
       77 ws-rsv-retorno                                pic 9(01).

      *>Declaração do corpo do programa
       procedure division.

               display "Calendario de Provas"
               display "I - Incluir janela   A - Alterar janela"
               display "E - Excluir janela   C - Consultar disciplina"
               display "R - Reservas: lista de presenca e faltas"
               display "F - Fim"
               accept ws-opcao
               evaluate ws-opcao
                   when "A" perform 4000-alterar-janela
                   when "E" perform 5000-excluir-janela
                   when "C" perform 6000-consultar-janelas
                   when "R" perform 6500-reservas
                   when "F" move "S" to ws-fechar-tela
                   when other display "Opcao invalida"
               end-evaluate
               invalid key
                   move "S" to ws-fim-consulta
           end-start
           display "Inicio      Fim         Hora-ini  Hora-fim  Lugares"
           perform until ws-fim-consulta = "S"
               read arq-calendario next record
                   at end
                           display fl-cal-data-inicio "    "
                               fl-cal-data-fim "    "
                               fl-cal-hora-inicio "      "
                               fl-cal-hora-fim "      "
                               fl-cal-capacidade
                       end-if
               end-read
           end-perform
       6000-consultar-janelas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reservas de lugar - o RESERVA, dono de arq-reservas, mostra a
      *> lista de presenca de uma janela e o relatorio de faltas
      *>------------------------------------------------------------------------
       6500-reservas section.
           move "A"    to ws-rsv-modo
           move spaces to ws-rsv-matricula
           move spaces to ws-rsv-disciplina
           move 0      to ws-rsv-data
           move 0      to ws-rsv-retorno
           call "RESERVA" using ws-rsv-modo ws-rsv-matricula
               ws-rsv-disciplina ws-rsv-data ws-rsv-retorno
           .
       6500-reservas-exit.
           exit.

       7000-informa-disciplina section.
           move "N" to ws-disciplina-ok
           display "Codigo da disciplina:"
           exit.

      *>------------------------------------------------------------------------
      *> Pergunta fim, horarios e capacidade da janela - horarios 0000
      *> liberam o dia inteiro e capacidade 0000 dispensa a reserva de
      *> lugar; uma janela que termina antes de comecar e recusada
      *>------------------------------------------------------------------------
       7500-informa-janela section.
           move "N" to ws-janela-ok
           accept fl-cal-hora-inicio
           display "Hora de fim (hhmm, 0000 sem restricao):"
           accept fl-cal-hora-fim
           display "Capacidade de lugares (0000 sem reserva):"
           accept fl-cal-capacidade
           if   fl-cal-data-fim < fl-cal-data-inicio
               display "Data de fim anterior a data de inicio."
           else
