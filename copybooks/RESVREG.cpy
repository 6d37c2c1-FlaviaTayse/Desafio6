      *>----------------------------------------------------------------
      *> Copybook RESVREG
      *> Layout do registro de arq-reservas (reserva de lugar numa janela
      *> do calendario com capacidade)
      *> Chave primaria: disciplina + data de inicio da janela +
      *> matricula; chave alternada (com duplicatas): matricula
      *> Reservada conta lugar; utilizada = a prova oficial da janela
      *> foi corrigida (compareceu); reservada com a janela encerrada =
      *> faltou; cancelada libera o lugar e pode ser refeita
      *> Usado por: RESERVA, BACKUP
      *>----------------------------------------------------------------
           05 fl-rsv-chave.
               10 fl-rsv-disciplina                    pic x(06).
               10 fl-rsv-data-inicio                   pic 9(08).
               10 fl-rsv-matricula                     pic x(10).
           05 fl-rsv-data-fim                          pic 9(08).
           05 fl-rsv-situacao                          pic x(01).
               88 fl-rsv-reservada                     value "R".
               88 fl-rsv-utilizada                     value "U".
               88 fl-rsv-cancelada                     value "C".
           05 fl-rsv-data-reserva                      pic 9(08).
           05 fl-rsv-hora-reserva                      pic 9(04).
           05 fl-rsv-data-uso                          pic 9(08).
           05 fl-rsv-data-cancelamento                 pic 9(08).
