      *> prova oficial por disciplina)
      *> Chave primaria: disciplina + data de inicio da janela
      *> Horarios 0000 significam janela valida o dia inteiro
      *> Capacidade 0000 significa janela sem controle de lugares (a
      *> prova oficial nao exige reserva); acima de zero a prova so
      *> abre para quem reservou lugar na janela (RESERVA)
      *> Usado por: CALENDAR, PROVA, CORRIGE, EXTRATO, CONVOCA,
      *> RESERVA, CONVERTE4, BACKUP
      *>----------------------------------------------------------------
           05 fl-cal-chave.
               10 fl-cal-disciplina                    pic x(06).
           05 fl-cal-data-fim                          pic 9(08).
           05 fl-cal-hora-inicio                       pic 9(04).
           05 fl-cal-hora-fim                          pic 9(04).
           05 fl-cal-capacidade                        pic 9(04).
