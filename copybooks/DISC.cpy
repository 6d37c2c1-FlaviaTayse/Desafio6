      *> Chave primaria: codigo da disciplina
      *> Usado por: DISCIPLINA, PROVA, SIMULADO, QUESTOES, CARGAQ,
      *> ESTATQ, CALENDAR, RELGEREN, CERTIFIC, RECURSOS, VENCIMENTO,
      *> CONFORM, BACKUP, CONVERTE, CADERNO, CORRIGE, FISCAL, CONVERTE2,
      *> EXTRATO, CONVOCA, INTEGRA
      *>----------------------------------------------------------------
           05 fl-disc-codigo                           pic x(06).
           05 fl-disc-nome                             pic x(30).
      *> (000 = aprovacao sem vencimento) - o batch VENCIMENTO libera a
      *> recertificacao automaticamente quando o prazo vence
           05 fl-disc-validade-meses                   pic 9(03).
      *> duracao maxima da prova oficial em minutos (000 sem limite) -
      *> esgotado o tempo a prova e encerrada e corrigida
           05 fl-disc-duracao-max                      pic 9(03).
