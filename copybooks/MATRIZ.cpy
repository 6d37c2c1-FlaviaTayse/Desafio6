      *> cursar e em quantos dias a partir da admissao)
      *> Chave primaria: cargo + disciplina
      *> Prazo 0000 = exigida sem prazo (nunca fica vencida, so pendente)
      *> Usado por: CONFORM, BACKUP, EXTRATO, CONVOCA
      *>----------------------------------------------------------------
           05 fl-mat-chave.
               10 fl-mat-cargo                         pic x(06).
