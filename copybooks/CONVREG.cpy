      *>----------------------------------------------------------------
      *> Copybook CONVREG
      *> Layout do registro de arq-convocacoes (convocacoes de
      *> treinamento ja enviadas - evita repetir o aviso do mesmo item
      *> antes do intervalo de lembrete do CONVOCA)
      *> Chave primaria: matricula + disciplina + motivo
      *> Usado por: CONVOCA, BACKUP
      *>----------------------------------------------------------------
           05 fl-cnv-chave.
               10 fl-cnv-matricula                     pic x(10).
               10 fl-cnv-disciplina                    pic x(06).
               10 fl-cnv-motivo                        pic x(01).
                   88 fl-cnv-novo                      value "N".
                   88 fl-cnv-atrasado                  value "A".
                   88 fl-cnv-vencendo                  value "V".
      *> data do ultimo envio, prazo informado nele e quantos avisos do
      *> item ja sairam (1 = convocacao, acima de 1 = lembrete)
           05 fl-cnv-data-envio                        pic 9(08).
           05 fl-cnv-prazo                             pic 9(08).
           05 fl-cnv-qtd-envios                        pic 9(03).
