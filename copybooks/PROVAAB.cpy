      *> com a resposta traduzida para a letra original do cadastro -
      *> fl-pa-dada em espaco significa questao ainda nao respondida)
      *> Chave primaria: matricula (uma prova aberta por funcionario)
      *> Usado por: PROVA, BACKUP, FISCAL, CONVERTE2
      *>----------------------------------------------------------------
           05 fl-pa-matricula                          pic x(10).
           05 fl-pa-disciplina                         pic x(06).
           05 fl-pa-data-inicio                        pic 9(08).
           05 fl-pa-tentativa                          pic 9(02).
           05 fl-pa-qtd-sorteadas                      pic 9(03).
      *> hora de inicio (hhmm) e minutos decorridos desde o inicio na
      *> ultima resposta gravada - base do limite de duracao da
      *> disciplina e da tela de acompanhamento (FISCAL)
           05 fl-pa-hora-inicio                        pic 9(04).
           05 fl-pa-minutos-decorridos                 pic 9(05).
           05 fl-pa-folha.
               10 fl-pa-item occurs 99 times.
                   15 fl-pa-questao                    pic 9(02).
                   15 fl-pa-dada                       pic x(01).
                   15 fl-pa-gabarito                   pic x(01).
                   15 fl-pa-acerto                     pic x(01).
                   15 fl-pa-versao                     pic 9(03).
