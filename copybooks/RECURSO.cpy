      *> mesma chave de arq-prova - um recurso por questao)
      *> Efeito do deferimento: P da o ponto a todos, D tira a questao
      *> do denominador da nota
      *> Usado por: RECURSOS, BACKUP, CONVERTE3, INTEGRA
      *>----------------------------------------------------------------
           05 fl-rec-chave.
               10 fl-rec-disciplina                    pic x(06).
           05 fl-rec-data-abertura                     pic 9(08).
           05 fl-rec-data-decisao                      pic 9(08).
           05 fl-rec-motivo                            pic x(60).
      *> versao contestada da questao - o julgamento mostra esse texto
      *> e a anulacao so alcanca as folhas respondidas nessa versao
      *> (000 = texto anterior ao controle de versoes, que e a versao
      *> 001 de origem O)
           05 fl-rec-versao                            pic 9(03).
