      *>----------------------------------------------------------------
      *> Copybook APROVREG
      *> Layout do registro de arq-aprovacoes (fila de solicitacoes que
      *> exigem um segundo administrador - quatro olhos)
      *> Chave primaria: numero sequencial da solicitacao
      *> A solicitacao guarda quem pediu, o que pediu (acao e objeto) e
      *> os valores antes/depois; so a aprovacao por outro
      *> administrador aplica a mudanca (programa dono da acao chamado
      *> pelo APROVACAO com a solicitacao aprovada). Pendente alem do
      *> prazo do APROVACAO vira expirada
      *> Usado por: APROVACAO, RECURSOS, RESULTADOS, QUESTOES, CADUSU,
      *> P01SISC20, BACKUP
      *>----------------------------------------------------------------
           05 fl-apr-numero                            pic 9(06).
           05 fl-apr-acao                              pic x(01).
               88 fl-apr-defere-recurso                value "R".
               88 fl-apr-recertificacao                value "C".
               88 fl-apr-troca-gabarito                value "G".
               88 fl-apr-desbloqueio                   value "D".
           05 fl-apr-situacao                          pic x(01).
               88 fl-apr-pendente                      value "P".
               88 fl-apr-aprovada                      value "A".
               88 fl-apr-rejeitada                     value "R".
               88 fl-apr-expirada                      value "E".
           05 fl-apr-solicitante                       pic x(10).
           05 fl-apr-data-pedido                       pic 9(08).
           05 fl-apr-hora-pedido                       pic 9(04).
      *> objeto da acao - questao (recurso e gabarito), matricula e
      *> disciplina (recertificacao) ou matricula (desbloqueio)
           05 fl-apr-objeto                            pic x(20).
           05 fl-apr-obj-questao redefines fl-apr-objeto.
               10 fl-apr-qst-disciplina                pic x(06).
               10 fl-apr-qst-idioma                    pic x(02).
               10 fl-apr-qst-numero                    pic 9(02).
               10 filler                               pic x(10).
           05 fl-apr-obj-recert redefines fl-apr-objeto.
               10 fl-apr-rct-matricula                 pic x(10).
               10 fl-apr-rct-disciplina                pic x(06).
               10 filler                               pic x(04).
           05 fl-apr-obj-usuario redefines fl-apr-objeto.
               10 fl-apr-usu-matricula                 pic x(10).
               10 filler                               pic x(10).
      *> valor que a aprovacao aplica (efeito P/D do deferimento ou a
      *> nova resposta do gabarito) e a descricao antes/depois
           05 fl-apr-valor-novo                        pic x(01).
           05 fl-apr-antes                             pic x(40).
           05 fl-apr-depois                            pic x(40).
           05 fl-apr-aprovador                         pic x(10).
           05 fl-apr-data-decisao                      pic 9(08).
           05 fl-apr-hora-decisao                      pic 9(04).
           05 fl-apr-observacao                        pic x(40).
