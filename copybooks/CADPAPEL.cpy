      *>----------------------------------------------------------------
      *> Copybook CADPAPEL
      *> Layout do registro de arq-cadernos (cadernos de prova oficial
      *> em papel, para os locais sem terminal - cada registro e o
      *> gabarito do caderno impresso: as questoes na ordem em que
      *> sairam no papel e, para cada uma, a alternativa original do
      *> cadastro impressa em cada posicao A-D e a letra correta no
      *> papel)
      *> Chave primaria: numero do caderno (sequencial)
      *> Situacao: B em branco (impresso, aguardando a folha de
      *> respostas) / C corrigido (folha ja lida - nao aceita outra)
      *> Usado por: CADERNO, CORRIGE, BACKUP
      *>----------------------------------------------------------------
           05 fl-cad-numero                            pic 9(08).
           05 fl-cad-disciplina                        pic x(06).
           05 fl-cad-idioma                            pic x(02).
           05 fl-cad-data-geracao                      pic 9(08).
           05 fl-cad-emissor                           pic x(10).
           05 fl-cad-situacao                          pic x(01).
               88 fl-cad-em-branco                     value "B".
               88 fl-cad-corrigido                     value "C".
           05 fl-cad-matricula                         pic x(10).
           05 fl-cad-data-correcao                     pic 9(08).
           05 fl-cad-qtd-questoes                      pic 9(03).
           05 fl-cad-folha.
               10 fl-cad-item occurs 99 times.
                   15 fl-cad-questao                   pic 9(02).
                   15 fl-cad-ordem                     pic x(04).
                   15 fl-cad-gabarito                  pic x(01).
                   15 fl-cad-versao                    pic 9(03).
