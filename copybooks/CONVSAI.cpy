      *>----------------------------------------------------------------
      *> Copybook CONVSAI
      *> Layout fixo do arquivo de saida de convocacoes recolhido pelo
      *> gateway de e-mail (convocacoes-AAAAMMDD.txt, um registro por
      *> funcionario por disciplina pendente). O gateway localiza o
      *> endereco pela matricula; assunto e texto ja vem no idioma da
      *> preferencia do funcionario
      *> Datas aaaammdd, 0 = sem data
      *> Usado por: CONVOCA
      *>----------------------------------------------------------------
           05 fl-cvs-data-emissao                      pic 9(08).
           05 fl-cvs-matricula                         pic x(10).
           05 fl-cvs-idioma                            pic x(02).
           05 fl-cvs-cargo                             pic x(06).
           05 fl-cvs-disciplina                        pic x(06).
           05 fl-cvs-nome-disciplina                   pic x(30).
      *> N admissao recente, A prazo vencido (ou certificacao ja
      *> vencida), V certificacao vencendo dentro do horizonte
           05 fl-cvs-motivo                            pic x(01).
               88 fl-cvs-novo                          value "N".
               88 fl-cvs-atrasado                      value "A".
               88 fl-cvs-vencendo                      value "V".
           05 fl-cvs-prazo                             pic 9(08).
      *> A janela aberta hoje, P proxima janela agendada, L disciplina
      *> sem calendario (prova livre), S nenhuma janela agendada
           05 fl-cvs-janela-situacao                   pic x(01).
               88 fl-cvs-janela-aberta                 value "A".
               88 fl-cvs-janela-agendada               value "P".
               88 fl-cvs-janela-livre                  value "L".
               88 fl-cvs-sem-janela                    value "S".
           05 fl-cvs-janela-inicio                     pic 9(08).
           05 fl-cvs-janela-fim                        pic 9(08).
           05 fl-cvs-qtd-envios                        pic 9(03).
           05 fl-cvs-assunto                           pic x(60).
           05 fl-cvs-texto                             pic x(200).
