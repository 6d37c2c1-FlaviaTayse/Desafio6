       77 ws-log-opcao                                  pic x(02).
       77 ws-log-descricao                              pic x(30).

      *>----Fila de aprovacao (quatro olhos): os programas sujeitos a
      *>----aprovacao recebem a solicitacao vazia quando chamados pelo
      *>----menu (so o APROVACAO passa uma solicitacao aprovada)
       01 ws-sem-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==ws-ssol==.
       77 ws-apr-modo                                   pic x(01) value "M".
       77 ws-apr-retorno                                pic 9(01).

      *>----Passos do lote noturno chamados pelo menu recebem a area de
      *>----lote em branco e perguntam tudo na tela
       01 ws-lote-interativo.
           copy LOTEPAR replacing leading ==fl-lote== by ==ws-lote==.

      *>----Reserva de lugar em janela de prova (RESERVA) pelo funcionario
       77 ws-rsv-modo                                   pic x(01) value "F".
       77 ws-rsv-disciplina                             pic x(06) value spaces.
       77 ws-rsv-data                                   pic 9(08) value 0.
       77 ws-rsv-retorno                                pic 9(01).

      *>----Troca obrigatoria de senha provisoria no primeiro acesso
       77 ws-senha-nova                                 pic x(08).
       77 ws-senha-confirma                             pic x(08).
           exit.

       1000-inicializa section.
           move spaces to ws-sem-solicitacao
           move spaces to ws-lote-interativo
         open i-o arq-usuarios                 *> open i-o abre o arquivo para leitura e escrita
                    if ws-fs-arq-usuarios    <> "00"
                    and ws-fs-arq-usuarios   <> "05" then
                               display "'CN' estatisticas de questoes,"
                               display "'CG' recursos contra questoes,"
                               display "'CV' vencimento de certificacoes,"
                               display "'CF' conformidade de treinamentos,"
                               display "'CC' cadernos de prova em papel,"
                               display "'CO' correcao de folhas de resposta,"
                               display "'CI' acompanhamento de provas em andamento,"
                               display "'CL' liberacao de solicitacoes (segundo aprovador),"
                               display "'CW' convocacoes de treinamento,"
                               display "'CJ' relatorio de integridade de provas,"
                               display "ou 'CK' backup e reconstrucao:"
                               accept ws-menu-adm
                               evaluate ws-menu-adm
                                       move "Cadastro de simulado" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CR"
                                       call "RESULTADOS" using ws-fs-user
                                           ws-sem-solicitacao
                                       move "Consulta de resultados" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CU"
                                       call "CADUSU" using ws-fs-user
                                           ws-sem-solicitacao
                                       move "Cadastro de usuarios" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CD"
                                       move "Cadastro de disciplinas" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CE"
                                       call "EXPORTA" using ws-lote-interativo
                                       move "Exportacao CSV" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CQ"
                                       call "QUESTOES" using ws-fs-user
                                           ws-sem-solicitacao
                                       move "Manutencao de questoes" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CB"
                                       call "CARGAQ" using ws-fs-user
                                       move "Carga de questoes em lote" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CM"
      *> o expurgo reescreve arq-log-sessao, que esta aberto em extend
      *> pela sessao - libera antes e reabre depois
                                       close arq-log-sessao
                                       call "ARQUIVA" using ws-lote-interativo
                                       open extend arq-log-sessao
                                       move "Expurgo de historicos" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                       move "Estatisticas de questoes" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CG"
                                       call "RECURSOS" using ws-fs-user
                                           ws-sem-solicitacao
                                       move "Recursos contra questoes" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CV"
                                       call "VENCIMENTO" using ws-lote-interativo
                                       move "Vencimento de certificacoes" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CF"
                                       call "CONFORM" using ws-lote-interativo
                                       move "Conformidade de treinamentos" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CC"
                                       call "CADERNO" using ws-fs-user
                                       move "Cadernos de prova em papel" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CO"
                                       call "CORRIGE"
                                       move "Correcao de folhas resposta" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CI"
                                       call "FISCAL" using ws-fs-user
                                       move "Acompanhamento de provas" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CL"
                                       call "APROVACAO" using ws-apr-modo
                                           ws-fs-user ws-sem-solicitacao
                                           ws-apr-retorno
                                       move "Liberacao de solicitacoes" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CW"
                                       call "CONVOCA" using ws-lote-interativo
                                       move "Convocacoes de treinamento" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CJ"
                                       call "INTEGRA"
                                       move "Relatorio de integridade" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when "CK"
                                       call "BACKUP" using ws-lote-interativo
                                       move "Backup e reconstrucao" to ws-log-descricao
                                       perform 8000-grava-log-sessao
                                   when other
                           set ws-login-ok to true
                           display erase
                           perform until ws-voltar-f = "S"
                               display "Digite 'P' para prova, 'S' para simulado, 'H' para historico de simulados, 'T' para extrato de treinamentos ou 'R' para reserva de lugar:"
                               accept ws-menu-funcionario
                               evaluate ws-menu-funcionario
                                   when "P"
                                           ws-fs-tipo-usuario ws-idioma
                                   when "H"
                                       call "HISTSIM" using ws-fs-user
                                   when "T"
                                       call "EXTRATO" using ws-fs-user
                                           ws-idioma
                                   when "R"
                                       call "RESERVA" using ws-rsv-modo
                                           ws-fs-user ws-rsv-disciplina
                                           ws-rsv-data ws-rsv-retorno
                                   when other
                                       display "Opcao invalida"
                               end-evaluate
