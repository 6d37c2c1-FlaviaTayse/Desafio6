       file-control.

      *> MANUTENCAO DO BANCO DE QUESTOES - o mesmo programa atende
      *> arq-prova e arq-simulado, conforme o banco escolhido no menu.
      *> No banco de prova cada inclusao e alteracao vira uma versao
      *> numerada da questao (VERSOES), com data e administrador. A
      *> troca do gabarito de uma questao de prova vira solicitacao na
      *> fila de aprovacao (APROVACAO) e so e gravada quando outro
      *> administrador aprova - o APROVACAO chama este programa com a
      *> solicitacao aprovada em lk-solicitacao
           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
       01 ws-questao.
           copy QUESTAO replacing leading ==fl-== by ==ws-==.

      *> Texto anterior da questao alterada (vira a versao 001 quando a
      *> questao ainda nao tem versoes) e parametros do VERSOES
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).
       77 ws-historico-ok                               pic x(01).

      *> Troca de gabarito pela fila de aprovacao
       01 ws-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==ws-sol==.
       77 ws-apr-modo                                   pic x(01) value "S".
       77 ws-apr-retorno                                pic 9(01).
       77 ws-gabarito-atual                             pic x(40).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==lk-apr==.

      *>Declaração do corpo do programa
       procedure division using lk-user lk-solicitacao.

       0000-controle section.
           perform 1000-abre-arquivos
           if   ws-fs-arq-disciplina = "00"
           and  ws-fs-arq-prova      = "00"
           and  ws-fs-arq-simulado   = "00"
               if   lk-apr-aprovada
                   perform 8500-aplica-gabarito
               else
                   perform 2000-menu-questoes
               end-if
           else
               if   lk-apr-aprovada
                   set  lk-apr-pendente to true
                   move "banco de questoes indisponivel"
                       to lk-apr-observacao
               end-if
           end-if
           perform 9000-fecha-arquivos
           goback
               end-if
               display "L - Listar   C - Consultar   I - Incluir"
               display "A - Alterar   E - Excluir   F - Fim"
               if   ws-banco-prova
                   display "V - Versoes da questao"
               end-if
               accept ws-opcao
               evaluate ws-opcao
                   when "L" perform 3000-listar-questoes
                   when "I" perform 5000-incluir-questao
                   when "A" perform 6000-alterar-questao
                   when "E" perform 6500-excluir-questao
                   when "V"
                       if   ws-banco-prova
                           perform 6700-versoes-questao
                       else
                           display "Opcao invalida"
                       end-if
                   when "F" continue
                   when other display "Opcao invalida"
               end-evaluate
           display "Alternativa D:"
           accept ws-quest-alt-d
           perform 8000-informa-resposta
           if   ws-banco-prova
               perform 5100-confere-historico
               if   ws-historico-ok <> "S"
                   go to 5000-incluir-questao-exit
               end-if
           end-if
           perform 7300-grava-questao
           if   ws-fs-questao = "00"
               display "Questao incluida."
               if   ws-banco-prova
                   move spaces to ws-questao-anterior
                   move "I"    to ws-ver-origem
                   perform 7600-grava-versao
               end-if
           else
               display "Erro ao gravar questao - status " ws-fs-questao
           end-if
       5000-incluir-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Questao de prova excluida e incluida de novo conserva o
      *> historico de versoes: a inclusao so aceita o gabarito da ultima
      *> versao - troca de gabarito e so pelo Alterar, com aprovacao de
      *> outro administrador (ws-historico-ok "N" = inclusao recusada)
      *>------------------------------------------------------------------------
       5100-confere-historico section.
           move "S"        to ws-historico-ok
           move ws-questao to ws-questao-anterior
           move "U"        to ws-ver-modo
           call "VERSOES" using ws-ver-modo ws-questao-anterior
               ws-questao ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           evaluate true
               when ws-ver-retorno = 9
                   move "N" to ws-historico-ok
                   display "Historico de versoes indisponivel - questao"
                       " nao incluida."
               when ws-ver-retorno = 0
               and  ws-qant-resposta <> ws-quest-resposta
                   move "N" to ws-historico-ok
                   display "Esta questao ja teve o gabarito "
                       ws-qant-resposta " (versao " ws-ver-versao ")."
                   display "Inclua com esse gabarito e troque-o pelo"
                       " Alterar - questao nao incluida."
           end-evaluate
           .
       5100-confere-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Altera um campo isolado de uma questao existente, sem precisar
      *> redigitar o registro inteiro - o gabarito de questao de prova
      *> nao e regravado aqui: vai para a fila de aprovacao (6100)
      *>------------------------------------------------------------------------
       6000-alterar-questao section.
           perform 8200-informa-chave
               go to 6000-alterar-questao-exit
           end-if
           perform 4100-mostra-questao
           move ws-questao to ws-questao-anterior
           display "Campo a alterar - E Enunciado, A/B/C/D Alternativa,"
           display "R Resposta:"
           accept ws-campo-alterar
                   accept ws-quest-alt-d
               when "R"
                   perform 8000-informa-resposta
                   if   ws-banco-prova
                       perform 6100-solicita-gabarito
                       go to 6000-alterar-questao-exit
                   end-if
               when other
                   display "Campo invalido - nada alterado."
                   go to 6000-alterar-questao-exit
           perform 7400-regrava-questao
           if   ws-fs-questao = "00"
               display "Questao alterada."
               if   ws-banco-prova
                   move "A" to ws-ver-origem
                   perform 7600-grava-versao
               end-if
           else
               display "Erro ao regravar questao - status " ws-fs-questao
           end-if
       6000-alterar-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra a troca de gabarito da questao de prova como
      *> solicitacao pendente - a questao fica como esta ate a aprovacao
      *>------------------------------------------------------------------------
       6100-solicita-gabarito section.
           if   ws-quest-resposta = ws-qant-resposta
               display "Gabarito igual ao atual - nada alterado."
               go to 6100-solicita-gabarito-exit
           end-if
           move spaces                to ws-solicitacao
           set  ws-sol-troca-gabarito to true
           move ws-quest-disciplina   to ws-sol-qst-disciplina
           move ws-quest-idioma       to ws-sol-qst-idioma
           move ws-quest-numero       to ws-sol-qst-numero
           move ws-quest-resposta     to ws-sol-valor-novo
           string "GABARITO " ws-qant-resposta
               delimited by size into ws-sol-antes
           end-string
           string "GABARITO " ws-quest-resposta
               delimited by size into ws-sol-depois
           end-string
           move ws-questao-anterior to ws-questao
           call "APROVACAO" using ws-apr-modo lk-user ws-solicitacao
               ws-apr-retorno
           if   ws-apr-retorno = 0
               display "Troca de gabarito aguardando aprovacao de outro"
                   " administrador - questao nao alterada."
           end-if
           .
       6100-solicita-gabarito-exit.
           exit.

       6500-excluir-questao section.
           perform 8200-informa-chave
           perform 7000-le-questao
           display "Confirma a exclusao desta questao? (S/N)"
           accept ws-confirma
           if   ws-confirma = "S" or ws-confirma = "s"
      *> questao de prova que nunca foi alterada nem aplicada ainda nao
      *> tem versao: o texto atual fica registrado como 001 para que uma
      *> nova inclusao com a mesma chave seja conferida (5100)
               if   ws-banco-prova
                   move "A"    to ws-ver-modo
                   move spaces to ws-questao-anterior
                   call "VERSOES" using ws-ver-modo ws-questao
                       ws-questao-anterior ws-ver-versao lk-user
                       ws-ver-origem ws-ver-retorno
                   if   ws-ver-retorno = 9
                       display "Historico de versoes indisponivel -"
                           " exclusao cancelada."
                       go to 6500-excluir-questao-exit
                   end-if
               end-if
               perform 7500-exclui-questao
               if   ws-fs-questao = "00"
                   display "Questao excluida."
       6500-excluir-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Historico de versoes de uma questao do banco de prova
      *>------------------------------------------------------------------------
       6700-versoes-questao section.
           perform 8200-informa-chave
           move "H"    to ws-ver-modo
           move spaces to ws-questao-anterior
           call "VERSOES" using ws-ver-modo ws-questao
               ws-questao-anterior ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           display "Pressione ENTER para continuar"
           accept ws-confirma
           .
       6700-versoes-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Paragrafos 7000-7500: unica porta de entrada/saida dos bancos -
      *> copiam ws-questao de/para o registro do arquivo escolhido
       7500-exclui-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra o texto gravado em ws-questao como nova versao da
      *> questao de prova (origem em ws-ver-origem)
      *>------------------------------------------------------------------------
       7600-grava-versao section.
           move "G" to ws-ver-modo
           call "VERSOES" using ws-ver-modo ws-questao
               ws-questao-anterior ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           if   ws-ver-retorno = 0
               display "Versao " ws-ver-versao " registrada."
           else
               display "Aviso: versao da questao nao registrada."
           end-if
           .
       7600-grava-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pergunta a resposta correta ate receber A, B, C ou D
      *>------------------------------------------------------------------------
       8200-informa-chave-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplica a troca de gabarito aprovada na fila (chamada do
      *> APROVACAO): so regrava se o gabarito ainda for o da solicitacao
      *> e registra a nova versao em nome de quem pediu a troca
      *>------------------------------------------------------------------------
       8500-aplica-gabarito section.
           set  ws-banco-prova        to true
           move lk-apr-qst-disciplina to ws-quest-disciplina
           move lk-apr-qst-idioma     to ws-quest-idioma
           move lk-apr-qst-numero     to ws-quest-numero
           perform 7000-le-questao
           if   ws-achou-questao <> "S"
               set  lk-apr-pendente to true
               move "questao nao encontrada" to lk-apr-observacao
               go to 8500-aplica-gabarito-exit
           end-if
           move spaces to ws-gabarito-atual
           string "GABARITO " ws-quest-resposta
               delimited by size into ws-gabarito-atual
           end-string
           if   lk-apr-antes <> ws-gabarito-atual
               set  lk-apr-pendente to true
               move "gabarito mudou desde o pedido" to lk-apr-observacao
               go to 8500-aplica-gabarito-exit
           end-if
           move ws-questao        to ws-questao-anterior
           move lk-apr-valor-novo to ws-quest-resposta
           perform 7400-regrava-questao
           if   ws-fs-questao <> "00"
               set  lk-apr-pendente to true
               move "erro ao regravar a questao" to lk-apr-observacao
               go to 8500-aplica-gabarito-exit
           end-if
           display "Gabarito da questao " ws-quest-numero " de "
               ws-quest-disciplina "/" ws-quest-idioma " alterado para "
               ws-quest-resposta
           move "G" to ws-ver-modo
           move "A" to ws-ver-origem
           call "VERSOES" using ws-ver-modo ws-questao
               ws-questao-anterior ws-ver-versao lk-apr-solicitante
               ws-ver-origem ws-ver-retorno
           if   ws-ver-retorno = 0
               display "Versao " ws-ver-versao " registrada."
           else
               display "Aviso: versao da questao nao registrada."
           end-if
           .
       8500-aplica-gabarito-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-fs-arq-disciplina = "00"
               close arq-disciplina
