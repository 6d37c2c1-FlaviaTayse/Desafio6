      *> (delimitado por ponto-e-virgula, mesmo estilo dos CSV do
      *> EXPORTA), valida linha a linha e grava as boas em arq-prova ou
      *> arq-simulado; as ruins vao para o arquivo de rejeitos com um
      *> codigo de motivo. No banco de prova cada questao gravada ou
      *> regravada vira uma versao numerada (VERSOES, origem C)
           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
      *>   01 disciplina inexistente      02 disciplina inativa
      *>   03 idioma invalido             04 numero invalido
      *>   05 resposta invalida           06 chave duplicada
      *>   07 gabarito diferente - use Alterar em QUESTOES
      *>   08 historico de versoes indisponivel

       01 ws-linha-rejeito.
           05 ws-rj-motivo                              pic x(02).
           05 filler                                    pic x(01) value ";".
           05 ws-rj-linha                               pic x(250).

      *>----Texto anterior da questao de prova que sera regravada e
      *>----parametros do VERSOES
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).
       77 ws-qtd-sem-versao                             pic 9(05) value 0.

       linkage section.
       01 lk-user                                      pic x(10).

      *>Declaração do corpo do programa
       procedure division using lk-user.

       0000-controle section.
           perform 1000-abre-arquivos
       2000-processa-carga section.
           move "N" to ws-fim-carga
           move 0   to ws-qtd-aceitas ws-qtd-regravadas ws-qtd-rejeitadas
                       ws-qtd-sem-versao
           display erase
           display "Carga em Lote de Questoes"
           display "Formato: disciplina;idioma;numero;enunciado;"
           and  not ws-substitui-duplicada
               move "N"  to ws-linha-valida
               move "06" to ws-motivo-rejeicao
               go to 2300-valida-linha-exit
           end-if

           if   ws-banco-prova
               perform 2360-confere-gabarito
           end-if
           .
       2300-valida-linha-exit.

       2350-verifica-duplicada section.
           move "N" to ws-chave-existe
           move spaces to ws-questao-anterior
           if   ws-banco-prova
               move ws-cg-disciplina to fl-quest-disciplina
               move ws-cg-idioma     to fl-quest-idioma
               read arq-prova key is fl-quest-chave
                   not invalid key
                       move "S" to ws-chave-existe
                       move fl-questao-prova to ws-questao-anterior
               end-read
           else
               move ws-cg-disciplina to fl-qsim-disciplina
       2350-verifica-duplicada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> A carga nao troca gabarito de questao de prova: a troca passa
      *> pela aprovacao de outro administrador (Alterar do QUESTOES).
      *> Vale para a questao regravada e para a que foi excluida e volta
      *> pela carga - o historico de versoes guarda o gabarito que ela
      *> ja teve
      *>------------------------------------------------------------------------
       2360-confere-gabarito section.
           if   ws-chave-existe = "S"
               if   ws-cg-resposta <> ws-qant-resposta
                   move "N"  to ws-linha-valida
                   move "07" to ws-motivo-rejeicao
               end-if
               go to 2360-confere-gabarito-exit
           end-if
           move ws-cg-disciplina to ws-qant-disciplina
           move ws-cg-idioma     to ws-qant-idioma
           move ws-cg-numero     to ws-qant-numero
           move "U"              to ws-ver-modo
           call "VERSOES" using ws-ver-modo ws-questao-anterior
               fl-questao-prova ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           evaluate true
               when ws-ver-retorno = 9
                   move "N"  to ws-linha-valida
                   move "08" to ws-motivo-rejeicao
               when ws-ver-retorno = 0
               and  ws-cg-resposta <> ws-qant-resposta
                   move "N"  to ws-linha-valida
                   move "07" to ws-motivo-rejeicao
           end-evaluate
           move spaces to ws-questao-anterior
           .
       2360-confere-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava a linha validada no banco escolhido - regrava quando a
      *> chave ja existe e o operador pediu substituicao
                   write fl-questao-prova
                   add 1 to ws-qtd-aceitas
               end-if
               perform 2450-grava-versao
           else
               move ws-cg-disciplina to fl-qsim-disciplina
               move ws-cg-idioma     to fl-qsim-idioma
       2400-grava-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Versao da questao de prova gravada pela carga - recarga com o
      *> mesmo texto nao gera versao nova
      *>------------------------------------------------------------------------
       2450-grava-versao section.
           if   ws-fs-arq-prova <> "00"
               go to 2450-grava-versao-exit
           end-if
           move "G" to ws-ver-modo
           move "C" to ws-ver-origem
           call "VERSOES" using ws-ver-modo fl-questao-prova
               ws-questao-anterior ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           if   ws-ver-retorno <> 0
               add 1 to ws-qtd-sem-versao
           end-if
           .
       2450-grava-versao-exit.
           exit.

       2500-grava-rejeito section.
           move ws-motivo-rejeicao to ws-rj-motivo
           move fl-carga-linha     to ws-rj-linha
           display "Questoes incluidas   : " ws-qtd-aceitas
           display "Questoes substituidas: " ws-qtd-regravadas
           display "Linhas rejeitadas    : " ws-qtd-rejeitadas
           if   ws-qtd-sem-versao > 0
               display "Questoes sem versao registrada: "
                   ws-qtd-sem-versao
           end-if
           if   ws-qtd-rejeitadas > 0
               display "Motivos em carga-questoes-rejeitos.txt:"
               display "01 disciplina inexistente  02 disciplina inativa"
               display "03 idioma invalido         04 numero invalido"
               display "05 resposta invalida       06 chave duplicada"
               display "07 gabarito diferente - use Alterar em QUESTOES"
               display "08 historico de versoes indisponivel"
           end-if
           .
       3000-mostra-totais-exit.
