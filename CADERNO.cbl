      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "CADERNO".
       author. "Flavia Tayse Bruno".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

      *> CADERNOS DE PROVA EM PAPEL - para os locais sem terminal: gera
      *> cadernos impressos de uma disciplina/idioma com o mesmo sorteio
      *> de questoes e o mesmo embaralhamento de alternativas do PROVA,
      *> numera cada caderno e guarda o gabarito dele em arq-cadernos
      *> (a folha de respostas devolvida e corrigida pelo CORRIGE)
           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-disc-codigo
           file status is ws-fs-arq-disciplina.

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-quest-chave
           file status is ws-fs-arq-prova.

           select arq-cadernos assign to "arq-cadernos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cad-numero
           file status is ws-fs-arq-cadernos.

      *> caderno impresso - um arquivo por caderno, nomeado pelo numero
           select arq-impressao assign to dynamic ws-nome-impressao
           organization is line sequential
           file status is ws-fs-arq-impressao.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-disciplina.
       01 fl-disciplina.
           copy DISC.

       fd arq-prova.
       01 fl-questao-prova.
           copy QUESTAO.

       fd arq-cadernos.
       01 fl-caderno.
           copy CADPAPEL.

       fd arq-impressao.
       01 fl-impressao-linha                           pic x(78).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-disciplina                         pic x(02).
       77 ws-fs-arq-prova                               pic x(02).
       77 ws-fs-arq-cadernos                            pic x(02).
       77 ws-fs-arq-impressao                           pic x(02).

       77 ws-fechar-tela                                pic x(01) value "N".
       77 ws-opcao                                      pic x(01).
       77 ws-aux                                        pic x(01).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-idioma-prova                               pic x(02).
       77 ws-qtd-pedida                                 pic 9(03).
       77 ws-qtd-gerados                                pic 9(03).
       77 ws-ind-caderno                                pic 9(03).
       77 ws-numero-existente                           pic 9(08).
       77 ws-numero-consulta                            pic 9(08).
       77 ws-primeiro-numero                            pic 9(08).
       77 ws-nome-impressao                             pic x(40).
       77 ws-fim-questoes                               pic x(01) value "N".

      *>----Sorteio das questoes e embaralhamento das alternativas (o
      *>----mesmo do PROVA - cada caderno sai diferente do outro)
       77 ws-qtd-cadastradas                            pic 9(03).
       77 ws-qtd-sorteadas                              pic 9(03).
       77 ws-ind-questao                                pic 9(03).
       77 ws-ind-troca                                  pic 9(03).
       77 ws-num-aux                                    pic 9(02).
       77 ws-semente                                    pic 9(08).
       77 ws-descarte-random                            pic 9(03)v9(09).
       01 ws-tabela-sorteio.
           05 ws-sort-numero occurs 99 times            pic 9(02).
       01 ws-ordem-alternativas.
           05 ws-alt-original occurs 4 times            pic x(01).
       77 ws-ind-alt                                    pic 9(01).
       77 ws-alt-aux                                    pic x(01).
       77 ws-posicao-sorteada                           pic 9(01).
       77 ws-letras-tela                                pic x(04) value "ABCD".

      *>----Versao de cada questao impressa (VERSOES) - a folha de
      *>----respostas e corrigida contra o texto que saiu no papel
       01 ws-questao-anterior.
           copy QUESTAO replacing leading ==fl-quest== by ==ws-qant==.
       77 ws-ver-modo                                   pic x(01).
       77 ws-ver-versao                                 pic 9(03).
       77 ws-ver-origem                                 pic x(01).
       77 ws-ver-retorno                                pic 9(01).

      *>----Montagem das linhas do caderno impresso
       77 ws-qtd-impressas                              pic 9(03).
       01 ws-linha-montada                              pic x(78).

       01 ws-linha-questao.
           05 ws-lq-numero                              pic 9(02).
           05 filler                                    pic x(02) value ") ".
           05 ws-lq-enunciado                           pic x(60).

       01 ws-linha-alternativa.
           05 filler                                    pic x(04) value spaces.
           05 ws-la-letra                               pic x(01).
           05 filler                                    pic x(02) value ") ".
           05 ws-la-texto                               pic x(30).

       linkage section.
       01 lk-user                                      pic x(10).

      *>Declaração do corpo do programa
       procedure division using lk-user.

       0000-controle section.
           perform 1000-abre-arquivos
           if   ws-fs-arq-disciplina = "00"
           and  ws-fs-arq-prova      = "00"
           and  ws-fs-arq-cadernos   = "00"
               perform 2000-menu-cadernos
           end-if
           perform 9000-fecha-arquivos
           goback
           .
       0000-controle-exit.
           exit.

       1000-abre-arquivos section.
           open input arq-disciplina
           if   ws-fs-arq-disciplina <> "00"
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if
           open input arq-prova
           if   ws-fs-arq-prova <> "00"
               display "Erro ao abrir arq.prova - status " ws-fs-arq-prova
           end-if
           open i-o arq-cadernos
           if   ws-fs-arq-cadernos = "35"
               open output arq-cadernos
               close arq-cadernos
               open i-o arq-cadernos
           end-if
           if   ws-fs-arq-cadernos <> "00"
               display "Erro ao abrir arq.cadernos - status "
                   ws-fs-arq-cadernos
           end-if
           .
       1000-abre-arquivos-exit.
           exit.

       2000-menu-cadernos section.
           move "N" to ws-fechar-tela
           perform until ws-fechar-tela = "S"
               display erase
               display "Cadernos de Prova em Papel"
               display "G - Gerar cadernos   C - Consultar gabarito"
               display "F - Fim"
               accept ws-opcao
               evaluate ws-opcao
                   when "G" perform 3000-gera-cadernos
                   when "C" perform 5000-consulta-gabarito
                   when "F" move "S" to ws-fechar-tela
                   when other display "Opcao invalida"
               end-evaluate
           end-perform
           .
       2000-menu-cadernos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gera a quantidade pedida de cadernos da disciplina/idioma - cada
      *> caderno tem o seu sorteio e o seu embaralhamento, numero proprio
      *> e gabarito gravado em arq-cadernos antes da impressao
      *>------------------------------------------------------------------------
       3000-gera-cadernos section.
           display "Codigo da disciplina:"
           accept fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   display "Disciplina nao encontrada."
                   go to 3000-gera-cadernos-exit
           end-read
           if   not fl-disc-ativa
               display "Disciplina inativa."
               go to 3000-gera-cadernos-exit
           end-if
           display "Idioma do caderno - PT ou EN:"
           accept ws-idioma-prova
           if   ws-idioma-prova <> "PT" and ws-idioma-prova <> "EN"
               display "Idioma invalido - informe PT ou EN."
               go to 3000-gera-cadernos-exit
           end-if
           display "Quantidade de cadernos a gerar (001 a 999):"
           accept ws-qtd-pedida
           if   ws-qtd-pedida = 0
               display "Nenhum caderno gerado."
               go to 3000-gera-cadernos-exit
           end-if
           accept ws-data-hoje from date yyyymmdd
      *> semente do random uma vez por lote: varios cadernos gerados no
      *> mesmo centesimo de segundo sairiam com o mesmo sorteio
           accept ws-semente from time
           compute ws-descarte-random = function random(ws-semente)
           move 0 to ws-qtd-gerados ws-primeiro-numero
           perform varying ws-ind-caderno from 1 by 1
                   until ws-ind-caderno > ws-qtd-pedida
               perform 3050-sorteia-questoes
               if   ws-qtd-sorteadas = 0
                   display "Nao ha questoes cadastradas para "
                       fl-disc-codigo " em " ws-idioma-prova "."
                   move ws-qtd-pedida to ws-ind-caderno
               else
                   perform 3400-grava-caderno
               end-if
           end-perform
           if   ws-qtd-gerados > 0
               display ws-qtd-gerados " caderno(s) gerado(s), do numero "
                   ws-primeiro-numero " ao " fl-cad-numero "."
               display "Cadernos impressos em CADERNO-<numero>.txt"
           end-if
           display "Pressione ENTER para continuar"
           accept ws-aux
           .
       3000-gera-cadernos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sorteia as questoes do caderno: carrega todos os numeros
      *> cadastrados para a disciplina/idioma, embaralha a ordem e
      *> aplica so a quantidade configurada na disciplina (mesmo sorteio
      *> da prova no terminal; a semente e lancada uma vez no lote)
      *>------------------------------------------------------------------------
       3050-sorteia-questoes section.
           move 0 to ws-qtd-cadastradas
           move fl-disc-codigo  to fl-quest-disciplina
           move ws-idioma-prova to fl-quest-idioma
           move 0               to fl-quest-numero
           move "N"             to ws-fim-questoes
           start arq-prova key is >= fl-quest-chave
               invalid key
                   move "S" to ws-fim-questoes
           end-start
           perform until ws-fim-questoes = "S"
               read arq-prova next record
                   at end
                       move "S" to ws-fim-questoes
                   not at end
                       if   fl-quest-disciplina <> fl-disc-codigo
                       or   fl-quest-idioma      <> ws-idioma-prova
                           move "S" to ws-fim-questoes
                       else
                           if   ws-qtd-cadastradas < 99
                               add 1 to ws-qtd-cadastradas
                               move fl-quest-numero to
                                   ws-sort-numero(ws-qtd-cadastradas)
                           end-if
                       end-if
               end-read
           end-perform
           perform varying ws-ind-questao from ws-qtd-cadastradas by -1
                   until ws-ind-questao < 2
               compute ws-ind-troca =
                   function random * ws-ind-questao + 1
               if   ws-ind-troca > ws-ind-questao
                   move ws-ind-questao to ws-ind-troca
               end-if
               move ws-sort-numero(ws-ind-questao) to ws-num-aux
               move ws-sort-numero(ws-ind-troca)
                   to ws-sort-numero(ws-ind-questao)
               move ws-num-aux to ws-sort-numero(ws-ind-troca)
           end-perform
           move ws-qtd-cadastradas to ws-qtd-sorteadas
           if   fl-disc-qtd-questoes > 0
           and  fl-disc-qtd-questoes < ws-qtd-sorteadas
               move fl-disc-qtd-questoes to ws-qtd-sorteadas
           end-if
           .
       3050-sorteia-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Embaralha a ordem de impressao das alternativas - a letra no
      *> papel muda de caderno para caderno
      *>------------------------------------------------------------------------
       3080-embaralha-alternativas section.
           move "A" to ws-alt-original(1)
           move "B" to ws-alt-original(2)
           move "C" to ws-alt-original(3)
           move "D" to ws-alt-original(4)
           perform varying ws-ind-alt from 4 by -1 until ws-ind-alt < 2
               compute ws-posicao-sorteada =
                   function random * ws-ind-alt + 1
               if   ws-posicao-sorteada > ws-ind-alt
                   move ws-ind-alt to ws-posicao-sorteada
               end-if
               move ws-alt-original(ws-ind-alt) to ws-alt-aux
               move ws-alt-original(ws-posicao-sorteada)
                   to ws-alt-original(ws-ind-alt)
               move ws-alt-aux to ws-alt-original(ws-posicao-sorteada)
           end-perform
           .
       3080-embaralha-alternativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta o gabarito do caderno (questao, ordem das alternativas no
      *> papel e letra correta no papel), grava em arq-cadernos e so
      *> entao imprime - caderno sem gabarito gravado nao sai
      *>------------------------------------------------------------------------
       3400-grava-caderno section.
           perform 4600-proximo-numero
           move fl-disc-codigo  to fl-cad-disciplina
           move ws-idioma-prova to fl-cad-idioma
           move ws-data-hoje    to fl-cad-data-geracao
           move lk-user         to fl-cad-emissor
           set fl-cad-em-branco to true
           move spaces          to fl-cad-matricula
           move 0               to fl-cad-data-correcao
           move 0               to fl-cad-qtd-questoes
           move spaces          to fl-cad-folha
           perform varying ws-ind-questao from 1 by 1
                   until ws-ind-questao > ws-qtd-sorteadas
               move fl-disc-codigo  to fl-quest-disciplina
               move ws-idioma-prova to fl-quest-idioma
               move ws-sort-numero(ws-ind-questao) to fl-quest-numero
               read arq-prova key is fl-quest-chave
                   not invalid key
                       perform 3450-monta-item
               end-read
           end-perform
           write fl-caderno
               invalid key
                   display "Erro ao gravar o caderno " fl-cad-numero
                       " - status " ws-fs-arq-cadernos
                   go to 3400-grava-caderno-exit
           end-write
           add 1 to ws-qtd-gerados
           if   ws-primeiro-numero = 0
               move fl-cad-numero to ws-primeiro-numero
           end-if
           perform 3500-imprime-caderno
           .
       3400-grava-caderno-exit.
           exit.

       3450-monta-item section.
           add 1 to fl-cad-qtd-questoes
           perform 3080-embaralha-alternativas
           move fl-quest-numero
               to fl-cad-questao(fl-cad-qtd-questoes)
           move ws-ordem-alternativas
               to fl-cad-ordem(fl-cad-qtd-questoes)
           perform varying ws-ind-alt from 1 by 1 until ws-ind-alt > 4
               if   ws-alt-original(ws-ind-alt) = fl-quest-resposta
                   move ws-letras-tela(ws-ind-alt:1)
                       to fl-cad-gabarito(fl-cad-qtd-questoes)
               end-if
           end-perform
           move "A"    to ws-ver-modo
           move spaces to ws-questao-anterior
           call "VERSOES" using ws-ver-modo fl-questao-prova
               ws-questao-anterior ws-ver-versao lk-user ws-ver-origem
               ws-ver-retorno
           if   ws-ver-retorno = 9
               move 0 to ws-ver-versao
           end-if
           move ws-ver-versao to fl-cad-versao(fl-cad-qtd-questoes)
           .
       3450-monta-item-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime o caderno em CADERNO-<numero>.txt no idioma das
      *> questoes, na ordem e com as letras gravadas no gabarito
      *>------------------------------------------------------------------------
       3500-imprime-caderno section.
           move spaces to ws-nome-impressao
           string "CADERNO-"      delimited by size
                  fl-cad-numero   delimited by size
                  ".txt"          delimited by size
               into ws-nome-impressao
           end-string
           open output arq-impressao
           if   ws-fs-arq-impressao <> "00"
               display "Erro ao criar " ws-nome-impressao " - status "
                   ws-fs-arq-impressao
               go to 3500-imprime-caderno-exit
           end-if
           move all "=" to fl-impressao-linha
           write fl-impressao-linha
           move spaces to ws-linha-montada
           if   fl-cad-idioma = "EN"
               string "EXAM BOOKLET No. "  delimited by size
                      fl-cad-numero        delimited by size
                      "   Course: "        delimited by size
                      fl-disc-codigo       delimited by space
                      " - "                delimited by size
                      fl-disc-nome         delimited by size
                   into ws-linha-montada
               end-string
           else
               string "CADERNO DE PROVA No. " delimited by size
                      fl-cad-numero           delimited by size
                      "   Disciplina: "       delimited by size
                      fl-disc-codigo          delimited by space
                      " - "                   delimited by size
                      fl-disc-nome            delimited by size
                   into ws-linha-montada
               end-string
           end-if
           move ws-linha-montada to fl-impressao-linha
           write fl-impressao-linha
           if   fl-cad-idioma = "EN"
               move "Employee ID: ____________   Date: ____/____/________"
                   to fl-impressao-linha
           else
               move "Matricula: ____________   Data: ____/____/________"
                   to fl-impressao-linha
           end-if
           write fl-impressao-linha
           if   fl-cad-idioma = "EN"
               move "Mark one letter per question on the answer sheet, in order."
                   to fl-impressao-linha
           else
               move "Marque uma letra por questao na folha de respostas, na ordem."
                   to fl-impressao-linha
           end-if
           write fl-impressao-linha
           move all "=" to fl-impressao-linha
           write fl-impressao-linha

           move 0 to ws-qtd-impressas
           perform varying ws-ind-questao from 1 by 1
                   until ws-ind-questao > fl-cad-qtd-questoes
               move fl-cad-disciplina to fl-quest-disciplina
               move fl-cad-idioma     to fl-quest-idioma
               move fl-cad-questao(ws-ind-questao) to fl-quest-numero
               read arq-prova key is fl-quest-chave
                   not invalid key
                       perform 3550-imprime-questao
               end-read
           end-perform

           move all "=" to fl-impressao-linha
           write fl-impressao-linha
           close arq-impressao
           .
       3500-imprime-caderno-exit.
           exit.

       3550-imprime-questao section.
           add 1 to ws-qtd-impressas
           move spaces to fl-impressao-linha
           write fl-impressao-linha
           move ws-qtd-impressas   to ws-lq-numero
           move fl-quest-enunciado to ws-lq-enunciado
           move ws-linha-questao   to fl-impressao-linha
           write fl-impressao-linha
           move fl-cad-ordem(ws-ind-questao) to ws-ordem-alternativas
           perform varying ws-ind-alt from 1 by 1 until ws-ind-alt > 4
               move ws-letras-tela(ws-ind-alt:1) to ws-la-letra
               evaluate ws-alt-original(ws-ind-alt)
                   when "A" move fl-quest-alt-a to ws-la-texto
                   when "B" move fl-quest-alt-b to ws-la-texto
                   when "C" move fl-quest-alt-c to ws-la-texto
                   when "D" move fl-quest-alt-d to ws-la-texto
               end-evaluate
               move ws-linha-alternativa to fl-impressao-linha
               write fl-impressao-linha
           end-perform
           .
       3550-imprime-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Atribui o proximo numero sequencial de caderno (maior numero
      *> ja gerado + 1), como no registro de certificados
      *>------------------------------------------------------------------------
       4600-proximo-numero section.
           move 0        to ws-numero-existente
           move 99999999 to fl-cad-numero
           start arq-cadernos key is <= fl-cad-numero
               invalid key
                   continue
               not invalid key
                   read arq-cadernos next record
                       at end
                           continue
                       not at end
                           move fl-cad-numero to ws-numero-existente
                   end-read
           end-start
           compute fl-cad-numero = ws-numero-existente + 1
           .
       4600-proximo-numero-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra o gabarito guardado de um caderno e a situacao dele
      *> (em branco ou ja corrigido, e para qual matricula)
      *>------------------------------------------------------------------------
       5000-consulta-gabarito section.
           display "Numero do caderno:"
           accept ws-numero-consulta
           move ws-numero-consulta to fl-cad-numero
           read arq-cadernos key is fl-cad-numero
               invalid key
                   display "Caderno nao encontrado."
                   go to 5000-consulta-gabarito-exit
           end-read
           display "Caderno    : " fl-cad-numero
           display "Disciplina : " fl-cad-disciplina "  Idioma: "
               fl-cad-idioma
           display "Gerado em  : " fl-cad-data-geracao " por "
               fl-cad-emissor
           if   fl-cad-corrigido
               display "Situacao   : CORRIGIDO em " fl-cad-data-correcao
                   " - matricula " fl-cad-matricula
           else
               display "Situacao   : EM BRANCO"
           end-if
           display "Item  Questao  Ordem no papel  Gabarito  Versao"
           perform varying ws-ind-questao from 1 by 1
                   until ws-ind-questao > fl-cad-qtd-questoes
               display ws-ind-questao "   "
                   fl-cad-questao(ws-ind-questao) "       "
                   fl-cad-ordem(ws-ind-questao) "            "
                   fl-cad-gabarito(ws-ind-questao) "         "
                   fl-cad-versao(ws-ind-questao)
           end-perform
           display "Pressione ENTER para continuar"
           accept ws-aux
           .
       5000-consulta-gabarito-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-fs-arq-disciplina = "00"
               close arq-disciplina
           end-if
           if   ws-fs-arq-prova = "00"
               close arq-prova
           end-if
           if   ws-fs-arq-cadernos = "00"
               close arq-cadernos
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
