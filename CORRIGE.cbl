      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "CORRIGE".
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

      *> CORRECAO DAS FOLHAS DE RESPOSTA DA PROVA EM PAPEL - le
      *> folhas-resposta.txt (delimitado por ponto-e-virgula: matricula;
      *> numero do caderno;data de aplicacao;uma letra por questao na
      *> ordem do caderno), traduz cada letra do papel para a
      *> alternativa original pelo gabarito guardado em arq-cadernos e
      *> corrige como o PROVA: mesmas regras de tentativa/vigente,
      *> mesmo limite de tentativas e mesma janela do calendario, com
      *> resultado em arq-resultados e folha em arq-respostas. Folhas
      *> que nao batem com um caderno ou um usuario vao para o arquivo
      *> de rejeitos com um codigo de motivo
           select arq-cadernos assign to "arq-cadernos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cad-numero
           file status is ws-fs-arq-cadernos.

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-user
           file status is ws-fs-arq-usuarios.

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

      *> janelas de aplicacao (CALENDAR) - sem o arquivo a disciplina
      *> fica liberada, como no PROVA
           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-estat-questao assign to "arq-estat-questao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-est-chave
           file status is ws-fs-arq-estat-questao.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-res-chave
           alternate record key is fl-res-data
               with duplicates
           file status is ws-fs-arq-resultados.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-resp-chave
           file status is ws-fs-arq-respostas.

           select arq-folhas assign to "folhas-resposta.txt"
           organization is line sequential
           file status is ws-fs-arq-folhas.

           select arq-rejeitos assign to "folhas-resposta-rejeitos.txt"
           organization is line sequential
           file status is ws-fs-arq-rejeitos.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-cadernos.
       01 fl-caderno.
           copy CADPAPEL.

       fd arq-usuarios.
       01 fl-login-usuario.
           copy LOGIN.

       fd arq-disciplina.
       01 fl-disciplina.
           copy DISC.

       fd arq-prova.
       01 fl-questao-prova.
           copy QUESTAO.

       fd arq-calendario.
       01 fl-calendario.
           copy CALEND.

       fd arq-estat-questao.
       01 fl-estat-questao.
           copy ESTAT.

       fd arq-resultados.
       01 fl-resultado.
           copy RESULT.

       fd arq-respostas.
       01 fl-resposta.
           copy RESPOSTA.

       fd arq-folhas.
       01 fl-folha-linha                               pic x(150).

       fd arq-rejeitos.
       01 fl-rejeito-linha                             pic x(160).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-cadernos                           pic x(02).
       77 ws-fs-arq-usuarios                            pic x(02).
       77 ws-fs-arq-disciplina                          pic x(02).
       77 ws-fs-arq-prova                               pic x(02).
       77 ws-fs-arq-calendario                          pic x(02).
       77 ws-fs-arq-estat-questao                       pic x(02).
       77 ws-fs-arq-resultados                          pic x(02).
       77 ws-fs-arq-respostas                           pic x(02).
       77 ws-fs-arq-folhas                              pic x(02).
       77 ws-fs-arq-rejeitos                            pic x(02).

       77 ws-fim-folhas                                 pic x(01) value "N".
       77 ws-folha-valida                               pic x(01).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-qtd-lidas                                  pic 9(05) value 0.
       77 ws-qtd-corrigidas                             pic 9(05) value 0.
       77 ws-qtd-rejeitadas                             pic 9(05) value 0.

      *>----Campos desmembrados da folha de respostas (UNSTRING) - o
      *>----numero do caderno volta com os zeros a esquerda repostos
       01 ws-campos-folha.
           05 ws-fo-matricula                           pic x(10).
           05 ws-fo-caderno-txt                         pic x(08)
                                                        justified right.
           05 ws-fo-data-txt                            pic x(08).
           05 ws-fo-respostas                           pic x(99).
       77 ws-matricula                                  pic x(10).
       77 ws-data-aplicacao                             pic 9(08).

      *>----Motivos de rejeicao (codigo gravado no arquivo de rejeitos)
       77 ws-motivo-rejeicao                            pic x(02).
      *>   01 caderno inexistente         02 caderno ja corrigido
      *>   03 matricula inexistente       04 matricula nao e funcionario
      *>   05 data de aplicacao invalida  06 fora da janela de aplicacao
      *>   07 ja aprovado sem recert.     08 limite de tentativas
      *>   09 mais respostas que questoes 10 disciplina inativa

       01 ws-linha-rejeito.
           05 ws-rj-motivo                              pic x(02).
           05 filler                                    pic x(01) value ";".
           05 ws-rj-linha                               pic x(150).

      *>----Regras de tentativa e vigencia (as mesmas do PROVA)
       77 ws-nota-minima                                pic 9(03) value 70.
       77 ws-qtd-tentativas                             pic 9(03) value 0.
       77 ws-fim-tentativas                             pic x(01) value "N".
       77 ws-tem-vigente                                pic x(01) value "N".
       77 ws-vigente-aprovado                           pic x(01) value "N".
       77 ws-recert-liberada                            pic x(01) value "N".
       77 ws-chave-vigente                              pic x(26).

      *>----Conferencia da janela de aplicacao (so pela data - a folha
      *>----de papel nao traz a hora em que foi respondida)
       77 ws-fim-janelas                                pic x(01).
       77 ws-qtd-janelas                                pic 9(03).
       77 ws-janela-aberta                              pic x(01).

      *>----Correcao: traducao da letra do papel para a alternativa
      *>----original pelo gabarito do caderno
       01 ws-ordem-alternativas.
           05 ws-alt-original occurs 4 times            pic x(01).
       77 ws-resposta-funcionario                       pic x(01).
       77 ws-resposta-original                          pic x(01).
       77 ws-gabarito-original                          pic x(01).
       77 ws-errou-questao                              pic x(01).
       77 ws-acertos                                    pic 9(03) value 0.
       77 ws-total-questoes                             pic 9(03) value 0.
       77 ws-nota-calculada                             pic 9(03) value 0.
       77 ws-ind-item                                   pic 9(03).

       01 ws-folha-respostas.
           05 ws-fr-item occurs 99 times.
               10 ws-fr-questao                         pic 9(02).
               10 ws-fr-dada                            pic x(01).
               10 ws-fr-gabarito                        pic x(01).
               10 ws-fr-acerto                          pic x(01).
               10 ws-fr-versao                          pic 9(03).
       77 ws-ind-folha                                  pic 9(03).

      *>----Reserva de lugar (RESERVA) utilizada pela folha corrigida
       77 ws-rsv-modo                                   pic x(01).
       77 ws-rsv-retorno                                pic 9(01).

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
      *> o programa fica residente entre chamadas do menu (last-used
      *> state) - os totais de uma execucao anterior nao podem vazar
           move 0 to ws-qtd-lidas ws-qtd-corrigidas ws-qtd-rejeitadas
           perform 1000-abre-arquivos
           if   ws-fs-arq-cadernos    = "00"
           and  ws-fs-arq-usuarios    = "00"
           and  ws-fs-arq-disciplina  = "00"
           and  ws-fs-arq-prova       = "00"
           and  ws-fs-arq-resultados  = "00"
           and  ws-fs-arq-respostas   = "00"
           and  ws-fs-arq-folhas      = "00"
           and  ws-fs-arq-rejeitos    = "00"
               perform 2000-processa-folhas
               perform 4000-mostra-totais
           end-if
           perform 9000-fecha-arquivos
           goback
           .
       0000-controle-exit.
           exit.

       1000-abre-arquivos section.
           open i-o arq-cadernos
           if   ws-fs-arq-cadernos <> "00"
               display "Erro ao abrir arq.cadernos - status "
                   ws-fs-arq-cadernos
           end-if
           open input arq-usuarios
           if   ws-fs-arq-usuarios <> "00"
               display "Erro ao abrir arq.usuarios - status "
                   ws-fs-arq-usuarios
           end-if
           open input arq-disciplina
           if   ws-fs-arq-disciplina <> "00"
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if
           open input arq-prova
           if   ws-fs-arq-prova <> "00"
               display "Erro ao abrir arq.prova - status " ws-fs-arq-prova
           end-if

      *> o calendario e opcional: sem arquivo (status 35) as disciplinas
      *> continuam liberadas a qualquer tempo
           open input arq-calendario
           if   ws-fs-arq-calendario <> "00"
           and  ws-fs-arq-calendario <> "35"
               display "Erro ao abrir arq.calendario - status "
                   ws-fs-arq-calendario
           end-if

      *> estatistica e opcional: um problema aqui nao impede a correcao
           open i-o arq-estat-questao
           if   ws-fs-arq-estat-questao = "35"
               open output arq-estat-questao
               close arq-estat-questao
               open i-o arq-estat-questao
           end-if
           if   ws-fs-arq-estat-questao <> "00"
               display "Erro ao abrir arq.estat-questao - status "
                   ws-fs-arq-estat-questao
           end-if

           open i-o arq-resultados
           if   ws-fs-arq-resultados = "35"
               open output arq-resultados
               close arq-resultados
               open i-o arq-resultados
           end-if
           if   ws-fs-arq-resultados <> "00"
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if

           open i-o arq-respostas
           if   ws-fs-arq-respostas = "35"
               open output arq-respostas
               close arq-respostas
               open i-o arq-respostas
           end-if
           if   ws-fs-arq-respostas <> "00"
               display "Erro ao abrir arq.respostas - status "
                   ws-fs-arq-respostas
           end-if

           open input arq-folhas
           if   ws-fs-arq-folhas <> "00"
               display "Arquivo folhas-resposta.txt nao encontrado - "
                   "status " ws-fs-arq-folhas
           end-if

           open output arq-rejeitos
           if   ws-fs-arq-rejeitos <> "00"
               display "Erro ao abrir arquivo de rejeitos - status "
                   ws-fs-arq-rejeitos
           end-if
           .
       1000-abre-arquivos-exit.
           exit.

       2000-processa-folhas section.
           move "N" to ws-fim-folhas
           display erase
           display "Correcao de Folhas de Resposta - Prova em Papel"
           display "Formato: matricula;caderno;data de aplicacao"
               " (aaaammdd);respostas"
           accept ws-data-hoje from date yyyymmdd
           perform until ws-fim-folhas = "S"
               read arq-folhas
                   at end
                       move "S" to ws-fim-folhas
                   not at end
                       if   fl-folha-linha <> spaces
                           add 1 to ws-qtd-lidas
                           perform 2100-processa-folha
                       end-if
               end-read
           end-perform
           .
       2000-processa-folhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Desmembra, valida e corrige (ou rejeita) uma folha de respostas
      *>------------------------------------------------------------------------
       2100-processa-folha section.
           move spaces to ws-fo-matricula ws-fo-caderno-txt
                          ws-fo-data-txt ws-fo-respostas
           unstring fl-folha-linha delimited by ";"
               into ws-fo-matricula
                    ws-fo-caderno-txt
                    ws-fo-data-txt
                    ws-fo-respostas
           end-unstring
           perform 2200-valida-folha
           if   ws-folha-valida = "S"
               perform 3000-corrige-folha
           else
               perform 2500-grava-rejeito
           end-if
           .
       2100-processa-folha-exit.
           exit.

       2200-valida-folha section.
           move "S"    to ws-folha-valida
           move spaces to ws-motivo-rejeicao

           inspect ws-fo-caderno-txt replacing leading " " by "0"
           if   ws-fo-caderno-txt is not numeric
               move "N"  to ws-folha-valida
               move "01" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if
           move ws-fo-caderno-txt to fl-cad-numero
           read arq-cadernos key is fl-cad-numero
               invalid key
                   move "N"  to ws-folha-valida
                   move "01" to ws-motivo-rejeicao
                   go to 2200-valida-folha-exit
           end-read
           if   fl-cad-corrigido
               move "N"  to ws-folha-valida
               move "02" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if

           move ws-fo-matricula to ws-matricula fl-user
           read arq-usuarios key is fl-user
               invalid key
                   move "N"  to ws-folha-valida
                   move "03" to ws-motivo-rejeicao
                   go to 2200-valida-folha-exit
           end-read
           if   not fl-usuario
               move "N"  to ws-folha-valida
               move "04" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if

      *> data em branco: a folha foi aplicada hoje
           if   ws-fo-data-txt = spaces
               move ws-data-hoje to ws-data-aplicacao
           else
               if   ws-fo-data-txt is not numeric
                   move "N"  to ws-folha-valida
                   move "05" to ws-motivo-rejeicao
                   go to 2200-valida-folha-exit
               end-if
               move ws-fo-data-txt to ws-data-aplicacao
           end-if
           if   ws-data-aplicacao > ws-data-hoje
           or   ws-data-aplicacao(5:2) < "01"
           or   ws-data-aplicacao(5:2) > "12"
           or   ws-data-aplicacao(7:2) < "01"
           or   ws-data-aplicacao(7:2) > "31"
               move "N"  to ws-folha-valida
               move "05" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if

           move fl-cad-disciplina to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   move "N"  to ws-folha-valida
                   move "10" to ws-motivo-rejeicao
                   go to 2200-valida-folha-exit
           end-read
           if   not fl-disc-ativa
               move "N"  to ws-folha-valida
               move "10" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if

           if   fl-cad-qtd-questoes < 99
               if   ws-fo-respostas(fl-cad-qtd-questoes + 1:) <> spaces
                   move "N"  to ws-folha-valida
                   move "09" to ws-motivo-rejeicao
                   go to 2200-valida-folha-exit
               end-if
           end-if

           perform 2300-verifica-janela
           if   ws-qtd-janelas > 0
           and  ws-janela-aberta <> "S"
               move "N"  to ws-folha-valida
               move "06" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if

           perform 2400-verifica-tentativas
           if   ws-vigente-aprovado = "S"
           and  ws-recert-liberada <> "S"
               move "N"  to ws-folha-valida
               move "07" to ws-motivo-rejeicao
               go to 2200-valida-folha-exit
           end-if
           if   ws-recert-liberada <> "S"
           and  fl-disc-max-tentativas > 0
           and  ws-qtd-tentativas >= fl-disc-max-tentativas
               move "N"  to ws-folha-valida
               move "08" to ws-motivo-rejeicao
           end-if
           .
       2200-valida-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere no calendario se a data de aplicacao cai numa janela da
      *> disciplina - disciplina sem janela cadastrada fica liberada
      *>------------------------------------------------------------------------
       2300-verifica-janela section.
           move 0   to ws-qtd-janelas
           move "N" to ws-janela-aberta
           if   ws-fs-arq-calendario <> "00"
               go to 2300-verifica-janela-exit
           end-if
           move fl-disc-codigo to fl-cal-disciplina
           move 0   to fl-cal-data-inicio
           move "N" to ws-fim-janelas
           start arq-calendario key is >= fl-cal-chave
               invalid key
                   move "S" to ws-fim-janelas
           end-start
           perform until ws-fim-janelas = "S"
               read arq-calendario next record
                   at end
                       move "S" to ws-fim-janelas
                   not at end
                       if   fl-cal-disciplina <> fl-disc-codigo
                           move "S" to ws-fim-janelas
                       else
                           add 1 to ws-qtd-janelas
                           if   ws-data-aplicacao >= fl-cal-data-inicio
                           and  ws-data-aplicacao <= fl-cal-data-fim
                               move "S" to ws-janela-aberta
                           end-if
                       end-if
               end-read
           end-perform
           .
       2300-verifica-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Varre o historico de provas da matricula nesta disciplina como
      *> o PROVA: conta as tentativas, localiza o resultado vigente e se
      *> ele e aprovado com recertificacao autorizada
      *>------------------------------------------------------------------------
       2400-verifica-tentativas section.
           move 0   to ws-qtd-tentativas
           move "N" to ws-fim-tentativas
           move "N" to ws-tem-vigente
           move "N" to ws-vigente-aprovado
           move "N" to ws-recert-liberada
           move ws-matricula to fl-res-matricula
           move low-values   to fl-res-data fl-res-disciplina
           move 0            to fl-res-tentativa
           start arq-resultados key is >= fl-res-chave
               invalid key
                   move "S" to ws-fim-tentativas
           end-start
           perform until ws-fim-tentativas = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-tentativas
                   not at end
                       if   fl-res-matricula <> ws-matricula
                           move "S" to ws-fim-tentativas
                       else
                           if   fl-res-disciplina = fl-disc-codigo
                               add 1 to ws-qtd-tentativas
                               if   fl-res-atual
                                   move "S" to ws-tem-vigente
                                   move fl-res-chave to ws-chave-vigente
                                   if   fl-res-aprovado
                                       move "S" to ws-vigente-aprovado
                                   else
                                       move "N" to ws-vigente-aprovado
                                   end-if
                                   if   fl-res-recert-autorizada
                                       move "S" to ws-recert-liberada
                                   else
                                       move "N" to ws-recert-liberada
                                   end-if
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           .
       2400-verifica-tentativas-exit.
           exit.

       2500-grava-rejeito section.
           move ws-motivo-rejeicao to ws-rj-motivo
           move fl-folha-linha     to ws-rj-linha
           move ws-linha-rejeito   to fl-rejeito-linha
           write fl-rejeito-linha
           add 1 to ws-qtd-rejeitadas
           .
       2500-grava-rejeito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Corrige a folha questao a questao na ordem do caderno: a letra
      *> do papel e comparada com a letra correta impressa no gabarito
      *> do caderno (fl-cad-gabarito) - uma troca de gabarito no banco
      *> depois da impressao nao alcanca quem recebeu o papel; resposta
      *> em branco ou fora de A-D vale como errada. Grava o resultado e
      *> a folha e marca o caderno como corrigido
      *>------------------------------------------------------------------------
       3000-corrige-folha section.
           move 0 to ws-acertos ws-total-questoes
           perform varying ws-ind-item from 1 by 1
                   until ws-ind-item > fl-cad-qtd-questoes
               move fl-cad-disciplina to fl-quest-disciplina
               move fl-cad-idioma     to fl-quest-idioma
               move fl-cad-questao(ws-ind-item) to fl-quest-numero
               read arq-prova key is fl-quest-chave
                   not invalid key
                       perform 3100-corrige-questao
               end-read
           end-perform
           perform 3200-grava-resultado
           set fl-cad-corrigido   to true
           move ws-matricula      to fl-cad-matricula
           move ws-data-hoje      to fl-cad-data-correcao
           rewrite fl-caderno
               invalid key
                   display "Aviso: caderno " fl-cad-numero " nao marcado"
                       " como corrigido - status " ws-fs-arq-cadernos
           end-rewrite
           add 1 to ws-qtd-corrigidas
           .
       3000-corrige-folha-exit.
           exit.

       3100-corrige-questao section.
           add 1 to ws-total-questoes
           move fl-cad-ordem(ws-ind-item)     to ws-ordem-alternativas
           move ws-fo-respostas(ws-ind-item:1) to ws-resposta-funcionario
           perform 3150-traduz-resposta
           perform 3160-traduz-gabarito
           if   ws-resposta-original    <> "?"
           and  ws-resposta-funcionario = fl-cad-gabarito(ws-ind-item)
               add 1 to ws-acertos
               move "N" to ws-errou-questao
           else
               move "S" to ws-errou-questao
           end-if
           move fl-quest-numero      to ws-fr-questao(ws-total-questoes)
           move ws-resposta-original to ws-fr-dada(ws-total-questoes)
           move ws-gabarito-original to ws-fr-gabarito(ws-total-questoes)
           move fl-cad-versao(ws-ind-item)
               to ws-fr-versao(ws-total-questoes)
           if   ws-errou-questao = "S"
               move "N" to ws-fr-acerto(ws-total-questoes)
           else
               move "S" to ws-fr-acerto(ws-total-questoes)
           end-if
           perform 3180-acumula-estatistica
           .
       3100-corrige-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Converte a letra marcada no papel (posicao impressa) de volta
      *> para a alternativa original do cadastro
      *>------------------------------------------------------------------------
       3150-traduz-resposta section.
           evaluate ws-resposta-funcionario
               when "A" move ws-alt-original(1) to ws-resposta-original
               when "B" move ws-alt-original(2) to ws-resposta-original
               when "C" move ws-alt-original(3) to ws-resposta-original
               when "D" move ws-alt-original(4) to ws-resposta-original
               when other move "?" to ws-resposta-original
           end-evaluate
           .
       3150-traduz-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Letra correta impressa no caderno convertida para a alternativa
      *> original, para a folha de respostas guardar dada e gabarito na
      *> mesma referencia
      *>------------------------------------------------------------------------
       3160-traduz-gabarito section.
           evaluate fl-cad-gabarito(ws-ind-item)
               when "A" move ws-alt-original(1) to ws-gabarito-original
               when "B" move ws-alt-original(2) to ws-gabarito-original
               when "C" move ws-alt-original(3) to ws-gabarito-original
               when "D" move ws-alt-original(4) to ws-gabarito-original
               when other move "?" to ws-gabarito-original
           end-evaluate
           .
       3160-traduz-gabarito-exit.
           exit.

       3180-acumula-estatistica section.
           if   ws-fs-arq-estat-questao <> "00"
               go to 3180-acumula-estatistica-exit
           end-if
           move "P"                 to fl-est-origem
           move fl-quest-disciplina to fl-est-disciplina
           move fl-quest-idioma     to fl-est-idioma
           move fl-quest-numero     to fl-est-numero
           read arq-estat-questao key is fl-est-chave
               invalid key
                   move 1 to fl-est-perguntada
                   if   ws-errou-questao = "S"
                       move 1 to fl-est-errada
                   else
                       move 0 to fl-est-errada
                   end-if
                   write fl-estat-questao
               not invalid key
                   add 1 to fl-est-perguntada
                   if   ws-errou-questao = "S"
                       add 1 to fl-est-errada
                   end-if
                   rewrite fl-estat-questao
           end-read
           .
       3180-acumula-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava o resultado da folha como tentativa oficial na data de
      *> aplicacao - mesma nota, mesma nota minima e mesma troca de
      *> vigente do PROVA - e a folha de respostas com a mesma chave
      *>------------------------------------------------------------------------
       3200-grava-resultado section.
           if   ws-total-questoes > 0
               compute ws-nota-calculada =
                   (ws-acertos * 100) / ws-total-questoes
           else
               move 0 to ws-nota-calculada
           end-if
           perform 3300-demove-vigente
           move ws-matricula      to fl-res-matricula
           move ws-data-aplicacao to fl-res-data
           move fl-disc-codigo    to fl-res-disciplina
           compute fl-res-tentativa = ws-qtd-tentativas + 1
           set fl-res-atual      to true
           set fl-res-recert-nao to true
           move ws-nota-calculada to fl-res-nota
      *> a folha de papel nao mede o tempo gasto
           move 0                 to fl-res-tempo-gasto
           if   fl-disc-nota-minima > 0
               move fl-disc-nota-minima to ws-nota-minima
           else
               move 70                  to ws-nota-minima
           end-if
           if   ws-nota-calculada >= ws-nota-minima
               set fl-res-aprovado to true
           else
               set fl-res-reprovado to true
           end-if
           write fl-resultado
               invalid key
                   display "Erro ao gravar resultado de " ws-matricula
                       " - status " ws-fs-arq-resultados
           end-write
           perform 3250-grava-respostas
      *> a reserva de lugar da janela da data de aplicacao, se houver,
      *> passa a utilizada
           move "U" to ws-rsv-modo
           call "RESERVA" using ws-rsv-modo ws-matricula fl-disc-codigo
               ws-data-aplicacao ws-rsv-retorno
           .
       3200-grava-resultado-exit.
           exit.

       3250-grava-respostas section.
           perform varying ws-ind-folha from 1 by 1
                   until ws-ind-folha > ws-total-questoes
               move fl-res-matricula   to fl-resp-matricula
               move fl-res-data        to fl-resp-data
               move fl-res-disciplina  to fl-resp-disciplina
               move fl-res-tentativa   to fl-resp-tentativa
               move ws-fr-questao(ws-ind-folha)  to fl-resp-questao
               move fl-cad-idioma                to fl-resp-idioma
               move ws-fr-dada(ws-ind-folha)     to fl-resp-dada
               move ws-fr-gabarito(ws-ind-folha) to fl-resp-gabarito
               move ws-fr-acerto(ws-ind-folha)   to fl-resp-acerto
               move ws-fr-versao(ws-ind-folha)   to fl-resp-versao
               write fl-resposta
                   invalid key
                       rewrite fl-resposta
               end-write
           end-perform
           .
       3250-grava-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> A tentativa corrigida passa a ser o resultado vigente - a
      *> vigente anterior e rebaixada e a recertificacao e consumida
      *>------------------------------------------------------------------------
       3300-demove-vigente section.
           if   ws-tem-vigente = "S"
               move ws-chave-vigente to fl-res-chave
               read arq-resultados key is fl-res-chave
                   not invalid key
                       set fl-res-anterior   to true
                       set fl-res-recert-nao to true
                       rewrite fl-resultado
               end-read
           end-if
           .
       3300-demove-vigente-exit.
           exit.

       4000-mostra-totais section.
           display "Correcao concluida."
           display "Folhas lidas     : " ws-qtd-lidas
           display "Folhas corrigidas: " ws-qtd-corrigidas
           display "Folhas rejeitadas: " ws-qtd-rejeitadas
           if   ws-qtd-rejeitadas > 0
               display "Motivos em folhas-resposta-rejeitos.txt:"
               display "01 caderno inexistente       02 caderno ja corrigido"
               display "03 matricula inexistente     04 matricula nao e"
                   " funcionario"
               display "05 data de aplicacao invalida"
                   " 06 fora da janela de aplicacao"
               display "07 ja aprovado sem recertificacao"
                   " 08 limite de tentativas"
               display "09 mais respostas que questoes"
                   " 10 disciplina inativa"
           end-if
           .
       4000-mostra-totais-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-fs-arq-cadernos = "00"
               close arq-cadernos
           end-if
           if   ws-fs-arq-usuarios = "00"
               close arq-usuarios
           end-if
           if   ws-fs-arq-disciplina = "00"
               close arq-disciplina
           end-if
           if   ws-fs-arq-prova = "00"
               close arq-prova
           end-if
           if   ws-fs-arq-calendario = "00"
               close arq-calendario
           end-if
           if   ws-fs-arq-estat-questao = "00"
               close arq-estat-questao
           end-if
           if   ws-fs-arq-resultados = "00"
               close arq-resultados
           end-if
           if   ws-fs-arq-respostas = "00"
               close arq-respostas
           end-if
           if   ws-fs-arq-folhas = "00"
               close arq-folhas
           end-if
           if   ws-fs-arq-rejeitos = "00"
               close arq-rejeitos
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
