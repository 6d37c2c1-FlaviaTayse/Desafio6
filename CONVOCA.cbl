      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "CONVOCA".
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

      *> CONVOCACOES DE TREINAMENTO - cruza arq-usuarios, arq-matriz,
      *> arq-resultados e arq-calendario e gera uma convocacao por
      *> funcionario por disciplina exigida em aberto: admissao recente
      *> (ainda no prazo), prazo vencido (ou certificacao ja vencida) e
      *> certificacao vencendo dentro do horizonte de aviso. Cada
      *> convocacao traz o prazo e a proxima janela do calendario, no
      *> idioma da preferencia do funcionario, e vai para o arquivo de
      *> layout fixo convocacoes-AAAAMMDD.txt (copybook CONVSAI) que o
      *> gateway de e-mail recolhe; o resumo por cargo vai para
      *> relatorio-convocacoes.txt. arq-convocacoes guarda o que ja foi
      *> enviado - o mesmo item do mesmo funcionario so volta a sair
      *> depois do intervalo de lembrete. No lote noturno (NOTURNO) o
      *> horizonte vem de lk-lote e nada e perguntado
           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-user
           file status is ws-fs-arq-usuarios.

           select arq-matriz assign to "arq-matriz.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-mat-chave
           file status is ws-fs-arq-matriz.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-res-chave
           alternate record key is fl-res-data
               with duplicates
           file status is ws-fs-arq-resultados.

           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-disc-codigo
           file status is ws-fs-arq-disciplina.

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-preferencias assign to "arq-preferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-pref-user
           file status is ws-fs-arq-preferencias.

           select arq-convocacoes assign to "arq-convocacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cnv-chave
           file status is ws-fs-arq-convocacoes.

           select arq-saida assign to dynamic ws-nome-saida
           organization is line sequential
           file status is ws-fs-arq-saida.

           select arq-resumo assign to "relatorio-convocacoes.txt"
           organization is line sequential
           file status is ws-fs-arq-resumo.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-usuarios.
       01 fl-login-usuario.
           copy LOGIN.

       fd arq-matriz.
       01 fl-matriz.
           copy MATRIZ.

       fd arq-resultados.
       01 fl-resultado.
           copy RESULT.

       fd arq-disciplina.
       01 fl-disciplina.
           copy DISC.

       fd arq-calendario.
       01 fl-calendario.
           copy CALEND.

       fd arq-preferencias.
       01 fl-preferencias.
           copy PREF.

       fd arq-convocacoes.
       01 fl-convocacao.
           copy CONVREG.

       fd arq-saida.
       01 fl-saida.
           copy CONVSAI.

       fd arq-resumo.
       01 fl-resumo-linha                              pic x(80).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-usuarios                           pic x(02).
       77 ws-fs-arq-matriz                              pic x(02).
       77 ws-fs-arq-resultados                          pic x(02).
       77 ws-fs-arq-disciplina                          pic x(02).
       77 ws-fs-arq-calendario                          pic x(02).
       77 ws-fs-arq-preferencias                        pic x(02).
       77 ws-fs-arq-convocacoes                         pic x(02).
       77 ws-fs-arq-saida                               pic x(02).
       77 ws-fs-arq-resumo                              pic x(02).

      *>----Arquivos indexados abertos (a leitura muda o file status e
      *>----o programa fica residente - o fechamento nao pode depender
      *>----do status da ultima leitura)
       77 ws-abriu-usuarios                             pic x(01).
       77 ws-abriu-matriz                               pic x(01).
       77 ws-abriu-resultados                           pic x(01).
       77 ws-abriu-convocacoes                          pic x(01).
       77 ws-abriu-disciplina                           pic x(01).
       77 ws-abriu-calendario                           pic x(01).
       77 ws-abriu-preferencias                         pic x(01).

      *>----Intervalo minimo entre dois avisos do mesmo item
       77 ws-intervalo-lembrete-dias                    pic 9(03) value 7.

       77 ws-nome-saida                                 pic x(40).
       77 ws-falha-saida                                pic x(01).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-horizonte-dias                             pic 9(03).
       77 ws-data-limite                                pic 9(08).
       77 ws-fim-usuarios                               pic x(01).
       77 ws-fim-matriz                                 pic x(01).
       77 ws-fim-resultados                             pic x(01).
       77 ws-fim-janelas                                pic x(01).

      *>----Funcionario e exigencia em exame
       77 ws-matricula-usuario                          pic x(10).
       77 ws-cargo-usuario                              pic x(06).
       77 ws-admissao-usuario                           pic 9(08).
       77 ws-idioma-usuario                             pic x(02).
       77 ws-disciplina-exigida                         pic x(06).
       77 ws-nome-disciplina                            pic x(30).
       77 ws-prazo-exigido                              pic 9(04).
       77 ws-achou-aprovado                             pic x(01).
       77 ws-data-aprovacao                             pic 9(08).
       77 ws-motivo                                     pic x(01).
       77 ws-data-prazo                                 pic 9(08).
       77 ws-qtd-envios                                 pic 9(03).
       77 ws-ja-enviada                                 pic x(01).

      *>----Calculo do vencimento (data da prova + validade em meses,
      *>----mesma regra do VENCIMENTO)
       77 ws-data-vencimento                            pic 9(08).
       77 ws-venc-ano                                   pic 9(04).
       77 ws-venc-mes                                   pic 9(02).
       77 ws-venc-dia                                   pic 9(02).
       77 ws-total-meses                                pic 9(06).

      *>----Proxima janela do calendario (regra do EXTRATO)
       77 ws-qtd-janelas                                pic 9(03).
       77 ws-janela-aberta                              pic x(01).
       77 ws-prox-inicio                                pic 9(08).
       77 ws-prox-fim                                   pic 9(08).

      *>----Data aaaammdd apresentada como dd/mm/aaaa
       77 ws-data-entrada                               pic 9(08).
       01 ws-data-desmembrada.
           05 ws-dd-ano                                 pic x(04).
           05 ws-dd-mes                                 pic x(02).
           05 ws-dd-dia                                 pic x(02).
       01 ws-data-formatada.
           05 ws-dtf-dia                                pic x(02).
           05 filler                                    pic x(01) value "/".
           05 ws-dtf-mes                                pic x(02).
           05 filler                                    pic x(01) value "/".
           05 ws-dtf-ano                                pic x(04).
       77 ws-prazo-formatado                            pic x(10).
       77 ws-inicio-formatado                           pic x(10).
       77 ws-fim-formatado                              pic x(10).

      *>----Textos da convocacao no idioma do funcionario
       77 ws-tx-motivo                                  pic x(40).
       77 ws-tx-prazo                                   pic x(12).
       77 ws-tx-janela                                  pic x(60).
       77 ws-tx-lembrete                                pic x(10).
       77 ws-assunto-base                               pic x(60).

      *>----Totais por cargo (consolidacao em tabela, como no CONFORM)
       77 ws-qtd-cargos                                 pic 9(03) value 0.
       77 ws-ind                                        pic 9(03) value 0.
       77 ws-ind-achado                                 pic 9(03) value 0.
       01 ws-tabela-cargos.
           05 ws-tc-item occurs 100 times.
               10 ws-tc-cargo                           pic x(06).
               10 ws-tc-novos                           pic 9(05).
               10 ws-tc-atrasados                       pic 9(05).
               10 ws-tc-vencendo                        pic 9(05).
               10 ws-tc-suprimidas                      pic 9(05).

      *>----Totais gerais
       77 ws-qtd-examinados                             pic 9(07) value 0.
       77 ws-tot-novos                                  pic 9(06) value 0.
       77 ws-tot-atrasados                              pic 9(06) value 0.
       77 ws-tot-vencendo                               pic 9(06) value 0.
       77 ws-tot-suprimidas                             pic 9(06) value 0.
       77 ws-tot-enviadas                               pic 9(06) value 0.

       01 ws-linha-cargo.
           05 ws-lc-cargo                               pic x(06).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-novos                               pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-atrasados                           pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-vencendo                            pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-enviadas                            pic 9(05).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-suprimidas                          pic 9(05).

       linkage section.
       01 lk-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==lk-lote==.

      *>Declaração do corpo do programa
       procedure division using lk-lote.

       0000-controle section.
      *> o programa fica residente entre chamadas do menu (last-used
      *> state) - os totais de uma execucao anterior nao podem vazar
           move "N" to ws-falha-saida
           move 0   to ws-qtd-examinados ws-tot-novos ws-tot-atrasados
                       ws-tot-vencendo ws-tot-suprimidas ws-tot-enviadas
                       ws-qtd-cargos
           perform 1000-abre-arquivos
           if   ws-abriu-usuarios    = "S"
           and  ws-abriu-matriz      = "S"
           and  ws-abriu-resultados  = "S"
           and  ws-abriu-convocacoes = "S"
               perform 2000-informa-horizonte
               perform 2500-abre-saida
               if   ws-falha-saida = "N"
                   perform 3000-varre-usuarios
                   close arq-saida
                   perform 6000-resumo-cargos
                   perform 6500-mostra-totais
               end-if
           end-if
           if   lk-lote-noturno
               perform 8000-retorno-lote
           end-if
           perform 9000-fecha-arquivos
           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Usuarios, matriz, resultados e o controle de envios sao
      *> obrigatorios; disciplina, calendario e preferencias so
      *> completam o texto (sem eles: codigo, sem janela e PT)
      *>------------------------------------------------------------------------
       1000-abre-arquivos section.
           open input arq-usuarios
           move "N" to ws-abriu-usuarios
           if   ws-fs-arq-usuarios = "00"
               move "S" to ws-abriu-usuarios
           end-if
           if   ws-fs-arq-usuarios <> "00"
               display "Erro ao abrir arq.usuarios - status "
                   ws-fs-arq-usuarios
           end-if
           open input arq-matriz
           move "N" to ws-abriu-matriz
           if   ws-fs-arq-matriz = "00"
               move "S" to ws-abriu-matriz
           end-if
           if   ws-fs-arq-matriz <> "00"
               display "Erro ao abrir arq.matriz - status "
                   ws-fs-arq-matriz
           end-if
           open input arq-resultados
           move "N" to ws-abriu-resultados
           if   ws-fs-arq-resultados = "00"
               move "S" to ws-abriu-resultados
           end-if
           if   ws-fs-arq-resultados <> "00"
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if
           open input arq-disciplina
           move "N" to ws-abriu-disciplina
           if   ws-fs-arq-disciplina = "00"
               move "S" to ws-abriu-disciplina
           end-if
           if   ws-fs-arq-disciplina <> "00"
           and  ws-fs-arq-disciplina <> "35"
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if
           open input arq-calendario
           move "N" to ws-abriu-calendario
           if   ws-fs-arq-calendario = "00"
               move "S" to ws-abriu-calendario
           end-if
           if   ws-fs-arq-calendario <> "00"
           and  ws-fs-arq-calendario <> "35"
               display "Erro ao abrir arq.calendario - status "
                   ws-fs-arq-calendario
           end-if
           open input arq-preferencias
           move "N" to ws-abriu-preferencias
           if   ws-fs-arq-preferencias = "00"
               move "S" to ws-abriu-preferencias
           end-if
           if   ws-fs-arq-preferencias <> "00"
           and  ws-fs-arq-preferencias <> "35"
               display "Erro ao abrir arq.preferencias - status "
                   ws-fs-arq-preferencias
           end-if
           open i-o arq-convocacoes
           if   ws-fs-arq-convocacoes = "35"
               open output arq-convocacoes
               close arq-convocacoes
               open i-o arq-convocacoes
           end-if
           move "N" to ws-abriu-convocacoes
           if   ws-fs-arq-convocacoes = "00"
               move "S" to ws-abriu-convocacoes
           end-if
           if   ws-fs-arq-convocacoes <> "00"
               display "Erro ao abrir arq.convocacoes - status "
                   ws-fs-arq-convocacoes
           end-if
           .
       1000-abre-arquivos-exit.
           exit.

       2000-informa-horizonte section.
           if   lk-lote-noturno
               move lk-lote-horizonte-dias to ws-horizonte-dias
           else
               display erase
               display "Convocacoes de Treinamento"
               display "Horizonte de aviso de certificacao vencendo em"
                   " dias (ex.: 030):"
               accept ws-horizonte-dias
           end-if
           accept ws-data-hoje from date yyyymmdd
           compute ws-data-limite = function date-of-integer(
               function integer-of-date(ws-data-hoje)
               + ws-horizonte-dias)
           .
       2000-informa-horizonte-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivo do gateway: um por dia, acrescentado se o batch rodar
      *> de novo no mesmo dia (o controle de envios evita duplicar)
      *>------------------------------------------------------------------------
       2500-abre-saida section.
           move spaces to ws-nome-saida
           string "convocacoes-" ws-data-hoje ".txt"
               delimited by size into ws-nome-saida
           end-string
           open extend arq-saida
           if   ws-fs-arq-saida = "35"
               open output arq-saida
           end-if
           if   ws-fs-arq-saida <> "00"
               display "Erro ao abrir " ws-nome-saida " - status "
                   ws-fs-arq-saida
               move "S" to ws-falha-saida
           end-if
           .
       2500-abre-saida-exit.
           exit.

       3000-varre-usuarios section.
           move low-values to fl-user
           start arq-usuarios key is >= fl-user
               invalid key
                   move "S" to ws-fim-usuarios
               not invalid key
                   move "N" to ws-fim-usuarios
           end-start
           perform until ws-fim-usuarios = "S"
               read arq-usuarios next record
                   at end
                       move "S" to ws-fim-usuarios
                   not at end
                       if   fl-usuario
                       and  fl-cargo <> spaces
                           add 1 to ws-qtd-examinados
                           perform 3100-convoca-usuario
                       end-if
               end-read
           end-perform
           .
       3000-varre-usuarios-exit.
           exit.

       3100-convoca-usuario section.
           move fl-user          to ws-matricula-usuario
           move fl-cargo         to ws-cargo-usuario
           move fl-data-admissao to ws-admissao-usuario
           perform 3150-le-idioma
           move ws-cargo-usuario to fl-mat-cargo
           move low-values       to fl-mat-disciplina
           move "N"              to ws-fim-matriz
           start arq-matriz key is >= fl-mat-chave
               invalid key
                   move "S" to ws-fim-matriz
           end-start
           perform until ws-fim-matriz = "S"
               read arq-matriz next record
                   at end
                       move "S" to ws-fim-matriz
                   not at end
                       if   fl-mat-cargo <> ws-cargo-usuario
                           move "S" to ws-fim-matriz
                       else
                           move fl-mat-disciplina
                               to ws-disciplina-exigida
                           move fl-mat-prazo-dias to ws-prazo-exigido
                           perform 3200-avalia-exigencia
                       end-if
               end-read
           end-perform
           .
       3100-convoca-usuario-exit.
           exit.

      *> sem preferencia gravada vale o padrao do PREF (PT)
       3150-le-idioma section.
           move "PT" to ws-idioma-usuario
           if   ws-abriu-preferencias = "S"
               move ws-matricula-usuario to fl-pref-user
               read arq-preferencias key is fl-pref-user
                   not invalid key
                       if   fl-pref-ingles
                           move "EN" to ws-idioma-usuario
                       end-if
               end-read
           end-if
           .
       3150-le-idioma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Motivo da convocacao: sem aprovacao vigente e N (ainda no prazo
      *> contado da admissao, como no CONFORM) ou A (prazo vencido);
      *> com aprovacao vigente, A se a certificacao ja venceu ou V se
      *> vence dentro do horizonte - fora disso a exigencia esta em dia
      *>------------------------------------------------------------------------
       3200-avalia-exigencia section.
           perform 3300-procura-aprovacao
           move 0 to ws-data-prazo
           if   ws-achou-aprovado = "S"
               perform 3400-calcula-vencimento
               if   ws-data-vencimento = 0
               or   ws-data-vencimento > ws-data-limite
                   go to 3200-avalia-exigencia-exit
               end-if
               move ws-data-vencimento to ws-data-prazo
               if   ws-data-vencimento <= ws-data-hoje
                   move "A" to ws-motivo
               else
                   move "V" to ws-motivo
               end-if
           else
               move "N" to ws-motivo
      *> sem data de admissao nao ha como contar o prazo
               if   ws-prazo-exigido > 0
               and  ws-admissao-usuario > 19000101
                   compute ws-data-prazo = function date-of-integer(
                       function integer-of-date(ws-admissao-usuario)
                       + ws-prazo-exigido)
                   if   ws-data-hoje > ws-data-prazo
                       move "A" to ws-motivo
                   end-if
               end-if
           end-if
           perform 3500-confere-envio
           perform 5000-acumula-cargo
           if   ws-ja-enviada = "S"
               go to 3200-avalia-exigencia-exit
           end-if
           perform 3600-proxima-janela
           perform 4000-monta-convocacao
           write fl-saida
           perform 3700-registra-envio
           add 1 to ws-tot-enviadas
           .
       3200-avalia-exigencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura o aprovado vigente do funcionario na disciplina exigida
      *> (mesma varredura por matricula do CONFORM), guardando a data
      *> da prova para o vencimento
      *>------------------------------------------------------------------------
       3300-procura-aprovacao section.
           move "N"                   to ws-achou-aprovado
           move 0                     to ws-data-aprovacao
           move ws-matricula-usuario to fl-res-matricula
           move low-values            to fl-res-data fl-res-disciplina
           move 0                     to fl-res-tentativa
           move "N"                   to ws-fim-resultados
           start arq-resultados key is >= fl-res-chave
               invalid key
                   move "S" to ws-fim-resultados
           end-start
           perform until ws-fim-resultados = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-resultados
                   not at end
                       if   fl-res-matricula <> ws-matricula-usuario
                           move "S" to ws-fim-resultados
                       else
                           if   fl-res-disciplina =
                                    ws-disciplina-exigida
                           and  fl-res-atual
                           and  fl-res-aprovado
                               move "S"         to ws-achou-aprovado
                               move fl-res-data to ws-data-aprovacao
                               move "S"         to ws-fim-resultados
                           end-if
                       end-if
               end-read
           end-perform
           .
       3300-procura-aprovacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Vencimento = data da prova + validade em meses da disciplina
      *> (0 = disciplina sem validade ou fora do cadastro)
      *>------------------------------------------------------------------------
       3400-calcula-vencimento section.
           move 0 to ws-data-vencimento
           if   ws-abriu-disciplina <> "S"
               go to 3400-calcula-vencimento-exit
           end-if
           move ws-disciplina-exigida to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   go to 3400-calcula-vencimento-exit
           end-read
           if   fl-disc-validade-meses = 0
               go to 3400-calcula-vencimento-exit
           end-if
           move ws-data-aprovacao(1:4) to ws-venc-ano
           move ws-data-aprovacao(5:2) to ws-venc-mes
           move ws-data-aprovacao(7:2) to ws-venc-dia
           compute ws-total-meses = (ws-venc-ano * 12)
               + ws-venc-mes - 1 + fl-disc-validade-meses
           compute ws-venc-ano = ws-total-meses / 12
           compute ws-venc-mes =
               function mod(ws-total-meses, 12) + 1
           compute ws-data-vencimento = (ws-venc-ano * 10000)
               + (ws-venc-mes * 100) + ws-venc-dia
           .
       3400-calcula-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Item ja avisado ha menos que o intervalo de lembrete nao sai de
      *> novo - so entra no resumo como suprimido
      *>------------------------------------------------------------------------
       3500-confere-envio section.
           move "N" to ws-ja-enviada
           move 1   to ws-qtd-envios
           move ws-matricula-usuario  to fl-cnv-matricula
           move ws-disciplina-exigida to fl-cnv-disciplina
           move ws-motivo             to fl-cnv-motivo
           read arq-convocacoes key is fl-cnv-chave
               invalid key
                   go to 3500-confere-envio-exit
           end-read
           if   function integer-of-date(ws-data-hoje)
                - function integer-of-date(fl-cnv-data-envio)
                < ws-intervalo-lembrete-dias
               move "S" to ws-ja-enviada
           else
               compute ws-qtd-envios = fl-cnv-qtd-envios + 1
           end-if
           .
       3500-confere-envio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Janela aberta hoje ou a proxima agendada da disciplina - sem
      *> nenhuma janela cadastrada a prova e livre (regra do PROVA)
      *>------------------------------------------------------------------------
       3600-proxima-janela section.
           move 0   to ws-qtd-janelas ws-prox-inicio ws-prox-fim
           move "N" to ws-janela-aberta
           if   ws-abriu-calendario <> "S"
               go to 3600-proxima-janela-exit
           end-if
           move ws-disciplina-exigida to fl-cal-disciplina
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
                       if   fl-cal-disciplina <> ws-disciplina-exigida
                           move "S" to ws-fim-janelas
                       else
                           perform 3650-avalia-janela
                       end-if
               end-read
           end-perform
           .
       3600-proxima-janela-exit.
           exit.

       3650-avalia-janela section.
           add 1 to ws-qtd-janelas
           if   fl-cal-data-fim < ws-data-hoje
               go to 3650-avalia-janela-exit
           end-if
           if   ws-prox-inicio = 0
           or   fl-cal-data-inicio < ws-prox-inicio
               move fl-cal-data-inicio to ws-prox-inicio
               move fl-cal-data-fim    to ws-prox-fim
               if   fl-cal-data-inicio <= ws-data-hoje
                   move "S" to ws-janela-aberta
               else
                   move "N" to ws-janela-aberta
               end-if
           end-if
           .
       3650-avalia-janela-exit.
           exit.

       3700-registra-envio section.
           move ws-matricula-usuario  to fl-cnv-matricula
           move ws-disciplina-exigida to fl-cnv-disciplina
           move ws-motivo             to fl-cnv-motivo
           move ws-data-hoje          to fl-cnv-data-envio
           move ws-data-prazo         to fl-cnv-prazo
           move ws-qtd-envios         to fl-cnv-qtd-envios
           if   ws-qtd-envios = 1
               write fl-convocacao
                   invalid key
                       rewrite fl-convocacao
               end-write
           else
               rewrite fl-convocacao
           end-if
           .
       3700-registra-envio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registro do gateway: dados fixos e o assunto/texto no idioma do
      *> funcionario (PT ou EN)
      *>------------------------------------------------------------------------
       4000-monta-convocacao section.
           move spaces to fl-saida
           move ws-data-hoje          to fl-cvs-data-emissao
           move ws-matricula-usuario  to fl-cvs-matricula
           move ws-idioma-usuario     to fl-cvs-idioma
           move ws-cargo-usuario      to fl-cvs-cargo
           move ws-disciplina-exigida to fl-cvs-disciplina
           move ws-motivo             to fl-cvs-motivo
           move ws-data-prazo         to fl-cvs-prazo
           move ws-qtd-envios         to fl-cvs-qtd-envios
           move ws-disciplina-exigida to ws-nome-disciplina
           if   ws-abriu-disciplina = "S"
               move ws-disciplina-exigida to fl-disc-codigo
               read arq-disciplina key is fl-disc-codigo
                   not invalid key
                       move fl-disc-nome to ws-nome-disciplina
               end-read
           end-if
           move ws-nome-disciplina to fl-cvs-nome-disciplina
           move 0 to fl-cvs-janela-inicio fl-cvs-janela-fim
           evaluate true
               when ws-qtd-janelas = 0
                   set  fl-cvs-janela-livre    to true
               when ws-prox-inicio = 0
                   set  fl-cvs-sem-janela      to true
               when ws-janela-aberta = "S"
                   set  fl-cvs-janela-aberta   to true
               when other
                   set  fl-cvs-janela-agendada to true
           end-evaluate
           if   ws-prox-inicio > 0
               move ws-prox-inicio to fl-cvs-janela-inicio
               move ws-prox-fim    to fl-cvs-janela-fim
           end-if
           move ws-data-prazo to ws-data-entrada
           perform 7000-formata-data
           move ws-data-formatada to ws-prazo-formatado
           move ws-prox-inicio to ws-data-entrada
           perform 7000-formata-data
           move ws-data-formatada to ws-inicio-formatado
           move ws-prox-fim to ws-data-entrada
           perform 7000-formata-data
           move ws-data-formatada to ws-fim-formatado
           if   ws-idioma-usuario = "EN"
               perform 4200-textos-ingles
           else
               perform 4100-textos-portugues
           end-if
           .
       4000-monta-convocacao-exit.
           exit.

       4100-textos-portugues section.
           evaluate true
               when fl-cvs-novo
                   move "admissao recente - exigencia do cargo"
                       to ws-tx-motivo
               when fl-cvs-vencendo
                   move "certificacao vencendo" to ws-tx-motivo
               when ws-achou-aprovado = "S"
                   move "certificacao vencida" to ws-tx-motivo
               when other
                   move "prazo vencido" to ws-tx-motivo
           end-evaluate
           if   ws-data-prazo = 0
               move "sem prazo" to ws-tx-prazo
           else
               move ws-prazo-formatado to ws-tx-prazo
           end-if
           move spaces to ws-tx-janela
           evaluate true
               when fl-cvs-janela-livre
                   move "Sem calendario - prova a qualquer momento"
                       to ws-tx-janela
               when fl-cvs-sem-janela
                   move "Nenhuma janela de prova agendada ainda"
                       to ws-tx-janela
               when fl-cvs-janela-aberta
                   string "Janela de prova aberta ate "
                          ws-fim-formatado
                       delimited by size into ws-tx-janela
                   end-string
               when other
                   string "Proxima janela de prova: "
                          ws-inicio-formatado " a " ws-fim-formatado
                       delimited by size into ws-tx-janela
                   end-string
           end-evaluate
           move "LEMBRETE: " to ws-tx-lembrete
           string "Convocacao para treinamento "
                                            delimited by size
                  ws-disciplina-exigida     delimited by space
                  " - "                     delimited by size
                  ws-tx-motivo              delimited by "  "
               into fl-cvs-assunto
           end-string
           perform 4300-marca-lembrete
           string "Prezado(a) "             delimited by size
                  ws-matricula-usuario      delimited by space
                  ", voce esta convocado(a) para a disciplina "
                                            delimited by size
                  ws-nome-disciplina        delimited by "  "
                  " (" ws-disciplina-exigida ")."
                                            delimited by size
                  " Motivo: "               delimited by size
                  ws-tx-motivo              delimited by "  "
                  ". Prazo: "               delimited by size
                  ws-tx-prazo               delimited by "  "
                  ". "                      delimited by size
                  ws-tx-janela              delimited by "  "
                  "."                       delimited by size
               into fl-cvs-texto
           end-string
           .
       4100-textos-portugues-exit.
           exit.

       4200-textos-ingles section.
           evaluate true
               when fl-cvs-novo
                   move "new hire - required for your job role"
                       to ws-tx-motivo
               when fl-cvs-vencendo
                   move "certification expiring" to ws-tx-motivo
               when ws-achou-aprovado = "S"
                   move "certification expired" to ws-tx-motivo
               when other
                   move "overdue" to ws-tx-motivo
           end-evaluate
           if   ws-data-prazo = 0
               move "no deadline" to ws-tx-prazo
           else
               move ws-prazo-formatado to ws-tx-prazo
           end-if
           move spaces to ws-tx-janela
           evaluate true
               when fl-cvs-janela-livre
                   move "No calendar - the exam can be taken any time"
                       to ws-tx-janela
               when fl-cvs-sem-janela
                   move "No exam window scheduled yet"
                       to ws-tx-janela
               when fl-cvs-janela-aberta
                   string "Exam window open until "
                          ws-fim-formatado
                       delimited by size into ws-tx-janela
                   end-string
               when other
                   string "Next exam window: "
                          ws-inicio-formatado " to " ws-fim-formatado
                       delimited by size into ws-tx-janela
                   end-string
           end-evaluate
           move "REMINDER: " to ws-tx-lembrete
           string "Training call-up "       delimited by size
                  ws-disciplina-exigida     delimited by space
                  " - "                     delimited by size
                  ws-tx-motivo              delimited by "  "
               into fl-cvs-assunto
           end-string
           perform 4300-marca-lembrete
           string "Dear "                   delimited by size
                  ws-matricula-usuario      delimited by space
                  ", you are called to complete the course "
                                            delimited by size
                  ws-nome-disciplina        delimited by "  "
                  " (" ws-disciplina-exigida ")."
                                            delimited by size
                  " Reason: "               delimited by size
                  ws-tx-motivo              delimited by "  "
                  ". Deadline: "            delimited by size
                  ws-tx-prazo               delimited by "  "
                  ". "                      delimited by size
                  ws-tx-janela              delimited by "  "
                  "."                       delimited by size
               into fl-cvs-texto
           end-string
           .
       4200-textos-ingles-exit.
           exit.

      *> segundo aviso em diante do mesmo item sai marcado como lembrete
       4300-marca-lembrete section.
           if   ws-qtd-envios > 1
               move fl-cvs-assunto to ws-assunto-base
               move spaces         to fl-cvs-assunto
               string ws-tx-lembrete  delimited by size
                      ws-assunto-base delimited by "  "
                   into fl-cvs-assunto
               end-string
           end-if
           .
       4300-marca-lembrete-exit.
           exit.

       5000-acumula-cargo section.
           move 0 to ws-ind-achado
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-cargos
                      or ws-ind-achado > 0
               if   ws-tc-cargo(ws-ind) = ws-cargo-usuario
                   move ws-ind to ws-ind-achado
               end-if
           end-perform
           if   ws-ind-achado = 0
               if   ws-qtd-cargos < 100
                   add 1 to ws-qtd-cargos
                   move ws-qtd-cargos to ws-ind-achado
                   move ws-cargo-usuario
                       to ws-tc-cargo(ws-ind-achado)
                   move 0 to ws-tc-novos(ws-ind-achado)
                            ws-tc-atrasados(ws-ind-achado)
                            ws-tc-vencendo(ws-ind-achado)
                            ws-tc-suprimidas(ws-ind-achado)
               else
      *> tabela cheia - consolida tudo que exceder na ultima posicao
                   move 100 to ws-ind-achado
               end-if
           end-if
           if   ws-ja-enviada = "S"
               add 1 to ws-tc-suprimidas(ws-ind-achado)
               add 1 to ws-tot-suprimidas
               go to 5000-acumula-cargo-exit
           end-if
           evaluate ws-motivo
               when "N"
                   add 1 to ws-tc-novos(ws-ind-achado)
                   add 1 to ws-tot-novos
               when "A"
                   add 1 to ws-tc-atrasados(ws-ind-achado)
                   add 1 to ws-tot-atrasados
               when other
                   add 1 to ws-tc-vencendo(ws-ind-achado)
                   add 1 to ws-tot-vencendo
           end-evaluate
           .
       5000-acumula-cargo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo por cargo: convocacoes enviadas por motivo e as
      *> suprimidas pelo intervalo de lembrete
      *>------------------------------------------------------------------------
       6000-resumo-cargos section.
           open output arq-resumo
           if   ws-fs-arq-resumo <> "00"
               display "Erro ao abrir relatorio-convocacoes.txt - status "
                   ws-fs-arq-resumo
               go to 6000-resumo-cargos-exit
           end-if
           move spaces to fl-resumo-linha
           string "CONVOCACOES DE " ws-data-hoje
                  " - ARQUIVO " ws-nome-saida
               delimited by size into fl-resumo-linha
           end-string
           write fl-resumo-linha
           move "CARGO;NOVOS;ATRASADOS;VENCENDO;ENVIADAS;SUPRIMIDAS"
               to fl-resumo-linha
           write fl-resumo-linha
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-cargos
               move ws-tc-cargo(ws-ind)      to ws-lc-cargo
               move ws-tc-novos(ws-ind)      to ws-lc-novos
               move ws-tc-atrasados(ws-ind)  to ws-lc-atrasados
               move ws-tc-vencendo(ws-ind)   to ws-lc-vencendo
               compute ws-lc-enviadas = ws-tc-novos(ws-ind)
                   + ws-tc-atrasados(ws-ind) + ws-tc-vencendo(ws-ind)
               move ws-tc-suprimidas(ws-ind) to ws-lc-suprimidas
               move ws-linha-cargo to fl-resumo-linha
               write fl-resumo-linha
           end-perform
           move spaces to fl-resumo-linha
           write fl-resumo-linha
           move spaces to fl-resumo-linha
           string "TOTAL GERAL NOVOS " ws-tot-novos
                  " ATRASADOS " ws-tot-atrasados
                  " VENCENDO " ws-tot-vencendo
                  " SUPRIMIDAS " ws-tot-suprimidas
               delimited by size into fl-resumo-linha
           end-string
           write fl-resumo-linha
           close arq-resumo
           .
       6000-resumo-cargos-exit.
           exit.

       6500-mostra-totais section.
           display "Convocacoes geradas em " ws-nome-saida
           display "Funcionarios examinados  : " ws-qtd-examinados
           display "Convocacoes enviadas     : " ws-tot-enviadas
           display "  admissao recente       : " ws-tot-novos
           display "  prazo vencido          : " ws-tot-atrasados
           display "  certificacao vencendo  : " ws-tot-vencendo
           display "Suprimidas (ja avisadas) : " ws-tot-suprimidas
           display "Resumo por cargo em relatorio-convocacoes.txt"
           .
       6500-mostra-totais-exit.
           exit.

       7000-formata-data section.
           move ws-data-entrada to ws-data-desmembrada
           move ws-dd-dia to ws-dtf-dia
           move ws-dd-mes to ws-dtf-mes
           move ws-dd-ano to ws-dtf-ano
           .
       7000-formata-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retorno para o lote noturno: falha se um arquivo obrigatorio ou
      *> o arquivo do gateway nao abriu
      *>------------------------------------------------------------------------
       8000-retorno-lote section.
           set  lk-lote-ok to true
           move "00"       to lk-lote-status
           move spaces     to lk-lote-mensagem
           move ws-qtd-examinados to lk-lote-qtd-lidos
           move ws-tot-enviadas   to lk-lote-qtd-gravados
           evaluate true
               when ws-abriu-usuarios <> "S"
                   set  lk-lote-falha      to true
                   move ws-fs-arq-usuarios to lk-lote-status
                   move "erro ao abrir arq.usuarios" to lk-lote-mensagem
               when ws-abriu-matriz <> "S"
                   set  lk-lote-falha    to true
                   move ws-fs-arq-matriz to lk-lote-status
                   move "erro ao abrir arq.matriz" to lk-lote-mensagem
               when ws-abriu-resultados <> "S"
                   set  lk-lote-falha        to true
                   move ws-fs-arq-resultados to lk-lote-status
                   move "erro ao abrir arq.resultados"
                       to lk-lote-mensagem
               when ws-abriu-convocacoes <> "S"
                   set  lk-lote-falha         to true
                   move ws-fs-arq-convocacoes to lk-lote-status
                   move "erro ao abrir arq.convocacoes"
                       to lk-lote-mensagem
               when ws-falha-saida = "S"
                   set  lk-lote-falha   to true
                   move ws-fs-arq-saida to lk-lote-status
                   move "erro ao abrir o arquivo de convocacoes"
                       to lk-lote-mensagem
           end-evaluate
           .
       8000-retorno-lote-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-abriu-usuarios = "S"
               close arq-usuarios
           end-if
           if   ws-abriu-matriz = "S"
               close arq-matriz
           end-if
           if   ws-abriu-resultados = "S"
               close arq-resultados
           end-if
           if   ws-abriu-disciplina = "S"
               close arq-disciplina
           end-if
           if   ws-abriu-calendario = "S"
               close arq-calendario
           end-if
           if   ws-abriu-preferencias = "S"
               close arq-preferencias
           end-if
           if   ws-abriu-convocacoes = "S"
               close arq-convocacoes
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
