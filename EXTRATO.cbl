      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "EXTRATO".
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

      *> EXTRATO DE TREINAMENTOS DO FUNCIONARIO (opcao T do menu do
      *> funcionario) - todas as tentativas oficiais com a vigente
      *> marcada, o numero do certificado e o vencimento da aprovacao
      *> vigente, e as disciplinas exigidas pelo cargo (arq-matriz)
      *> ainda pendentes, com prazo e proxima janela do calendario. Sai
      *> no idioma da preferencia do funcionario e, se pedido, tambem em
      *> EXTRATO-<matricula>-<data>.txt para entregar ao gestor
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

           select arq-certificados assign to "arq-certificados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cert-numero
           file status is ws-fs-arq-certificados.

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

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-extrato assign to dynamic ws-nome-extrato
           organization is line sequential
           file status is ws-fs-arq-extrato.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-resultados.
       01 fl-resultado.
           copy RESULT.

       fd arq-disciplina.
       01 fl-disciplina.
           copy DISC.

       fd arq-certificados.
       01 fl-certificado-reg.
           copy CERTREG.

       fd arq-usuarios.
       01 fl-login-usuario.
           copy LOGIN.

       fd arq-matriz.
       01 fl-matriz.
           copy MATRIZ.

       fd arq-calendario.
       01 fl-calendario.
           copy CALEND.

       fd arq-extrato.
       01 fl-extrato-linha                             pic x(100).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-resultados                         pic x(02).
       77 ws-fs-arq-disciplina                          pic x(02).
       77 ws-fs-arq-certificados                        pic x(02).
       77 ws-fs-arq-usuarios                            pic x(02).
       77 ws-fs-arq-matriz                              pic x(02).
       77 ws-fs-arq-calendario                          pic x(02).
       77 ws-fs-arq-extrato                             pic x(02).

      *>----Arquivos abertos (a leitura muda o file status e o programa
      *>----fica residente - a consulta e o fechamento nao podem depender
      *>----do status da ultima leitura)
       77 ws-abriu-resultados                           pic x(01).
       77 ws-abriu-disciplina                           pic x(01).
       77 ws-abriu-certificados                         pic x(01).
       77 ws-abriu-usuarios                             pic x(01).
       77 ws-abriu-matriz                               pic x(01).
       77 ws-abriu-calendario                           pic x(01).

       77 ws-nome-extrato                               pic x(40).
       77 ws-imprime                                    pic x(01).
       77 ws-aux                                        pic x(01).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-fim-leitura                                pic x(01).
       77 ws-qtd-tentativas                             pic 9(03).
       77 ws-qtd-exigidas                               pic 9(03).
       77 ws-qtd-pendentes                              pic 9(03).
       77 ws-cargo-usuario                              pic x(06).
       77 ws-admissao-usuario                           pic 9(08).

      *>----Aprovacoes vigentes do funcionario (carregadas na listagem
      *>----das tentativas e consultadas na conferencia da matriz)
       77 ws-qtd-vigentes                               pic 9(03).
       77 ws-ind                                        pic 9(03).
       77 ws-ind-achado                                 pic 9(03).
       01 ws-tabela-vigentes.
           05 ws-vg-item occurs 99 times.
               10 ws-vg-disciplina                      pic x(06).
               10 ws-vg-vencimento                      pic 9(08).

      *>----Calculo do vencimento (data da prova + validade em meses,
      *>----mesma regra do VENCIMENTO)
       77 ws-data-vencimento                            pic 9(08).
       77 ws-venc-ano                                   pic 9(04).
       77 ws-venc-mes                                   pic 9(02).
       77 ws-venc-dia                                   pic 9(02).
       77 ws-total-meses                                pic 9(06).

      *>----Pendencia da matriz e proxima janela do calendario
       77 ws-disciplina-exigida                         pic x(06).
       77 ws-prazo-exigido                              pic 9(04).
       77 ws-data-prazo                                 pic 9(08).
       77 ws-qtd-janelas                                pic 9(03).
       77 ws-fim-janelas                                pic x(01).
       77 ws-janela-aberta                              pic x(01).
       77 ws-prox-inicio                                pic 9(08).
       77 ws-prox-fim                                   pic 9(08).
       77 ws-numero-certificado                         pic 9(08).

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

      *>----Textos no idioma do funcionario (montados no 2000)
       77 ws-tx-titulo                                  pic x(40).
       77 ws-tx-matricula                               pic x(12).
       77 ws-tx-cargo                                   pic x(12).
       77 ws-tx-emissao                                 pic x(12).
       77 ws-tx-secao-tentativas                        pic x(40).
       77 ws-tx-cab-tentativas                          pic x(100).
       77 ws-tx-sem-tentativas                          pic x(50).
       77 ws-tx-secao-pendentes                         pic x(60).
       77 ws-tx-cab-pendentes                           pic x(100).
       77 ws-tx-sem-cargo                               pic x(60).
       77 ws-tx-sem-pendencias                          pic x(60).
       77 ws-tx-aprovado                                pic x(10).
       77 ws-tx-reprovado                               pic x(10).
       77 ws-tx-sem-vencimento                          pic x(12).
       77 ws-tx-vencida                                 pic x(10).
       77 ws-tx-pendente                                pic x(14).
       77 ws-tx-atrasado                                pic x(14).
       77 ws-tx-cert-vencida                            pic x(14).
       77 ws-tx-sem-prazo                               pic x(10).
       77 ws-tx-janela-aberta                           pic x(10).
       77 ws-tx-sem-calendario                          pic x(23).
       77 ws-tx-sem-janela                              pic x(23).
       77 ws-tx-marca-vigente                           pic x(01) value "*".
       77 ws-tx-legenda                                 pic x(60).

       01 ws-linha-montada                              pic x(100).

       01 ws-linha-tentativa.
           05 ws-lt-data                                pic x(10).
           05 filler                                    pic x(01) value space.
           05 ws-lt-disciplina                          pic x(06).
           05 filler                                    pic x(02) value spaces.
           05 ws-lt-tentativa                           pic z9.
           05 filler                                    pic x(02) value spaces.
           05 ws-lt-nota                                pic zz9.
           05 filler                                    pic x(02) value spaces.
           05 ws-lt-situacao                            pic x(10).
           05 filler                                    pic x(01) value space.
           05 ws-lt-vigente                             pic x(01).
           05 filler                                    pic x(02) value spaces.
           05 ws-lt-certificado                         pic x(08).
           05 filler                                    pic x(02) value spaces.
           05 ws-lt-vencimento                          pic x(12).
           05 filler                                    pic x(01) value space.
           05 ws-lt-vencida                             pic x(10).

       01 ws-linha-pendente.
           05 ws-lp-disciplina                          pic x(06).
           05 filler                                    pic x(01) value space.
           05 ws-lp-nome                                pic x(24).
           05 filler                                    pic x(01) value space.
           05 ws-lp-situacao                            pic x(14).
           05 filler                                    pic x(01) value space.
           05 ws-lp-prazo                               pic x(10).
           05 filler                                    pic x(02) value spaces.
           05 ws-lp-janela                              pic x(23).
           05 filler                                    pic x(01) value space.
           05 ws-lp-janela-aberta                       pic x(10).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-idioma                                     pic x(02).

      *>Declaração do corpo do programa
       procedure division using lk-user lk-idioma.

       0000-controle section.
           perform 1000-abre-arquivos
           perform 2000-monta-textos
           display erase
           if   lk-idioma = "EN"
               display "Also save the transcript to a file? (Y/N)"
           else
               display "Gravar tambem o extrato em arquivo? (S/N)"
           end-if
           accept ws-imprime
           if   ws-imprime = "Y" or ws-imprime = "y" or ws-imprime = "s"
               move "S" to ws-imprime
           end-if
           if   ws-imprime = "S"
               perform 1500-abre-extrato
           end-if
           perform 3000-cabecalho
           perform 4000-lista-tentativas
           perform 5000-lista-pendencias
           if   ws-imprime = "S"
               close arq-extrato
               if   lk-idioma = "EN"
                   display "Transcript saved to " ws-nome-extrato
               else
                   display "Extrato gravado em " ws-nome-extrato
               end-if
           end-if
           if   lk-idioma = "EN"
               display "Press ENTER to continue"
           else
               display "Pressione ENTER para continuar"
           end-if
           accept ws-aux
           perform 9000-fecha-arquivos
           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Todos os arquivos sao so consultados e sao opcionais: o que
      *> faltar deixa a parte correspondente do extrato em branco
      *>------------------------------------------------------------------------
       1000-abre-arquivos section.
           accept ws-data-hoje from date yyyymmdd
           open input arq-resultados
           move "N" to ws-abriu-resultados
           if   ws-fs-arq-resultados = "00"
               move "S" to ws-abriu-resultados
           end-if
           if   ws-fs-arq-resultados <> "00"
           and  ws-fs-arq-resultados <> "35"
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
           open input arq-certificados
           move "N" to ws-abriu-certificados
           if   ws-fs-arq-certificados = "00"
               move "S" to ws-abriu-certificados
           end-if
           if   ws-fs-arq-certificados <> "00"
           and  ws-fs-arq-certificados <> "35"
               display "Erro ao abrir arq.certificados - status "
                   ws-fs-arq-certificados
           end-if
           open input arq-usuarios
           move "N" to ws-abriu-usuarios
           if   ws-fs-arq-usuarios = "00"
               move "S" to ws-abriu-usuarios
           end-if
           if   ws-fs-arq-usuarios <> "00"
           and  ws-fs-arq-usuarios <> "35"
               display "Erro ao abrir arq.usuarios - status "
                   ws-fs-arq-usuarios
           end-if
           open input arq-matriz
           move "N" to ws-abriu-matriz
           if   ws-fs-arq-matriz = "00"
               move "S" to ws-abriu-matriz
           end-if
           if   ws-fs-arq-matriz <> "00"
           and  ws-fs-arq-matriz <> "35"
               display "Erro ao abrir arq.matriz - status "
                   ws-fs-arq-matriz
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
           .
       1000-abre-arquivos-exit.
           exit.

       1500-abre-extrato section.
           move spaces to ws-nome-extrato
           string "EXTRATO-"    delimited by size
                  lk-user       delimited by space
                  "-"           delimited by size
                  ws-data-hoje  delimited by size
                  ".txt"        delimited by size
               into ws-nome-extrato
           end-string
           open output arq-extrato
           if   ws-fs-arq-extrato <> "00"
               display "Erro ao criar " ws-nome-extrato " - status "
                   ws-fs-arq-extrato
               move "N" to ws-imprime
           end-if
           .
       1500-abre-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Textos do extrato no idioma do funcionario (PT ou EN)
      *>------------------------------------------------------------------------
       2000-monta-textos section.
           if   lk-idioma = "EN"
               move "TRAINING TRANSCRIPT"       to ws-tx-titulo
               move "Employee  : "              to ws-tx-matricula
               move "Job role  : "              to ws-tx-cargo
               move "Issued on : "              to ws-tx-emissao
               move "OFFICIAL ATTEMPTS"         to ws-tx-secao-tentativas
               move "DATE       COURSE  TRY  SCORE  RESULT   CUR  CERTIF.   EXPIRES"
                   to ws-tx-cab-tentativas
               move "No official attempt recorded."
                   to ws-tx-sem-tentativas
               move "PENDING REQUIREMENTS FOR THE JOB ROLE"
                   to ws-tx-secao-pendentes
               move "COURSE NAME                     STATUS         DEADLINE    NEXT WINDOW"
                   to ws-tx-cab-pendentes
               move "No job role on file - no requirements to check."
                   to ws-tx-sem-cargo
               move "No pending requirement - all up to date."
                   to ws-tx-sem-pendencias
               move "PASSED"                    to ws-tx-aprovado
               move "FAILED"                    to ws-tx-reprovado
               move "no expiry"                 to ws-tx-sem-vencimento
               move "EXPIRED"                   to ws-tx-vencida
               move "PENDING"                   to ws-tx-pendente
               move "OVERDUE"                   to ws-tx-atrasado
               move "CERT. EXPIRED"             to ws-tx-cert-vencida
               move "no limit"                  to ws-tx-sem-prazo
               move "OPEN NOW"                  to ws-tx-janela-aberta
               move "no calendar - any time"    to ws-tx-sem-calendario
               move "no window scheduled"       to ws-tx-sem-janela
               move "* = current result of the course"
                   to ws-tx-legenda
           else
               move "EXTRATO DE TREINAMENTOS"   to ws-tx-titulo
               move "Matricula : "              to ws-tx-matricula
               move "Cargo     : "              to ws-tx-cargo
               move "Emitido em: "              to ws-tx-emissao
               move "TENTATIVAS OFICIAIS"       to ws-tx-secao-tentativas
               move "DATA       DISCIP. TENT NOTA  SITUACAO  VIG  CERTIF.   VENCIMENTO"
                   to ws-tx-cab-tentativas
               move "Nenhuma tentativa oficial registrada."
                   to ws-tx-sem-tentativas
               move "PENDENCIAS DO CARGO (MATRIZ DE TREINAMENTOS)"
                   to ws-tx-secao-pendentes
               move "DISCIP NOME                     SITUACAO       PRAZO       PROXIMA JANELA"
                   to ws-tx-cab-pendentes
               move "Sem cargo cadastrado - nao ha exigencias a conferir."
                   to ws-tx-sem-cargo
               move "Nenhuma pendencia - todas as exigencias em dia."
                   to ws-tx-sem-pendencias
               move "APROVADO"                  to ws-tx-aprovado
               move "REPROVADO"                 to ws-tx-reprovado
               move "sem venc."                 to ws-tx-sem-vencimento
               move "VENCIDA"                   to ws-tx-vencida
               move "PENDENTE"                  to ws-tx-pendente
               move "VENCIDO"                   to ws-tx-atrasado
               move "CERT. VENCIDA"             to ws-tx-cert-vencida
               move "sem prazo"                 to ws-tx-sem-prazo
               move "ABERTA"                    to ws-tx-janela-aberta
               move "sem calendario - livre"    to ws-tx-sem-calendario
               move "sem janela agendada"       to ws-tx-sem-janela
               move "* = resultado vigente da disciplina"
                   to ws-tx-legenda
           end-if
           .
       2000-monta-textos-exit.
           exit.

       3000-cabecalho section.
           move all "=" to ws-linha-montada
           perform 8000-emite-linha
           move ws-tx-titulo to ws-linha-montada
           perform 8000-emite-linha
           move all "=" to ws-linha-montada
           perform 8000-emite-linha
           move spaces to ws-cargo-usuario
           move 0      to ws-admissao-usuario
           if   ws-abriu-usuarios = "S"
               move lk-user to fl-user
               read arq-usuarios key is fl-user
                   not invalid key
                       move fl-cargo         to ws-cargo-usuario
                       move fl-data-admissao to ws-admissao-usuario
               end-read
           end-if
           move spaces to ws-linha-montada
           string ws-tx-matricula delimited by size
                  lk-user         delimited by size
               into ws-linha-montada
           end-string
           perform 8000-emite-linha
           move spaces to ws-linha-montada
           string ws-tx-cargo      delimited by size
                  ws-cargo-usuario delimited by size
               into ws-linha-montada
           end-string
           perform 8000-emite-linha
           move ws-data-hoje to ws-data-entrada
           perform 7000-formata-data
           move spaces to ws-linha-montada
           string ws-tx-emissao     delimited by size
                  ws-data-formatada delimited by size
               into ws-linha-montada
           end-string
           perform 8000-emite-linha
           .
       3000-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tentativas oficiais da matricula na ordem da chave (data,
      *> disciplina, tentativa); a vigente aprovada traz o certificado
      *> emitido e o vencimento pela validade da disciplina
      *>------------------------------------------------------------------------
       4000-lista-tentativas section.
           move spaces to ws-linha-montada
           perform 8000-emite-linha
           move ws-tx-secao-tentativas to ws-linha-montada
           perform 8000-emite-linha
           move ws-tx-cab-tentativas to ws-linha-montada
           perform 8000-emite-linha
           move 0 to ws-qtd-tentativas ws-qtd-vigentes
           if   ws-abriu-resultados <> "S"
               move ws-tx-sem-tentativas to ws-linha-montada
               perform 8000-emite-linha
               go to 4000-lista-tentativas-exit
           end-if
           move lk-user    to fl-res-matricula
           move low-values to fl-res-data fl-res-disciplina
           move 0          to fl-res-tentativa
           move "N"        to ws-fim-leitura
           start arq-resultados key is >= fl-res-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-res-matricula <> lk-user
                           move "S" to ws-fim-leitura
                       else
                           perform 4100-monta-tentativa
                       end-if
               end-read
           end-perform
           if   ws-qtd-tentativas = 0
               move ws-tx-sem-tentativas to ws-linha-montada
           else
               move ws-tx-legenda to ws-linha-montada
           end-if
           perform 8000-emite-linha
           .
       4000-lista-tentativas-exit.
           exit.

       4100-monta-tentativa section.
           add 1 to ws-qtd-tentativas
           move fl-res-data to ws-data-entrada
           perform 7000-formata-data
           move ws-data-formatada to ws-lt-data
           move fl-res-disciplina to ws-lt-disciplina
           move fl-res-tentativa  to ws-lt-tentativa
           move fl-res-nota       to ws-lt-nota
           if   fl-res-aprovado
               move ws-tx-aprovado  to ws-lt-situacao
           else
               move ws-tx-reprovado to ws-lt-situacao
           end-if
           move spaces to ws-lt-vigente ws-lt-certificado
                          ws-lt-vencimento ws-lt-vencida
           if   fl-res-atual
               move ws-tx-marca-vigente to ws-lt-vigente
           end-if
           if   fl-res-atual
           and  fl-res-aprovado
               perform 4200-busca-certificado
               if   ws-numero-certificado > 0
                   move ws-numero-certificado to ws-lt-certificado
               end-if
               perform 4300-calcula-vencimento
               if   ws-data-vencimento = 0
                   move ws-tx-sem-vencimento to ws-lt-vencimento
               else
                   move ws-data-vencimento to ws-data-entrada
                   perform 7000-formata-data
                   move ws-data-formatada to ws-lt-vencimento
                   if   ws-data-vencimento <= ws-data-hoje
                       move ws-tx-vencida to ws-lt-vencida
                   end-if
               end-if
               if   ws-qtd-vigentes < 99
                   add 1 to ws-qtd-vigentes
                   move fl-res-disciplina
                       to ws-vg-disciplina(ws-qtd-vigentes)
                   move ws-data-vencimento
                       to ws-vg-vencimento(ws-qtd-vigentes)
               end-if
           end-if
           move ws-linha-tentativa to ws-linha-montada
           perform 8000-emite-linha
           .
       4100-monta-tentativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Certificado emitido para a aprovacao (matricula + disciplina +
      *> data da prova - a mesma conferencia do CERTIFIC); 0 = nao
      *> emitido
      *>------------------------------------------------------------------------
       4200-busca-certificado section.
           move 0 to ws-numero-certificado
           if   ws-abriu-certificados <> "S"
               go to 4200-busca-certificado-exit
           end-if
           move 0 to fl-cert-numero
           start arq-certificados key is >= fl-cert-numero
               invalid key
                   go to 4200-busca-certificado-exit
           end-start
           perform until ws-numero-certificado > 0
               read arq-certificados next record
                   at end
                       go to 4200-busca-certificado-exit
                   not at end
                       if   fl-cert-matricula  = lk-user
                       and  fl-cert-disciplina = fl-res-disciplina
                       and  fl-cert-data-prova = fl-res-data
                           move fl-cert-numero to ws-numero-certificado
                       end-if
               end-read
           end-perform
           .
       4200-busca-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Vencimento = data da prova + validade em meses da disciplina
      *> (0 = disciplina sem validade ou fora do cadastro)
      *>------------------------------------------------------------------------
       4300-calcula-vencimento section.
           move 0 to ws-data-vencimento
           if   ws-abriu-disciplina <> "S"
               go to 4300-calcula-vencimento-exit
           end-if
           move fl-res-disciplina to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   go to 4300-calcula-vencimento-exit
           end-read
           if   fl-disc-validade-meses = 0
               go to 4300-calcula-vencimento-exit
           end-if
           move fl-res-data(1:4) to ws-venc-ano
           move fl-res-data(5:2) to ws-venc-mes
           move fl-res-data(7:2) to ws-venc-dia
           compute ws-total-meses = (ws-venc-ano * 12)
               + ws-venc-mes - 1 + fl-disc-validade-meses
           compute ws-venc-ano = ws-total-meses / 12
           compute ws-venc-mes =
               function mod(ws-total-meses, 12) + 1
           compute ws-data-vencimento = (ws-venc-ano * 10000)
               + (ws-venc-mes * 100) + ws-venc-dia
           .
       4300-calcula-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Exigencias do cargo ainda pendentes: sem aprovacao vigente (prazo
      *> contado da admissao, como no CONFORM) ou com a certificacao
      *> vencida (prazo = data do vencimento), com a proxima janela
      *>------------------------------------------------------------------------
       5000-lista-pendencias section.
           move spaces to ws-linha-montada
           perform 8000-emite-linha
           move ws-tx-secao-pendentes to ws-linha-montada
           perform 8000-emite-linha
           move 0 to ws-qtd-exigidas ws-qtd-pendentes
           if   ws-cargo-usuario = spaces
           or   ws-abriu-matriz <> "S"
               move ws-tx-sem-cargo to ws-linha-montada
               perform 8000-emite-linha
               go to 5000-lista-pendencias-exit
           end-if
           move ws-tx-cab-pendentes to ws-linha-montada
           perform 8000-emite-linha
           move ws-cargo-usuario to fl-mat-cargo
           move low-values       to fl-mat-disciplina
           move "N"              to ws-fim-leitura
           start arq-matriz key is >= fl-mat-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-matriz next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-mat-cargo <> ws-cargo-usuario
                           move "S" to ws-fim-leitura
                       else
                           add 1 to ws-qtd-exigidas
                           move fl-mat-disciplina
                               to ws-disciplina-exigida
                           move fl-mat-prazo-dias to ws-prazo-exigido
                           perform 5100-confere-exigencia
                       end-if
               end-read
           end-perform
           if   ws-qtd-pendentes = 0
               move ws-tx-sem-pendencias to ws-linha-montada
               perform 8000-emite-linha
           end-if
           .
       5000-lista-pendencias-exit.
           exit.

       5100-confere-exigencia section.
           move 0 to ws-ind-achado
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-vigentes
                      or ws-ind-achado > 0
               if   ws-vg-disciplina(ws-ind) = ws-disciplina-exigida
                   move ws-ind to ws-ind-achado
               end-if
           end-perform
           move spaces to ws-linha-pendente
           move 0      to ws-data-prazo
           if   ws-ind-achado > 0
      *> aprovacao vigente ainda valida: exigencia em dia, fora do extrato
               if   ws-vg-vencimento(ws-ind-achado) = 0
               or   ws-vg-vencimento(ws-ind-achado) > ws-data-hoje
                   go to 5100-confere-exigencia-exit
               end-if
               move ws-tx-cert-vencida to ws-lp-situacao
               move ws-vg-vencimento(ws-ind-achado) to ws-data-prazo
           else
               move ws-tx-pendente to ws-lp-situacao
      *> sem data de admissao nao ha como contar o prazo
               if   ws-prazo-exigido > 0
               and  ws-admissao-usuario > 19000101
                   compute ws-data-prazo = function date-of-integer(
                       function integer-of-date(ws-admissao-usuario)
                       + ws-prazo-exigido)
                   if   ws-data-hoje > ws-data-prazo
                       move ws-tx-atrasado to ws-lp-situacao
                   end-if
               end-if
           end-if
           add 1 to ws-qtd-pendentes
           move ws-disciplina-exigida to ws-lp-disciplina
           move ws-disciplina-exigida to ws-lp-nome
           if   ws-abriu-disciplina = "S"
               move ws-disciplina-exigida to fl-disc-codigo
               read arq-disciplina key is fl-disc-codigo
                   not invalid key
                       move fl-disc-nome to ws-lp-nome
               end-read
           end-if
           if   ws-data-prazo = 0
               move ws-tx-sem-prazo to ws-lp-prazo
           else
               move ws-data-prazo to ws-data-entrada
               perform 7000-formata-data
               move ws-data-formatada to ws-lp-prazo
           end-if
           perform 5200-proxima-janela
           move ws-linha-pendente to ws-linha-montada
           perform 8000-emite-linha
           .
       5100-confere-exigencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Janela aberta hoje ou a proxima agendada da disciplina - sem
      *> nenhuma janela cadastrada a prova e livre (regra do PROVA)
      *>------------------------------------------------------------------------
       5200-proxima-janela section.
           move 0   to ws-qtd-janelas ws-prox-inicio ws-prox-fim
           move "N" to ws-janela-aberta
           if   ws-abriu-calendario = "S"
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
                               perform 5300-avalia-janela
                           end-if
                   end-read
               end-perform
           end-if
           if   ws-qtd-janelas = 0
               move ws-tx-sem-calendario to ws-lp-janela
               go to 5200-proxima-janela-exit
           end-if
           if   ws-prox-inicio = 0
               move ws-tx-sem-janela to ws-lp-janela
               go to 5200-proxima-janela-exit
           end-if
           move spaces to ws-lp-janela
           move ws-prox-inicio to ws-data-entrada
           perform 7000-formata-data
           move ws-data-formatada to ws-lp-janela(1:10)
           move "-" to ws-lp-janela(12:1)
           move ws-prox-fim to ws-data-entrada
           perform 7000-formata-data
           move ws-data-formatada to ws-lp-janela(14:10)
           if   ws-janela-aberta = "S"
               move ws-tx-janela-aberta to ws-lp-janela-aberta
           end-if
           .
       5200-proxima-janela-exit.
           exit.

       5300-avalia-janela section.
           add 1 to ws-qtd-janelas
           if   fl-cal-data-fim < ws-data-hoje
               go to 5300-avalia-janela-exit
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
       5300-avalia-janela-exit.
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
      *> Cada linha do extrato vai para a tela e, se pedido, para o
      *> arquivo
      *>------------------------------------------------------------------------
       8000-emite-linha section.
           display ws-linha-montada
           if   ws-imprime = "S"
               move ws-linha-montada to fl-extrato-linha
               write fl-extrato-linha
           end-if
           move spaces to ws-linha-montada
           .
       8000-emite-linha-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-abriu-resultados = "S"
               close arq-resultados
           end-if
           if   ws-abriu-disciplina = "S"
               close arq-disciplina
           end-if
           if   ws-abriu-certificados = "S"
               close arq-certificados
           end-if
           if   ws-abriu-usuarios = "S"
               close arq-usuarios
           end-if
           if   ws-abriu-matriz = "S"
               close arq-matriz
           end-if
           if   ws-abriu-calendario = "S"
               close arq-calendario
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
