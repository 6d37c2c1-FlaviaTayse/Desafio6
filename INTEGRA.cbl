      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "INTEGRA".
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

      *> RELATORIO DE INTEGRIDADE - analisa as provas oficiais de uma
      *> disciplina num periodo (arq-resultados + folhas de arq-respostas)
      *> e imprime relatorio-integridade.txt paginado para o compliance
      *> conferir antes da emissao dos certificados (CERTIFIC):
      *>   1) pares de provas do mesmo dia com respostas erradas iguais
      *>      muito acima do acaso (4 alternativas - duas respostas
      *>      erradas coincidem por acaso em 1 de 3 casos)
      *>   2) salto de reprovacao para nota quase perfeita entre
      *>      tentativas consecutivas do funcionario na disciplina
      *>   3) resultado que nao confere com a folha de respostas (nota
      *>      recalculada com as anulacoes de recursos deferidos, como o
      *>      RECURSOS faz, acerto incoerente com o gabarito da linha,
      *>      situacao incoerente com a nota minima)
      *>   4) prova feita logo apos um simulado da disciplina com
      *>      questoes em comum (mesma questao, mesmo texto e mesma
      *>      resposta nos bancos de prova e de simulado; com "*" as
      *>      que a folha de simulado mostra que o funcionario respondeu)
           select arq-disciplina assign to "arq-disciplina.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-disc-codigo
           file status is ws-fs-arq-disciplina.

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

           select arq-recursos assign to "arq-recursos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-rec-chave
           file status is ws-fs-arq-recursos.

           select arq-simulado-hist assign to "arq-simulado-hist.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sim-chave
           file status is ws-fs-arq-simulado-hist.

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-quest-chave
           file status is ws-fs-arq-prova.

           select arq-simulado assign to "arq-simulado.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sq-chave
           file status is ws-fs-arq-simulado.

           select arq-simulado-resp assign to "arq-simulado-resp.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sr-chave
           file status is ws-fs-arq-simulado-resp.

           select arq-relatorio assign to "relatorio-integridade.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-disciplina.
       01 fl-disciplina.
           copy DISC.

       fd arq-resultados.
       01 fl-resultado.
           copy RESULT.

       fd arq-respostas.
       01 fl-resposta.
           copy RESPOSTA.

       fd arq-recursos.
       01 fl-recurso.
           copy RECURSO.

       fd arq-simulado-hist.
       01 fl-simulado-hist.
           copy SIMHIST.

       fd arq-prova.
       01 fl-questao-prova.
           copy QUESTAO.

       fd arq-simulado.
       01 fl-questao-simulado.
           copy QUESTAO replacing leading ==fl-quest== by ==fl-sq==.

       fd arq-simulado-resp.
       01 fl-simulado-resp.
           copy SIMRESP.

       fd arq-relatorio.
       01 fl-relatorio-linha                           pic x(132).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-disciplina                         pic x(02).
       77 ws-fs-arq-resultados                          pic x(02).
       77 ws-fs-arq-respostas                           pic x(02).
       77 ws-fs-arq-recursos                            pic x(02).
       77 ws-fs-arq-simulado-hist                       pic x(02).
       77 ws-fs-arq-prova                               pic x(02).
       77 ws-fs-arq-simulado                            pic x(02).
       77 ws-fs-arq-simulado-resp                       pic x(02).
       77 ws-fs-arq-relatorio                           pic x(02).

      *>----Arquivos abertos (o status muda com as leituras)
       77 ws-abriu-disciplina                           pic x(01).
       77 ws-abriu-resultados                           pic x(01).
       77 ws-abriu-respostas                            pic x(01).
       77 ws-abriu-recursos                             pic x(01).
       77 ws-abriu-simulado-hist                        pic x(01).
       77 ws-abriu-prova                                pic x(01).
       77 ws-abriu-simulado                             pic x(01).
       77 ws-abriu-simulado-resp                        pic x(01).
       77 ws-abriu-relatorio                            pic x(01).

      *>----Limites da analise
      *> coincidencia minima (%) das respostas erradas de um par, sobre
      *> no minimo ws-minimo-erros-comuns questoes erradas pelos dois
       77 ws-limite-coincidencia                        pic 9(03) value 80.
       77 ws-minimo-erros-comuns                        pic 9(03) value 3.
      *> nota a partir da qual a tentativa seguinte a uma reprovacao e
      *> considerada quase perfeita
       77 ws-nota-quase-perfeita                        pic 9(03) value 90.
      *> simulado feito no dia da prova ou ate estes dias antes
       77 ws-intervalo-simulado-dias                    pic 9(03) value 1.

       77 ws-data-hoje                                  pic 9(08).
       77 ws-data-inicial                               pic 9(08).
       77 ws-data-final                                 pic 9(08).
       77 ws-disciplina                                 pic x(06).
       77 ws-nome-disciplina                            pic x(30).
       77 ws-nota-minima                                pic 9(03).
       77 ws-parametros-ok                              pic x(01).
       77 ws-fim-leitura                                pic x(01).
       77 ws-fim-folha                                  pic x(01).

      *>----Questoes anuladas (recursos deferidos) da disciplina
       77 ws-qtd-anuladas                               pic 9(03).
       77 ws-ind-anulada                                pic 9(03).
       01 ws-tabela-anuladas.
           05 ws-an-item occurs 200 times.
               10 ws-an-idioma                          pic x(02).
               10 ws-an-numero                          pic 9(02).
               10 ws-an-efeito                          pic x(01).
               10 ws-an-versao                          pic 9(03).
       77 ws-efeito-anulada                             pic x(01).
       77 ws-versao-folha                               pic 9(03).

      *>----Tentativas do periodo na disciplina, com a folha indexada
      *>----pelo numero da questao (ordem de data - chave alternada)
       77 ws-max-tentativas                             pic 9(03) value 300.
       77 ws-qtd-tentativas                             pic 9(03).
       77 ws-qtd-fora-tabela                            pic 9(05).
       01 ws-tabela-tentativas.
           05 ws-tt-item occurs 300 times.
               10 ws-tt-matricula                       pic x(10).
               10 ws-tt-data                            pic 9(08).
               10 ws-tt-tentativa                       pic 9(02).
               10 ws-tt-nota                            pic 9(03).
               10 ws-tt-situacao                        pic x(01).
               10 ws-tt-idioma                          pic x(02).
               10 ws-tt-qtd-linhas                      pic 9(03).
               10 ws-tt-qtd-incoerentes                 pic 9(03).
               10 ws-tt-nota-folha                      pic 9(03).
               10 ws-tt-folha.
                   15 ws-tt-resp occurs 99 times.
                       20 ws-tt-dada                    pic x(01).
                       20 ws-tt-acerto                  pic x(01).
       77 ws-ind                                        pic 9(03).
       77 ws-ind-par                                    pic 9(03).
       77 ws-ind-inicio                                 pic 9(03).
       77 ws-ind-questao                                pic 9(03).
       77 ws-grp-total                                  pic 9(03).
       77 ws-grp-acertos                                pic 9(03).

      *>----Comparacao de um par do mesmo dia
       77 ws-erros-comuns                               pic 9(03).
       77 ws-erros-iguais                               pic 9(03).
       77 ws-coincidencia                               pic 9(03).
       77 ws-lista                                      pic x(500).
       77 ws-tam-lista                                  pic 9(03).
       77 ws-pos-lista                                  pic 9(03).

      *>----Tentativa anterior do funcionario na disciplina
       77 ws-achou-anterior                             pic x(01).
       77 ws-ant-data                                   pic 9(08).
       77 ws-ant-tentativa                              pic 9(02).
       77 ws-ant-nota                                   pic 9(03).
       77 ws-ant-situacao                               pic x(01).

      *>----Simulado anterior a prova
       77 ws-data-limite                                pic 9(08).
       77 ws-data-simulado                              pic 9(08).
       77 ws-achou-simulado                             pic x(01).
       77 ws-sim-data-hora                              pic 9(14).
       77 ws-sim-nota                                   pic 9(03).
       77 ws-questoes-comuns                            pic 9(03).

      *>----Motivo da divergencia resultado x folha
       77 ws-motivo                                     pic x(30).

      *>----Totais por verificacao
       77 ws-tot-pares                                  pic 9(05).
       77 ws-tot-saltos                                 pic 9(05).
       77 ws-tot-divergentes                            pic 9(05).
       77 ws-tot-simulados                              pic 9(05).

      *>----Controle de paginacao (55 linhas de detalhe por pagina)
       77 ws-linhas-pagina                              pic 9(02) value 99.
       77 ws-numero-pagina                              pic 9(03) value 0.
       77 ws-max-linhas                                 pic 9(02) value 55.
       77 ws-linha-saida                                pic x(132).

      *>----Linhas do relatorio
       01 ws-cab-titulo.
           05 filler                pic x(52) value
               "RELATORIO DE INTEGRIDADE DE PROVAS OFICIAIS".
           05 filler                pic x(70) value spaces.
           05 filler                pic x(07) value "PAGINA ".
           05 ws-cab-pagina         pic zz9.
       01 ws-cab-filtro.
           05 filler                pic x(12) value "DISCIPLINA: ".
           05 ws-cab-disciplina     pic x(06).
           05 filler                pic x(01) value space.
           05 ws-cab-nome           pic x(30).
           05 filler                pic x(11) value "  PERIODO: ".
           05 ws-cab-data-ini       pic 9(08).
           05 filler                pic x(03) value " A ".
           05 ws-cab-data-fim       pic 9(08).
           05 filler                pic x(13) value "  EMITIDO EM ".
           05 ws-cab-emissao        pic 9(08).

       01 ws-linha-par.
           05 ws-lpr-data           pic 9(08).
           05 filler                pic x(01) value space.
           05 ws-lpr-matricula-1    pic x(10).
           05 filler                pic x(02) value " T".
           05 ws-lpr-tentativa-1    pic 9(02).
           05 filler                pic x(06) value " NOTA ".
           05 ws-lpr-nota-1         pic zz9.
           05 filler                pic x(03) value " X ".
           05 ws-lpr-matricula-2    pic x(10).
           05 filler                pic x(02) value " T".
           05 ws-lpr-tentativa-2    pic 9(02).
           05 filler                pic x(06) value " NOTA ".
           05 ws-lpr-nota-2         pic zz9.
           05 filler                pic x(23) value
               "  ERRADAS PELOS DOIS: ".
           05 ws-lpr-erros-comuns   pic zz9.
           05 filler                pic x(09) value " IGUAIS: ".
           05 ws-lpr-erros-iguais   pic zz9.
           05 filler                pic x(15) value " COINCIDENCIA: ".
           05 ws-lpr-coincidencia   pic zz9.
           05 filler                pic x(01) value "%".

       01 ws-linha-salto.
           05 ws-lsa-matricula      pic x(10).
           05 filler                pic x(11) value " ANTERIOR: ".
           05 ws-lsa-ant-data       pic 9(08).
           05 filler                pic x(02) value " T".
           05 ws-lsa-ant-tentativa  pic 9(02).
           05 filler                pic x(06) value " NOTA ".
           05 ws-lsa-ant-nota       pic zz9.
           05 filler                pic x(01) value space.
           05 ws-lsa-ant-situacao   pic x(01).
           05 filler                pic x(13) value "  ->  ATUAL: ".
           05 ws-lsa-data           pic 9(08).
           05 filler                pic x(02) value " T".
           05 ws-lsa-tentativa      pic 9(02).
           05 filler                pic x(06) value " NOTA ".
           05 ws-lsa-nota           pic zz9.
           05 filler                pic x(01) value space.
           05 ws-lsa-situacao       pic x(01).

       01 ws-linha-divergencia.
           05 ws-ldv-matricula      pic x(10).
           05 filler                pic x(01) value space.
           05 ws-ldv-data           pic 9(08).
           05 filler                pic x(02) value " T".
           05 ws-ldv-tentativa      pic 9(02).
           05 filler                pic x(14) value " NOTA GRAVADA ".
           05 ws-ldv-nota           pic zz9.
           05 filler                pic x(01) value space.
           05 ws-ldv-situacao       pic x(01).
           05 filler                pic x(11) value " PELA FOLHA".
           05 filler                pic x(01) value space.
           05 ws-ldv-nota-folha     pic zz9.
           05 filler                pic x(08) value " LINHAS ".
           05 ws-ldv-linhas         pic zz9.
           05 filler                pic x(13) value " INCOERENTES ".
           05 ws-ldv-incoerentes    pic zz9.
           05 filler                pic x(02) value "  ".
           05 ws-ldv-motivo         pic x(30).

       01 ws-linha-simulado.
           05 ws-lsi-matricula      pic x(10).
           05 filler                pic x(01) value space.
           05 ws-lsi-data           pic 9(08).
           05 filler                pic x(02) value " T".
           05 ws-lsi-tentativa      pic 9(02).
           05 filler                pic x(06) value " NOTA ".
           05 ws-lsi-nota           pic zz9.
           05 filler                pic x(14) value "  SIMULADO EM ".
           05 ws-lsi-data-hora      pic 9(14).
           05 filler                pic x(06) value " NOTA ".
           05 ws-lsi-nota-simulado  pic zz9.
           05 filler                pic x(20) value
               "  QUESTOES EM COMUM ".
           05 ws-lsi-comuns         pic zz9.

       01 ws-linha-resumo.
           05 ws-lre-descricao      pic x(60).
           05 ws-lre-quantidade     pic zzzz9.

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
      *> o programa fica residente entre chamadas do menu - nada da
      *> emissao anterior pode sobrar para a seguinte
           move 0  to ws-qtd-tentativas ws-qtd-fora-tabela
                      ws-qtd-anuladas
           move 0  to ws-tot-pares ws-tot-saltos ws-tot-divergentes
                      ws-tot-simulados
           move 0  to ws-numero-pagina
           move 99 to ws-linhas-pagina
           accept ws-data-hoje from date yyyymmdd
           perform 1000-abre-arquivos
           if   ws-abriu-disciplina = "S"
           and  ws-abriu-resultados = "S"
           and  ws-abriu-respostas  = "S"
               perform 2000-informa-parametros
               if   ws-parametros-ok = "S"
                   perform 2500-carrega-anuladas
                   perform 3000-carrega-tentativas
                   perform 5000-imprime-relatorio
               end-if
           end-if
           perform 9000-fecha-arquivos
           goback
           .
       0000-controle-exit.
           exit.

       1000-abre-arquivos section.
           move "N" to ws-abriu-disciplina ws-abriu-resultados
                       ws-abriu-respostas ws-abriu-recursos
                       ws-abriu-simulado-hist ws-abriu-prova
                       ws-abriu-simulado ws-abriu-relatorio
                       ws-abriu-simulado-resp
           open input arq-disciplina
           if   ws-fs-arq-disciplina = "00"
               move "S" to ws-abriu-disciplina
           else
               display "Erro ao abrir arq.disciplina - status "
                   ws-fs-arq-disciplina
           end-if
           open input arq-resultados
           if   ws-fs-arq-resultados = "00"
               move "S" to ws-abriu-resultados
           else
               display "Erro ao abrir arq.resultados - status "
                   ws-fs-arq-resultados
           end-if
           open input arq-respostas
           if   ws-fs-arq-respostas = "00"
               move "S" to ws-abriu-respostas
           else
               display "Erro ao abrir arq.respostas - status "
                   ws-fs-arq-respostas
           end-if
      *> os demais sao opcionais - sem eles a verificacao
      *> correspondente fica de fora
           open input arq-recursos
           if   ws-fs-arq-recursos = "00"
               move "S" to ws-abriu-recursos
           end-if
           open input arq-simulado-hist
           if   ws-fs-arq-simulado-hist = "00"
               move "S" to ws-abriu-simulado-hist
           end-if
           open input arq-prova
           if   ws-fs-arq-prova = "00"
               move "S" to ws-abriu-prova
           end-if
           open input arq-simulado
           if   ws-fs-arq-simulado = "00"
               move "S" to ws-abriu-simulado
           end-if
           open input arq-simulado-resp
           if   ws-fs-arq-simulado-resp = "00"
               move "S" to ws-abriu-simulado-resp
           end-if
           .
       1000-abre-arquivos-exit.
           exit.

       2000-informa-parametros section.
           move "N" to ws-parametros-ok
           display erase
           display "Relatorio de Integridade de Provas"
           display "Codigo da disciplina:"
           accept ws-disciplina
           move ws-disciplina to fl-disc-codigo
           read arq-disciplina key is fl-disc-codigo
               invalid key
                   display "Disciplina nao encontrada."
                   go to 2000-informa-parametros-exit
           end-read
           move fl-disc-nome to ws-nome-disciplina
           if   fl-disc-nota-minima > 0
               move fl-disc-nota-minima to ws-nota-minima
           else
               move 70                  to ws-nota-minima
           end-if
           display "Data inicial (aaaammdd):"
           accept ws-data-inicial
           display "Data final (aaaammdd):"
           accept ws-data-final
           if   ws-data-final < ws-data-inicial
               display "Data final anterior a data inicial."
               go to 2000-informa-parametros-exit
           end-if
           move "S" to ws-parametros-ok
           .
       2000-informa-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Questoes anuladas por recurso deferido - a nota pela folha segue
      *> a mesma regra da recorrecao do RECURSOS
      *>------------------------------------------------------------------------
       2500-carrega-anuladas section.
           if   ws-abriu-recursos <> "S"
               go to 2500-carrega-anuladas-exit
           end-if
           move ws-disciplina to fl-rec-disciplina
           move low-values    to fl-rec-idioma
           move 0             to fl-rec-numero
           move "N" to ws-fim-leitura
           start arq-recursos key is >= fl-rec-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-recursos next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-rec-disciplina <> ws-disciplina
                           move "S" to ws-fim-leitura
                       else
                           if   fl-rec-deferido
                           and  ws-qtd-anuladas < 200
                               add 1 to ws-qtd-anuladas
                               move fl-rec-idioma
                                   to ws-an-idioma(ws-qtd-anuladas)
                               move fl-rec-numero
                                   to ws-an-numero(ws-qtd-anuladas)
                               move fl-rec-efeito
                                   to ws-an-efeito(ws-qtd-anuladas)
      *> recurso 000 (anterior ao controle) contestou o texto original
                               move fl-rec-versao
                                   to ws-an-versao(ws-qtd-anuladas)
                               if   fl-rec-versao = 0
                                   move 1 to ws-an-versao(ws-qtd-anuladas)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           .
       2500-carrega-anuladas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega as tentativas da disciplina no periodo (chave alternada
      *> de data) com a folha de respostas de cada uma
      *>------------------------------------------------------------------------
       3000-carrega-tentativas section.
           move ws-data-inicial to fl-res-data
           move "N" to ws-fim-leitura
           start arq-resultados key is >= fl-res-data
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-res-data > ws-data-final
                           move "S" to ws-fim-leitura
                       else
                           if   fl-res-disciplina = ws-disciplina
                               perform 3100-carrega-tentativa
                           end-if
                       end-if
               end-read
           end-perform
           .
       3000-carrega-tentativas-exit.
           exit.

       3100-carrega-tentativa section.
           if   ws-qtd-tentativas >= ws-max-tentativas
               add 1 to ws-qtd-fora-tabela
               go to 3100-carrega-tentativa-exit
           end-if
           add 1 to ws-qtd-tentativas
           move ws-qtd-tentativas to ws-ind
           move fl-res-matricula  to ws-tt-matricula(ws-ind)
           move fl-res-data       to ws-tt-data(ws-ind)
           move fl-res-tentativa  to ws-tt-tentativa(ws-ind)
           move fl-res-nota       to ws-tt-nota(ws-ind)
           move fl-res-situacao   to ws-tt-situacao(ws-ind)
           move spaces            to ws-tt-idioma(ws-ind)
                                     ws-tt-folha(ws-ind)
           move 0                 to ws-tt-qtd-linhas(ws-ind)
                                     ws-tt-qtd-incoerentes(ws-ind)
                                     ws-tt-nota-folha(ws-ind)
           move 0 to ws-grp-total ws-grp-acertos
           move fl-res-matricula  to fl-resp-matricula
           move fl-res-data       to fl-resp-data
           move fl-res-disciplina to fl-resp-disciplina
           move fl-res-tentativa  to fl-resp-tentativa
           move 0                 to fl-resp-questao
           move "N" to ws-fim-folha
           start arq-respostas key is >= fl-resp-chave
               invalid key
                   move "S" to ws-fim-folha
           end-start
           perform until ws-fim-folha = "S"
               read arq-respostas next record
                   at end
                       move "S" to ws-fim-folha
                   not at end
                       if   fl-resp-matricula  <> fl-res-matricula
                       or   fl-resp-data       <> fl-res-data
                       or   fl-resp-disciplina <> fl-res-disciplina
                       or   fl-resp-tentativa  <> fl-res-tentativa
                           move "S" to ws-fim-folha
                       else
                           perform 3200-acumula-linha
                       end-if
               end-read
           end-perform
      *> nota pela folha - mesma conta do PROVA e do RECURSOS (prova
      *> com folha mas sem denominador vale 100)
           if   ws-grp-total > 0
               compute ws-tt-nota-folha(ws-ind) =
                   (ws-grp-acertos * 100) / ws-grp-total
           else
               if   ws-tt-qtd-linhas(ws-ind) > 0
                   move 100 to ws-tt-nota-folha(ws-ind)
               end-if
           end-if
           .
       3100-carrega-tentativa-exit.
           exit.

       3200-acumula-linha section.
           add 1 to ws-tt-qtd-linhas(ws-ind)
           if   ws-tt-idioma(ws-ind) = spaces
               move fl-resp-idioma to ws-tt-idioma(ws-ind)
           end-if
           if   fl-resp-questao > 0
               move fl-resp-dada
                   to ws-tt-dada(ws-ind, fl-resp-questao)
               move fl-resp-acerto
                   to ws-tt-acerto(ws-ind, fl-resp-questao)
           end-if
      *> acerto da linha tem que bater com a resposta e o gabarito
      *> gravados nela (em branco = nao respondida, conta como erro)
           if   (fl-resp-certa and fl-resp-dada <> fl-resp-gabarito)
           or   (fl-resp-errada and fl-resp-dada = fl-resp-gabarito)
           or   (not fl-resp-certa and not fl-resp-errada)
               add 1 to ws-tt-qtd-incoerentes(ws-ind)
           end-if
      *> anulacao so na versao contestada; folha 000 viu o texto
      *> original (versao 001), como no RECURSOS
           move fl-resp-versao to ws-versao-folha
           if   ws-versao-folha = 0
               move 1 to ws-versao-folha
           end-if
           move space to ws-efeito-anulada
           perform varying ws-ind-anulada from 1 by 1
                   until ws-ind-anulada > ws-qtd-anuladas
                      or ws-efeito-anulada <> space
               if   ws-an-idioma(ws-ind-anulada) = fl-resp-idioma
               and  ws-an-numero(ws-ind-anulada) = fl-resp-questao
               and  ws-an-versao(ws-ind-anulada) = ws-versao-folha
                   move ws-an-efeito(ws-ind-anulada)
                       to ws-efeito-anulada
               end-if
           end-perform
           evaluate ws-efeito-anulada
               when "P"
                   add 1 to ws-grp-total
                   add 1 to ws-grp-acertos
               when "D"
                   continue
               when other
                   add 1 to ws-grp-total
                   if   fl-resp-certa
                       add 1 to ws-grp-acertos
                   end-if
           end-evaluate
           .
       3200-acumula-linha-exit.
           exit.

       5000-imprime-relatorio section.
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00"
               display "Erro ao abrir relatorio - status "
                   ws-fs-arq-relatorio
               go to 5000-imprime-relatorio-exit
           end-if
           move "S" to ws-abriu-relatorio
           move ws-disciplina      to ws-cab-disciplina
           move ws-nome-disciplina to ws-cab-nome
           move ws-data-inicial    to ws-cab-data-ini
           move ws-data-final      to ws-cab-data-fim
           move ws-data-hoje       to ws-cab-emissao
           perform 7000-salta-pagina
           perform 5100-pares-mesmo-dia
           perform 5200-saltos-de-nota
           perform 5300-divergencias
           perform 5400-prova-apos-simulado
           perform 5900-imprime-resumo
           display "Tentativas analisadas: " ws-qtd-tentativas
           display "Pares suspeitos: " ws-tot-pares " Saltos: "
               ws-tot-saltos " Divergencias: " ws-tot-divergentes
               " Apos simulado: " ws-tot-simulados
           display "Relatorio gravado em relatorio-integridade.txt"
           .
       5000-imprime-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> 1) Pares de funcionarios diferentes, mesmo dia e mesmo idioma:
      *> das questoes que os dois erraram (respondidas), quantas tem a
      *> mesma letra - acima do limite sobre o minimo de erros comuns
      *>------------------------------------------------------------------------
       5100-pares-mesmo-dia section.
           move spaces to ws-linha-saida
           perform 8000-imprime-linha
           move spaces to ws-linha-saida
           string "1) PROVAS DO MESMO DIA COM ERROS IGUAIS"
                  " (COINCIDENCIA >= " ws-limite-coincidencia
                  "% SOBRE NO MINIMO " ws-minimo-erros-comuns
                  " ERRADAS PELOS DOIS - ACASO CERCA DE 33%)"
                  delimited by size into ws-linha-saida
           perform 8000-imprime-linha
           perform varying ws-ind from 1 by 1
                   until ws-ind >= ws-qtd-tentativas
               compute ws-ind-inicio = ws-ind + 1
               perform varying ws-ind-par from ws-ind-inicio by 1
                       until ws-ind-par > ws-qtd-tentativas
                   if   ws-tt-data(ws-ind-par)      =  ws-tt-data(ws-ind)
                   and  ws-tt-matricula(ws-ind-par) <> ws-tt-matricula(ws-ind)
                   and  ws-tt-idioma(ws-ind-par)    =  ws-tt-idioma(ws-ind)
                       perform 5110-compara-par
                   end-if
               end-perform
           end-perform
           if   ws-tot-pares = 0
               move "   Nenhum par acima do limite." to ws-linha-saida
               perform 8000-imprime-linha
           end-if
           .
       5100-pares-mesmo-dia-exit.
           exit.

       5110-compara-par section.
           move 0      to ws-erros-comuns ws-erros-iguais
           move spaces to ws-lista
           move 1      to ws-pos-lista
           perform varying ws-ind-questao from 1 by 1
                   until ws-ind-questao > 99
               if   ws-tt-acerto(ws-ind, ws-ind-questao) = "N"
               and  ws-tt-acerto(ws-ind-par, ws-ind-questao) = "N"
               and  ws-tt-dada(ws-ind, ws-ind-questao) <> space
               and  ws-tt-dada(ws-ind-par, ws-ind-questao) <> space
                   add 1 to ws-erros-comuns
                   if   ws-tt-dada(ws-ind, ws-ind-questao)
                        = ws-tt-dada(ws-ind-par, ws-ind-questao)
                       add 1 to ws-erros-iguais
                       move ws-ind-questao(2:2)
                           to ws-lista(ws-pos-lista:2)
                       move "="  to ws-lista(ws-pos-lista + 2:1)
                       move ws-tt-dada(ws-ind, ws-ind-questao)
                           to ws-lista(ws-pos-lista + 3:1)
                       add 5 to ws-pos-lista
                   end-if
               end-if
           end-perform
           if   ws-erros-comuns < ws-minimo-erros-comuns
               go to 5110-compara-par-exit
           end-if
           compute ws-coincidencia =
               (ws-erros-iguais * 100) / ws-erros-comuns
           if   ws-coincidencia < ws-limite-coincidencia
               go to 5110-compara-par-exit
           end-if
           add 1 to ws-tot-pares
           move ws-tt-data(ws-ind)          to ws-lpr-data
           move ws-tt-matricula(ws-ind)     to ws-lpr-matricula-1
           move ws-tt-tentativa(ws-ind)     to ws-lpr-tentativa-1
           move ws-tt-nota(ws-ind)          to ws-lpr-nota-1
           move ws-tt-matricula(ws-ind-par) to ws-lpr-matricula-2
           move ws-tt-tentativa(ws-ind-par) to ws-lpr-tentativa-2
           move ws-tt-nota(ws-ind-par)      to ws-lpr-nota-2
           move ws-erros-comuns             to ws-lpr-erros-comuns
           move ws-erros-iguais             to ws-lpr-erros-iguais
           move ws-coincidencia             to ws-lpr-coincidencia
           move ws-linha-par to ws-linha-saida
           perform 8000-imprime-linha
           move "   RESPOSTAS ERRADAS IGUAIS (QUESTAO=LETRA):"
               to ws-linha-saida
           perform 8000-imprime-linha
           compute ws-tam-lista = ws-pos-lista - 1
           perform 8100-imprime-lista
           .
       5110-compara-par-exit.
           exit.

      *>------------------------------------------------------------------------
      *> 2) Tentativa com nota quase perfeita cuja tentativa anterior na
      *> disciplina (mesmo fora do periodo) foi reprovada
      *>------------------------------------------------------------------------
       5200-saltos-de-nota section.
           move spaces to ws-linha-saida
           perform 8000-imprime-linha
           move spaces to ws-linha-saida
           string "2) SALTO DE REPROVACAO PARA NOTA QUASE PERFEITA"
                  " (NOTA >= " ws-nota-quase-perfeita
                  " APOS TENTATIVA REPROVADA)"
                  delimited by size into ws-linha-saida
           perform 8000-imprime-linha
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-tentativas
               if   ws-tt-nota(ws-ind) >= ws-nota-quase-perfeita
                   perform 5210-busca-anterior
                   if   ws-achou-anterior = "S"
                   and  ws-ant-situacao = "R"
                       add 1 to ws-tot-saltos
                       move ws-tt-matricula(ws-ind) to ws-lsa-matricula
                       move ws-ant-data             to ws-lsa-ant-data
                       move ws-ant-tentativa        to ws-lsa-ant-tentativa
                       move ws-ant-nota             to ws-lsa-ant-nota
                       move ws-ant-situacao         to ws-lsa-ant-situacao
                       move ws-tt-data(ws-ind)      to ws-lsa-data
                       move ws-tt-tentativa(ws-ind) to ws-lsa-tentativa
                       move ws-tt-nota(ws-ind)      to ws-lsa-nota
                       move ws-tt-situacao(ws-ind)  to ws-lsa-situacao
                       move ws-linha-salto to ws-linha-saida
                       perform 8000-imprime-linha
                   end-if
               end-if
           end-perform
           if   ws-tot-saltos = 0
               move "   Nenhum salto encontrado." to ws-linha-saida
               perform 8000-imprime-linha
           end-if
           .
       5200-saltos-de-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tentativa imediatamente anterior do funcionario na disciplina:
      *> a ultima lida antes da atual na ordem da chave (data, tentativa)
      *>------------------------------------------------------------------------
       5210-busca-anterior section.
           move "N" to ws-achou-anterior
           move ws-tt-matricula(ws-ind) to fl-res-matricula
           move 0          to fl-res-data
           move low-values to fl-res-disciplina
           move 0          to fl-res-tentativa
           move "N" to ws-fim-leitura
           start arq-resultados key is >= fl-res-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-resultados next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       if   fl-res-matricula <> ws-tt-matricula(ws-ind)
                       or   (fl-res-data = ws-tt-data(ws-ind)
                             and fl-res-disciplina = ws-disciplina
                             and fl-res-tentativa
                                 = ws-tt-tentativa(ws-ind))
                           move "S" to ws-fim-leitura
                       else
                           if   fl-res-disciplina = ws-disciplina
                               move "S"              to ws-achou-anterior
                               move fl-res-data      to ws-ant-data
                               move fl-res-tentativa to ws-ant-tentativa
                               move fl-res-nota      to ws-ant-nota
                               move fl-res-situacao  to ws-ant-situacao
                           end-if
                       end-if
               end-read
           end-perform
           .
       5210-busca-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *> 3) Resultado x folha de respostas
      *>------------------------------------------------------------------------
       5300-divergencias section.
           move spaces to ws-linha-saida
           perform 8000-imprime-linha
           move "3) RESULTADO QUE NAO CONFERE COM A FOLHA DE RESPOSTAS"
               to ws-linha-saida
           perform 8000-imprime-linha
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-tentativas
               perform 5310-confere-tentativa
               if   ws-motivo <> spaces
                   add 1 to ws-tot-divergentes
                   move ws-tt-matricula(ws-ind)   to ws-ldv-matricula
                   move ws-tt-data(ws-ind)        to ws-ldv-data
                   move ws-tt-tentativa(ws-ind)   to ws-ldv-tentativa
                   move ws-tt-nota(ws-ind)        to ws-ldv-nota
                   move ws-tt-situacao(ws-ind)    to ws-ldv-situacao
                   move ws-tt-nota-folha(ws-ind)  to ws-ldv-nota-folha
                   move ws-tt-qtd-linhas(ws-ind)  to ws-ldv-linhas
                   move ws-tt-qtd-incoerentes(ws-ind)
                       to ws-ldv-incoerentes
                   move ws-motivo                 to ws-ldv-motivo
                   move ws-linha-divergencia to ws-linha-saida
                   perform 8000-imprime-linha
               end-if
           end-perform
           if   ws-tot-divergentes = 0
               move "   Nenhuma divergencia encontrada."
                   to ws-linha-saida
               perform 8000-imprime-linha
           end-if
           .
       5300-divergencias-exit.
           exit.

       5310-confere-tentativa section.
           move spaces to ws-motivo
           evaluate true
      *> prova encerrada sem nenhuma resposta tem nota 0 e folha vazia
               when ws-tt-qtd-linhas(ws-ind) = 0
                and ws-tt-nota(ws-ind) > 0
                   move "SEM FOLHA DE RESPOSTAS" to ws-motivo
               when ws-tt-qtd-linhas(ws-ind) > 0
                and ws-tt-nota-folha(ws-ind) <> ws-tt-nota(ws-ind)
                   move "NOTA DIFERE DA FOLHA" to ws-motivo
               when ws-tt-qtd-incoerentes(ws-ind) > 0
                   move "ACERTO INCOERENTE C/ GABARITO" to ws-motivo
               when ws-tt-nota(ws-ind) >= ws-nota-minima
                and ws-tt-situacao(ws-ind) <> "A"
                   move "SITUACAO INCOERENTE C/ NOTA" to ws-motivo
               when ws-tt-nota(ws-ind) < ws-nota-minima
                and ws-tt-situacao(ws-ind) <> "R"
                   move "SITUACAO INCOERENTE C/ NOTA" to ws-motivo
           end-evaluate
           .
       5310-confere-tentativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> 4) Prova feita no dia de um simulado da disciplina (ou ate
      *> ws-intervalo-simulado-dias depois) com questoes que estao nos
      *> dois bancos com o mesmo texto e a mesma resposta
      *>------------------------------------------------------------------------
       5400-prova-apos-simulado section.
           move spaces to ws-linha-saida
           perform 8000-imprime-linha
           move spaces to ws-linha-saida
           string "4) PROVA LOGO APOS SIMULADO COM QUESTOES EM COMUM"
                  " (SIMULADO ATE " ws-intervalo-simulado-dias
                  " DIA(S) ANTES DA PROVA)"
                  delimited by size into ws-linha-saida
           perform 8000-imprime-linha
           if   ws-abriu-simulado-hist <> "S"
           or   ws-abriu-prova <> "S"
           or   ws-abriu-simulado <> "S"
               move "   Verificacao nao realizada - historico ou bancos de questoes indisponiveis."
                   to ws-linha-saida
               perform 8000-imprime-linha
               go to 5400-prova-apos-simulado-exit
           end-if
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-tentativas
               perform 5410-busca-simulado
               if   ws-achou-simulado = "S"
                   perform 5420-conta-questoes-comuns
                   if   ws-questoes-comuns > 0
                       add 1 to ws-tot-simulados
                       move ws-tt-matricula(ws-ind)  to ws-lsi-matricula
                       move ws-tt-data(ws-ind)       to ws-lsi-data
                       move ws-tt-tentativa(ws-ind)  to ws-lsi-tentativa
                       move ws-tt-nota(ws-ind)       to ws-lsi-nota
                       move ws-sim-data-hora         to ws-lsi-data-hora
                       move ws-sim-nota        to ws-lsi-nota-simulado
                       move ws-questoes-comuns       to ws-lsi-comuns
                       move ws-linha-simulado to ws-linha-saida
                       perform 8000-imprime-linha
                       if   ws-abriu-simulado-resp = "S"
                           move "   QUESTOES DA PROVA TAMBEM NO BANCO DE SIMULADO (* = RESPONDIDA PELO FUNCIONARIO EM SIMULADO):"
                               to ws-linha-saida
                       else
                           move "   QUESTOES DA PROVA TAMBEM NO BANCO DE SIMULADO:"
                               to ws-linha-saida
                       end-if
                       perform 8000-imprime-linha
                       perform 8100-imprime-lista
                   end-if
               end-if
           end-perform
           if   ws-tot-simulados = 0
               move "   Nenhuma prova apos simulado com questoes em comum."
                   to ws-linha-saida
               perform 8000-imprime-linha
           end-if
           .
       5400-prova-apos-simulado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ultimo simulado da disciplina feito pelo funcionario entre a
      *> data limite e o dia da prova (o resultado nao guarda a hora da
      *> prova - um simulado do mesmo dia entra sempre)
      *>------------------------------------------------------------------------
       5410-busca-simulado section.
           move "N" to ws-achou-simulado
           compute ws-data-limite = function date-of-integer
               (function integer-of-date(ws-tt-data(ws-ind))
                - ws-intervalo-simulado-dias)
           move ws-tt-matricula(ws-ind) to fl-sim-matricula
           compute fl-sim-data-hora = ws-data-limite * 1000000
           move "N" to ws-fim-leitura
           start arq-simulado-hist key is >= fl-sim-chave
               invalid key
                   move "S" to ws-fim-leitura
           end-start
           perform until ws-fim-leitura = "S"
               read arq-simulado-hist next record
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       compute ws-data-simulado =
                           fl-sim-data-hora / 1000000
                       if   fl-sim-matricula <> ws-tt-matricula(ws-ind)
                       or   ws-data-simulado > ws-tt-data(ws-ind)
                           move "S" to ws-fim-leitura
                       else
                           if   fl-sim-disciplina = ws-disciplina
                               move "S"              to ws-achou-simulado
                               move fl-sim-data-hora to ws-sim-data-hora
                               move fl-sim-nota      to ws-sim-nota
                           end-if
                       end-if
               end-read
           end-perform
           .
       5410-busca-simulado-exit.
           exit.

       5420-conta-questoes-comuns section.
           move 0      to ws-questoes-comuns
           move spaces to ws-lista
           move 1      to ws-pos-lista
           perform varying ws-ind-questao from 1 by 1
                   until ws-ind-questao > 99
               if   ws-tt-acerto(ws-ind, ws-ind-questao) <> space
                   move ws-disciplina         to fl-quest-disciplina
                   move ws-tt-idioma(ws-ind)  to fl-quest-idioma
                   move ws-ind-questao(2:2)   to fl-quest-numero
                   read arq-prova key is fl-quest-chave
                       invalid key
                           move spaces to fl-quest-enunciado
                   end-read
                   move fl-quest-chave to fl-sq-chave
                   read arq-simulado key is fl-sq-chave
                       invalid key
                           move spaces to fl-sq-enunciado
                   end-read
                   if   fl-quest-enunciado <> spaces
                   and  fl-quest-enunciado =  fl-sq-enunciado
                   and  fl-quest-resposta  =  fl-sq-resposta
                       add 1 to ws-questoes-comuns
                       move ws-ind-questao(2:2)
                           to ws-lista(ws-pos-lista:2)
                       perform 5430-confere-folha-simulado
                       add 4 to ws-pos-lista
                   end-if
               end-if
           end-perform
           compute ws-tam-lista = ws-pos-lista - 1
           .
       5420-conta-questoes-comuns-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marca com "*" a questao em comum que o funcionario ja respondeu
      *> em simulado (folha de respostas do SIMULADO)
      *>------------------------------------------------------------------------
       5430-confere-folha-simulado section.
           if   ws-abriu-simulado-resp <> "S"
               go to 5430-confere-folha-simulado-exit
           end-if
           move ws-tt-matricula(ws-ind) to fl-sr-matricula
           move ws-disciplina           to fl-sr-disciplina
           move ws-tt-idioma(ws-ind)    to fl-sr-idioma
           move ws-ind-questao(2:2)     to fl-sr-numero
           read arq-simulado-resp key is fl-sr-chave
               not invalid key
                   move "*" to ws-lista(ws-pos-lista + 2:1)
           end-read
           .
       5430-confere-folha-simulado-exit.
           exit.

       5900-imprime-resumo section.
           move spaces to ws-linha-saida
           perform 8000-imprime-linha
           move "RESUMO" to ws-linha-saida
           perform 8000-imprime-linha
           move "Tentativas analisadas" to ws-lre-descricao
           move ws-qtd-tentativas       to ws-lre-quantidade
           move ws-linha-resumo to ws-linha-saida
           perform 8000-imprime-linha
           if   ws-qtd-fora-tabela > 0
               move "Tentativas nao analisadas (limite da tabela)"
                   to ws-lre-descricao
               move ws-qtd-fora-tabela to ws-lre-quantidade
               move ws-linha-resumo to ws-linha-saida
               perform 8000-imprime-linha
           end-if
           move "1) Pares com respostas erradas iguais" to ws-lre-descricao
           move ws-tot-pares to ws-lre-quantidade
           move ws-linha-resumo to ws-linha-saida
           perform 8000-imprime-linha
           move "2) Saltos de reprovacao para nota quase perfeita"
               to ws-lre-descricao
           move ws-tot-saltos to ws-lre-quantidade
           move ws-linha-resumo to ws-linha-saida
           perform 8000-imprime-linha
           move "3) Resultados que nao conferem com a folha"
               to ws-lre-descricao
           move ws-tot-divergentes to ws-lre-quantidade
           move ws-linha-resumo to ws-linha-saida
           perform 8000-imprime-linha
           move "4) Provas logo apos simulado com questoes em comum"
               to ws-lre-descricao
           move ws-tot-simulados to ws-lre-quantidade
           move ws-linha-resumo to ws-linha-saida
           perform 8000-imprime-linha
           .
       5900-imprime-resumo-exit.
           exit.

       7000-salta-pagina section.
           add 1 to ws-numero-pagina
           move ws-numero-pagina to ws-cab-pagina
           if   ws-numero-pagina > 1
               move spaces to fl-relatorio-linha
               write fl-relatorio-linha
           end-if
           move ws-cab-titulo to fl-relatorio-linha
           write fl-relatorio-linha
           move ws-cab-filtro to fl-relatorio-linha
           write fl-relatorio-linha
           move spaces        to fl-relatorio-linha
           write fl-relatorio-linha
           move 0 to ws-linhas-pagina
           .
       7000-salta-pagina-exit.
           exit.

       8000-imprime-linha section.
           if   ws-linhas-pagina >= ws-max-linhas
               perform 7000-salta-pagina
           end-if
           move ws-linha-saida to fl-relatorio-linha
           write fl-relatorio-linha
           add 1 to ws-linhas-pagina
           .
       8000-imprime-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime ws-lista (ws-tam-lista posicoes) em linhas de 100
      *>------------------------------------------------------------------------
       8100-imprime-lista section.
           perform varying ws-pos-lista from 1 by 100
                   until ws-pos-lista > ws-tam-lista
               move spaces to ws-linha-saida
               move ws-lista(ws-pos-lista:100) to ws-linha-saida(6:100)
               perform 8000-imprime-linha
           end-perform
           .
       8100-imprime-lista-exit.
           exit.

       9000-fecha-arquivos section.
           if   ws-abriu-disciplina = "S"
               close arq-disciplina
           end-if
           if   ws-abriu-resultados = "S"
               close arq-resultados
           end-if
           if   ws-abriu-respostas = "S"
               close arq-respostas
           end-if
           if   ws-abriu-recursos = "S"
               close arq-recursos
           end-if
           if   ws-abriu-simulado-hist = "S"
               close arq-simulado-hist
           end-if
           if   ws-abriu-prova = "S"
               close arq-prova
           end-if
           if   ws-abriu-simulado = "S"
               close arq-simulado
           end-if
           if   ws-abriu-simulado-resp = "S"
               close arq-simulado-resp
           end-if
           if   ws-abriu-relatorio = "S"
               close arq-relatorio
           end-if
           .
       9000-fecha-arquivos-exit.
           exit.
