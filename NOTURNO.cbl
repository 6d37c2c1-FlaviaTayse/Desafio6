      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "NOTURNO".
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

      *> LOTE NOTURNO - encadeia VENCIMENTO, ARQUIVA, EXPORTA, CONFORM,
      *> CONVOCA e BACKUP sem nenhuma pergunta na tela. Os parametros vem de
      *> noturno-parametros.txt (uma linha por parametro, nome nas
      *> colunas 1-20 e valor nas colunas 21-40, linha com "*" na coluna
      *> 1 e comentario):
      *>     HORIZONTE-DIAS      030   aviso de vencimento (VENCIMENTO e
      *>                               CONVOCA)
      *>     RETENCAO-DIAS       365   corte do expurgo = data do lote
      *>                               menos a retencao (ARQUIVA)
      *>     EXPORTA-MODO        I     I incremental ou T total (EXPORTA)
      *> A situacao de cada passo fica em noturno-passos.txt, reescrito
      *> inteiro a cada mudanca. Se o lote anterior parou num passo (por
      *> falha ou queda no meio da execucao), a proxima execucao retoma
      *> o mesmo lote a partir desse passo e pula os ja concluidos - um
      *> delta do EXPORTA que ja saiu nao e enviado de novo. A cadeia
      *> para no primeiro passo com falha. O relatorio da execucao vai
      *> para noturno-AAAAMMDD.txt com inicio, fim, quantidades e
      *> retorno de cada passo
           select arq-parametros assign to "noturno-parametros.txt"
           organization is line sequential
           file status is ws-fs-arq-parametros.

           select arq-passos assign to "noturno-passos.txt"
           organization is line sequential
           file status is ws-fs-arq-passos.

           select arq-relatorio assign to dynamic ws-nome-relatorio
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-parametros.
       01 fl-parametro.
           05 fl-par-nome                              pic x(20).
           05 fl-par-valor                             pic x(20).

      *> situacao: P pendente, E em execucao, O concluido, F falha
       fd arq-passos.
       01 fl-passo.
           05 fl-pas-data-lote                         pic 9(08).
           05 fl-pas-numero                            pic 9(01).
           05 fl-pas-programa                          pic x(10).
           05 fl-pas-situacao                          pic x(01).
           05 fl-pas-inicio                            pic 9(14).
           05 fl-pas-fim                               pic 9(14).
           05 fl-pas-qtd-lidos                         pic 9(07).
           05 fl-pas-qtd-gravados                      pic 9(07).
           05 fl-pas-retorno                           pic 9(01).
           05 fl-pas-status                            pic x(02).
           05 fl-pas-mensagem                          pic x(40).

       fd arq-relatorio.
       01 fl-relatorio-linha                           pic x(132).

      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-parametros                         pic x(02).
       77 ws-fs-arq-passos                              pic x(02).
       77 ws-fs-arq-relatorio                           pic x(02).

       77 ws-nome-relatorio                             pic x(40).
       77 ws-data-hoje                                  pic 9(08).
       77 ws-hora-agora                                 pic 9(08).
       77 ws-momento                                    pic 9(14).
       77 ws-fim-leitura                                pic x(01).
       77 ws-ind                                        pic 9(01).
       77 ws-ind-grava                                  pic 9(01).
       77 ws-qtd-passos-lidos                           pic 9(02).
       77 ws-reinicio                                   pic x(01).
       77 ws-passo-falha                                pic 9(01).
       77 ws-lote-abortado                              pic x(01).
       77 ws-motivo-aborto                              pic x(60).

      *>----Parametros lidos do arquivo de controle
       77 ws-par-horizonte-dias                         pic 9(03).
       77 ws-par-retencao-dias                          pic 9(05).
       77 ws-par-exporta-modo                           pic x(01).
       77 ws-tem-horizonte                              pic x(01).
       77 ws-tem-retencao                               pic x(01).
       77 ws-tem-exporta-modo                           pic x(01).
       77 ws-data-corte                                 pic 9(08).

      *>----Programas da cadeia, na ordem de execucao
       77 ws-qtd-passos                                 pic 9(01) value 6.
       01 ws-programas-cadeia.
           05 filler                                    pic x(10) value "VENCIMENTO".
           05 filler                                    pic x(10) value "ARQUIVA".
           05 filler                                    pic x(10) value "EXPORTA".
           05 filler                                    pic x(10) value "CONFORM".
           05 filler                                    pic x(10) value "CONVOCA".
           05 filler                                    pic x(10) value "BACKUP".
       01 ws-tab-programas redefines ws-programas-cadeia.
           05 ws-programa-cadeia                        pic x(10) occurs 6.

      *>----Situacao dos passos deste lote (espelho de noturno-passos.txt)
       77 ws-data-lote                                  pic 9(08).
       01 ws-tab-passos.
           05 ws-tp-passo occurs 6.
               10 ws-tp-programa                        pic x(10).
               10 ws-tp-situacao                        pic x(01).
                   88 ws-tp-pendente                    value "P".
                   88 ws-tp-em-execucao                 value "E".
                   88 ws-tp-concluido                   value "O".
                   88 ws-tp-falhou                      value "F".
               10 ws-tp-inicio                          pic 9(14).
               10 ws-tp-fim                             pic 9(14).
               10 ws-tp-qtd-lidos                       pic 9(07).
               10 ws-tp-qtd-gravados                    pic 9(07).
               10 ws-tp-retorno                         pic 9(01).
               10 ws-tp-status                          pic x(02).
               10 ws-tp-mensagem                        pic x(40).

      *>----Area de parametros/retorno passada a cada passo
       01 ws-lote.
           copy LOTEPAR replacing leading ==fl-lote== by ==ws-lote==.

      *>----Linhas do relatorio da execucao
       01 ws-linha-cabecalho.
           05 filler                                    pic x(13) value "LOTE NOTURNO;".
           05 ws-lc-data-lote                           pic 9(08).
           05 filler                                    pic x(08) value ";INICIO;".
           05 ws-lc-inicio                              pic 9(14).
           05 filler                                    pic x(01) value ";".
           05 ws-lc-tipo                                pic x(30).

       01 ws-linha-titulos.
           05 filler                                    pic x(64) value
               "PASSO;PROGRAMA;INICIO;FIM;LIDOS;GRAVADOS;RETORNO;STATUS;MENSAGEM".

       01 ws-linha-passo.
           05 ws-lp-passo                               pic 9(01).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-programa                            pic x(10).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-inicio                              pic 9(14).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-fim                                 pic 9(14).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-qtd-lidos                           pic 9(07).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-qtd-gravados                        pic 9(07).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-retorno                             pic 9(01).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-status                              pic x(02).
           05 filler                                    pic x(01) value ";".
           05 ws-lp-mensagem                            pic x(40).

       01 ws-linha-final.
           05 filler                                    pic x(12) value "FIM DO LOTE;".
           05 ws-lf-fim                                 pic 9(14).
           05 filler                                    pic x(01) value ";".
           05 ws-lf-situacao                            pic x(60).

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.
           move "N"    to ws-lote-abortado
           move 0      to ws-passo-falha
           move spaces to ws-motivo-aborto
           accept ws-data-hoje from date yyyymmdd
           perform 8100-momento
           perform 1000-le-parametros
           perform 2000-le-passos
           perform 3000-abre-relatorio
           move spaces to ws-lf-situacao
           if   ws-lote-abortado = "S"
               move ws-motivo-aborto to ws-lf-situacao
           else
               perform 4000-executa-passos
               evaluate true
                   when ws-lote-abortado = "S"
                       move ws-motivo-aborto to ws-lf-situacao
                   when ws-passo-falha = 0
                       move "LOTE CONCLUIDO" to ws-lf-situacao
                   when other
                       string "LOTE INTERROMPIDO NO PASSO " ws-passo-falha
                           " - " ws-tp-programa(ws-passo-falha)
                           delimited by size into ws-lf-situacao
                       end-string
               end-evaluate
           end-if
           perform 5000-encerra-relatorio
           display "Lote noturno " ws-data-lote ": " ws-lf-situacao
           if   ws-lote-abortado = "S" or ws-passo-falha <> 0
               move 9 to return-code
           else
               move 0 to return-code
           end-if
           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le o arquivo de controle - os tres parametros sao obrigatorios;
      *> arquivo ausente, nome desconhecido ou valor invalido abortam o
      *> lote antes de qualquer passo rodar
      *>------------------------------------------------------------------------
       1000-le-parametros section.
           move "N" to ws-tem-horizonte ws-tem-retencao ws-tem-exporta-modo
           open input arq-parametros
           if   ws-fs-arq-parametros <> "00"
               move "S" to ws-lote-abortado
               string "ABORTADO - noturno-parametros.txt status "
                   ws-fs-arq-parametros
                   delimited by size into ws-motivo-aborto
               end-string
               go to 1000-le-parametros-exit
           end-if
           move "N" to ws-fim-leitura
           perform until ws-fim-leitura = "S"
               read arq-parametros
                   at end
                       move "S" to ws-fim-leitura
                   not at end
                       perform 1100-trata-parametro
               end-read
           end-perform
           close arq-parametros
           if   ws-lote-abortado = "S"
               go to 1000-le-parametros-exit
           end-if
           if   ws-tem-horizonte    = "N"
           or   ws-tem-retencao     = "N"
           or   ws-tem-exporta-modo = "N"
               move "S" to ws-lote-abortado
               move "ABORTADO - parametro obrigatorio ausente no controle"
                   to ws-motivo-aborto
           end-if
           .
       1000-le-parametros-exit.
           exit.

       1100-trata-parametro section.
           if   fl-par-nome(1:1) = "*" or fl-par-nome = spaces
               go to 1100-trata-parametro-exit
           end-if
           evaluate fl-par-nome
               when "HORIZONTE-DIAS"
                   if   fl-par-valor(1:3) is numeric
                   and  fl-par-valor(4:17) = spaces
                       move fl-par-valor(1:3) to ws-par-horizonte-dias
                       move "S" to ws-tem-horizonte
                   else
                       perform 1900-parametro-invalido
                   end-if
               when "RETENCAO-DIAS"
                   if   fl-par-valor(1:5) is numeric
                   and  fl-par-valor(6:15) = spaces
                       move fl-par-valor(1:5) to ws-par-retencao-dias
                       move "S" to ws-tem-retencao
                   else
                       perform 1900-parametro-invalido
                   end-if
               when "EXPORTA-MODO"
                   if   (fl-par-valor(1:1) = "I" or fl-par-valor(1:1) = "T")
                   and  fl-par-valor(2:19) = spaces
                       move fl-par-valor(1:1) to ws-par-exporta-modo
                       move "S" to ws-tem-exporta-modo
                   else
                       perform 1900-parametro-invalido
                   end-if
               when other
                   perform 1900-parametro-invalido
           end-evaluate
           .
       1100-trata-parametro-exit.
           exit.

       1900-parametro-invalido section.
           if   ws-lote-abortado <> "S"
               move "S" to ws-lote-abortado
               string "ABORTADO - parametro invalido: " fl-par-nome
                   delimited by size into ws-motivo-aborto
               end-string
           end-if
           .
       1900-parametro-invalido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le a situacao do lote anterior - se algum passo nao terminou
      *> (pendente, em execucao ou com falha) o lote e retomado com a
      *> mesma data, senao comeca um lote novo com a data de hoje
      *>------------------------------------------------------------------------
       2000-le-passos section.
           move "N" to ws-reinicio
           move 0   to ws-qtd-passos-lidos
           perform 2100-passos-em-branco
           open input arq-passos
           if   ws-fs-arq-passos = "00"
               move "N" to ws-fim-leitura
               perform until ws-fim-leitura = "S"
                   read arq-passos
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if   fl-pas-numero >= 1
                           and  fl-pas-numero <= ws-qtd-passos
                           and  fl-pas-programa
                                = ws-programa-cadeia(fl-pas-numero)
                               add 1 to ws-qtd-passos-lidos
                               move fl-pas-numero to ws-ind
                               move fl-pas-data-lote to ws-data-lote
                               move fl-pas-situacao to ws-tp-situacao(ws-ind)
                               move fl-pas-inicio   to ws-tp-inicio(ws-ind)
                               move fl-pas-fim      to ws-tp-fim(ws-ind)
                               move fl-pas-qtd-lidos
                                   to ws-tp-qtd-lidos(ws-ind)
                               move fl-pas-qtd-gravados
                                   to ws-tp-qtd-gravados(ws-ind)
                               move fl-pas-retorno  to ws-tp-retorno(ws-ind)
                               move fl-pas-status   to ws-tp-status(ws-ind)
                               move fl-pas-mensagem to ws-tp-mensagem(ws-ind)
                           end-if
                   end-read
               end-perform
               close arq-passos
           end-if
           if   ws-qtd-passos-lidos = ws-qtd-passos
               perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtd-passos
                   if   not ws-tp-concluido(ws-ind)
                       move "S" to ws-reinicio
                   end-if
               end-perform
           end-if
           if   ws-reinicio = "S"
               go to 2000-le-passos-exit
           end-if
      *> lote anterior concluido (ou arquivo ausente/incompleto): lote novo
           perform 2100-passos-em-branco
           if   ws-lote-abortado <> "S"
               perform 8000-grava-passos
           end-if
           .
       2000-le-passos-exit.
           exit.

       2100-passos-em-branco section.
           move ws-data-hoje to ws-data-lote
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-passos
               move ws-programa-cadeia(ws-ind) to ws-tp-programa(ws-ind)
               set  ws-tp-pendente(ws-ind) to true
               move 0      to ws-tp-inicio(ws-ind) ws-tp-fim(ws-ind)
                              ws-tp-qtd-lidos(ws-ind)
                              ws-tp-qtd-gravados(ws-ind)
                              ws-tp-retorno(ws-ind)
               move spaces to ws-tp-status(ws-ind) ws-tp-mensagem(ws-ind)
           end-perform
           .
       2100-passos-em-branco-exit.
           exit.

       3000-abre-relatorio section.
           move spaces to ws-nome-relatorio
           string "noturno-" ws-data-hoje ".txt"
               delimited by size into ws-nome-relatorio
           end-string
           open extend arq-relatorio
           if   ws-fs-arq-relatorio = "35"
               open output arq-relatorio
           end-if
           if   ws-fs-arq-relatorio <> "00"
               display "Erro ao abrir " ws-nome-relatorio " - status "
                   ws-fs-arq-relatorio
           end-if
           move ws-data-lote to ws-lc-data-lote
           move ws-momento   to ws-lc-inicio
           if   ws-reinicio = "S"
               move "REINICIO DE LOTE INTERROMPIDO" to ws-lc-tipo
           else
               move "LOTE NOVO" to ws-lc-tipo
           end-if
           move ws-linha-cabecalho to fl-relatorio-linha
           perform 8200-grava-relatorio
           move ws-linha-titulos to fl-relatorio-linha
           perform 8200-grava-relatorio
           .
       3000-abre-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Executa a cadeia - passo ja concluido neste lote so e listado;
      *> o passo e marcado "em execucao" antes da chamada para que uma
      *> queda no meio dele seja retomada nele mesmo
      *>------------------------------------------------------------------------
       4000-executa-passos section.
           compute ws-data-corte = function date-of-integer(
               function integer-of-date(ws-data-lote) - ws-par-retencao-dias)
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-passos or ws-passo-falha <> 0
                      or ws-lote-abortado = "S"
               if   ws-tp-concluido(ws-ind)
                   perform 4900-lista-passo-anterior
               else
                   perform 4100-executa-passo
               end-if
           end-perform
           .
       4000-executa-passos-exit.
           exit.

       4100-executa-passo section.
           perform 8100-momento
           set  ws-tp-em-execucao(ws-ind) to true
           move ws-momento to ws-tp-inicio(ws-ind)
           move 0          to ws-tp-fim(ws-ind)
           perform 8000-grava-passos
      *> sem a situacao gravada nao ha reinicio seguro - o passo nao roda
           if   ws-lote-abortado = "S"
               go to 4100-executa-passo-exit
           end-if
           display "Passo " ws-ind " - " ws-tp-programa(ws-ind)

           initialize ws-lote
           set  ws-lote-noturno       to true
           move ws-par-horizonte-dias to ws-lote-horizonte-dias
           move ws-data-corte         to ws-lote-data-corte
           move ws-par-exporta-modo   to ws-lote-modo-exportacao
           set  ws-lote-falha         to true
           move "programa nao devolveu retorno" to ws-lote-mensagem
           call ws-tp-programa(ws-ind) using ws-lote
               on exception
                   set  ws-lote-falha to true
                   move "programa do passo nao encontrado"
                       to ws-lote-mensagem
           end-call

           perform 8100-momento
           move ws-momento             to ws-tp-fim(ws-ind)
           move ws-lote-qtd-lidos      to ws-tp-qtd-lidos(ws-ind)
           move ws-lote-qtd-gravados   to ws-tp-qtd-gravados(ws-ind)
           move ws-lote-retorno        to ws-tp-retorno(ws-ind)
           move ws-lote-status         to ws-tp-status(ws-ind)
           move ws-lote-mensagem       to ws-tp-mensagem(ws-ind)
           if   ws-lote-ok
               set  ws-tp-concluido(ws-ind) to true
           else
               set  ws-tp-falhou(ws-ind) to true
               move ws-ind to ws-passo-falha
           end-if
           perform 8000-grava-passos
           perform 4800-monta-linha-passo
           move ws-linha-passo to fl-relatorio-linha
           perform 8200-grava-relatorio
           .
       4100-executa-passo-exit.
           exit.

       4800-monta-linha-passo section.
           move ws-ind                    to ws-lp-passo
           move ws-tp-programa(ws-ind)    to ws-lp-programa
           move ws-tp-inicio(ws-ind)      to ws-lp-inicio
           move ws-tp-fim(ws-ind)         to ws-lp-fim
           move ws-tp-qtd-lidos(ws-ind)   to ws-lp-qtd-lidos
           move ws-tp-qtd-gravados(ws-ind) to ws-lp-qtd-gravados
           move ws-tp-retorno(ws-ind)     to ws-lp-retorno
           move ws-tp-status(ws-ind)      to ws-lp-status
           move ws-tp-mensagem(ws-ind)    to ws-lp-mensagem
           .
       4800-monta-linha-passo-exit.
           exit.

      *> passo concluido numa execucao anterior deste mesmo lote - nao
      *> roda de novo (o delta do EXPORTA ja saiu)
       4900-lista-passo-anterior section.
           perform 4800-monta-linha-passo
           move "ja concluido - nao executado de novo" to ws-lp-mensagem
           move ws-linha-passo to fl-relatorio-linha
           perform 8200-grava-relatorio
           .
       4900-lista-passo-anterior-exit.
           exit.

       5000-encerra-relatorio section.
           perform 8100-momento
           move ws-momento to ws-lf-fim
           move ws-linha-final to fl-relatorio-linha
           perform 8200-grava-relatorio
           if   ws-fs-arq-relatorio = "00"
               close arq-relatorio
           end-if
           .
       5000-encerra-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravacao da situacao dos passos - o arquivo e reescrito inteiro
      *> a cada mudanca, entao sempre reflete o ultimo passo confirmado.
      *> Se nao gravar, o lote para: sem a situacao dos passos um reinicio
      *> rodaria de novo passos ja concluidos (o delta do EXPORTA sairia
      *> duas vezes)
      *>------------------------------------------------------------------------
       8000-grava-passos section.
           open output arq-passos
           if   ws-fs-arq-passos <> "00"
               display "Erro ao gravar noturno-passos.txt - status "
                   ws-fs-arq-passos
               move "S" to ws-lote-abortado
               move spaces to ws-motivo-aborto
               string "INTERROMPIDO - noturno-passos.txt nao gravado, status "
                   ws-fs-arq-passos
                   delimited by size into ws-motivo-aborto
               end-string
               go to 8000-grava-passos-exit
           end-if
           perform varying ws-ind-grava from 1 by 1
                   until ws-ind-grava > ws-qtd-passos
               move ws-data-lote                    to fl-pas-data-lote
               move ws-ind-grava                    to fl-pas-numero
               move ws-tp-programa(ws-ind-grava)    to fl-pas-programa
               move ws-tp-situacao(ws-ind-grava)    to fl-pas-situacao
               move ws-tp-inicio(ws-ind-grava)      to fl-pas-inicio
               move ws-tp-fim(ws-ind-grava)         to fl-pas-fim
               move ws-tp-qtd-lidos(ws-ind-grava)   to fl-pas-qtd-lidos
               move ws-tp-qtd-gravados(ws-ind-grava) to fl-pas-qtd-gravados
               move ws-tp-retorno(ws-ind-grava)     to fl-pas-retorno
               move ws-tp-status(ws-ind-grava)      to fl-pas-status
               move ws-tp-mensagem(ws-ind-grava)    to fl-pas-mensagem
               write fl-passo
           end-perform
           close arq-passos
           .
       8000-grava-passos-exit.
           exit.

       8100-momento section.
           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-agora from time
           compute ws-momento = ws-data-hoje * 1000000
               + (ws-hora-agora / 100)
           .
       8100-momento-exit.
           exit.

       8200-grava-relatorio section.
           if   ws-fs-arq-relatorio = "00"
               write fl-relatorio-linha
           end-if
           .
       8200-grava-relatorio-exit.
           exit.
