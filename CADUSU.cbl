           88 senha-nova-fraca                          value 1.
           88 senha-nova-reutilizada                    value 2.

      *>----Desbloqueio pela fila de aprovacao - o pedido vira
      *>----solicitacao e so vale quando outro administrador aprova (o
      *>----APROVACAO chama este programa com a solicitacao aprovada)
       01 ws-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==ws-sol==.
       77 ws-apr-modo                                   pic x(01) value "S".
       77 ws-apr-retorno                                pic 9(01).

       linkage section.
       01 lk-user                                      pic x(10).
       01 lk-solicitacao.
           copy APROVREG replacing leading ==fl-apr== by ==lk-apr==.

      *>Declaração do corpo do programa
       procedure division using lk-user lk-solicitacao.

       0000-controle section.
           perform 1000-abre-arquivo
           if   ws-fs-arq-usuarios = "00"
               if   lk-apr-aprovada
                   perform 6100-aplica-desbloqueio
               else
                   perform 2000-menu-usuario
               end-if
               perform 9000-fecha-arquivo
           else
               if   lk-apr-aprovada
                   set  lk-apr-pendente to true
                   move "arq.usuarios indisponivel" to lk-apr-observacao
               end-if
           end-if
           goback
           .
           exit.

      *>------------------------------------------------------------------------
      *> Pede o desbloqueio de um usuario bloqueado - registra a
      *> solicitacao na fila de aprovacao; o bloqueio so e limpo na
      *> aprovacao por outro administrador (6100)
      *>------------------------------------------------------------------------
       6000-desbloquear-usuario section.
           display "Matricula do usuario a desbloquear:"
           read arq-usuarios key is fl-user
               invalid key
                   display "Usuario nao encontrado."
                   go to 6000-desbloquear-usuario-exit
           end-read
           if   fl-status-ativo
           and  fl-tentativas = 0
               display "Usuario nao esta bloqueado."
               go to 6000-desbloquear-usuario-exit
           end-if
           move spaces             to ws-solicitacao
           set  ws-sol-desbloqueio to true
           move fl-user            to ws-sol-usu-matricula
           string "STATUS " fl-status " - " fl-tentativas " TENTATIVA(S)"
               delimited by size into ws-sol-antes
           end-string
           move "ATIVO - TENTATIVAS ZERADAS" to ws-sol-depois
           call "APROVACAO" using ws-apr-modo lk-user ws-solicitacao
               ws-apr-retorno
           if   ws-apr-retorno = 0
               display "Desbloqueio aguardando aprovacao de outro"
                   " administrador."
           end-if
           .
       6000-desbloquear-usuario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplica o desbloqueio aprovado na fila (chamada do APROVACAO):
      *> limpa o bloqueio por tentativas incorretas (fl-status e
      *> fl-tentativas)
      *>------------------------------------------------------------------------
       6100-aplica-desbloqueio section.
           move lk-apr-usu-matricula to fl-user
           read arq-usuarios key is fl-user
               invalid key
                   set  lk-apr-pendente to true
                   move "usuario nao encontrado" to lk-apr-observacao
                   go to 6100-aplica-desbloqueio-exit
           end-read
           if   fl-status-ativo
           and  fl-tentativas = 0
               set  lk-apr-pendente to true
               move "usuario nao esta mais bloqueado"
                   to lk-apr-observacao
               go to 6100-aplica-desbloqueio-exit
           end-if
           move 0 to fl-tentativas
           set fl-status-ativo to true
           perform 8500-marca-alteracao
           rewrite fl-login-usuario
           display "Usuario " fl-user " desbloqueado."
           .
       6100-aplica-desbloqueio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Bloqueia um usuario ativo (desligamento, afastamento etc), sem
      *> mexer no contador de tentativas usado pelo bloqueio automatico
