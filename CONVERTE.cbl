           move fa-disc-qtd-questoes   to ws-disc-qtd-questoes
           move fa-disc-max-tentativas to ws-disc-max-tentativas
           move 0                      to ws-disc-validade-meses
           move 0                      to ws-disc-duracao-max
           .
       2100-monta-disciplina-nova-exit.
           exit.
