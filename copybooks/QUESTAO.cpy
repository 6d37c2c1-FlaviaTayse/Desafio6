      *> Copybook QUESTAO
      *> Layout do registro de banco de questoes (arq-prova / arq-simulado)
      *> Chave primaria: disciplina + idioma + numero da questao
      *> Usado por: PROVA, SIMULADO, CADERNO, CORRIGE, FISCAL, VERSOES,
      *> RESULTADOS, INTEGRA
      *>----------------------------------------------------------------
           05 fl-quest-chave.
               10 fl-quest-disciplina                  pic x(06).
