      *>----------------------------------------------------------------
      *> Copybook QVERSAO
      *> Layout do registro de arq-questao-versao (historico de versoes
      *> das questoes do banco de prova - cada inclusao, alteracao ou
      *> recarga grava o texto completo como uma versao numerada)
      *> Chave primaria: disciplina + idioma + numero da questao +
      *> numero da versao (a versao atual e a de maior numero)
      *> Origem: I inclusao / A alteracao / C carga em lote /
      *>         O texto original, anterior ao controle de versoes
      *> Usado por: VERSOES, BACKUP
      *>----------------------------------------------------------------
           05 fl-qv-chave.
               10 fl-qv-questao.
                   15 fl-qv-disciplina                 pic x(06).
                   15 fl-qv-idioma                     pic x(02).
                   15 fl-qv-numero                     pic 9(02).
               10 fl-qv-versao                         pic 9(03).
           05 fl-qv-data                               pic 9(08).
           05 fl-qv-hora                               pic 9(04).
           05 fl-qv-admin                              pic x(10).
           05 fl-qv-origem                             pic x(01).
               88 fl-qv-inclusao                       value "I".
               88 fl-qv-alteracao                      value "A".
               88 fl-qv-carga                          value "C".
               88 fl-qv-original                       value "O".
           05 fl-qv-enunciado                          pic x(60).
           05 fl-qv-alt-a                              pic x(30).
           05 fl-qv-alt-b                              pic x(30).
           05 fl-qv-alt-c                              pic x(30).
           05 fl-qv-alt-d                              pic x(30).
           05 fl-qv-resposta                           pic x(01).
