      *> resposta dada ja traduzida para a letra original do cadastro)
      *> Chave primaria: matricula + data + disciplina + tentativa +
      *> numero da questao (espelha a chave de arq-resultados)
      *> Usado por: PROVA, RESULTADOS, RECURSOS, BACKUP, CORRIGE, FISCAL,
      *> CONVERTE3, INTEGRA
      *>----------------------------------------------------------------
           05 fl-resp-chave.
               10 fl-resp-matricula                    pic x(10).
           05 fl-resp-acerto                           pic x(01).
               88 fl-resp-certa                        value "S".
               88 fl-resp-errada                       value "N".
      *> versao da questao (arq-questao-versao) respondida nesta linha
      *> - 000 so em folhas anteriores ao controle de versoes (o texto
      *> original, guardado como versao 001 de origem O)
           05 fl-resp-versao                           pic 9(03).
