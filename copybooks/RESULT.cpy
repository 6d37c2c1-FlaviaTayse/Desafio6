      *> (a tentativa preserva todas as provas oficiais - nada mais e
      *> regravado por cima em retentativa no mesmo dia)
      *> Chave alternativa: data (consulta por periodo, com duplicatas)
      *> Usado por: PROVA, RESULTADOS, EXPORTA, CORRIGE, FISCAL,
      *> CONVERTE2, EXTRATO, CONVOCA, INTEGRA
      *>----------------------------------------------------------------
           05 fl-res-chave.
               10 fl-res-matricula                     pic x(10).
           05 fl-res-recert                            pic x(01).
               88 fl-res-recert-autorizada             value "S".
               88 fl-res-recert-nao                    value "N".
      *> tempo gasto na prova em minutos (0 = sem medicao: prova em
      *> papel ou gravada antes da medicao)
           05 fl-res-tempo-gasto                       pic 9(05).
