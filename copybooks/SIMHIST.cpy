      *> Copybook SIMHIST
      *> Layout do registro de arq-simulado-hist (historico de simulados)
      *> Chave primaria: matricula + data-hora (permite varias tentativas)
      *> Usado por: SIMULADO, HISTSIM, INTEGRA
      *>----------------------------------------------------------------
           05 fl-sim-chave.
               10 fl-sim-matricula                     pic x(10).
