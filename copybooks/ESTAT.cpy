      *> por questao: vezes perguntada e vezes errada)
      *> Chave primaria: origem (P prova / S simulado) + disciplina +
      *> idioma + numero da questao
      *> Usado por: PROVA, SIMULADO, ESTATQ, CORRIGE
      *>----------------------------------------------------------------
           05 fl-est-chave.
               10 fl-est-origem                        pic x(01).
