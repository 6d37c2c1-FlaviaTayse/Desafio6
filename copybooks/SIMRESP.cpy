      *>----------------------------------------------------------------
      *> Copybook SIMRESP
      *> Layout do registro de arq-simulado-resp (folha de respostas de
      *> simulado por funcionario, disciplina e questao - situacao da
      *> questao para o funcionario, atualizada a cada resposta)
      *> Chave primaria: matricula + disciplina + idioma + numero da
      *> questao (a mesma questao de arq-simulado)
      *> Questao errada entra na revisao do funcionario (simulado de
      *> revisao dos erros) e sai depois de acertada o numero de vezes
      *> seguidas definido no SIMULADO; um novo erro a traz de volta
      *> Usado por: SIMULADO, HISTSIM, INTEGRA, BACKUP
      *>----------------------------------------------------------------
           05 fl-sr-chave.
               10 fl-sr-matricula                      pic x(10).
               10 fl-sr-disciplina                     pic x(06).
               10 fl-sr-idioma                         pic x(02).
               10 fl-sr-numero                         pic 9(02).
      *> ultima resposta dada (letra original do cadastro) e a data
           05 fl-sr-ultima-dada                        pic x(01).
           05 fl-sr-ultimo-acerto                      pic x(01).
               88 fl-sr-certa                          value "S".
               88 fl-sr-errada                         value "N".
           05 fl-sr-data-ultima                        pic 9(08).
           05 fl-sr-qtd-respondida                     pic 9(05).
           05 fl-sr-qtd-errada                         pic 9(05).
           05 fl-sr-acertos-seguidos                   pic 9(02).
           05 fl-sr-revisao                            pic x(01).
               88 fl-sr-em-revisao                     value "S".
               88 fl-sr-fora-revisao                   value "N".
