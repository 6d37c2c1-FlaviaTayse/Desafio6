      *>----------------------------------------------------------------
      *> Copybook LOTEPAR
      *> Area de parametros e retorno de um passo do lote noturno
      *> (NOTURNO). Chamado pelo menu o passo recebe a area em branco e
      *> pergunta tudo na tela, como sempre; com fl-lote-noturno o
      *> passo usa os parametros daqui, nao pergunta nada e devolve o
      *> retorno (0 ok, 9 falha, com o file status e a mensagem da
      *> falha) e as quantidades lidas/gravadas para o relatorio
      *> Usado por: NOTURNO, VENCIMENTO, ARQUIVA, EXPORTA, CONFORM,
      *> BACKUP, P01SISC20, CONVOCA
      *>----------------------------------------------------------------
           05 fl-lote-modo                             pic x(01).
               88 fl-lote-noturno                      value "B".
      *> parametros vindos do arquivo de controle do lote
           05 fl-lote-horizonte-dias                   pic 9(03).
           05 fl-lote-data-corte                       pic 9(08).
           05 fl-lote-modo-exportacao                  pic x(01).
      *> retorno do passo
           05 fl-lote-retorno                          pic 9(01).
               88 fl-lote-ok                           value 0.
               88 fl-lote-falha                        value 9.
           05 fl-lote-status                           pic x(02).
           05 fl-lote-qtd-lidos                        pic 9(07).
           05 fl-lote-qtd-gravados                     pic 9(07).
           05 fl-lote-mensagem                         pic x(40).
