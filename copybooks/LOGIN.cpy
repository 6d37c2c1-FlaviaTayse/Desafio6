      *> Copybook LOGIN
      *> Layout do registro de arq-usuarios (cadastro de login)
      *> Usado por: P01SISC20, USUARIO, CADUSU, CARGAUSU, EXPORTA,
      *> CONFORM, BACKUP, CONVERTE, CORRIGE, EXTRATO, CONVOCA
      *>----------------------------------------------------------------
           05 fl-user                                  pic x(10).
           05 fl-password                              pic x(08).
