      *> certificados: numero sequencial, aprovacao certificada, data e
      *> usuario da emissao e contador de segundas vias)
      *> Chave primaria: numero do certificado (sequencial)
      *> Usado por: CERTIFIC, BACKUP, EXTRATO
      *>----------------------------------------------------------------
           05 fl-cert-numero                           pic 9(08).
           05 fl-cert-matricula                        pic x(10).
