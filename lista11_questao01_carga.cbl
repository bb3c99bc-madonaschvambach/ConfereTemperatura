      *>                (lista11_numero01.reciclagem); o rejeito passa a
      *>                sair com status de reciclagem "P" (pendente) e a
      *>                data da situacao no fim da linha
      *>   15/10/2026 - msv - quantidade do relatorio de carga alargada
      *>                para 7 digitos, o tamanho de ws-qtd-suspeitas
      *>------------------------------------------------------------------------



       01  cgr-detalhe.
           05  cgr-det-rotulo                      pic x(25).
           05  cgr-det-qtd                         pic z(06)9.
           05  filler                              pic x(48) value space.

      *>   data do dia, para o cabecalho do relatorio de carga
       01  ws-data-hoje                            pic 9(08).
