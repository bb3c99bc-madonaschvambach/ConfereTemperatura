      *>------------------------------------------------------------------------
      *>   copybook   : TEMPSEG
      *>   finalidade : layout do registro do log de seguranca
      *>                (arqTemperaturas.seg) - uma linha por
      *>                identificacao de operador recusada ou funcao negada
      *>                pelo perfil, gravada pelas secoes de
      *>                copybooks/TEMPOPC.cpy e listada no relatorio
      *>                matinal (lista11_numero01.operacao)
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o cadastro de
      *>                operadores; copiado na working-storage (gravacao
      *>                com write from, para os value dos separadores
      *>                valerem)
      *>------------------------------------------------------------------------

      *>   linha: data;hora;programa;evento(F/N);operador;motivo
       01  seg-registro.
           05  seg-data                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  seg-hora                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  seg-programa                        pic x(12).
           05  filler                              pic x(01) value ";".
           05  seg-evento                          pic x(01).
               88  seg-identificacao-recusada               value "F".
               88  seg-funcao-negada                        value "N".
           05  filler                              pic x(01) value ";".
      *>   na recusa, o codigo como foi digitado
           05  seg-operador                        pic x(08).
           05  filler                              pic x(01) value ";".
           05  seg-motivo                          pic x(40).
