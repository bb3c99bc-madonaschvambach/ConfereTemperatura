      *>------------------------------------------------------------------------
      *>   copybook   : TEMPDSP
      *>   finalidade : layout do registro do diario de disposicoes
      *>                (arqTemperaturas.dsp) - uma linha por decisao do
      *>                analista sobre uma leitura suspeita no
      *>                lista11_numero01.disposicao ("G" confirmada como
      *>                genuina, "X" julgada errada e mandada a correcao),
      *>                com o valor julgado, o operador e o momento; o
      *>                registro do arqTemperaturas guarda so a ultima
      *>                decisao, o diario guarda todas
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o programa de
      *>                disposicao das suspeitas; copiado na
      *>                working-storage (gravacao com write from), como o
      *>                copybooks/TEMPCOR.cpy
      *>------------------------------------------------------------------------

       01  dsp-registro.
           05  dsp-data                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  dsp-hora                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  dsp-leitura-data.
               10  dsp-leitura-dia                 pic 9(02).
               10  filler                          pic x(01) value "/".
               10  dsp-leitura-mes                 pic 9(02).
               10  filler                          pic x(01) value "/".
               10  dsp-leitura-ano                 pic 9(04).
           05  filler                              pic x(01) value ";".
           05  dsp-estacao                         pic x(05).
           05  filler                              pic x(01) value ";".
           05  dsp-valor                           pic -9(02),99.
           05  filler                              pic x(01) value ";".
           05  dsp-decisao                         pic x(01).
               88  dsp-confirmada                           value "G".
               88  dsp-julgada-errada                       value "X".
           05  filler                              pic x(01) value ";".
           05  dsp-operador                        pic x(08).
