      *>------------------------------------------------------------------------
      *>   copybook   : TEMPFAL
      *>   finalidade : layout do registro do arquivo de faltas
      *>                (arqTemperaturas.fal) - uma linha por dia/estacao
      *>                ativa sem leitura, gravada pelo
      *>                lista11_numero01.conciliacao na mesma ordem do
      *>                relatorio .cnc (estacao a estacao, dias em ordem
      *>                de calendario) e lida pelo
      *>                lista11_numero01.estimativa
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o programa de
      *>                estimativa de leituras faltantes; copiado na
      *>                working-storage (gravacao com write from, leitura
      *>                com read into), como o copybooks/TEMPSUS.cpy
      *>------------------------------------------------------------------------

       01  fal-registro.
           05  fal-data                            pic 9(08).
           05  fal-data-r redefines fal-data.
               10  fal-ano                         pic 9(04).
               10  fal-mes                         pic 9(02).
               10  fal-dia                         pic 9(02).
           05  filler                              pic x(01) value ";".
           05  fal-estacao                         pic x(05).
