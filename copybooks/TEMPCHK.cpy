      *>                somar-temperaturas (copybooks/SOMATEMP.cpy), gravado
      *>                por finaliza-anormal para permitir retomar um lote
      *>                interrompido a partir do ultimo registro bom
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - contadores e soma alargados, datas dos
      *>                extremos e a selecao (periodo e estacoes) do lote
      *>                interrompido: o checkpoint so vale para uma nova
      *>                execucao com a mesma selecao
      *>------------------------------------------------------------------------

       01  chk-registro.
           05  chk-ultimo-ind                      pic 9(07).
           05  filler                              pic x(01) value ";".
           05  chk-soma                            pic s9(09)v9(02).
           05  filler                              pic x(01) value ";".
           05  chk-qtd-temp-valida                 pic 9(07).
           05  filler                              pic x(01) value ";".
           05  chk-maior-temp                      pic s9(02)v9(02).
           05  filler                              pic x(01) value ";".
           05  chk-maior-temp-dia                  pic 9(07).
           05  filler                              pic x(01) value ";".
           05  chk-maior-temp-data                 pic 9(08).
           05  filler                              pic x(01) value ";".
           05  chk-menor-temp                      pic s9(02)v9(02).
           05  filler                              pic x(01) value ";".
           05  chk-menor-temp-dia                  pic 9(07).
           05  filler                              pic x(01) value ";".
           05  chk-menor-temp-data                 pic 9(08).
           05  filler                              pic x(01) value ";".
           05  chk-sel-data-ini                    pic 9(08).
           05  filler                              pic x(01) value ";".
           05  chk-sel-data-fim                    pic 9(08).
           05  filler                              pic x(01) value ";".
           05  chk-sel-estacoes                    pic x(50).
