      *>                diaria (lista11_numero01.consolidacao); montado na
      *>                working-storage do programa (gravacao com write
      *>                from) para os value dos separadores valerem
      *>   15/10/2026 - msv - motivo da falha de sensor do dia (critica
      *>                do arquivo horario na consolidacao): em branco o
      *>                dia passou e a media foi para o registro oficial;
      *>                com motivo a media sai so aqui - linha de 57 para
      *>                59 bytes
      *>------------------------------------------------------------------------

      *>   linha: dd/mm/aaaa;EEEEE;media;min;hh:mm;max;hh:mm;usadas;excluidas;F
       01  dia-registro.
           05  dia-data.
               10  dia-dia                         pic 9(02).
           05  dia-qtd-usadas                      pic 9(03).
           05  filler                              pic x(01) value ";".
           05  dia-qtd-excluidas                   pic 9(03).
           05  filler                              pic x(01) value ";".
      *>   motivo da falha de sensor: repeticao do mesmo valor, salto
      *>   entre leituras seguidas ou poucas horas cobertas no dia
           05  dia-falha                           pic x(01).
               88  dia-sem-falha                            value space.
               88  dia-falha-repeticao                      value "R".
               88  dia-falha-salto                          value "S".
               88  dia-falha-cobertura                      value "C".
