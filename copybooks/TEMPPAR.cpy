      *>                estacoes para a critica de plausibilidade (linhas
      *>                antigas, de tres campos, seguem validas: o limiar
      *>                ausente fica no padrao do fonte)
      *>   15/10/2026 - msv - quinto a setimo campos: limites da critica
      *>                de falha de sensor da consolidacao diaria (horas
      *>                seguidas com o mesmo valor, salto maximo entre
      *>                leituras seguidas e minimo de horas cobertas no
      *>                dia); linhas antigas seguem validas, com os tres
      *>                limites no padrao do fonte
      *>------------------------------------------------------------------------

      *>   linha unica: -99,99;+99,99;+99,99;+99,99;99;+99,99;99
      *>   (min;max;limiar onda;limiar desvio entre estacoes;horas de
      *>   repeticao;salto maximo;horas minimas de cobertura)
       01  par-registro.
           05  par-faixa-min                       pic -9(02),99.
           05  par-faixa-min-x redefines par-faixa-min.
               10  par-des-inteira                 pic 9(02).
               10  par-des-virgula                 pic x(01).
               10  par-des-decimal                 pic 9(02).
           05  filler                              pic x(01).
           05  par-falha-repeticao                 pic 9(02).
           05  par-falha-repeticao-x redefines par-falha-repeticao
                                                   pic x(02).
           05  filler                              pic x(01).
           05  par-falha-salto                     pic -9(02),99.
           05  par-falha-salto-x redefines par-falha-salto.
               10  par-sal-sinal                   pic x(01).
               10  par-sal-inteira                 pic 9(02).
               10  par-sal-virgula                 pic x(01).
               10  par-sal-decimal                 pic 9(02).
           05  filler                              pic x(01).
           05  par-falha-cobertura                 pic 9(02).
           05  par-falha-cobertura-x redefines par-falha-cobertura
                                                   pic x(02).
