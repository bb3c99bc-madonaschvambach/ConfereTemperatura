      *>                entre estacoes, para a critica de plausibilidade)
      *>                criticada a parte: linha antiga de tres campos
      *>                segue valendo e so o limiar novo fica no padrao
      *>   15/10/2026 - msv - carga dos limites da critica de falha de
      *>                sensor (quinto a setimo campos), criticados juntos
      *>                e a parte: linha antiga sem eles segue valendo e os
      *>                tres limites ficam no padrao do fonte
      *>------------------------------------------------------------------------

       carregar-parametros section.
               end-if
           end-if

           *> quinto a setimo campos (limites da critica de falha de
           *> sensor) criticados juntos: repeticao de pelo menos duas
           *> horas, salto positivo e cobertura de 1 a 24 horas
           if par-falha-repeticao-x is not numeric
               or par-falha-cobertura-x is not numeric
               or par-sal-inteira is not numeric
               or par-sal-decimal is not numeric
               or par-sal-virgula not = ","
               or (par-sal-sinal not = "-"
                   and par-sal-sinal not = "+"
                   and par-sal-sinal not = space) then
               display "AVISO: limites de falha de sensor ausentes no .par - usando padrao"
               close arqParametros
               go to carregar-parametros-exit
           end-if

           move par-falha-salto                    to ws-param-salto-trab

           if par-falha-repeticao < 2
               or ws-param-salto-trab not > 0
               or par-falha-cobertura < 1
               or par-falha-cobertura > 24 then
               display "AVISO: limites de falha de sensor invalidos - usando padrao"
           else
               move par-falha-repeticao            to ws-param-falha-repeticao
               move ws-param-salto-trab            to ws-param-falha-salto
               move par-falha-cobertura            to ws-param-falha-cobertura
           end-if

           close arqParametros


