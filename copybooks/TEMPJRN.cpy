      *>   01/09/2026 - msv - copybook criado: nenhum programa registrava
      *>                que rodou, e arquivo de saida velho so era
      *>                diagnosticado abrindo as saidas uma a uma
      *>   15/10/2026 - msv - eventos da cadeia noturna
      *>                (lista11_numero01.cadeia), gravados com o nome da
      *>                etapa: E = etapa disparada (qtd entrada = a
      *>                sequencia dela) e T = termino da etapa, com
      *>                situacao N, A (erro = o do programa, "SEM FIM"
      *>                ou o retorno RCnnnnnn) ou P = pulada porque uma
      *>                predecessora nao terminou bem
      *>   15/10/2026 - msv - evento B = par de totais de controle em
      *>                desequilibrio, gravado pelo
      *>                lista11_numero01.balanco com situacao A, o codigo
      *>                do par no erro e, em par de quantidade, os dois
      *>                lados nas contagens de entrada/saida
      *>   15/10/2026 - msv - evento O = operador identificado, gravado
      *>                logo depois do inicio pelos programas de
      *>                atualizacao (copybooks/TEMPOPC.cpy) com situacao N
      *>                e o codigo do operador no erro - e a linha que diz
      *>                quem rodou a execucao
      *>------------------------------------------------------------------------

      *>   linha: data;hora;programa;evento(I/F/E/T/B/O);situacao(N/A/P);
      *>          qtd entrada;qtd saida;erro (offset-cod, em branco no
      *>          fim normal)
       01  jrn-registro.
