      *>                deixava o lado em acumulacao apontando para fora
      *>                da tabela (subscrito 3), corrompendo o slot
      *>                vizinho e errando a coluna "atual"
      *>   15/10/2026 - msv - linha do historico arqTemperaturas.his
      *>                alargada para a imagem inteira do registro, agora
      *>                com origem e disposicao da leitura (linha antiga,
      *>                mais curta, continua legivel)
      *>------------------------------------------------------------------------



       fd arqHistorico.

       01  his-linha                               pic x(37).


       fd arqComparativo.
