      *>                arqTemperaturas.hhi): sem isso ele crescia sem
      *>                limite e a consolidacao rederivava os meses
      *>                expurgados de volta para o arquivo oficial
      *>   15/10/2026 - msv - linha do historico arqTemperaturas.his
      *>                alargada para a imagem inteira do registro, agora
      *>                com origem e disposicao da leitura
      *>------------------------------------------------------------------------



       fd arqHistorico.

       01  his-linha                               pic x(37).


       fd arqTempHorario.
