      *>                arquivo ja foi corrompido por edicao externa uma
      *>                vez e um registro podre derrubava
      *>                somar-temperaturas no meio do lote sem dizer qual
      *>   15/10/2026 - msv - descarga e arquivo de limpos alargados
      *>                para a imagem inteira do registro, agora com
      *>                origem e disposicao da leitura - a recarga
      *>                perdia a decisao do analista
      *>   15/10/2026 - msv - linha de registro descartado do controle
      *>                mostra a imagem inteira do registro (37 bytes,
      *>                com origem e disposicao), e nao so os 19 da
      *>                chave e temperatura
      *>------------------------------------------------------------------------



       fd arqDescarga.

       01  unl-linha                               pic x(37).


       fd arqLimpos.

       01  unw-linha                               pic x(37).


       fd arqEstacoes.
       77  ws-fs-arqLimpos                         pic 9(02).
       77  ws-fs-arqVerifRel                       pic 9(02).

      *>   espelho do registro sob verificacao (imagem inteira, a que
      *>   vai para o controle quando descartado), com a visao byte a
      *>   byte da temperatura para criticar antes de qualquer conta
       01  ws-ver-ent.
           05  ws-ver-ano                          pic 9(04).
           05  ws-ver-mes                          pic 9(02).
               10  ws-ver-temp-inteira             pic 9(02).
               10  ws-ver-temp-virgula             pic x(01).
               10  ws-ver-temp-decimal             pic 9(02).
           05  ws-ver-origem                       pic x(01).
           05  ws-ver-disposicao                   pic x(01).
           05  ws-ver-disp-operador                pic x(08).
           05  ws-ver-disp-data                    pic x(08).

      *>   resultado da verificacao do registro corrente
       77  ws-registro-limpo                       pic x(01) value "S".
           value "Backup completo descarregado em arqTemperaturas.unl".

       01  vfr-descartado.
           05  filler                              pic x(10) value "Descarte: ".
           05  vfr-des-registro                    pic x(37).
           05  filler                              pic x(03) value " - ".
           05  vfr-des-motivo                      pic x(30).

       01  vfr-detalhe.
           05  vfr-det-rotulo                      pic x(40).
