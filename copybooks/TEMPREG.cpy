      *>                fd-temp-chave, que passa a ser o record key: so a
      *>                data nao identifica o registro de forma unica com
      *>                mais de uma estacao reportando no mesmo dia
      *>   15/10/2026 - msv - origem da leitura (original da consolidacao
      *>                ou corrigida pelo lista11_numero01.correcao) e a
      *>                disposicao da analise de suspeitas
      *>                (lista11_numero01.disposicao) - confirmada como
      *>                genuina ou julgada errada, com operador e data -
      *>                gravadas junto com a leitura; leitura gravada antes
      *>                disso tem os campos em branco e vale como original
      *>                sem disposicao
      *>   15/10/2026 - msv - origem "I"/"V" para a leitura estimada pelo
      *>                lista11_numero01.estimativa no dia sem leitura
      *>                (interpolada entre os dias da propria estacao ou
      *>                media das estacoes vizinhas no mesmo dia) - a
      *>                consolidacao regrava por cima quando a leitura
      *>                real chega
      *>   15/10/2026 - msv - o registro passou de 19 para 37 bytes com a
      *>                origem e a disposicao: o arqTemperaturas.txt que
      *>                ja existe precisa ser convertido pelo
      *>                lista11_numero01.conversao ANTES de qualquer outro
      *>                programa rodar (aberto com este layout, o arquivo
      *>                antigo da file status 39 - nem a verificacao, que
      *>                descarrega e recarrega ja nos 37 bytes, serve para
      *>                converter)
      *>------------------------------------------------------------------------

       01  fd-temperaturas.
                   15  fd-temp-dia                 pic 9(02).
               10  fd-temp-estacao                 pic x(05).
           05  fd-temperatura                      pic -9(02),99.
           05  fd-temp-origem                      pic x(01).
               88  fd-temp-original                         value "O" space.
               88  fd-temp-corrigida                        value "C".
               88  fd-temp-estimada                         value "I" "V".
               88  fd-temp-interpolada                      value "I".
               88  fd-temp-pelas-vizinhas                   value "V".
           05  fd-temp-disposicao                  pic x(01).
               88  fd-temp-sem-disposicao                   value space.
               88  fd-temp-confirmada                       value "G".
               88  fd-temp-julgada-errada                   value "X".
           05  fd-temp-disp-operador               pic x(08).
           05  fd-temp-disp-data                   pic 9(08).
