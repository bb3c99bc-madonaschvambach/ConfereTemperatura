      *>                inicio, fim com contagens e fim anormal com o
      *>                codigo de erro, para o relatorio matinal da
      *>                operacao (lista11_numero01.operacao)
      *>   15/10/2026 - msv - selecao de periodo e estacoes pedida no
      *>                inicio (aceitar-selecao, copybooks/TEMPSELC.cpy),
      *>                com o periodo pedido/coberto e as estacoes no
      *>                cabecalho; a consolidacao percorre a selecao
      *>                (percorrer-selecao) sem teto de leituras, e
      *>                ws-meses passa a 240 meses com somas alargadas
      *>------------------------------------------------------------------------


      *>   valerem
       copy TEMPSUS.

      *>   selecao de periodo e estacoes e linhas de cabecalho dela
       copy TEMPSEL.



       77  ws-fs-arqMensal                         pic 9(02).
       77  ws-i                                    pic 9(03).

      *>   consolidacao por mes/ano: os meses entram na ordem em que
      *>   aparecem na selecao, que vem do arquivo lido em sequencia de
      *>   chave (ano/mes/dia) - ou seja, ordem cronologica, o que deixa
      *>   a comparacao com o mes anterior direta
       01  ws-meses occurs 240.
           05  ws-mes-ano                          pic 9(04).
           05  ws-mes-mes                          pic 9(02).
           05  ws-mes-soma                         pic s9(07)v9(02).
           05  ws-mes-qtd-valida                   pic 9(05).
           05  ws-mes-qtd-excecao                  pic 9(05).
           05  ws-mes-media                        pic s9(02)v9(02).
           05  ws-mes-maior                        pic s9(02)v9(02).
           05  ws-mes-menor                        pic s9(02)v9(02).

       77  ws-qtd-meses                            pic 9(03) value 0.
       77  ws-ind-mes                              pic 9(03).
      *>   slot do mes corrente da consolidacao (0 = ainda nao aberto)
       77  ws-mes-corrente                         pic 9(03) value 0.

      *>   variacao da media do mes contra a do mes anterior
       77  ws-delta-media                          pic s9(03)v9(02).
           05  men-det-menor                       pic -9(02),99.
           05  filler                              pic x(03) value space.
           05  men-det-maior                       pic -9(02),99.
           05  filler                              pic x(03) value space.
           05  men-det-validas                     pic z(04)9.
           05  filler                              pic x(05) value space.
           05  men-det-excecoes                    pic z(04)9.
           05  filler                              pic x(06) value space.
           *> no primeiro mes nao ha mes anterior para comparar: a area
           *> do delta recebe um texto no lugar do numero editado
           move "mensal"                 to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           *> periodo e estacoes a consolidar (em branco = o arquivo todo)
           perform aceitar-selecao

           perform leitura-inicial-arquivo

           *>somar as temps da selecao (medias e cobertura)
           perform somar-temperaturas

           open output arqMensal
           end-if

           write men-linha from men-cabecalho1

           *> periodo pedido e coberto e estacoes pedidas/cobertas
           perform montar-cabecalho-selecao
           perform gravar-linha-selecao
               varying ws-sel-ind-cab from 1 by 1
               until ws-sel-ind-cab > ws-sel-qtd-cab-linhas

           write men-linha from men-cabecalho2

           if ws-fs-arqMensal <> 0 then

       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   consolida a selecao por mes/ano e imprime um mes por linha,
       *>   com a variacao da media contra o mes anterior
       *>------------------------------------------------------------------------
       processamento section.


           perform percorrer-selecao

           perform calcular-medias-meses

           exit.


       *>------------------------------------------------------------------------
       *>   grava no relatorio a linha ws-sel-ind-cab do cabecalho da
       *>   selecao
       *>------------------------------------------------------------------------
       gravar-linha-selecao section.


           write men-linha from ws-sel-cab-linha(ws-sel-ind-cab)

           if ws-fs-arqMensal <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqMensal                         to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.men" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-selecao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   recebe de percorrer-selecao (copybooks/SOMATEMP.cpy) cada
       *>   leitura selecionada, em ws-temperaturas(ws-ind-temp)
       *>------------------------------------------------------------------------
       tratar-leitura-do-programa section.


           move ws-ind-temp                        to ws-i

           perform acumular-mes


           .
       tratar-leitura-do-programa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   acumula a leitura ws-i da tabela no mes/ano dela, abrindo um
       *>   slot novo quando o mes muda (o arquivo vem em ordem de chave,

       *>------------------------------------------------------------------------
       *>   abre um slot novo na consolidacao para o mes/ano da leitura
       *>   ws-i - 240 slots cobrem vinte anos de selecao; alem disso o
       *>   lote para avisando, em vez de consolidar pela metade
       *>------------------------------------------------------------------------
       abrir-slot-mes section.


           if ws-qtd-meses >= 240 then
               move 15                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Meses excedem a tabela ws-meses"       to ws-msn-erro-text

       copy SOMATEMP.

       copy TEMPSELC.

       copy TEMPDTA.

       copy TEMPPARC.

       copy TEMPJRNC.
