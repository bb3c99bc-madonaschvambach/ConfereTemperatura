      *>                recorde historico da estacao sai gritada - o
      *>                recorde de fevereiro batido e descoberto tres
      *>                semanas depois nao pode se repetir
      *>   15/10/2026 - msv - selecao de periodo e estacoes pedida no
      *>                inicio (aceitar-selecao, copybooks/TEMPSELC.cpy),
      *>                com o periodo pedido/coberto e as estacoes no
      *>                cabecalho; a apuracao percorre a selecao
      *>                (percorrer-selecao) sem teto de leituras, com ate
      *>                1200 linhas de estacao/mes
      *>------------------------------------------------------------------------


      *>   valerem
       copy TEMPSUS.

      *>   selecao de periodo e estacoes e linhas de cabecalho dela
       copy TEMPSEL.

      *>   registro do arquivo de normais, decomposto aqui na
      *>   working-storage (leitura com read into)
       copy TEMPNOR.

      *>   apuracao por estacao/mes, na ordem em que aparecem na tabela
      *>   (ordem de chave = cronologica), como no grausdia
       01  ws-apuracao occurs 1200.
           05  ws-apu-estacao                      pic x(05).
           05  ws-apu-ano                          pic 9(04).
           05  ws-apu-mes                          pic 9(02).
           05  ws-apu-maior                        pic s9(02)v9(02).
           05  ws-apu-media                        pic s9(02)v9(02).

       77  ws-qtd-apuracao                         pic 9(04) value 0.
       77  ws-ind-apu                              pic 9(04).
       77  ws-apu-corrente                         pic 9(04).

      *>   normais carregadas do arqNormais.txt
       01  ws-normais occurs 600.

           perform aceitar-tolerancia

           *> periodo e estacoes a apurar (em branco = o arquivo todo)
           perform aceitar-selecao

           perform leitura-inicial-arquivo

           *>somar as temps da selecao (medias e cobertura)
           perform somar-temperaturas

           perform carregar-normais
           write ano-linha from ano-cabecalho
           write ano-linha from ano-tol-eco

           *> periodo pedido e coberto e estacoes pedidas/cobertas
           perform montar-cabecalho-selecao
           perform gravar-linha-selecao
               varying ws-sel-ind-cab from 1 by 1
               until ws-sel-ind-cab > ws-sel-qtd-cab-linhas

           if ws-fs-arqAnomalias <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqAnomalias                      to ws-msn-erro-cod

       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   apura a selecao por estacao/mes e imprime cada linha contra a
       *>   normal do mes do calendario
       *>------------------------------------------------------------------------
       processamento section.


           perform percorrer-selecao

           perform fechar-media-apuracao
               varying ws-ind-apu from 1 by 1
           exit.


       *>------------------------------------------------------------------------
       *>   grava no relatorio a linha ws-sel-ind-cab do cabecalho da
       *>   selecao
       *>------------------------------------------------------------------------
       gravar-linha-selecao section.


           write ano-linha from ws-sel-cab-linha(ws-sel-ind-cab)

           if ws-fs-arqAnomalias <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqAnomalias                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.ano" to ws-msn-erro-text
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

           perform apurar-leitura


           .
       tratar-leitura-do-programa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   acumula a leitura ws-i na apuracao da estacao/mes dela: fora
       *>   da faixa so conta como excecao, valida entra na soma e

           if ws-apu-corrente = 0 then

               if ws-qtd-apuracao >= 1200 then
                   move 8                                       to ws-msn-erro-ofsset
                   move 0                                       to ws-msn-erro-cod
                   move "Estacao/mes excedem a apuracao"        to ws-msn-erro-text

       copy SOMATEMP.

       copy TEMPSELC.

       copy TEMPDTA.

       copy TEMPPARC.

       copy TEMPJRNC.
