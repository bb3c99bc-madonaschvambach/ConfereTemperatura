      *>                inicio, fim com contagens e fim anormal com o
      *>                codigo de erro, para o relatorio matinal da
      *>                operacao (lista11_numero01.operacao)
      *>   15/10/2026 - msv - selecao de periodo e estacoes pedida no
      *>                inicio (aceitar-selecao, copybooks/TEMPSELC.cpy),
      *>                com o periodo pedido/coberto e as estacoes no
      *>                cabecalho; listagem e ondas de calor percorrem a
      *>                selecao (percorrer-selecao) em vez da tabela de
      *>                366 posicoes, sem teto de leituras
      *>------------------------------------------------------------------------


      *>   valerem
       copy TEMPSUS.

      *>   selecao de periodo e estacoes e linhas de cabecalho dela
       copy TEMPSEL.



       77  ws-fs-arqRelatorio                      pic 9(02).
       77  ws-i                                    pic 9(03).

      *>   passada em curso sobre a selecao: listagem dia a dia ou
      *>   deteccao das ondas de calor (tratar-leitura-do-programa)
       77  ws-rel-passada                          pic x(01) value "L".
           88  ws-rel-passada-listagem                      value "L".
           88  ws-rel-passada-ondas                         value "O".

       01  rel-detalhe.
           05  rel-det-dia                         pic z(06)9.
           05  filler                              pic x(04) value space.
           05  rel-det-data.
               10  rel-det-data-dia                pic 99.
       77  ws-onda-em-curso                        pic x(01) value "N".
           88  ws-onda-esta-em-curso                        value "S".
           88  ws-onda-nao-esta-em-curso                    value "N".
       77  ws-onda-dia-ini                         pic 9(07).
       77  ws-onda-dia-fim                         pic 9(07).
       77  ws-onda-pico                            pic s9(02)v9(02).
       77  ws-onda-qtd                             pic 9(02) value 0.

           05  filler                              pic x(14) value "Onda de calor:".
           05  filler                              pic x(01) value space.
           05  filler                              pic x(04) value "dia ".
           05  onda-det-dia-ini                    pic z(06)9.
           05  filler                              pic x(05) value " ate ".
           05  onda-det-dia-fim                    pic z(06)9.
           05  filler                              pic x(01) value space.
           05  filler                              pic x(07) value "- pico ".
           05  onda-det-pico                       pic -9(02),99.
           05  filler                              pic x(20) value space.

       01  onda-rodape                             pic x(80)
           value "Nenhuma onda de calor encontrada no periodo".
           05  filler                              pic x(10) value "   media: ".
           05  estat-det-media                     pic -9(02),99.
           05  filler                              pic x(12) value "   validas: ".
           05  estat-det-validas                   pic z(06)9.
           05  filler                              pic x(13) value "   excecoes: ".
           05  estat-det-excecoes                  pic z(06)9.
           05  filler                              pic x(11) value space.

       01  estat-detalhe2.
           05  filler                              pic x(03) value space.
           move "relatorio"              to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           *> periodo e estacoes a listar (em branco = o arquivo todo)
           perform aceitar-selecao

           perform leitura-inicial-arquivo

           *> o limiar parametrizado ja foi carregado junto com a faixa
           *> (carregar-parametros, dentro de leitura-inicial-arquivo)
           move ws-param-limiar-onda                to ws-temp-limiar-onda-calor

           *>somar as temps da selecao (ws-media e estatisticas por estacao)
           perform somar-temperaturas

           move "--- dia   data       estacao   temperatura   situacao ---"

           write rel-linha from rel-cabecalho1
           write rel-linha from rel-param-eco

           *> periodo pedido e coberto e estacoes pedidas/cobertas
           perform montar-cabecalho-selecao
           perform gravar-linha-selecao
               varying ws-sel-ind-cab from 1 by 1
               until ws-sel-ind-cab > ws-sel-qtd-cab-linhas

           write rel-linha from rel-cabecalho2



       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   monta, em um unico lote, a listagem completa da selecao
       *>------------------------------------------------------------------------
       processamento section.


           move "L"                                to ws-rel-passada

           perform percorrer-selecao


           .
           exit.


       *>------------------------------------------------------------------------
       *>   grava no relatorio a linha ws-sel-ind-cab do cabecalho da
       *>   selecao
       *>------------------------------------------------------------------------
       gravar-linha-selecao section.


           write rel-linha from ws-sel-cab-linha(ws-sel-ind-cab)

           if ws-fs-arqRelatorio <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.rel" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-selecao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   recebe de percorrer-selecao (copybooks/SOMATEMP.cpy) cada
       *>   leitura selecionada, em ws-temperaturas(ws-ind-temp), e a
       *>   leva a passada em curso
       *>------------------------------------------------------------------------
       tratar-leitura-do-programa section.


           move ws-ind-temp                        to ws-i

           if ws-rel-passada-listagem then
               perform imprime-linha-relatorio
           else
               perform verificar-dia-onda-calor
           end-if


           .
       tratar-leitura-do-programa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   imprime uma linha do relatorio para o dia ws-i
       *>------------------------------------------------------------------------
       imprime-linha-relatorio section.


           move ws-temp-seq(ws-i)                  to rel-det-dia
           move ws-temp-dia(ws-i)                   to rel-det-data-dia
           move ws-temp-mes(ws-i)                   to rel-det-data-mes
           move ws-temp-ano(ws-i)                   to rel-det-data-ano


       *>------------------------------------------------------------------------
       *>   nova passada sobre a selecao, depois da listagem dia a
       *>   dia, para acusar sequencias de dias consecutivos acima de
       *>   ws-temp-limiar-onda-calor como um bloco de "onda de calor"
       *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           move "O"                                to ws-rel-passada

           perform percorrer-selecao

           *> se a selecao terminou com uma onda ainda em curso (ate o
           *> ultimo dia), fecha e grava esse ultimo bloco tambem
           if ws-onda-esta-em-curso then
               perform fechar-onda-calor
               and ws-temperatura(ws-i) > ws-temp-limiar-onda-calor then

               if ws-onda-nao-esta-em-curso then
                   move ws-temp-seq(ws-i)              to ws-onda-dia-ini
                   move ws-temperatura(ws-i)            to ws-onda-pico
                   move "S"                             to ws-onda-em-curso
               else
                   end-if
               end-if

               move ws-temp-seq(ws-i)                  to ws-onda-dia-fim

           else
               if ws-onda-esta-em-curso then

       copy SOMATEMP.

       copy TEMPSELC.

       copy TEMPDTA.

       copy TEMPPARC.

       copy TEMPJRNC.
