      *>------------------------------------------------------------------------
      *>   copybook   : TEMPSELC
      *>   finalidade : secoes da selecao de periodo e de estacoes (areas
      *>                em copybooks/TEMPSEL.cpy): pedido da selecao ao
      *>                operador, conferencia da estacao de uma leitura
      *>                contra a lista pedida e montagem das linhas de
      *>                cabecalho com o periodo e as estacoes cobertas; o
      *>                programa hospedeiro copia tambem TEMPDTA (critica
      *>                das datas digitadas)
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com a leitura por
      *>                periodo de somar-temperaturas
      *>   15/10/2026 - msv - montar-cabecalho-selecao fecha o cabecalho
      *>                com a linha das leituras por origem (originais,
      *>                corrigidas e confirmadas)
      *>   15/10/2026 - msv - leituras estimadas na linha de origens
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
      *>   pede ao operador o periodo (data inicial e final, em branco
      *>   para sem limite) e a lista de ate 10 estacoes (nenhuma = todas)
      *>   - deve ser executada antes de leitura-inicial-arquivo, que
      *>   confere o checkpoint contra a selecao
      *>------------------------------------------------------------------------
       aceitar-selecao section.


           display "Selecao do periodo e das estacoes:"

           move "N"                                to ws-sel-resposta
           perform aceitar-data-inicial
               until ws-sel-resposta-ok

           move "N"                                to ws-sel-resposta
           perform aceitar-data-final
               until ws-sel-resposta-ok

           move 0                                  to ws-sel-qtd-estacoes
           move spaces                             to ws-sel-estacoes
           move "N"                                to ws-sel-lista

           display "Estacoes (ate 10, em branco para encerrar a lista;"
           display "   lista vazia = todas as estacoes):"

           perform aceitar-estacao-selecao
               until ws-sel-lista-fechada


           .
       aceitar-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   um pedido da data inicial do periodo
      *>------------------------------------------------------------------------
       aceitar-data-inicial section.


           display "Data inicial (dd/mm/aaaa, em branco para desde o inicio):"
           move spaces                             to ws-sel-entrada
           accept ws-sel-entrada

           if ws-sel-entrada = spaces then
               move 0                              to ws-sel-data-ini
               move "S"                            to ws-sel-resposta
               go to aceitar-data-inicial-exit
           end-if

           perform criticar-data-selecao

           if ws-sel-resposta-ok then
               move ws-sel-data-trab               to ws-sel-data-ini
           end-if


           .
       aceitar-data-inicial-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   um pedido da data final do periodo (nao pode ser anterior a
      *>   data inicial)
      *>------------------------------------------------------------------------
       aceitar-data-final section.


           display "Data final (dd/mm/aaaa, em branco para ate o fim):"
           move spaces                             to ws-sel-entrada
           accept ws-sel-entrada

           if ws-sel-entrada = spaces then
               move 99999999                       to ws-sel-data-fim
               move "S"                            to ws-sel-resposta
               go to aceitar-data-final-exit
           end-if

           perform criticar-data-selecao

           if ws-sel-resposta-pendente then
               go to aceitar-data-final-exit
           end-if

           if ws-sel-data-trab < ws-sel-data-ini then
               display "-- Data final anterior a inicial, informe de novo --"
               move "N"                            to ws-sel-resposta
               go to aceitar-data-final-exit
           end-if

           move ws-sel-data-trab                   to ws-sel-data-fim


           .
       aceitar-data-final-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   critica a data digitada em ws-sel-entrada (dd/mm/aaaa legivel
      *>   e existente no calendario) e devolve-a em ws-sel-data-trab
      *>------------------------------------------------------------------------
       criticar-data-selecao section.


           move "N"                                to ws-sel-resposta

           if ws-sel-ent-dia is not numeric
               or ws-sel-ent-mes is not numeric
               or ws-sel-ent-ano is not numeric
               or ws-sel-ent-sep1 not = "/"
               or ws-sel-ent-sep2 not = "/" then
               display "-- Data ilegivel, informe de novo (dd/mm/aaaa) --"
               go to criticar-data-selecao-exit
           end-if

           move ws-sel-ent-dia                     to ws-busca-dia
           move ws-sel-ent-mes                     to ws-busca-mes
           move ws-sel-ent-ano                     to ws-busca-ano

           perform validar-data-busca

           if ws-data-invalida then
               display "-- Data inexistente no calendario, informe de novo --"
               go to criticar-data-selecao-exit
           end-if

           move ws-sel-ent-ano                     to ws-sel-trab-ano
           move ws-sel-ent-mes                     to ws-sel-trab-mes
           move ws-sel-ent-dia                     to ws-sel-trab-dia

           move "S"                                to ws-sel-resposta


           .
       criticar-data-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   um pedido de estacao para a lista: em branco encerra; estacao
      *>   repetida e ignorada; a decima fecha a lista
      *>------------------------------------------------------------------------
       aceitar-estacao-selecao section.


           display "Estacao:"
           move spaces                             to ws-sel-entrada
           accept ws-sel-entrada

           if ws-sel-entrada = spaces then
               move "S"                            to ws-sel-lista
               go to aceitar-estacao-selecao-exit
           end-if

           if ws-sel-entrada(6:5) not = spaces then
               display "-- Estacao tem no maximo 5 posicoes, informe de novo --"
               go to aceitar-estacao-selecao-exit
           end-if

           move ws-sel-entrada                     to ws-sel-procurada
           perform localizar-estacao-selecao

           if ws-sel-estacao-achada then
               display "-- Estacao ja informada --"
               go to aceitar-estacao-selecao-exit
           end-if

           add 1                                   to ws-sel-qtd-estacoes
           move ws-sel-procurada                   to ws-sel-estacao(ws-sel-qtd-estacoes)

           if ws-sel-qtd-estacoes >= 10 then
               display "-- Limite de 10 estacoes atingido --"
               move "S"                            to ws-sel-lista
           end-if


           .
       aceitar-estacao-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   confere se ws-sel-procurada entra na selecao: sem lista pedida
      *>   toda estacao entra; com lista, so as que estao nela
      *>------------------------------------------------------------------------
       conferir-estacao-selecionada section.


           if ws-sel-qtd-estacoes = 0 then
               move "S"                            to ws-sel-achada
           else
               perform localizar-estacao-selecao
           end-if


           .
       conferir-estacao-selecionada-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   procura ws-sel-procurada na lista de estacoes pedidas
      *>------------------------------------------------------------------------
       localizar-estacao-selecao section.


           move "N"                                to ws-sel-achada

           perform comparar-estacao-selecao
               varying ws-ind-sel from 1 by 1
               until ws-ind-sel > ws-sel-qtd-estacoes
               or ws-sel-estacao-achada


           .
       localizar-estacao-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   compara ws-sel-procurada com a estacao pedida ws-ind-sel
      *>------------------------------------------------------------------------
       comparar-estacao-selecao section.


           if ws-sel-estacao(ws-ind-sel) = ws-sel-procurada then
               move "S"                            to ws-sel-achada
           end-if


           .
       comparar-estacao-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   monta as linhas de cabecalho da selecao em ws-sel-cab-linha
      *>   (ws-sel-qtd-cab-linhas): periodo pedido e coberto, estacoes
      *>   pedidas e estacoes efetivamente cobertas - executada depois de
      *>   somar-temperaturas, que apura a cobertura e ws-estat-estacoes
      *>------------------------------------------------------------------------
       montar-cabecalho-selecao section.


           move 0                                  to ws-sel-qtd-cab-linhas
           move spaces                             to ws-sel-cab-linhas

           if ws-sel-data-ini = 0 then
               move "inicio"                       to ws-sel-cab-ped-ini
           else
               move ws-sel-data-ini                to ws-sel-data-trab
               perform editar-data-selecao
               move ws-sel-data-ed                 to ws-sel-cab-ped-ini
           end-if

           if ws-sel-data-fim = 99999999 then
               move "fim"                          to ws-sel-cab-ped-fim
           else
               move ws-sel-data-fim                to ws-sel-data-trab
               perform editar-data-selecao
               move ws-sel-data-ed                 to ws-sel-cab-ped-fim
           end-if

           *> periodo sem nenhuma leitura selecionada: a cobertura sai
           *> escrita por extenso, para nao parecer um relatorio cortado
           if ws-sel-cob-ini = 0 then
               move "nenhum dia"                   to ws-sel-cab-cob-ini
               move spaces                         to ws-sel-cab-cob-sep
               move spaces                         to ws-sel-cab-cob-fim
           else
               move ws-sel-cob-ini                 to ws-sel-data-trab
               perform editar-data-selecao
               move ws-sel-data-ed                 to ws-sel-cab-cob-ini
               move " a "                          to ws-sel-cab-cob-sep
               move ws-sel-cob-fim                 to ws-sel-data-trab
               perform editar-data-selecao
               move ws-sel-data-ed                 to ws-sel-cab-cob-fim
           end-if

           add 1                                   to ws-sel-qtd-cab-linhas
           move ws-sel-cab-periodo      to ws-sel-cab-linha(ws-sel-qtd-cab-linhas)

           move spaces                             to ws-sel-cab-estacoes
           move "Estacoes pedidas:  "              to ws-sel-cab-est-rotulo

           if ws-sel-qtd-estacoes = 0 then
               move "todas"                        to ws-sel-cab-estacoes(20:)
           else
               perform montar-estacao-pedida
                   varying ws-ind-sel from 1 by 1
                   until ws-ind-sel > ws-sel-qtd-estacoes
           end-if

           add 1                                   to ws-sel-qtd-cab-linhas
           move ws-sel-cab-estacoes     to ws-sel-cab-linha(ws-sel-qtd-cab-linhas)

           move spaces                             to ws-sel-cab-estacoes
           move "Estacoes cobertas: "              to ws-sel-cab-est-rotulo
           move 0                                  to ws-sel-ind-est

           if ws-qtd-estat = 0 then
               move "nenhuma"                      to ws-sel-cab-estacoes(20:)
               add 1                               to ws-sel-qtd-cab-linhas
               move ws-sel-cab-estacoes to ws-sel-cab-linha(ws-sel-qtd-cab-linhas)
           else
               perform montar-estacao-coberta
                   varying ws-ind-estat from 1 by 1
                   until ws-ind-estat > ws-qtd-estat
           end-if

           move ws-sel-qtd-originais               to ws-sel-cab-originais
           move ws-sel-qtd-corrigidas              to ws-sel-cab-corrigidas
           move ws-sel-qtd-confirmadas             to ws-sel-cab-confirmadas
           move ws-sel-qtd-estimadas               to ws-sel-cab-estimadas

           add 1                                   to ws-sel-qtd-cab-linhas
           move ws-sel-cab-origens      to ws-sel-cab-linha(ws-sel-qtd-cab-linhas)


           .
       montar-cabecalho-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   poe a estacao pedida ws-ind-sel na linha de estacoes pedidas
      *>------------------------------------------------------------------------
       montar-estacao-pedida section.


           move ws-sel-estacao(ws-ind-sel)         to ws-sel-cab-est(ws-ind-sel)


           .
       montar-estacao-pedida-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   poe a estacao coberta do slot ws-ind-estat na linha corrente,
      *>   fechando a linha a cada 10 estacoes e na ultima delas
      *>------------------------------------------------------------------------
       montar-estacao-coberta section.


           add 1                                   to ws-sel-ind-est
           move ws-estat-estacao(ws-ind-estat)     to ws-sel-cab-est(ws-sel-ind-est)

           if ws-sel-ind-est = 10
               or ws-ind-estat = ws-qtd-estat then
               add 1                               to ws-sel-qtd-cab-linhas
               move ws-sel-cab-estacoes to ws-sel-cab-linha(ws-sel-qtd-cab-linhas)

               *> linhas de continuacao saem sem o rotulo
               move spaces                         to ws-sel-cab-estacoes
               move 0                              to ws-sel-ind-est
           end-if


           .
       montar-estacao-coberta-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   edita a data aaaammdd de ws-sel-data-trab como dd/mm/aaaa em
      *>   ws-sel-data-ed
      *>------------------------------------------------------------------------
       editar-data-selecao section.


           move ws-sel-trab-dia                    to ws-sel-ed-dia
           move ws-sel-trab-mes                    to ws-sel-ed-mes
           move ws-sel-trab-ano                    to ws-sel-ed-ano


           .
       editar-data-selecao-exit.
           exit.
