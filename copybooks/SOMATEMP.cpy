      *>                de contar nas medias e nos extremos; o programa
      *>                hospedeiro precisa declarar o select/fd do
      *>                arqSuspeitos e copiar TEMPSUS na working-storage
      *>   15/10/2026 - msv - leitura por periodo e estacoes (selecao em
      *>                copybooks/TEMPSEL.cpy, pedida por aceitar-selecao
      *>                de copybooks/TEMPSELC.cpy): somar-temperaturas
      *>                posiciona o arquivo (start) na primeira chave do
      *>                periodo e le dia a dia ate o fim dele, sem o teto
      *>                de 366 registros que cortava o lote calado; a
      *>                critica de faixa e de plausibilidade e feita por
      *>                dia, com todas as estacoes do dia no buffer
      *>                ws-temperaturas; percorrer-selecao faz a segunda
      *>                passada, entregando cada leitura selecionada a
      *>                secao tratar-leitura-do-programa, que o programa
      *>                hospedeiro precisa definir (como
      *>                fecha-arquivos-do-programa); o checkpoint guarda
      *>                a selecao e so vale para a mesma selecao
      *>   15/10/2026 - msv - leitura confirmada como genuina na analise
      *>                de suspeitas (lista11_numero01.disposicao) nao e
      *>                mais marcada suspeita e volta as medias e aos
      *>                extremos; a julgada errada vai para a fila de
      *>                correcao com o motivo da analise; a soma conta as
      *>                leituras selecionadas por origem (originais,
      *>                corrigidas e confirmadas) para o cabecalho
      *>   15/10/2026 - msv - leitura estimada (lista11_numero01.estimativa)
      *>                entra nas medias como as demais, nao e marcada
      *>                suspeita (nao ha medicao a conferir) e e contada a
      *>                parte na linha de origens do cabecalho
      *>   15/10/2026 - msv - leitura julgada errada na analise de
      *>                suspeitas fica fora das medias ate ser corrigida,
      *>                mesmo que hoje ja nao desvie das outras estacoes
      *>                (antes so ficava fora enquanto o desvio durasse)
      *>   15/10/2026 - msv - a base da analise de suspeitas (abertura do
      *>                dia e media das outras estacoes) deixa de fora a
      *>                leitura estimada e a julgada errada ainda nao
      *>                corrigida - uma leitura sabidamente errada
      *>                mascarava ou inventava desvio nas outras
      *>------------------------------------------------------------------------

       leitura-inicial-arquivo section.


           *> ws-qtd-temp-lida precisa comecar zerado: se uma das
           *> aberturas abaixo falhar, finaliza-anormal usa esse total
           *> para decidir se ha algum progresso bom para gravar no
           *> checkpoint
           move 0                                     to ws-qtd-temp-lida

           *> limites operacionais (faixa valida e limiar de onda de
           *> calor) do arqTemperaturas.par, com os padroes do fonte na
               read arqCheckpoint

               *> arquivo existe mas esta vazio (checkpoint limpo pelo
               *> fim normal de um lote anterior): nao ha nada a retomar;
               *> checkpoint no layout antigo (sem a selecao) tambem nao
               *> serve
               if ws-fs-arqCheckpoint = 0
                   and chk-ultimo-ind is numeric
                   and chk-sel-data-ini is numeric
                   and chk-sel-data-fim is numeric then

                   *> o progresso so vale para a mesma selecao: outro
                   *> periodo ou outra lista de estacoes e outro lote
                   if chk-sel-data-ini = ws-sel-data-ini
                       and chk-sel-data-fim = ws-sel-data-fim
                       and chk-sel-estacoes = ws-sel-estacoes then
                       move chk-ultimo-ind                to ws-chk-ultimo-ind
                       move chk-soma                      to ws-soma
                       move chk-qtd-temp-valida           to ws-qtd-temp-valida
                       move chk-maior-temp                to ws-maior-temp
                       move chk-maior-temp-dia            to ws-maior-temp-dia
                       move chk-maior-temp-data           to ws-maior-temp-data
                       move chk-menor-temp                to ws-menor-temp
                       move chk-menor-temp-dia            to ws-menor-temp-dia
                       move chk-menor-temp-data           to ws-menor-temp-data
                   else
                       display "AVISO: checkpoint de outra selecao ignorado - lote refeito"
                   end-if
               end-if

               close arqCheckpoint

      *>------------------------------------------------------------------------
      *>   somar temperaturas
      *>   primeira passada pela selecao: le o arquivo indexado em
      *>   sequencia de chave (ano/mes/dia + estacao) a partir da primeira
      *>   chave do periodo pedido, dia a dia, ate o fim do periodo ou do
      *>   arquivo - sem teto de registros; as leituras selecionadas de
      *>   cada dia fechado entram nas somas, nos extremos, nas
      *>   estatisticas por estacao e na cobertura do periodo
      *>------------------------------------------------------------------------
       somar-temperaturas section.

               move 0 to ws-qtd-temp-valida
               move 0 to ws-maior-temp-dia
               move 0 to ws-menor-temp-dia
               move 0 to ws-maior-temp-data
               move 0 to ws-menor-temp-data
           end-if

           *> numa retomada as leituras ate o checkpoint sao relidas, ja
           *> que as estatisticas por estacao, a cobertura e a listagem
           *> de suspeitas nao ficam no checkpoint - mas nao voltam a
           *> somar nem a gravar excecao (ver aplicar-leitura-dia)
           move 0                                     to ws-qtd-temp-lida
           move 0                                     to ws-qtd-suspeitas
           move 0                                     to ws-qtd-estat
           move 0                                     to ws-sel-cob-ini
           move 0                                     to ws-sel-cob-fim
           move 0                                     to ws-sel-qtd-originais
           move 0                                     to ws-sel-qtd-corrigidas
           move 0                                     to ws-sel-qtd-confirmadas
           move 0                                     to ws-sel-qtd-estimadas

           open output arqSuspeitos

           if ws-fs-arqSuspeitos <> 0 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqSuspeitos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.sus" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                   to ws-sel-fase

           perform percorrer-leituras

           move "C"                                   to ws-sel-fase

           close arqSuspeitos

           if ws-qtd-temp-valida > 0 then
               compute ws-media = ws-soma / ws-qtd-temp-valida
           perform calcular-medias-estacoes

           *> lote concluido sem abend: qualquer checkpoint de uma
           *> execucao anterior (desta ou de outra selecao) deixou de
           *> valer, limpa o arquivo para a proxima execucao comecar do
           *> zero
           open output arqCheckpoint
           close arqCheckpoint
           move 0                                          to ws-chk-ultimo-ind


           .


      *>------------------------------------------------------------------------
      *>   segunda passada pela mesma selecao, depois de
      *>   somar-temperaturas (medias e extremos ja fechados): cada
      *>   leitura selecionada, com as marcas de faixa e de suspeita, e
      *>   entregue em ws-temperaturas(ws-ind-temp) a secao
      *>   tratar-leitura-do-programa, definida por cada programa
      *>------------------------------------------------------------------------
       percorrer-selecao section.


           move "P"                                   to ws-sel-fase

           perform percorrer-leituras

           move "C"                                   to ws-sel-fase


           .
       percorrer-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   percorre o periodo selecionado dia a dia: posiciona o arquivo
      *>   e monta/fecha um dia por vez no buffer ws-temperaturas
      *>------------------------------------------------------------------------
       percorrer-leituras section.


           move 0                                     to ws-sel-seq
           move "N"                                   to ws-sel-fim-leitura

           perform posicionar-selecao

           perform processar-dia-selecao
               until ws-sel-leitura-acabou


           .
       percorrer-leituras-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   posiciona o arqTemperaturas na primeira chave do periodo
      *>   (data inicial + a menor estacao possivel) e le o primeiro
      *>   registro; sem chave a partir dali, o periodo esta vazio
      *>------------------------------------------------------------------------
       posicionar-selecao section.


           move ws-sel-data-ini                       to fd-temp-data
           move low-values                            to fd-temp-estacao

           start arqTemperaturas key is not less than fd-temp-chave
               invalid key
                   move "S"                           to ws-sel-fim-leitura
           end-start

           if ws-sel-leitura-acabou then
               go to posicionar-selecao-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqTemperaturas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-proxima-leitura


           .
       posicionar-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   le o proximo registro em sequencia de chave; fim do arquivo ou
      *>   data alem do fim do periodo encerram a leitura (o arquivo esta
      *>   em ordem de data, nada depois dali entra na selecao)
      *>------------------------------------------------------------------------
       ler-proxima-leitura section.


           read arqTemperaturas next record

           if ws-fs-arqTemperaturas = 10 then
               move "S"                               to ws-sel-fim-leitura
               go to ler-proxima-leitura-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-temp-data                          to ws-sel-data-lida

           if ws-sel-data-lida > ws-sel-data-fim then
               move "S"                               to ws-sel-fim-leitura
           end-if


           .
       ler-proxima-leitura-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   monta no buffer ws-temperaturas todas as leituras do dia do
      *>   registro corrente e fecha o dia
      *>------------------------------------------------------------------------
       processar-dia-selecao section.


           move ws-sel-data-lida                      to ws-sel-data-dia
           move 0                                     to ws-qtd-temp-dia

           perform guardar-leitura-dia
               until ws-sel-leitura-acabou
               or ws-sel-data-lida not = ws-sel-data-dia

           perform fechar-dia-selecao


           .
       processar-dia-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   guarda o registro corrente no buffer do dia, com a marca de
      *>   faixa e de selecao (estacao na lista pedida) e a sequencia
      *>   entre as selecionadas, e le o proximo
      *>------------------------------------------------------------------------
       guardar-leitura-dia section.


           *> mais estacoes num mesmo dia do que o buffer comporta:
           *> parar e avisar e melhor do que criticar o dia pela metade
           if ws-qtd-temp-dia >= 50 then
               move 23                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Estacoes do dia excedem ws-temperaturas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                      to ws-qtd-temp-dia
           move ws-qtd-temp-dia                       to ws-ind-temp

           move fd-temp-dia                           to ws-temp-dia(ws-ind-temp)
           move fd-temp-mes                           to ws-temp-mes(ws-ind-temp)
           move fd-temp-ano                           to ws-temp-ano(ws-ind-temp)
           move fd-temp-estacao                       to ws-temp-estacao(ws-ind-temp)
           move fd-temperatura                        to ws-temperatura(ws-ind-temp)
           move fd-temp-origem                        to ws-temp-origem(ws-ind-temp)
           move fd-temp-disposicao                    to ws-temp-disposicao(ws-ind-temp)

           *> leitura fora da faixa plausivel: vai para a excecao e
           *> nao entra na soma/media, para nao distorcer ws-media
           if ws-temperatura(ws-ind-temp) < ws-temp-faixa-min
               or ws-temperatura(ws-ind-temp) > ws-temp-faixa-max then
               move "S"                               to ws-temp-fora-faixa(ws-ind-temp)
           else
               move "N"                               to ws-temp-fora-faixa(ws-ind-temp)
           end-if

           move "N"                                   to ws-temp-suspeita(ws-ind-temp)

           move fd-temp-estacao                       to ws-sel-procurada
           perform conferir-estacao-selecionada

           if ws-sel-estacao-achada then
               move "S"                               to ws-temp-selecionada(ws-ind-temp)
               add 1                                  to ws-sel-seq
               move ws-sel-seq                        to ws-temp-seq(ws-ind-temp)
           else
               move "N"                               to ws-temp-selecionada(ws-ind-temp)
               move 0                                 to ws-temp-seq(ws-ind-temp)
           end-if

           perform ler-proxima-leitura


           .
       guardar-leitura-dia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   fecha o dia do buffer: critica de plausibilidade contra todas
      *>   as estacoes do dia e, depois dela inteira, aplicacao de cada
      *>   leitura selecionada (soma ou entrega ao programa)
      *>------------------------------------------------------------------------
       fechar-dia-selecao section.


           perform criticar-plausibilidade

           perform aplicar-leitura-dia
               varying ws-ind-temp from 1 by 1
               until ws-ind-temp > ws-qtd-temp-dia


           .
       fechar-dia-selecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   aplica a leitura ws-ind-temp do dia: a suspeita passa a contar
      *>   como fora da faixa; na soma, entra nas estatisticas da estacao
      *>   e na cobertura e, se ainda nao somada antes do checkpoint, nas
      *>   somas gerais (ou na fila de excecoes); no percurso, vai para o
      *>   programa hospedeiro
      *>------------------------------------------------------------------------
       aplicar-leitura-dia section.


           if ws-temp-nao-selecionada(ws-ind-temp) then
               go to aplicar-leitura-dia-exit
           end-if

           if ws-temp-eh-suspeita(ws-ind-temp) then
               move "S"                               to ws-temp-fora-faixa(ws-ind-temp)
           end-if

           if ws-sel-percorrendo then
               perform tratar-leitura-do-programa
               go to aplicar-leitura-dia-exit
           end-if

           *> a mesma leitura tambem entra nas estatisticas da
           *> estacao dela (media/maior/menor/contagens proprias)
           perform acumular-estat-estacao

           if ws-sel-cob-ini = 0 then
               move ws-sel-data-dia                   to ws-sel-cob-ini
           end-if
           move ws-sel-data-dia                       to ws-sel-cob-fim

           perform contar-origem-leitura

           if ws-temp-seq(ws-ind-temp) > ws-chk-ultimo-ind then
               perform somar-leitura-selecionada
           end-if

           move ws-temp-seq(ws-ind-temp)              to ws-qtd-temp-lida


           .
       aplicar-leitura-dia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   conta a leitura ws-ind-temp pela origem: estimada, corrigida,
      *>   confirmada como genuina na analise de suspeitas ou original
      *>------------------------------------------------------------------------
       contar-origem-leitura section.


           if ws-temp-origem-estimada(ws-ind-temp) then
               add 1                                  to ws-sel-qtd-estimadas
               go to contar-origem-leitura-exit
           end-if

           if ws-temp-origem-corrigida(ws-ind-temp) then
               add 1                                  to ws-sel-qtd-corrigidas
           else
               if ws-temp-disp-confirmada(ws-ind-temp) then
                   add 1                              to ws-sel-qtd-confirmadas
               else
                   add 1                              to ws-sel-qtd-originais
               end-if
           end-if


           .
       contar-origem-leitura-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   leva a leitura ws-ind-temp as somas e extremos gerais, ou a
      *>   fila de excecoes quando fora da faixa ou suspeita
      *>------------------------------------------------------------------------
       somar-leitura-selecionada section.


           *> a suspeita vai para a fila de correcao: e o programa de
           *> correcao, nao a media, quem decide o que fazer com ela
           if ws-temp-eh-suspeita(ws-ind-temp) then
               if ws-temp-disp-errada(ws-ind-temp) then
                   move "Suspeita julgada errada na analise" to exc-motivo
               else
                   move "Desvio das demais estacoes do dia" to exc-motivo
               end-if
               perform gravar-excecao-leitura
               go to somar-leitura-selecionada-exit
           end-if

           if ws-temp-fora-da-faixa(ws-ind-temp) then
               move "Temperatura fora da faixa valida" to exc-motivo
               perform gravar-excecao-leitura
               go to somar-leitura-selecionada-exit
           end-if

           compute ws-soma = ws-soma + ws-temperatura(ws-ind-temp)
           add 1                                      to ws-qtd-temp-valida

           *> primeira leitura valida encontrada vira o ponto de
           *> partida para a maior e a menor temperatura
           if ws-qtd-temp-valida = 1 then
               move ws-temperatura(ws-ind-temp)       to ws-maior-temp
                                                         ws-menor-temp
               move ws-temp-seq(ws-ind-temp)          to ws-maior-temp-dia
                                                         ws-menor-temp-dia
               move ws-sel-data-dia                   to ws-maior-temp-data
                                                         ws-menor-temp-data
           else
               if ws-temperatura(ws-ind-temp) > ws-maior-temp then
                   move ws-temperatura(ws-ind-temp)   to ws-maior-temp
                   move ws-temp-seq(ws-ind-temp)      to ws-maior-temp-dia
                   move ws-sel-data-dia               to ws-maior-temp-data
               end-if
               if ws-temperatura(ws-ind-temp) < ws-menor-temp then
                   move ws-temperatura(ws-ind-temp)   to ws-menor-temp
                   move ws-temp-seq(ws-ind-temp)      to ws-menor-temp-dia
                   move ws-sel-data-dia               to ws-menor-temp-data
               end-if
           end-if


           .
       somar-leitura-selecionada-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   grava a leitura ws-ind-temp na fila de correcao
      *>   (arqTemperaturas.exc) com o motivo ja posto em exc-motivo
      *>------------------------------------------------------------------------
       gravar-excecao-leitura section.


           move ws-temp-dia(ws-ind-temp)              to exc-dia
           move ws-temp-mes(ws-ind-temp)              to exc-mes
           move ws-temp-ano(ws-ind-temp)              to exc-ano
           move ws-temp-estacao(ws-ind-temp)          to exc-estacao
           move ws-temperatura(ws-ind-temp)           to exc-valor

           write exc-linha from exc-registro

           if ws-fs-arqExcecoes <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqExcecoes                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.exc" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-excecao-leitura-exit.
           exit.



               *> estacao nova com a tabela cheia: parar e avisar e
               *> melhor do que somar as leituras dela na estacao errada
               if ws-qtd-estat >= 50 then
                   move 14                                      to ws-msn-erro-ofsset
                   move 0                                       to ws-msn-erro-cod
                   move "Estacoes excedem a tabela ws-estat"    to ws-msn-erro-text
           exit.



      *>------------------------------------------------------------------------
      *>   critica de plausibilidade entre estacoes, sobre o dia do
      *>   buffer: marca como suspeita a leitura selecionada dentro da
      *>   faixa que desvia alem de ws-param-limiar-desvio da media das
      *>   outras estacoes do mesmo dia (selecionadas ou nao) e, na soma,
      *>   grava a listagem arqTemperaturas.sus - a marcacao do dia
      *>   inteiro acontece antes de qualquer democao (aplicar-leitura-
      *>   dia), para o resultado nao depender da ordem das leituras
      *>------------------------------------------------------------------------
       criticar-plausibilidade section.


           perform marcar-suspeita-leitura
               varying ws-ind-temp from 1 by 1
               until ws-ind-temp > ws-qtd-temp-dia


           .

      *>------------------------------------------------------------------------
      *>   avalia a leitura ws-ind-temp contra as demais estacoes do
      *>   dia: junta a media das outras e a abertura (menor/maior) do
      *>   dia e, passado o limiar de desvio, marca o slot e grava a
      *>   suspeita na listagem
      *>------------------------------------------------------------------------
       marcar-suspeita-leitura section.


           if ws-temp-nao-selecionada(ws-ind-temp)
               or ws-temp-fora-da-faixa(ws-ind-temp) then
               go to marcar-suspeita-leitura-exit
           end-if

           *> leitura ja confirmada como genuina pelo analista (frente
           *> fria de verdade numa estacao so) nao volta a ser marcada
           if ws-temp-disp-confirmada(ws-ind-temp) then
               go to marcar-suspeita-leitura-exit
           end-if

           *> leitura estimada nao e medicao: nao ha o que conferir
           if ws-temp-origem-estimada(ws-ind-temp) then
               go to marcar-suspeita-leitura-exit
           end-if

           *> leitura julgada errada pelo analista continua suspeita ate
           *> o correcao acertar o valor, desvie ou nao das outras
           *> estacoes hoje - ja foi julgada, nao volta a listagem
           if ws-temp-disp-errada(ws-ind-temp)
               and not ws-temp-origem-corrigida(ws-ind-temp) then
               move "S"                            to ws-temp-suspeita(ws-ind-temp)
               go to marcar-suspeita-leitura-exit
           end-if


           perform avaliar-outra-leitura
               varying ws-ind-pla from 1 by 1
               until ws-ind-pla > ws-qtd-temp-dia

           *> sem outra estacao reportando no dia nao ha com quem
           *> comparar - a leitura fica como esta
               or ws-pla-desvio < 0 - ws-param-limiar-desvio then

               move "S"                            to ws-temp-suspeita(ws-ind-temp)

               *> a listagem e a contagem sao da soma; o percurso so
               *> precisa da marca
               if ws-sel-somando then
                   add 1                           to ws-qtd-suspeitas
                   perform gravar-suspeita
               end-if
           end-if




      *>------------------------------------------------------------------------
      *>   acumula a leitura ws-ind-pla na avaliacao da leitura
      *>   ws-ind-temp: leituras validas do dia entram na abertura
      *>   (menor/maior) e, quando de outra estacao, na media das outras
      *>   - estimada ou julgada errada e nao corrigida nao e medicao
      *>   em que se possa confiar e fica de fora
      *>------------------------------------------------------------------------
       avaliar-outra-leitura section.

               go to avaliar-outra-leitura-exit
           end-if

           if ws-temp-origem-estimada(ws-ind-pla) then
               go to avaliar-outra-leitura-exit
           end-if

           if ws-temp-disp-errada(ws-ind-pla)
               and not ws-temp-origem-corrigida(ws-ind-pla) then
               go to avaliar-outra-leitura-exit
           end-if



      *>------------------------------------------------------------------------
      *>   grava a suspeita ws-ind-temp na listagem, com a media das
      *>   outras, o desvio e a abertura do dia (a linha da fila de
      *>   correcao sai em somar-leitura-selecionada)
      *>------------------------------------------------------------------------
       gravar-suspeita section.

               perform finaliza-anormal
           end-if


           .
       gravar-suspeita-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   finaliza anormal
      *>------------------------------------------------------------------------


           *> grava o progresso ja somado com sucesso antes de abendar,
           *> para a proxima execucao (com a mesma selecao) poder retomar
           *> o lote a partir da ultima leitura boa em vez de
           *> reprocessa-la (ou perde-la) - so durante a soma (as outras
           *> passadas nao mexem nos totais) e nunca encolhendo um
           *> checkpoint ja recuperado: um abend ainda na releitura das
           *> leituras anteriores a ele regravaria um ultimo-ind menor com
           *> a soma cheia, e a proxima retomada somaria duas vezes as
           *> leituras entre os dois pontos
           if ws-sel-somando
               and ws-qtd-temp-lida > ws-chk-ultimo-ind then
               move ws-qtd-temp-lida                   to ws-chk-ultimo-ind

               move ws-chk-ultimo-ind                  to chk-ultimo-ind
               move ws-soma                            to chk-soma
               move ws-qtd-temp-valida                 to chk-qtd-temp-valida
               move ws-maior-temp                      to chk-maior-temp
               move ws-maior-temp-dia                  to chk-maior-temp-dia
               move ws-maior-temp-data                 to chk-maior-temp-data
               move ws-menor-temp                      to chk-menor-temp
               move ws-menor-temp-dia                  to chk-menor-temp-dia
               move ws-menor-temp-data                 to chk-menor-temp-data
               move ws-sel-data-ini                    to chk-sel-data-ini
               move ws-sel-data-fim                    to chk-sel-data-fim
               move ws-sel-estacoes                    to chk-sel-estacoes

               open output arqCheckpoint
               write chk-registro
