      *>                interativo; linha de requisicao ruim sai apontada
      *>                na resposta, sem derrubar o lote - a lista diaria
      *>                do call center era digitada uma a uma na tela
      *>   15/10/2026 - msv - selecao de periodo e estacoes pedida no
      *>                inicio (aceitar-selecao, copybooks/TEMPSELC.cpy):
      *>                medias e extremos saem da selecao, o periodo
      *>                pedido/coberto e as estacoes vao para a tela e
      *>                para o cabecalho do arqTemperaturas.res e o csv
      *>                percorre a selecao (percorrer-selecao) em vez da
      *>                tabela de 366 posicoes; extremos gerais com a data
      *>   15/10/2026 - msv - modo de navegacao pelo historico de uma
      *>                estacao ('H'): estacao e periodo pedidos uma vez,
      *>                dias paginados na tela com a leitura oficial e a
      *>                situacao dela (faixa, suspeita, disposicao,
      *>                origem), minima/maxima com os horarios e falha de
      *>                sensor do arqTemperaturas.dia e as correcoes do
      *>                arqTemperaturas.cor (valor antigo, novo e
      *>                operador); qualquer dia abre as leituras horarias
      *>                do arqTemperaturas.hor - cada dia exibido e cada
      *>                detalhe horario vao para a trilha
      *>                arqTemperaturas.aud como as demais consultas
      *>   15/10/2026 - msv - navegacao: dia fora da selecao do inicio
      *>                (periodo ou estacoes) nao passou pela critica de
      *>                plausibilidade desta execucao e sai como suspeita
      *>                nao avaliada, na tela e na trilha - antes aparecia
      *>                como dentro da faixa
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqRespostas.

       *>   --------- arquivo horario, indexado por fd-hor-chave (ano/
       *>   mes/dia + estacao + hora) - lido a partir da chave do dia no
       *>   detalhe horario da navegacao pelo historico
       select arqTempHorario assign to "arqTemperaturas.hor"
       organization    is indexed
       access mode     is dynamic
       record key      is fd-hor-chave
       lock mode is automatic
       file status     is  ws-fs-arqTempHorario.

       *>   --------- resumo diario da consolidacao (minima/maxima com
       *>   os horarios e motivo de falha de sensor), para a navegacao
       select arqDiario assign to "arqTemperaturas.dia"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqDiario.

       *>   --------- diario das correcoes do lista11_numero01.correcao,
       *>   para a navegacao mostrar valor antigo, novo e operador
       select arqCorrecoes assign to "arqTemperaturas.cor"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqCorrecoes.

       *>   --------- jornal comum de execucoes dos programas do sistema
       *>   (inicio/fim, contagens e fim anormal), gravado pelas secoes
       *>   de copybooks/TEMPJRNC.cpy
       01  res-linha                               pic x(80).


       fd arqTempHorario.

       copy TEMPHOR.


       fd arqDiario.

       01  dia-linha                               pic x(59).


       fd arqCorrecoes.

       01  cor-linha                               pic x(57).


       fd arqJornal.

       01  jrn-linha                               pic x(57).
      *>   valerem
       copy TEMPSUS.

      *>   selecao de periodo e estacoes e linhas de cabecalho dela
       copy TEMPSEL.



       77  ws-fs-arqCsv                            pic 9(02).
      *>   requisicoes do call center)
       77  ws-modo                                 pic x(01).
           88  ws-modo-lote                                 value "L" "l".
           88  ws-modo-historico                            value "H" "h".

       77  ws-fs-arqRequisicoes                    pic 9(02).
       77  ws-fs-arqRespostas                      pic 9(02).
           value "dia;temperatura;status".

       01  csv-detalhe.
           05  csv-det-dia                          pic 9(07).
           05  filler                               pic x(01) value ";".
           05  csv-det-temperatura                  pic -9(02),99.
           05  filler                               pic x(01) value ";".
           05  filler                               pic x(01) value ";".
           05  aud-det-estacao                      pic x(05).

      *>   linha do resumo diario e registro do diario de correcoes,
      *>   decompostos aqui na working-storage para a navegacao
       copy TEMPDIA.

       copy TEMPCOR.

       77  ws-fs-arqTempHorario                     pic 9(02).
       77  ws-fs-arqDiario                          pic 9(02).
       77  ws-fs-arqCorrecoes                       pic 9(02).

      *>   navegacao pelo historico de uma estacao: estacao e periodo
      *>   pedidos, dias do periodo (ate 366) com o resumo diario e a
      *>   marca de suspeita de cada um, correcoes da estacao no
      *>   periodo e o controle da pagina na tela
       77  ws-nav-estacao                           pic x(05).
       01  ws-nav-inicio.
           05  ws-nav-ini-ano                       pic 9(04).
           05  ws-nav-ini-mes                       pic 9(02).
           05  ws-nav-ini-dia                       pic 9(02).
       01  ws-nav-inicio-r redefines ws-nav-inicio  pic 9(08).
       01  ws-nav-fim.
           05  ws-nav-fim-ano                       pic 9(04).
           05  ws-nav-fim-mes                       pic 9(02).
           05  ws-nav-fim-dia                       pic 9(02).
       01  ws-nav-fim-r redefines ws-nav-fim        pic 9(08).
       01  ws-nav-corrente.
           05  ws-nav-cor-ano                       pic 9(04).
           05  ws-nav-cor-mes                       pic 9(02).
           05  ws-nav-cor-dia                       pic 9(02).
       01  ws-nav-corrente-r redefines ws-nav-corrente pic 9(08).

       77  ws-nav-periodo-ok                        pic x(01) value "N".
           88  ws-nav-periodo-valido                         value "S".

       01  ws-nav-dias occurs 366.
           05  ws-nav-data                          pic 9(08).
           05  ws-nav-data-x redefines ws-nav-data.
               10  ws-nav-ano                       pic 9(04).
               10  ws-nav-mes                       pic 9(02).
               10  ws-nav-dia                       pic 9(02).
           05  ws-nav-tem-resumo                    pic x(01).
           05  ws-nav-resumo                        pic x(59).
      *>   S = listada no .sus, N = nao listada, F = fora da selecao
      *>   do inicio (nao avaliada)
           05  ws-nav-suspeita                      pic x(01).
           05  ws-nav-auditado                      pic x(01).

       77  ws-nav-qtd-dias                          pic 9(03) value 0.
       77  ws-nav-ind                               pic 9(03).
       77  ws-nav-achado                            pic 9(03).
       77  ws-nav-data-procurada                    pic 9(08).

       01  ws-nav-correcoes occurs 500.
           05  ws-nvc-data                          pic 9(08).
           05  ws-nvc-registro                      pic x(57).

       77  ws-nav-qtd-cor                           pic 9(03) value 0.
       77  ws-nav-ind-cor                           pic 9(03).

       77  ws-nav-dias-pagina                       pic 9(02) value 04.
       77  ws-nav-pagina-ini                        pic 9(03).
       77  ws-nav-pagina-fim                        pic 9(03).
       77  ws-nav-comando                           pic x(01).
           88  ws-nav-sair                                   value "S" "s".
       77  ws-nav-escolha                           pic 9(03).
       77  ws-nav-qtd-horarias                      pic 9(03).

       77  ws-nav-horario-aberto                    pic x(01) value "N".
           88  ws-nav-tem-horario                            value "S".

      *>   texto da situacao da leitura oficial do dia, na tela e (com
      *>   o prefixo) na linha da trilha de auditoria
       01  ws-nav-resultado.
           05  filler                               pic x(11) value "Historico: ".
           05  ws-nav-situacao                      pic x(39).

       77  ws-nav-origem                            pic x(20).
       77  ws-nav-temp-ed                           pic -9(02),99.
       77  ws-nav-temp-hor                          pic s9(02)v9(02).


       *>------Variaveis para comunicaçao entre programa
       linkage section.
           move "consulta"               to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           *> periodo e estacoes das estatisticas (em branco = o arquivo
           *> todo)
           perform aceitar-selecao

           perform leitura-inicial-arquivo

           *>somar as temps da selecao (ws-media e estatisticas por estacao)
           perform somar-temperaturas

           *> periodo pedido/coberto e estacoes, na tela e depois no
           *> cabecalho do arquivo de respostas
           perform montar-cabecalho-selecao
           perform exibir-linha-selecao
               varying ws-sel-ind-cab from 1 by 1
               until ws-sel-ind-cab > ws-sel-qtd-cab-linhas

           *>abre a trilha de auditoria em extend, para acumular o
           *>historico de consultas de todas as execucoes do programa
           open extend arqAuditoria
           display " "

           display "Modo de consulta:"
           display "   'I'nterativo, em 'L'ote (arqTemperaturas.req) ou"
           display "   'H'istorico de uma estacao num periodo"
           accept ws-modo

           if not ws-modo-lote
               and not ws-modo-historico then
               display "Deseja exportar a tabela para arqTemperaturas.csv?"
               display "   'S'im ou 'N'ao"
               accept ws-opcao-csv
           if ws-modo-lote then
               perform processar-lote
           else
               if ws-modo-historico then
                   perform navegar-historico
               else
                   perform consultar-interativo
               end-if
           end-if


                               display "media eh: "    ws-media-ed
                               move ws-maior-temp       to ws-maior-temp-ed
                               move ws-menor-temp       to ws-menor-temp-ed
                               display "maior temp. eh: " ws-maior-temp-ed
                                       " (em " ws-maior-temp-ddia
                                       "/"     ws-maior-temp-mes
                                       "/"     ws-maior-temp-ano ")"
                               display "menor temp. eh: " ws-menor-temp-ed
                                       " (em " ws-menor-temp-ddia
                                       "/"     ws-menor-temp-mes
                                       "/"     ws-menor-temp-ano ")"
                           end-if

                           perform conferir-temp-dia-media
               perform finaliza-anormal
           end-if

           *> as medias e extremos das respostas sao os da selecao
           perform gravar-linha-selecao
               varying ws-sel-ind-cab from 1 by 1
               until ws-sel-ind-cab > ws-sel-qtd-cab-linhas

           perform processar-uma-requisicao
               until ws-fs-arqRequisicoes = 10

           exit.


       *>------------------------------------------------------------------------
       *>   mostra na tela a linha ws-sel-ind-cab do cabecalho da selecao
       *>------------------------------------------------------------------------
       exibir-linha-selecao section.


           display ws-sel-cab-linha(ws-sel-ind-cab)


           .
       exibir-linha-selecao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava no arqTemperaturas.res a linha ws-sel-ind-cab do
       *>   cabecalho da selecao
       *>------------------------------------------------------------------------
       gravar-linha-selecao section.


           write res-linha from ws-sel-cab-linha(ws-sel-ind-cab)
           perform conferir-gravacao-respostas


           .
       gravar-linha-selecao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   navegacao pelo historico de uma estacao: pede a estacao e o
       *>   periodo, carrega o resumo diario, as correcoes e as
       *>   suspeitas do periodo e pagina os dias na tela ate o operador
       *>   sair
       *>------------------------------------------------------------------------
       navegar-historico section.


           perform aceitar-periodo-historico

           perform montar-dias-historico

           perform carregar-resumos-historico

           perform carregar-correcoes-historico

           perform carregar-suspeitas-historico

           *> sem arquivo horario a navegacao segue, so sem o detalhe
           open input arqTempHorario

           if ws-fs-arqTempHorario = 0 then
               move "S"                            to ws-nav-horario-aberto
           else
               if ws-fs-arqTempHorario <> 35 then
                   move 30                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTempHorario                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas.hor" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move 1                                  to ws-nav-pagina-ini
           move space                              to ws-nav-comando

           perform exibir-pagina-historico

           perform tratar-comando-historico
               until ws-nav-sair

           if ws-nav-tem-horario then
               close arqTempHorario
           end-if


           .
       navegar-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede estacao e periodo ate vir um periodo valido
       *>------------------------------------------------------------------------
       aceitar-periodo-historico section.


           move "N"                                to ws-nav-periodo-ok

           perform aceitar-um-periodo-historico
               until ws-nav-periodo-valido


           .
       aceitar-periodo-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido de estacao e periodo, com a critica das datas
       *>   (copybooks/TEMPDTA.cpy)
       *>------------------------------------------------------------------------
       aceitar-um-periodo-historico section.


           display "Informe a estacao e o periodo do historico:"
           display "Estacao:"
           accept ws-nav-estacao

           if ws-nav-estacao = spaces then
               display "-- Estacao em branco! --"
               go to aceitar-um-periodo-historico-exit
           end-if

           display "Data inicial - Dia:"
           accept ws-busca-dia
           display "Mes:"
           accept ws-busca-mes
           display "Ano:"
           accept ws-busca-ano

           perform validar-data-busca

           if ws-data-invalida then
               display "-- Data inicial invalida! --"
               go to aceitar-um-periodo-historico-exit
           end-if

           move ws-busca-ano                       to ws-nav-ini-ano
           move ws-busca-mes                       to ws-nav-ini-mes
           move ws-busca-dia                       to ws-nav-ini-dia

           display "Data final - Dia:"
           accept ws-busca-dia
           display "Mes:"
           accept ws-busca-mes
           display "Ano:"
           accept ws-busca-ano

           perform validar-data-busca

           if ws-data-invalida then
               display "-- Data final invalida! --"
               go to aceitar-um-periodo-historico-exit
           end-if

           move ws-busca-ano                       to ws-nav-fim-ano
           move ws-busca-mes                       to ws-nav-fim-mes
           move ws-busca-dia                       to ws-nav-fim-dia

           if ws-nav-fim-r < ws-nav-inicio-r then
               display "-- Data final anterior a inicial! --"
               go to aceitar-um-periodo-historico-exit
           end-if

           move "S"                                to ws-nav-periodo-ok


           .
       aceitar-um-periodo-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   monta a lista de dias do periodo (ate 366: periodo maior e
       *>   encurtado, com aviso)
       *>------------------------------------------------------------------------
       montar-dias-historico section.


           move 0                                  to ws-nav-qtd-dias
           move ws-nav-inicio                      to ws-nav-corrente

           perform incluir-dia-historico
               until ws-nav-corrente-r > ws-nav-fim-r
               or ws-nav-qtd-dias = 366

           if ws-nav-corrente-r not > ws-nav-fim-r then
               move ws-nav-data(ws-nav-qtd-dias)   to ws-nav-fim-r
               display "AVISO: periodo limitado a 366 dias, ate "
                       ws-nav-fim-dia "/" ws-nav-fim-mes "/" ws-nav-fim-ano
           end-if


           .
       montar-dias-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   acrescenta o dia ws-nav-corrente a lista e avanca um dia de
       *>   calendario
       *>------------------------------------------------------------------------
       incluir-dia-historico section.


           add 1                                   to ws-nav-qtd-dias

           move ws-nav-corrente-r                  to ws-nav-data(ws-nav-qtd-dias)
           move "N"                                to ws-nav-tem-resumo(ws-nav-qtd-dias)
           move spaces                             to ws-nav-resumo(ws-nav-qtd-dias)
           move "N"                                to ws-nav-suspeita(ws-nav-qtd-dias)
           move "N"                                to ws-nav-auditado(ws-nav-qtd-dias)

           move ws-nav-cor-mes                     to ws-busca-mes
           move ws-nav-cor-ano                     to ws-busca-ano

           perform obter-dia-max-mes

           if ws-nav-cor-dia < ws-dia-max-mes then
               add 1                               to ws-nav-cor-dia
           else
               move 01                             to ws-nav-cor-dia
               if ws-nav-cor-mes < 12 then
                   add 1                           to ws-nav-cor-mes
               else
                   move 01                         to ws-nav-cor-mes
                   add 1                           to ws-nav-cor-ano
               end-if
           end-if


           .
       incluir-dia-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   procura ws-nav-data-procurada na lista de dias, devolvendo o
       *>   slot em ws-nav-achado (0 = fora do periodo)
       *>------------------------------------------------------------------------
       localizar-dia-historico section.


           move 0                                  to ws-nav-achado

           if ws-nav-data-procurada < ws-nav-inicio-r
               or ws-nav-data-procurada > ws-nav-fim-r then
               go to localizar-dia-historico-exit
           end-if

           perform conferir-um-dia-historico
               varying ws-nav-ind from 1 by 1
               until ws-nav-ind > ws-nav-qtd-dias
               or ws-nav-achado > 0


           .
       localizar-dia-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   compara a data procurada com o slot ws-nav-ind
       *>------------------------------------------------------------------------
       conferir-um-dia-historico section.


           if ws-nav-data(ws-nav-ind) = ws-nav-data-procurada then
               move ws-nav-ind                     to ws-nav-achado
           end-if


           .
       conferir-um-dia-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   guarda o resumo diario (arqTemperaturas.dia) de cada dia do
       *>   periodo - sem o arquivo (consolidacao nunca rodou) os dias
       *>   saem sem minima/maxima
       *>------------------------------------------------------------------------
       carregar-resumos-historico section.


           open input arqDiario

           if ws-fs-arqDiario = 35 then
               go to carregar-resumos-historico-exit
           end-if

           if ws-fs-arqDiario <> 0 then
               move 31                                      to ws-msn-erro-ofsset
               move ws-fs-arqDiario                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.dia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-um-resumo-historico
               until ws-fs-arqDiario = 10

           close arqDiario


           .
       carregar-resumos-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha do resumo diario e a guarda no dia dela quando
       *>   e da estacao e do periodo navegados
       *>------------------------------------------------------------------------
       carregar-um-resumo-historico section.


           read arqDiario into dia-registro

           if ws-fs-arqDiario = 10 then
               go to carregar-um-resumo-historico-exit
           end-if

           if ws-fs-arqDiario <> 0 then
               move 32                                      to ws-msn-erro-ofsset
               move ws-fs-arqDiario                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.dia"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if dia-estacao not = ws-nav-estacao
               or dia-dia is not numeric
               or dia-mes is not numeric
               or dia-ano is not numeric then
               go to carregar-um-resumo-historico-exit
           end-if

           compute ws-nav-data-procurada
               = dia-ano * 10000 + dia-mes * 100 + dia-dia

           perform localizar-dia-historico

           if ws-nav-achado > 0 then
               move "S"                            to ws-nav-tem-resumo(ws-nav-achado)
               move dia-registro                   to ws-nav-resumo(ws-nav-achado)
           end-if


           .
       carregar-um-resumo-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   guarda as correcoes da estacao no periodo (diario
       *>   arqTemperaturas.cor) - sem o diario, nenhuma correcao
       *>------------------------------------------------------------------------
       carregar-correcoes-historico section.


           move 0                                  to ws-nav-qtd-cor

           open input arqCorrecoes

           if ws-fs-arqCorrecoes = 35 then
               go to carregar-correcoes-historico-exit
           end-if

           if ws-fs-arqCorrecoes <> 0 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoes                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.cor" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-uma-correcao-historico
               until ws-fs-arqCorrecoes = 10

           close arqCorrecoes


           .
       carregar-correcoes-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha do diario de correcoes e a guarda quando e da
       *>   estacao e do periodo navegados - linha fora do layout e
       *>   ignorada
       *>------------------------------------------------------------------------
       carregar-uma-correcao-historico section.


           read arqCorrecoes into cor-registro

           if ws-fs-arqCorrecoes = 10 then
               go to carregar-uma-correcao-historico-exit
           end-if

           if ws-fs-arqCorrecoes <> 0 then
               move 34                                      to ws-msn-erro-ofsset
               move ws-fs-arqCorrecoes                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.cor"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if cor-estacao not = ws-nav-estacao
               or cor-leitura-dia is not numeric
               or cor-leitura-mes is not numeric
               or cor-leitura-ano is not numeric then
               go to carregar-uma-correcao-historico-exit
           end-if

           compute ws-nav-data-procurada
               = cor-leitura-ano * 10000
               + cor-leitura-mes * 100
               + cor-leitura-dia

           if ws-nav-data-procurada < ws-nav-inicio-r
               or ws-nav-data-procurada > ws-nav-fim-r then
               go to carregar-uma-correcao-historico-exit
           end-if

           *> correcoes demais para a tabela: parar e avisar e melhor do
           *> que mostrar um dia como se nao tivesse sido corrigido
           if ws-nav-qtd-cor >= 500 then
               move 35                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Correcoes do periodo excedem a tabela" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-nav-qtd-cor
           move ws-nav-data-procurada              to ws-nvc-data(ws-nav-qtd-cor)
           move cor-registro                       to ws-nvc-registro(ws-nav-qtd-cor)


           .
       carregar-uma-correcao-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   marca os dias da estacao listados como suspeitos na critica
       *>   de plausibilidade desta execucao (arqTemperaturas.sus,
       *>   gravado por somar-temperaturas para a selecao pedida) - o
       *>   que ficou fora da selecao nao foi avaliado, e e marcado antes
       *>------------------------------------------------------------------------
       carregar-suspeitas-historico section.


           move ws-nav-estacao                     to ws-sel-procurada
           perform conferir-estacao-selecionada

           perform marcar-dia-fora-selecao
               varying ws-nav-ind from 1 by 1
               until ws-nav-ind > ws-nav-qtd-dias

           open input arqSuspeitos

           if ws-fs-arqSuspeitos <> 0 then
               go to carregar-suspeitas-historico-exit
           end-if

           perform carregar-uma-suspeita-historico
               until ws-fs-arqSuspeitos not = 0

           close arqSuspeitos


           .
       carregar-suspeitas-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   dia ws-nav-ind fora do periodo pedido no inicio, ou estacao
       *>   fora das estacoes pedidas: suspeita nao avaliada
       *>------------------------------------------------------------------------
       marcar-dia-fora-selecao section.


           if ws-sel-estacao-nao-achada
               or ws-nav-data(ws-nav-ind) < ws-sel-data-ini
               or ws-nav-data(ws-nav-ind) > ws-sel-data-fim then
               move "F"                            to ws-nav-suspeita(ws-nav-ind)
           end-if


           .
       marcar-dia-fora-selecao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha da listagem de suspeitas e marca o dia dela
       *>------------------------------------------------------------------------
       carregar-uma-suspeita-historico section.


           read arqSuspeitos into sus-registro

           if ws-fs-arqSuspeitos <> 0 then
               if ws-fs-arqSuspeitos <> 10 then
                   move 36                                      to ws-msn-erro-ofsset
                   move ws-fs-arqSuspeitos                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas.sus"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to carregar-uma-suspeita-historico-exit
           end-if

           if sus-estacao not = ws-nav-estacao
               or sus-dia is not numeric
               or sus-mes is not numeric
               or sus-ano is not numeric then
               go to carregar-uma-suspeita-historico-exit
           end-if

           compute ws-nav-data-procurada
               = sus-ano * 10000 + sus-mes * 100 + sus-dia

           perform localizar-dia-historico

           if ws-nav-achado > 0 then
               move "S"                            to ws-nav-suspeita(ws-nav-achado)
           end-if


           .
       carregar-uma-suspeita-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   mostra a pagina que comeca em ws-nav-pagina-ini
       *>------------------------------------------------------------------------
       exibir-pagina-historico section.


           compute ws-nav-pagina-fim
               = ws-nav-pagina-ini + ws-nav-dias-pagina - 1

           if ws-nav-pagina-fim > ws-nav-qtd-dias then
               move ws-nav-qtd-dias                to ws-nav-pagina-fim
           end-if

           display erase
           display "Historico da estacao " ws-nav-estacao
                   " de " ws-nav-ini-dia "/" ws-nav-ini-mes "/" ws-nav-ini-ano
                   " a "  ws-nav-fim-dia "/" ws-nav-fim-mes "/" ws-nav-fim-ano
           display "Dias " ws-nav-pagina-ini " a " ws-nav-pagina-fim
                   " de " ws-nav-qtd-dias

           perform exibir-dia-historico
               varying ws-nav-ind from ws-nav-pagina-ini by 1
               until ws-nav-ind > ws-nav-pagina-fim


           .
       exibir-pagina-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   mostra o dia ws-nav-ind: leitura oficial com a situacao e a
       *>   origem, resumo do arquivo horario e correcoes - o dia vai
       *>   para a trilha de auditoria na primeira vez que e exibido
       *>------------------------------------------------------------------------
       exibir-dia-historico section.


           display " "
           display "[" ws-nav-ind "] "
                   ws-nav-dia(ws-nav-ind) "/"
                   ws-nav-mes(ws-nav-ind) "/"
                   ws-nav-ano(ws-nav-ind)

           move ws-nav-ano(ws-nav-ind)             to fd-temp-ano
           move ws-nav-mes(ws-nav-ind)             to fd-temp-mes
           move ws-nav-dia(ws-nav-ind)             to fd-temp-dia
           move ws-nav-estacao                     to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 0                          to ws-temp-busca
                   move "Nao ha leitura cadastrada (historico)"
                                                   to ws-resultado-texto
                   display "   Leitura oficial: nao ha leitura cadastrada"
               not invalid key
                   move fd-temperatura             to ws-temp-busca
                   perform montar-situacao-historico
                   move ws-nav-resultado           to ws-resultado-texto

                   move ws-temp-busca              to ws-nav-temp-ed
                   display "   Leitura oficial: " ws-nav-temp-ed
                           "  " ws-nav-situacao
                   display "   Origem: " ws-nav-origem

                   if not fd-temp-sem-disposicao then
                       display "   Analise de suspeitas por "
                               fd-temp-disp-operador " em "
                               fd-temp-disp-data(7:2) "/"
                               fd-temp-disp-data(5:2) "/"
                               fd-temp-disp-data(1:4)
                   end-if
           end-read

           if ws-nav-tem-resumo(ws-nav-ind) = "S" then
               move ws-nav-resumo(ws-nav-ind)      to dia-registro

               display "   Minima: " dia-menor " as " dia-menor-hora
                       "   Maxima: " dia-maior " as " dia-maior-hora
               display "   Horarias usadas: " dia-qtd-usadas
                       "  fora da faixa: " dia-qtd-excluidas

               if dia-falha-repeticao then
                   display "   Falha de sensor: mesmo valor repetido"
               end-if
               if dia-falha-salto then
                   display "   Falha de sensor: salto entre leituras"
               end-if
               if dia-falha-cobertura then
                   display "   Falha de sensor: poucas horas cobertas"
               end-if
           else
               display "   Sem resumo no arqTemperaturas.dia"
           end-if

           perform exibir-correcao-historico
               varying ws-nav-ind-cor from 1 by 1
               until ws-nav-ind-cor > ws-nav-qtd-cor

           if ws-nav-auditado(ws-nav-ind) = "N" then
               move ws-nav-dia(ws-nav-ind)         to ws-busca-dia
               move ws-nav-mes(ws-nav-ind)         to ws-busca-mes
               move ws-nav-ano(ws-nav-ind)         to ws-busca-ano
               move ws-nav-estacao                 to ws-busca-estacao

               perform grava-auditoria

               move "S"                            to ws-nav-auditado(ws-nav-ind)
           end-if


           .
       exibir-dia-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   situacao e origem da leitura oficial lida: faixa valida,
       *>   disposicao da analise de suspeitas e marca de suspeita da
       *>   critica de plausibilidade
       *>------------------------------------------------------------------------
       montar-situacao-historico section.


           if ws-temp-busca < ws-temp-faixa-min
               or ws-temp-busca > ws-temp-faixa-max then
               move "fora da faixa valida"         to ws-nav-situacao
           else
               if fd-temp-julgada-errada then
                   move "julgada errada na analise"
                                                   to ws-nav-situacao
               else
                   if fd-temp-confirmada then
                       move "suspeita confirmada como genuina"
                                                   to ws-nav-situacao
                   else
                       evaluate ws-nav-suspeita(ws-nav-ind)
                           when "S"
                               move "suspeita (desvio entre estacoes)"
                                                   to ws-nav-situacao
                           when "F"
                               move "suspeita nao avaliada (fora da selecao)"
                                                   to ws-nav-situacao
                           when other
                               move "dentro da faixa"
                                                   to ws-nav-situacao
                       end-evaluate
                   end-if
               end-if
           end-if

           evaluate true
               when fd-temp-corrigida
                   move "corrigida"                to ws-nav-origem
               when fd-temp-interpolada
                   move "estimada (interpol.)"     to ws-nav-origem
               when fd-temp-pelas-vizinhas
                   move "estimada (vizinhas)"      to ws-nav-origem
               when other
                   move "original"                 to ws-nav-origem
           end-evaluate


           .
       montar-situacao-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   mostra a correcao ws-nav-ind-cor quando e do dia ws-nav-ind
       *>------------------------------------------------------------------------
       exibir-correcao-historico section.


           if ws-nvc-data(ws-nav-ind-cor) not = ws-nav-data(ws-nav-ind) then
               go to exibir-correcao-historico-exit
           end-if

           move ws-nvc-registro(ws-nav-ind-cor)    to cor-registro

           display "   Corrigida em " cor-data(7:2) "/" cor-data(5:2)
                   "/" cor-data(1:4)
                   ": de " cor-valor-antigo " para " cor-valor-novo
                   " por " cor-operador


           .
       exibir-correcao-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede e executa um comando da navegacao: pagina seguinte ou
       *>   anterior, detalhe horario de um dia ou saida
       *>------------------------------------------------------------------------
       tratar-comando-historico section.


           display " "
           display "'P'roxima pagina, 'A'nterior, 'D'etalhe horario de um dia, 'S'air"
           accept ws-nav-comando

           evaluate ws-nav-comando
               when "P"
               when "p"
                   if ws-nav-pagina-fim < ws-nav-qtd-dias then
                       add ws-nav-dias-pagina      to ws-nav-pagina-ini
                       perform exibir-pagina-historico
                   else
                       display "-- Ultima pagina do periodo --"
                   end-if
               when "A"
               when "a"
                   if ws-nav-pagina-ini > 1 then
                       if ws-nav-pagina-ini > ws-nav-dias-pagina then
                           subtract ws-nav-dias-pagina from ws-nav-pagina-ini
                       else
                           move 1                  to ws-nav-pagina-ini
                       end-if
                       perform exibir-pagina-historico
                   else
                       display "-- Primeira pagina do periodo --"
                   end-if
               when "D"
               when "d"
                   display "Numero do dia (entre colchetes):"
                   accept ws-nav-escolha

                   if ws-nav-escolha < 1
                       or ws-nav-escolha > ws-nav-qtd-dias then
                       display "-- Dia fora do periodo! --"
                   else
                       perform exibir-horarias-historico
                   end-if
               when "S"
               when "s"
                   continue
               when other
                   display "-- Opcao invalida! --"
           end-evaluate


           .
       tratar-comando-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   lista as leituras horarias do dia ws-nav-escolha, a partir da
       *>   chave do dia no arqTemperaturas.hor, e carimba o detalhe na
       *>   trilha de auditoria
       *>------------------------------------------------------------------------
       exibir-horarias-historico section.


           if not ws-nav-tem-horario then
               display "-- Nao ha arquivo horario (arqTemperaturas.hor) --"
               go to exibir-horarias-historico-exit
           end-if

           display " "
           display "Leituras horarias de "
                   ws-nav-dia(ws-nav-escolha) "/"
                   ws-nav-mes(ws-nav-escolha) "/"
                   ws-nav-ano(ws-nav-escolha)
                   " - estacao " ws-nav-estacao

           move 0                                  to ws-nav-qtd-horarias

           move ws-nav-ano(ws-nav-escolha)         to fd-hor-ano
           move ws-nav-mes(ws-nav-escolha)         to fd-hor-mes
           move ws-nav-dia(ws-nav-escolha)         to fd-hor-dia
           move ws-nav-estacao                     to fd-hor-estacao
           move 0                                  to fd-hor-hh
           move 0                                  to fd-hor-mm

           start arqTempHorario key is >= fd-hor-chave
               invalid key
                   move 23                         to ws-fs-arqTempHorario
           end-start

           if ws-fs-arqTempHorario = 0 then
               perform exibir-uma-horaria-historico
                   until ws-fs-arqTempHorario not = 0
           end-if

           if ws-nav-qtd-horarias = 0 then
               display "   nenhuma leitura horaria para o dia"
           end-if

           move ws-nav-dia(ws-nav-escolha)         to ws-busca-dia
           move ws-nav-mes(ws-nav-escolha)         to ws-busca-mes
           move ws-nav-ano(ws-nav-escolha)         to ws-busca-ano
           move ws-nav-estacao                     to ws-busca-estacao
           move 0                                  to ws-temp-busca
           move "Historico: leituras horarias do dia"
                                                   to ws-resultado-texto

           perform grava-auditoria


           .
       exibir-horarias-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le a proxima leitura horaria e a mostra enquanto for do dia e
       *>   da estacao pedidos (fim do dia encerra a lista com status 10)
       *>------------------------------------------------------------------------
       exibir-uma-horaria-historico section.


           read arqTempHorario next record

           if ws-fs-arqTempHorario <> 0 then
               if ws-fs-arqTempHorario <> 10 then
                   move 37                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTempHorario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas.hor"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               go to exibir-uma-horaria-historico-exit
           end-if

           if fd-hor-data not = ws-nav-data(ws-nav-escolha)
               or fd-hor-estacao not = ws-nav-estacao then
               move 10                             to ws-fs-arqTempHorario
               go to exibir-uma-horaria-historico-exit
           end-if

           add 1                                   to ws-nav-qtd-horarias

           move fd-hor-temperatura                 to ws-nav-temp-hor

           if ws-nav-temp-hor < ws-temp-faixa-min
               or ws-nav-temp-hor > ws-temp-faixa-max then
               display "   " fd-hor-hh ":" fd-hor-mm "  "
                       fd-hor-temperatura "  fora da faixa"
           else
               display "   " fd-hor-hh ":" fd-hor-mm "  "
                       fd-hor-temperatura
           end-if


           .
       exibir-uma-horaria-historico-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
           close arqCsv
           close arqRequisicoes
           close arqRespostas
           close arqTempHorario
           close arqDiario
           close arqCorrecoes


           .

       copy SOMATEMP.

       copy TEMPSELC.

       *>------------------------------------------------------------------------
       *>   mostra a media, maior/menor leitura (com as datas) e as
       *>   contagens da estacao do slot ws-estat-corrente

           write csv-linha from csv-cabecalho

           *> cada leitura selecionada chega por tratar-leitura-do-programa
           perform percorrer-selecao

           close arqCsv

           exit.


       *>------------------------------------------------------------------------
       *>   recebe de percorrer-selecao (copybooks/SOMATEMP.cpy) cada
       *>   leitura selecionada, em ws-temperaturas(ws-ind-temp), e a
       *>   grava no csv
       *>------------------------------------------------------------------------
       tratar-leitura-do-programa section.


           move ws-ind-temp                        to ws-i

           perform imprime-linha-csv


           .
       tratar-leitura-do-programa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   monta e grava uma linha do csv para o dia ws-i
       *>------------------------------------------------------------------------
       imprime-linha-csv section.


           move ws-temp-seq(ws-i)                  to csv-det-dia
           move ws-temperatura(ws-i)               to csv-det-temperatura

           if ws-temp-fora-da-faixa(ws-i) then
