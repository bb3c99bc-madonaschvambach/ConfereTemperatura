       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.estimativa".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: estimativa das leituras
      *>                faltantes - para cada dia/estacao ativa sem
      *>                leitura apontado pela conciliacao no arquivo de
      *>                faltas arqTemperaturas.fal, grava no
      *>                arqTemperaturas uma leitura estimada: interpolada
      *>                entre as leituras medidas da propria estacao nos
      *>                dias vizinhos, quando a lacuna inteira cabe no
      *>                limite de interpolacao, ou a media das estacoes da
      *>                mesma localidade no mesmo dia, quando a lacuna e
      *>                longa ou nao tem leitura medida dos dois lados; o
      *>                registro leva a origem "I" (interpolada) ou "V"
      *>                (vizinhas) e a consolidacao regrava por cima
      *>                quando a leitura real chega; relatorio de cada
      *>                falta e do metodo em arqTemperaturas.etr - ate
      *>                aqui o faturamento fechava o mes de graus-dia com
      *>                os buracos da conciliacao
      *>------------------------------------------------------------------------


       *>divisao para configuracao do programa
       environment division.
       configuration section.


       *>declarado que será utilizado vírgulo ao invés de ponto
       special-names. decimal-point is comma.


       *>declaracao de recursos externos
       input-output Section.

       file-control.

       *>   --------- declaracao com nome do arquivo, tipo, modo de acesso e status
       *>   indexado por fd-temp-chave (ano/mes/dia + estacao), mesma
       *>   organizacao dos demais programas - aberto em i-o: leitura
       *>   direta dos dias vizinhos e inclusao da leitura estimada
       select arqTemperaturas assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (dinamico: leitura e inclusao diretas)
       access mode     is dynamic
       record key      is fd-temp-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTemperaturas.

       *>   --------- faltas apontadas pela conciliacao, a fila de
       *>   trabalho deste programa
       select arqFaltas assign to "arqTemperaturas.fal"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqFaltas.

       *>   --------- cadastro de estacoes: localidade de cada estacao
       *>   (vizinhas) e janela de vigencia
       select arqEstacoes assign to "arqEstacoes.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqEstacoes.

       *>   --------- controle de fechamento de mes: mes fechado nao
       *>   recebe estimativa, porque muda os totais congelados
       *>   (copybooks/TEMPFCC.cpy)
       select arqFechamentos assign to "arqFechamentos.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqFechamentos.

       *>   --------- parametros operacionais: leitura medida fora da
       *>   faixa valida nao serve de base para a estimativa
       select arqParametros assign to "arqTemperaturas.par"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqParametros.

       *>   --------- relatorio da estimativa (cada falta, o valor e o
       *>   metodo, ou o motivo de nao estimar)
       select arqEstimativa assign to "arqTemperaturas.etr"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqEstimativa.

       *>   --------- jornal comum de execucoes dos programas do sistema
       *>   (inicio/fim, contagens e fim anormal), gravado pelas secoes
       *>   de copybooks/TEMPJRNC.cpy
       select arqJornal assign to "arqTemperaturas.jrn"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqJornal.

       i-o-control.


       *>  ------- declaracao de variaveis
       data division.



       *> ------- variáveis de arquivos
       file section.


       fd arqTemperaturas.

       copy TEMPREG.


       fd arqFaltas.

       01  fal-linha                               pic x(14).


       fd arqEstacoes.

       copy TEMPEST.


       fd arqFechamentos.

       01  fec-linha                               pic x(65).


       fd arqParametros.

       copy TEMPPAR.


       fd arqEstimativa.

       01  etr-linha                               pic x(80).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do arquivo de faltas (leitura com read into)
       copy TEMPFAL.

      *>   tabela do cadastro de estacoes (com a janela de vigencia e a
      *>   localidade) - secoes em copybooks/TEMPESTC.cpy
       copy TEMPESTW.

      *>   registro do controle de fechamento e o conjunto de meses
      *>   fechados - secoes em copybooks/TEMPFCC.cpy
       copy TEMPFEC.

       copy TEMPFCW.


       77  ws-fs-arqFaltas                         pic 9(02).
       77  ws-fs-arqEstimativa                     pic 9(02).

      *>   maior lacuna (dias seguidos sem leitura medida) que ainda se
      *>   interpola entre os dias da propria estacao; lacuna maior vai
      *>   para as estacoes vizinhas
       77  ws-lim-interpolacao                     pic 9(02) value 03.

      *>   slot da estacao da falta na tabela do cadastro
       77  ws-est-lacuna                           pic 9(03).

      *>   dia da falta e dia de trabalho das buscas, na ordem
      *>   ano/mes/dia da chave
       01  ws-dia-lacuna.
           05  ws-lac-ano                          pic 9(04).
           05  ws-lac-mes                          pic 9(02).
           05  ws-lac-dia                          pic 9(02).
       01  ws-dia-lacuna-r redefines ws-dia-lacuna pic 9(08).

       01  ws-dia-busca.
           05  ws-bus-ano                          pic 9(04).
           05  ws-bus-mes                          pic 9(02).
           05  ws-bus-dia                          pic 9(02).

      *>   estacao e resultado da leitura de um dia/estacao: so conta a
      *>   leitura medida (nao estimada, nao julgada errada, dentro da
      *>   faixa valida)
       77  ws-estacao-busca                        pic x(05).
       77  ws-leitura-medida                       pic x(01) value "N".
           88  ws-ha-leitura-medida                         value "S".
           88  ws-sem-leitura-medida                        value "N".
       77  ws-valor-lido                           pic s9(02)v9(02).

      *>   interpolacao: distancia em dias e valor da leitura medida
      *>   anterior e da posterior a falta, e quantos dias a busca
      *>   para a frente ainda pode andar sem passar do limite
       77  ws-dist-busca                           pic 9(02).
       77  ws-lim-posterior                        pic 9(02).
       77  ws-dist-anterior                        pic 9(02).
       77  ws-dist-posterior                       pic 9(02).
       77  ws-valor-anterior                       pic s9(02)v9(02).
       77  ws-valor-posterior                      pic s9(02)v9(02).
       77  ws-tam-lacuna                           pic 9(03).

      *>   vizinhas: soma e quantidade das leituras medidas do dia nas
      *>   outras estacoes da mesma localidade
       77  ws-viz-soma                             pic s9(05)v9(02).
       77  ws-viz-qtd                              pic 9(03).

      *>   resultado da estimativa da falta corrente
       77  ws-metodo                               pic x(01) value space.
           88  ws-metodo-interpolacao                       value "I".
           88  ws-metodo-vizinhas                           value "V".
           88  ws-sem-metodo                                value space.
       77  ws-valor-estimado                       pic s9(02)v9(02).

      *>   contagens da execucao
       77  ws-qtd-faltas-lidas                     pic 9(05) value 0.
       77  ws-qtd-interpoladas                     pic 9(05) value 0.
       77  ws-qtd-pelas-vizinhas                   pic 9(05) value 0.
       77  ws-qtd-sem-base                         pic 9(05) value 0.
       77  ws-qtd-mes-fechado                      pic 9(05) value 0.
       77  ws-qtd-ja-com-leitura                   pic 9(05) value 0.
       77  ws-qtd-fora-cadastro                    pic 9(05) value 0.

       01  etr-cabecalho                           pic x(80)
           value "ESTIMATIVA DE LEITURAS FALTANTES".

       01  etr-limite-eco.
           05  filler                              pic x(35)
               value "Lacuna maxima para interpolacao:  ".
           05  etr-eco-limite                      pic z9.
           05  filler                              pic x(43) value " dia(s)".

       01  etr-sem-faltas                          pic x(80)
           value "Arquivo de faltas vazio - nada a estimar".

      *>   linha de cada falta: data, estacao, valor estimado (em
      *>   branco quando nao estimada) e metodo ou motivo
       01  etr-detalhe.
           05  filler                              pic x(03) value space.
           05  etr-det-dia                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  etr-det-mes                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  etr-det-ano                         pic 9(04).
           05  filler                              pic x(02) value space.
           05  etr-det-estacao                     pic x(05).
           05  filler                              pic x(02) value space.
           05  etr-det-valor                       pic -9(02),99.
           05  etr-det-valor-x redefines etr-det-valor
                                                   pic x(06).
           05  filler                              pic x(02) value space.
           05  etr-det-texto                       pic x(30).
           05  etr-det-qtd                         pic zzz.
           05  filler                              pic x(17) value space.

       01  etr-resumo.
           05  filler                              pic x(03) value space.
           05  etr-res-texto                       pic x(20).
           05  etr-res-qtd                         pic zzzz9.
           05  filler                              pic x(52) value space.


       *>------Variaveis para comunicaçao entre programa
       linkage section.



       *>DECLARAÇÃO DO CORPO DO PROGRAMA
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.


       *>------------------------------------------------------------------------
       *>   inicialização do programa
       *>------------------------------------------------------------------------
       inicializacao section.


           move "estimativa"                       to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- ESTIMATIVA DE LEITURAS FALTANTES ----"
           display " "

           *> faixa valida do arqTemperaturas.par (padrao do fonte na
           *> ausencia dele)
           perform carregar-parametros

           perform carregar-estacoes

           *> meses ja fechados pelo fechamento formal - nao recebem
           *> estimativa
           perform carregar-fechamentos

           open input arqFaltas

           *> sem arquivo de faltas a conciliacao nao rodou (ou nao
           *> achou falta nenhuma na primeira vez): nada a estimar
           if ws-fs-arqFaltas = 35 then
               display "Nao ha arquivo de faltas - nada a estimar"
               perform gravar-jornal-fim
               Stop run
           end-if

           if ws-fs-arqFaltas <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqFaltas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.fal" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTemperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqEstimativa

           if ws-fs-arqEstimativa <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstimativa                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.etr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-lim-interpolacao                to etr-eco-limite

           write etr-linha from etr-cabecalho
           write etr-linha from etr-limite-eco

           if ws-fs-arqEstimativa <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstimativa                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.etr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   percorre o arquivo de faltas estimando cada dia/estacao
       *>------------------------------------------------------------------------
       processamento section.


           perform tratar-falta
               until ws-fs-arqFaltas = 10

           if ws-qtd-faltas-lidas = 0 then
               write etr-linha from etr-sem-faltas

               if ws-fs-arqEstimativa <> 0 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEstimativa                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTemperaturas.etr" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma falta e tenta estimar: primeiro pela interpolacao
       *>   entre os dias da propria estacao, depois pelas vizinhas
       *>------------------------------------------------------------------------
       tratar-falta section.


           read arqFaltas into fal-registro

           if ws-fs-arqFaltas = 10 then
               go to tratar-falta-exit
           end-if

           if ws-fs-arqFaltas <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqFaltas                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.fal"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> linha fora do layout nao e falta
           if fal-data is not numeric then
               go to tratar-falta-exit
           end-if

           add 1                                   to ws-qtd-faltas-lidas

           move fal-data                           to ws-dia-lacuna-r
           move space                              to ws-metodo

           move fal-dia                            to etr-det-dia
           move fal-mes                            to etr-det-mes
           move fal-ano                            to etr-det-ano
           move fal-estacao                        to etr-det-estacao
           move spaces                             to etr-det-valor-x
           move 0                                  to etr-det-qtd

           *> estacao retirada do cadastro depois da conciliacao: sem
           *> localidade nem vigencia, nao ha como estimar
           move fal-estacao                        to ws-est-procurada
           perform localizar-estacao

           if ws-estacao-nao-cadastrada then
               add 1                               to ws-qtd-fora-cadastro
               move "NAO ESTIMADA - fora cadastro"  to etr-det-texto
               perform gravar-linha-falta
               go to tratar-falta-exit
           end-if

           move ws-est-corrente                    to ws-est-lacuna

           *> mes ja fechado: estimar muda os totais congelados
           compute ws-mes-conferido = fal-ano * 100 + fal-mes

           perform conferir-mes-fechado

           if ws-mes-esta-fechado then
               add 1                               to ws-qtd-mes-fechado
               move "NAO ESTIMADA - mes fechado"    to etr-det-texto
               perform gravar-linha-falta
               go to tratar-falta-exit
           end-if

           perform estimar-por-interpolacao

           if ws-sem-metodo then
               perform estimar-pelas-vizinhas
           end-if

           if ws-sem-metodo then
               add 1                               to ws-qtd-sem-base
               move "NAO ESTIMADA - sem base"       to etr-det-texto
               perform gravar-linha-falta
               go to tratar-falta-exit
           end-if

           perform gravar-estimativa


           .
       tratar-falta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   procura a leitura medida mais proxima antes da falta e,
       *>   achando, a mais proxima depois, de modo que a lacuna inteira
       *>   (dias sem medicao entre as duas) nao passe do limite; com as
       *>   duas, o valor do dia e a reta entre elas
       *>------------------------------------------------------------------------
       estimar-por-interpolacao section.


           move ws-est-codigo(ws-est-lacuna)       to ws-estacao-busca

           move 0                                  to ws-dist-anterior
           move ws-dia-lacuna                      to ws-dia-busca

           perform buscar-dia-anterior
               varying ws-dist-busca from 1 by 1
               until ws-dist-busca > ws-lim-interpolacao
               or ws-dist-anterior > 0

           if ws-dist-anterior = 0 then
               go to estimar-por-interpolacao-exit
           end-if

           *> a lacuna tem (anterior - 1) dias antes da falta, a propria
           *> falta e (posterior - 1) dias depois
           compute ws-lim-posterior
               = ws-lim-interpolacao + 1 - ws-dist-anterior

           move 0                                  to ws-dist-posterior
           move ws-dia-lacuna                      to ws-dia-busca

           perform buscar-dia-posterior
               varying ws-dist-busca from 1 by 1
               until ws-dist-busca > ws-lim-posterior
               or ws-dist-posterior > 0

           if ws-dist-posterior = 0 then
               go to estimar-por-interpolacao-exit
           end-if

           compute ws-valor-estimado rounded
               = ws-valor-anterior
               + (ws-valor-posterior - ws-valor-anterior)
               * ws-dist-anterior
               / (ws-dist-anterior + ws-dist-posterior)

           compute ws-tam-lacuna
               = ws-dist-anterior + ws-dist-posterior - 1

           move "I"                                to ws-metodo


           .
       estimar-por-interpolacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   recua ws-dia-busca um dia e guarda a leitura medida da
       *>   estacao, se houver, como a anterior a falta
       *>------------------------------------------------------------------------
       buscar-dia-anterior section.


           perform recuar-dia-busca

           perform ler-leitura-medida

           if ws-ha-leitura-medida then
               move ws-dist-busca                  to ws-dist-anterior
               move ws-valor-lido                  to ws-valor-anterior
           end-if


           .
       buscar-dia-anterior-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   avanca ws-dia-busca um dia e guarda a leitura medida da
       *>   estacao, se houver, como a posterior a falta
       *>------------------------------------------------------------------------
       buscar-dia-posterior section.


           perform avancar-dia-busca

           perform ler-leitura-medida

           if ws-ha-leitura-medida then
               move ws-dist-busca                  to ws-dist-posterior
               move ws-valor-lido                  to ws-valor-posterior
           end-if


           .
       buscar-dia-posterior-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   media das leituras medidas, no dia da falta, das outras
       *>   estacoes vigentes da mesma localidade (est-local) - estacao
       *>   sem localidade no cadastro nao tem vizinhas
       *>------------------------------------------------------------------------
       estimar-pelas-vizinhas section.


           if ws-est-local(ws-est-lacuna) = spaces then
               go to estimar-pelas-vizinhas-exit
           end-if

           move 0                                  to ws-viz-soma
           move 0                                  to ws-viz-qtd

           perform somar-vizinha
               varying ws-ind-est from 1 by 1
               until ws-ind-est > ws-qtd-estacoes

           if ws-viz-qtd = 0 then
               go to estimar-pelas-vizinhas-exit
           end-if

           compute ws-valor-estimado rounded
               = ws-viz-soma / ws-viz-qtd

           move "V"                                to ws-metodo


           .
       estimar-pelas-vizinhas-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   soma a leitura medida do dia da estacao ws-ind-est, quando
       *>   ela e vizinha (mesma localidade, outra estacao) e estava
       *>   vigente no dia
       *>------------------------------------------------------------------------
       somar-vizinha section.


           if ws-ind-est = ws-est-lacuna
               or ws-est-local(ws-ind-est) not = ws-est-local(ws-est-lacuna) then
               go to somar-vizinha-exit
           end-if

           move ws-ind-est                         to ws-est-corrente
           move ws-dia-lacuna-r                    to ws-data-vigencia

           perform conferir-vigencia-estacao

           if ws-estacao-nao-vigente then
               go to somar-vizinha-exit
           end-if

           move ws-est-codigo(ws-ind-est)          to ws-estacao-busca
           move ws-dia-lacuna                      to ws-dia-busca

           perform ler-leitura-medida

           if ws-ha-leitura-medida then
               add ws-valor-lido                   to ws-viz-soma
               add 1                               to ws-viz-qtd
           end-if


           .
       somar-vizinha-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le por chave o dia ws-dia-busca da estacao ws-estacao-busca e
       *>   diz se ha leitura medida utilizavel: registro estimado, julgado
       *>   errado na analise de suspeitas ou fora da faixa valida nao
       *>   serve de base
       *>------------------------------------------------------------------------
       ler-leitura-medida section.


           move "N"                                to ws-leitura-medida

           move ws-bus-ano                         to fd-temp-ano
           move ws-bus-mes                         to fd-temp-mes
           move ws-bus-dia                         to fd-temp-dia
           move ws-estacao-busca                   to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 23                         to ws-fs-arqTemperaturas
           end-read

           if ws-fs-arqTemperaturas = 23 then
               go to ler-leitura-medida-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-temp-estimada
               or fd-temp-julgada-errada then
               go to ler-leitura-medida-exit
           end-if

           move fd-temperatura                     to ws-valor-lido

           if ws-valor-lido < ws-temp-faixa-min
               or ws-valor-lido > ws-temp-faixa-max then
               go to ler-leitura-medida-exit
           end-if

           move "S"                                to ws-leitura-medida


           .
       ler-leitura-medida-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   inclui a leitura estimada no arqTemperaturas com a origem do
       *>   metodo - se o dia ganhou registro depois da conciliacao (leitura
       *>   real consolidada ou estimativa de outra execucao), fica o que
       *>   ja esta la
       *>------------------------------------------------------------------------
       gravar-estimativa section.


           move ws-lac-ano                         to fd-temp-ano
           move ws-lac-mes                         to fd-temp-mes
           move ws-lac-dia                         to fd-temp-dia
           move ws-est-codigo(ws-est-lacuna)       to fd-temp-estacao
           move ws-valor-estimado                  to fd-temperatura
           move ws-metodo                          to fd-temp-origem
           move space                              to fd-temp-disposicao
           move spaces                             to fd-temp-disp-operador
           move 0                                  to fd-temp-disp-data

           write fd-temperaturas
               invalid key
                   move 22                         to ws-fs-arqTemperaturas
           end-write

           if ws-fs-arqTemperaturas = 22 then
               add 1                               to ws-qtd-ja-com-leitura
               move "NAO ESTIMADA - ja tem leitura" to etr-det-texto
               perform gravar-linha-falta
               go to gravar-estimativa-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-estimado                  to etr-det-valor

           if ws-metodo-interpolacao then
               add 1                               to ws-qtd-interpoladas
               move "interpolacao - dias na lacuna:" to etr-det-texto
               move ws-tam-lacuna                  to etr-det-qtd
           else
               add 1                               to ws-qtd-pelas-vizinhas
               move "vizinhas - estacoes na media:" to etr-det-texto
               move ws-viz-qtd                     to etr-det-qtd
           end-if

           perform gravar-linha-falta


           .
       gravar-estimativa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava no relatorio a linha da falta corrente
       *>------------------------------------------------------------------------
       gravar-linha-falta section.


           write etr-linha from etr-detalhe

           if ws-fs-arqEstimativa <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstimativa                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.etr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-falta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava no relatorio uma linha do resumo (etr-res-texto e
       *>   etr-res-qtd ja montados)
       *>------------------------------------------------------------------------
       gravar-linha-resumo section.


           write etr-linha from etr-resumo

           if ws-fs-arqEstimativa <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqEstimativa                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.etr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-resumo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   avanca ws-dia-busca em um dia de calendario (mesmas regras de
       *>   dia maximo/bissexto de copybooks/TEMPDTA.cpy)
       *>------------------------------------------------------------------------
       avancar-dia-busca section.


           move ws-bus-mes                         to ws-busca-mes
           move ws-bus-ano                         to ws-busca-ano

           perform obter-dia-max-mes

           if ws-bus-dia < ws-dia-max-mes then
               add 1                               to ws-bus-dia
           else
               move 01                             to ws-bus-dia
               if ws-bus-mes < 12 then
                   add 1                           to ws-bus-mes
               else
                   move 01                         to ws-bus-mes
                   add 1                           to ws-bus-ano
               end-if
           end-if


           .
       avancar-dia-busca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   recua ws-dia-busca em um dia de calendario, caindo no ultimo
       *>   dia do mes anterior na virada
       *>------------------------------------------------------------------------
       recuar-dia-busca section.


           if ws-bus-dia > 1 then
               subtract 1                          from ws-bus-dia
               go to recuar-dia-busca-exit
           end-if

           if ws-bus-mes > 1 then
               subtract 1                          from ws-bus-mes
           else
               move 12                             to ws-bus-mes
               subtract 1                          from ws-bus-ano
           end-if

           move ws-bus-mes                         to ws-busca-mes
           move ws-bus-ano                         to ws-busca-ano

           perform obter-dia-max-mes

           move ws-dia-max-mes                     to ws-bus-dia


           .
       recuar-dia-busca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           move "Faltas lidas:"                    to etr-res-texto
           move ws-qtd-faltas-lidas                to etr-res-qtd
           perform gravar-linha-resumo

           move "Interpoladas:"                    to etr-res-texto
           move ws-qtd-interpoladas                to etr-res-qtd
           perform gravar-linha-resumo

           move "Pelas vizinhas:"                  to etr-res-texto
           move ws-qtd-pelas-vizinhas              to etr-res-qtd
           perform gravar-linha-resumo

           move "Sem base:"                        to etr-res-texto
           move ws-qtd-sem-base                    to etr-res-qtd
           perform gravar-linha-resumo

           move "Mes fechado:"                     to etr-res-texto
           move ws-qtd-mes-fechado                 to etr-res-qtd
           perform gravar-linha-resumo

           move "Ja com leitura:"                  to etr-res-texto
           move ws-qtd-ja-com-leitura              to etr-res-qtd
           perform gravar-linha-resumo

           move "Fora do cadastro:"                to etr-res-texto
           move ws-qtd-fora-cadastro               to etr-res-qtd
           perform gravar-linha-resumo

           close arqFaltas
           close arqTemperaturas
           close arqEstimativa

           display "--- estimativa encerrada ---"
           display "Faltas lidas:       " ws-qtd-faltas-lidas
           display "Interpoladas:       " ws-qtd-interpoladas
           display "Pelas vizinhas:     " ws-qtd-pelas-vizinhas
           display "Sem base:           " ws-qtd-sem-base
           display "Mes fechado:        " ws-qtd-mes-fechado
           display "Ja com leitura:     " ws-qtd-ja-com-leitura
           display "Fora do cadastro:   " ws-qtd-fora-cadastro
           display "--- relatorio arqTemperaturas.etr gerado ---"

           move ws-qtd-faltas-lidas                to ws-jrn-qtd-entrada
           compute ws-jrn-qtd-saida
               = ws-qtd-interpoladas + ws-qtd-pelas-vizinhas
           perform gravar-jornal-fim

           Stop run


           .
       finalizacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finaliza anormal
       *>   versao local (este programa nao usa copybooks/SOMATEMP.cpy,
       *>   entao nao herda a finalizacao de la): fecha o que pode estar
       *>   aberto, mostra a mensagem de erro montada e encerra
       *>------------------------------------------------------------------------
       finaliza-anormal section.


           close arqFaltas
           close arqTemperaturas
           close arqEstimativa

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPDTA.

       copy TEMPESTC.

       copy TEMPPARC.

       copy TEMPFCC.

       copy TEMPJRNC.
