       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.disposicao".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: disposicao das leituras
      *>                suspeitas - mostra ao analista cada linha do
      *>                arqTemperaturas.sus (leitura, media das outras
      *>                estacoes, desvio e abertura do dia) e grava no
      *>                proprio registro do arqTemperaturas a decisao
      *>                ("G" confirmada como genuina ou "X" errada, para a
      *>                correcao), o operador e a data, com a trilha
      *>                completa no diario arqTemperaturas.dsp; a leitura
      *>                confirmada deixa de ser marcada suspeita e volta
      *>                as medias e aos extremos de todo relatorio - ate
      *>                aqui uma frente fria de verdade numa estacao so
      *>                era excluida em toda execucao, e o unico jeito de
      *>                "aceita-la" era sobrescrever o valor na correcao
      *>   15/10/2026 - msv - operador identificado pelo cadastro de
      *>                operadores (copybooks/TEMPOPC.cpy) no lugar do
      *>                texto livre - e o codigo dele que fica no registro
      *>                e no diario de disposicoes (a leitura julgada
      *>                errada entra na fila de correcao dele)
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
       *>   organizacao dos demais programas - aberto em i-o para a
       *>   regravacao da leitura com a decisao, pela chave
       select arqTemperaturas assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (dinamico: leitura e regravacao diretas)
       access mode     is dynamic
       record key      is fd-temp-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTemperaturas.

       *>   --------- listagem das suspeitas da critica de plausibilidade
       *>   (somar-temperaturas), a fila de trabalho deste programa
       select arqSuspeitos assign to "arqTemperaturas.sus"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqSuspeitos.

       *>   --------- diario das disposicoes (aberto em extend para
       *>   acumular o historico de todas as sessoes)
       select arqDisposicoes assign to "arqTemperaturas.dsp"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqDisposicoes.

       *>   --------- controle de fechamento de mes: decisao em mes
       *>   fechado e recusada, porque muda os totais congelados
       *>   (copybooks/TEMPFCC.cpy)
       select arqFechamentos assign to "arqFechamentos.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqFechamentos.

       *>   --------- cadastro de operadores: so lido, para a
       *>   identificacao do operador da sessao (copybooks/TEMPOPC.cpy)
       select arqOperadores assign to "arqOperadores.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqOperadores.

       *>   --------- log de seguranca: identificacao recusada e funcao
       *>   negada pelo perfil (copybooks/TEMPOPC.cpy)
       select arqSeguranca assign to "arqTemperaturas.seg"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqSeguranca.

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


       fd arqSuspeitos.

       01  sus-linha                               pic x(52).


       fd arqDisposicoes.

       01  dsp-linha                               pic x(52).


       fd arqFechamentos.

       01  fec-linha                               pic x(65).


       fd arqOperadores.

       01  opr-linha                               pic x(61).


       fd arqSeguranca.

       01  seg-linha                               pic x(82).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do cadastro de operadores e do log de seguranca,
      *>   montados na working-storage (leitura com read into, gravacao
      *>   com write from), e o operador identificado na sessao - secoes
      *>   em copybooks/TEMPOPC.cpy
       copy TEMPOPR.

       copy TEMPSEG.

       copy TEMPOPW.

      *>   linha da listagem de suspeitas (leitura com read into)
       copy TEMPSUS.

      *>   registro do diario de disposicoes, montado aqui na
      *>   working-storage para os value dos separadores valerem
       copy TEMPDSP.

      *>   registro do controle de fechamento e o conjunto de meses
      *>   fechados - secoes em copybooks/TEMPFCC.cpy
       copy TEMPFEC.

       copy TEMPFCW.


       77  ws-fs-arqDisposicoes                    pic 9(02).

      *>   decisao digitada pelo analista
       77  ws-opcao                                pic x(01).
       77  ws-decisao                              pic x(01) value space.
           88  ws-decisao-confirmar                         value "G".
           88  ws-decisao-errada                            value "X".
           88  ws-decisao-pular                             value "P".
           88  ws-decisao-pendente                          value space.

      *>   data do dia, gravada no registro junto com a decisao
       77  ws-data-hoje                            pic 9(08).

      *>   valores sem edicao para conferir a listagem contra o registro
       77  ws-valor-listado                        pic s9(02)v9(02).
       77  ws-valor-atual                          pic s9(02)v9(02).

      *>   contagens da sessao de disposicao
       77  ws-qtd-suspeitas-lidas                  pic 9(05) value 0.
       77  ws-qtd-confirmadas                      pic 9(05) value 0.
       77  ws-qtd-julgadas-erradas                 pic 9(05) value 0.
       77  ws-qtd-puladas                          pic 9(05) value 0.
       77  ws-qtd-ja-decididas                     pic 9(05) value 0.
       77  ws-qtd-desatualizadas                   pic 9(05) value 0.
       77  ws-qtd-nao-encontradas                  pic 9(05) value 0.
       77  ws-qtd-mes-fechado                      pic 9(05) value 0.


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


           move "disposicao"                       to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- DISPOSICAO DAS LEITURAS SUSPEITAS ----"
           display " "
           *> o codigo do operador identificado vai para o registro e
           *> para cada linha do diario de disposicoes
           perform identificar-operador

           accept ws-data-hoje                     from date yyyymmdd

           *> meses ja fechados pelo fechamento formal - decisao neles
           *> sera recusada
           perform carregar-fechamentos

           open input arqSuspeitos

           *> sem listagem de suspeitas nao ha o que decidir
           if ws-fs-arqSuspeitos = 35 then
               display " "
               display "Nao ha listagem de suspeitas - nada a decidir"
               perform gravar-jornal-fim
               Stop run
           end-if

           if ws-fs-arqSuspeitos <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqSuspeitos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.sus" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTemperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> o diario acumula todas as sessoes: extend, criando o
           *> arquivo na primeira decisao
           open extend arqDisposicoes

           if ws-fs-arqDisposicoes = 35 then
               open output arqDisposicoes
           end-if

           if ws-fs-arqDisposicoes <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisposicoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.dsp" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   percorre a listagem de suspeitas apresentando cada leitura ao
       *>   analista
       *>------------------------------------------------------------------------
       processamento section.


           perform tratar-suspeita
               until ws-fs-arqSuspeitos = 10


           .
       processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma suspeita da listagem e, se ainda cabe decisao sobre
       *>   ela, apresenta ao analista
       *>------------------------------------------------------------------------
       tratar-suspeita section.


           read arqSuspeitos into sus-registro

           if ws-fs-arqSuspeitos = 10 then
               go to tratar-suspeita-exit
           end-if

           if ws-fs-arqSuspeitos <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqSuspeitos                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.sus"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> linha fora do layout nao e suspeita
           if sus-dia is not numeric
               or sus-mes is not numeric
               or sus-ano is not numeric then
               go to tratar-suspeita-exit
           end-if

           add 1                                   to ws-qtd-suspeitas-lidas

           move sus-ano                            to fd-temp-ano
           move sus-mes                            to fd-temp-mes
           move sus-dia                            to fd-temp-dia
           move sus-estacao                        to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 23                         to ws-fs-arqTemperaturas
           end-read

           *> registro expurgado depois da listagem
           if ws-fs-arqTemperaturas = 23 then
               add 1                               to ws-qtd-nao-encontradas
               go to tratar-suspeita-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> ja confirmada, ou julgada errada e ainda nao corrigida: a
           *> decisao vale ate a leitura mudar
           if fd-temp-confirmada
               or (fd-temp-julgada-errada and fd-temp-original) then
               add 1                               to ws-qtd-ja-decididas
               go to tratar-suspeita-exit
           end-if

           *> valor mudou desde a listagem (corrigido ou reconsolidado):
           *> a decisao seria sobre um numero que o analista nao viu
           move sus-valor                          to ws-valor-listado
           move fd-temperatura                     to ws-valor-atual

           if ws-valor-atual not = ws-valor-listado then
               add 1                               to ws-qtd-desatualizadas
               go to tratar-suspeita-exit
           end-if

           *> leitura de mes ja fechado: confirmar muda os totais
           *> congelados - reabrir o mes (fechamento) antes
           compute ws-mes-conferido = sus-ano * 100 + sus-mes

           perform conferir-mes-fechado

           if ws-mes-esta-fechado then
               add 1                               to ws-qtd-mes-fechado
               go to tratar-suspeita-exit
           end-if

           display erase
           display "Leitura suspeita:"
           display "  Data:             " sus-dia "/" sus-mes "/" sus-ano
           display "  Estacao:          " sus-estacao
           display "  Valor:            " sus-valor
           display "  Media das outras: " sus-media-outras
           display "  Desvio:           " sus-desvio
           display "  Menor/maior dia:  " sus-menor-dia " / " sus-maior-dia

           if fd-temp-corrigida then
               display "  (valor ja corrigido antes pelo operador)"
           end-if

           move space                              to ws-decisao

           perform aceitar-decisao
               until not ws-decisao-pendente

           if ws-decisao-pular then
               add 1                               to ws-qtd-puladas
               go to tratar-suspeita-exit
           end-if

           perform gravar-decisao


           .
       tratar-suspeita-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   aceita a decisao do analista, repetindo ate vir uma opcao
       *>   valida
       *>------------------------------------------------------------------------
       aceitar-decisao section.


           display " "
           display "Decisao:"
           display "   'G'enuina (confirmar a leitura)"
           display "   'E'rrada (manter na fila de correcao)"
           display "   'P'ular"
           accept ws-opcao

           evaluate ws-opcao
               when "G"
               when "g"
                   move "G"                        to ws-decisao
               when "E"
               when "e"
                   move "X"                        to ws-decisao
               when "P"
               when "p"
                   move "P"                        to ws-decisao
               when other
                   display "-- Opcao invalida, informe de novo --"
           end-evaluate


           .
       aceitar-decisao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a decisao no registro da leitura (decisao, operador e
       *>   data) e anota no diario - a julgada errada segue na fila de
       *>   correcao (arqTemperaturas.exc) do mesmo lote que gerou a
       *>   listagem e volta a ela a cada lote ate ser corrigida
       *>------------------------------------------------------------------------
       gravar-decisao section.


           move ws-decisao                         to fd-temp-disposicao
           move ws-operador                        to fd-temp-disp-operador
           move ws-data-hoje                       to fd-temp-disp-data

           rewrite fd-temperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao regravar arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept dsp-data                         from date yyyymmdd
           accept dsp-hora                         from time

           move sus-dia                            to dsp-leitura-dia
           move sus-mes                            to dsp-leitura-mes
           move sus-ano                            to dsp-leitura-ano
           move sus-estacao                        to dsp-estacao
           move ws-valor-atual                     to dsp-valor
           move ws-decisao                         to dsp-decisao
           move ws-operador                        to dsp-operador

           write dsp-linha from dsp-registro

           if ws-fs-arqDisposicoes <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisposicoes                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.dsp" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-decisao-confirmar then
               add 1                               to ws-qtd-confirmadas
               display " "
               display "-- Leitura confirmada como genuina --"
           else
               add 1                               to ws-qtd-julgadas-erradas
               display " "
               display "-- Leitura mantida na fila de correcao --"
           end-if


           .
       gravar-decisao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           close arqSuspeitos
           close arqTemperaturas
           close arqDisposicoes

           display " "
           display "--- disposicao encerrada ---"
           display "Suspeitas lidas:    " ws-qtd-suspeitas-lidas
           display "Confirmadas:        " ws-qtd-confirmadas
           display "Julgadas erradas:   " ws-qtd-julgadas-erradas
           display "Puladas:            " ws-qtd-puladas
           display "Ja decididas:       " ws-qtd-ja-decididas
           display "Valor ja mudou:     " ws-qtd-desatualizadas
           display "Nao encontradas:    " ws-qtd-nao-encontradas
           display "Mes fechado:        " ws-qtd-mes-fechado

           move ws-qtd-suspeitas-lidas             to ws-jrn-qtd-entrada
           compute ws-jrn-qtd-saida
               = ws-qtd-confirmadas + ws-qtd-julgadas-erradas
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


           close arqSuspeitos
           close arqTemperaturas
           close arqDisposicoes

           close arqOperadores

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPOPC.

       copy TEMPJRNC.

       copy TEMPFCC.
