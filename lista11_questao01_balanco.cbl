       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.balanco".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: balanceamento dos totais
      *>                de controle da cadeia noturna - para uma data ou
      *>                um mes pedidos, junta os numeros que cada etapa
      *>                deixou nas suas saidas e confere par a par:
      *>                linhas do arqTemperaturas.mov x linhas lidas do
      *>                relatorio de carga (.cgr), lidas x inseridas +
      *>                substituidas + rejeitadas, leituras horarias do
      *>                .hor x usadas + excluidas do resumo diario .dia,
      *>                dias bons do .dia x registros oficiais no
      *>                arqTemperaturas.txt (listando os que faltam),
      *>                registros do .txt x trailer do extrato .int
      *>                (contagem e hash) e totais congelados do
      *>                arqFechamentos.txt x o arquivo hoje; relatorio
      *>                arqTemperaturas.bal com valor de cada lado,
      *>                diferenca e situacao, e cada par em desequilibrio
      *>                vira evento anormal "B" no jornal
      *>                (arqTemperaturas.jrn) para sair no relatorio
      *>                matinal da operacao - um mes foi transmitido com
      *>                dois dias a menos e levou uma semana para achar a
      *>                etapa que os perdeu
      *>   15/10/2026 - msv - recontagem do .txt para o extrato .int sem
      *>                as leituras estimadas, que o
      *>                lista11_numero01.interface nao transmite (o
      *>                fechamento continua contando todas)
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
       *>   organizacao dos demais programas - start + leitura sequencial
       *>   para recontar um intervalo e leitura direta por chave para
       *>   procurar o registro oficial de um dia do resumo diario
       select arqTemperaturas assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (dinamico: start/leitura sequencial e leitura
       *>   direta por chave)
       access mode     is dynamic
       record key      is fd-temp-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTemperaturas.

       *>   --------- arquivo horario gravado pela carga: contado no
       *>   periodo pedido (start no primeiro dia)
       select arqTempHorario assign to "arqTemperaturas.hor"
       *>   tipo de arquivo (indexado, chave pela data + estacao + hora)
       organization    is indexed
       *>   modo de acesso (dinamico: start e leitura sequencial)
       access mode     is dynamic
       record key      is fd-hor-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTempHorario.

       *>   --------- movimento da ultima carga: so contado
       select arqMovimento assign to "arqTemperaturas.mov"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqMovimento.

       *>   --------- relatorio da ultima carga: as contagens da carga
       select arqCargaRel assign to "arqTemperaturas.cgr"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqCargaRel.

       *>   --------- resumo diario da consolidacao (copybooks/TEMPDIA.cpy)
       select arqDiario assign to "arqTemperaturas.dia"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqDiario.

       *>   --------- extrato transmitido ao sistema corporativo: header
       *>   com o intervalo e trailer com contagem e hash
       select arqInterface assign to "arqTemperaturas.int"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqInterface.

       *>   --------- controle de fechamento de mes: totais congelados
       *>   (copybooks/TEMPFEC.cpy)
       select arqFechamentos assign to "arqFechamentos.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqFechamentos.

       *>   --------- relatorio de balanceamento
       select arqBalanco assign to "arqTemperaturas.bal"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqBalanco.

       *>   --------- jornal comum de execucoes dos programas do sistema
       *>   (inicio/fim, contagens e fim anormal), gravado pelas secoes
       *>   de copybooks/TEMPJRNC.cpy - recebe tambem um evento "B" por
       *>   par em desequilibrio
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


       fd arqTempHorario.

       copy TEMPHOR.


       fd arqMovimento.

       01  mov-linha                               pic x(80).


       fd arqCargaRel.

       01  cgr-linha                               pic x(80).


       fd arqDiario.

       01  dia-linha                               pic x(59).


       fd arqInterface.

       01  int-linha                               pic x(40).


       fd arqFechamentos.

       01  fec-linha                               pic x(65).


       fd arqBalanco.

       01  bal-linha                               pic x(80).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   linha do resumo diario, decomposta aqui (leitura com read into)
       copy TEMPDIA.

      *>   registro do controle de fechamento, decomposto aqui (leitura
      *>   com read into)
       copy TEMPFEC.


       77  ws-fs-arqTempHorario                    pic 9(02).
       77  ws-fs-arqMovimento                      pic 9(02).
       77  ws-fs-arqCargaRel                       pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqInterface                      pic 9(02).
       77  ws-fs-arqFechamentos                    pic 9(02).
       77  ws-fs-arqBalanco                        pic 9(02).

      *>   arquivo mestre ausente (fs 35 na abertura) e lido como vazio
       77  ws-txt-existe                           pic x(01) value "S".
           88  ws-txt-presente                              value "S".
           88  ws-txt-ausente                               value "N".

      *>   periodo pedido: um dia, ou o mes inteiro com dia 00
       77  ws-bal-dia                              pic 9(02).
       77  ws-bal-mes                              pic 9(02).
       77  ws-bal-ano                              pic 9(04).
       77  ws-bal-ok                               pic x(01) value "N".
           88  ws-bal-valido                                value "S".

       01  ws-bal-ini.
           05  ws-bal-ini-ano                      pic 9(04).
           05  ws-bal-ini-mes                      pic 9(02).
           05  ws-bal-ini-dia                      pic 9(02).
       01  ws-bal-ini-r redefines ws-bal-ini       pic 9(08).
       01  ws-bal-fim.
           05  ws-bal-fim-ano                      pic 9(04).
           05  ws-bal-fim-mes                      pic 9(02).
           05  ws-bal-fim-dia                      pic 9(02).
       01  ws-bal-fim-r redefines ws-bal-fim       pic 9(08).

      *>   par corrente: codigo (vai para o jornal), descricao, tipo do
      *>   valor (quantidade ou soma de temperaturas), os dois lados e a
      *>   diferenca (lado A - lado B)
       77  ws-par-codigo                           pic x(08).
       77  ws-par-descricao                        pic x(21).
       77  ws-par-tipo                             pic x(01).
           88  ws-par-de-quantidade                         value "Q".
           88  ws-par-de-soma                               value "S".
       77  ws-par-valor-a                          pic s9(07)v9(02).
       77  ws-par-valor-b                          pic s9(07)v9(02).
       77  ws-par-diferenca                        pic s9(07)v9(02).
       77  ws-par-situacao                         pic x(01).
           88  ws-par-a-conferir                            value space.
           88  ws-par-em-equilibrio                         value "E".
           88  ws-par-desequilibrado                        value "D".
           88  ws-par-nao-se-aplica                         value "N".

       77  ws-qtd-pares-equilibrio                 pic 9(02) value 0.
       77  ws-qtd-pares-desequilibrio              pic 9(02) value 0.
       77  ws-qtd-pares-nao-aplica                 pic 9(02) value 0.

      *>   texto de uma linha de observacao sob o par
       77  ws-nota                                 pic x(70).

      *>   carga: linhas do movimento e contagens lidas do .cgr
       77  ws-mov-existe                           pic x(01) value "N".
           88  ws-mov-presente                              value "S".
       77  ws-cgr-existe                           pic x(01) value "N".
           88  ws-cgr-presente                              value "S".
       77  ws-qtd-linhas-mov                       pic 9(07) value 0.
       77  ws-cgr-lidas                            pic 9(05) value 0.
       77  ws-cgr-inseridos                        pic 9(05) value 0.
       77  ws-cgr-substituidos                     pic 9(05) value 0.
       77  ws-cgr-rejeitados                       pic 9(05) value 0.
       77  ws-cgr-data-carga                       pic x(10) value spaces.

      *>   linha do .cgr lida, com as visoes da data e das contagens
      *>   (rotulo de 25 + quantidade editada zzzz9)
       01  ws-cgr-ent                              pic x(80).
       01  ws-cgr-ent-data redefines ws-cgr-ent.
           05  ws-cgr-ent-data-rotulo              pic x(15).
           05  ws-cgr-ent-data-valor               pic x(10).
           05  filler                              pic x(55).
       01  ws-cgr-ent-det redefines ws-cgr-ent.
           05  ws-cgr-ent-rotulo                   pic x(25).
           05  ws-cgr-ent-qtd                      pic x(05).
           05  filler                              pic x(50).

      *>   quantidade editada desfeita: brancos a esquerda viram zeros
       01  ws-cgr-qtd-x                            pic x(05).
       01  ws-cgr-qtd redefines ws-cgr-qtd-x       pic 9(05).

      *>   arquivo horario x resumo diario x registros oficiais
       77  ws-hor-existe                           pic x(01) value "N".
           88  ws-hor-presente                              value "S".
       77  ws-dia-existe                           pic x(01) value "N".
           88  ws-dia-presente                              value "S".
       77  ws-qtd-horarias                         pic 9(07) value 0.
       77  ws-dia-horarias                         pic 9(07) value 0.
       77  ws-dia-esperados                        pic 9(07) value 0.
       77  ws-dia-oficiais                         pic 9(07) value 0.

       01  ws-dia-data-trab.
           05  ws-dia-trab-ano                     pic 9(04).
           05  ws-dia-trab-mes                     pic 9(02).
           05  ws-dia-trab-dia                     pic 9(02).
       01  ws-dia-data-trab-r redefines ws-dia-data-trab pic 9(08).

      *>   dias bons do resumo diario sem registro oficial, para listar
      *>   sob o par (alem de 500 so contados)
       01  ws-sem-oficial occurs 500.
           05  ws-sof-data                         pic x(10).
           05  ws-sof-estacao                      pic x(05).

       77  ws-qtd-sem-oficial                      pic 9(05) value 0.
       77  ws-ind-sof                              pic 9(05).

      *>   extrato de transmissao: intervalo do header e totais do
      *>   trailer
       77  ws-int-existe                           pic x(01) value "N".
           88  ws-int-presente                              value "S".
       77  ws-int-achou-header                     pic x(01) value "N".
           88  ws-int-tem-header                            value "S".
       77  ws-int-achou-trailer                    pic x(01) value "N".
           88  ws-int-tem-trailer                           value "S".
       77  ws-int-rng-ini                          pic 9(08).
       77  ws-int-rng-fim                          pic 9(08).
       77  ws-int-qtd                              pic 9(06) value 0.
       77  ws-int-hash                             pic s9(07)v9(02) value 0.

       01  ws-int-ent                              pic x(40).
       01  ws-int-ent-hdr redefines ws-int-ent.
           05  ws-ent-hdr-tipo                     pic x(01).
           05  ws-ent-hdr-data-geracao             pic 9(08).
           05  ws-ent-hdr-origem                   pic x(15).
           05  ws-ent-hdr-rng-ini                  pic 9(08).
           05  ws-ent-hdr-rng-fim                  pic 9(08).
       01  ws-int-ent-trl redefines ws-int-ent.
           05  ws-ent-trl-tipo                     pic x(01).
           05  ws-ent-trl-qtd                      pic 9(06).
           05  ws-ent-trl-hash                     pic -9(07),99.
           05  filler                              pic x(22).

      *>   data aaaammdd desmontada para as linhas de observacao
       01  ws-data-nota.
           05  ws-nota-ano                         pic 9(04).
           05  ws-nota-mes                         pic 9(02).
           05  ws-nota-dia                         pic 9(02).
       01  ws-data-nota-r redefines ws-data-nota   pic 9(08).

       01  ws-data-nota-edit                       pic x(10).
       01  ws-data-nota-ini                        pic x(10).
       01  ws-data-nota-fim                        pic x(10).

      *>   fechamento: ultimo evento do mes no controle
       77  ws-fec-aaaamm                           pic 9(06).
       77  ws-fec-ultima-situacao                  pic x(01) value space.
           88  ws-fec-mes-fechado                           value "F".
           88  ws-fec-mes-reaberto                          value "A".
           88  ws-fec-mes-sem-evento                        value space.
       77  ws-fec-qtd                              pic 9(05) value 0.
       77  ws-fec-soma                             pic s9(05)v9(02) value 0.

      *>   recontagem do arqTemperaturas num intervalo de datas
      *>   (apurar-txt-intervalo)
       01  ws-apu-ini.
           05  ws-apu-ini-ano                      pic 9(04).
           05  ws-apu-ini-mes                      pic 9(02).
           05  ws-apu-ini-dia                      pic 9(02).
       01  ws-apu-ini-r redefines ws-apu-ini       pic 9(08).
       77  ws-apu-fim                              pic 9(08).
       77  ws-apu-qtd                              pic 9(07) value 0.
       77  ws-apu-soma                             pic s9(07)v9(02) value 0.
       77  ws-apu-temp-trab                        pic s9(02)v9(02).
      *>   na conferencia com o extrato .int as estimadas nao contam
      *>   (nao sao transmitidas); no fechamento, contam
       77  ws-apu-estimadas                        pic x(01) value "S".
           88  ws-apu-com-estimadas                         value "S".
           88  ws-apu-sem-estimadas                         value "N".

      *>   linhas do relatorio de balanceamento
       01  bal-cabecalho                           pic x(80)
           value "BALANCEAMENTO DOS TOTAIS DE CONTROLE DA CADEIA NOTURNA".

       01  bal-periodo.
           05  filler                              pic x(09) value "Periodo: ".
           05  bal-per-ini                         pic x(10).
           05  filler                              pic x(05) value " ate ".
           05  bal-per-fim                         pic x(10).
           05  filler                              pic x(46) value space.

       01  bal-titulos.
           05  filler                              pic x(09) value "Par".
           05  filler                              pic x(22) value "Conferencia".
           05  filler                              pic x(12) value "    Valor A".
           05  filler                              pic x(12) value "    Valor B".
           05  filler                              pic x(12) value "  Diferenca".
           05  filler                              pic x(13) value "Situacao".

       01  bal-det-qtd.
           05  bal-dq-codigo                       pic x(08).
           05  filler                              pic x(01) value space.
           05  bal-dq-descricao                    pic x(21).
           05  filler                              pic x(01) value space.
           05  bal-dq-valor-a                      pic zzzzzzzzzz9.
           05  filler                              pic x(01) value space.
           05  bal-dq-valor-b                      pic zzzzzzzzzz9.
           05  filler                              pic x(01) value space.
           05  bal-dq-diferenca                    pic -zzzzzzzzz9.
           05  filler                              pic x(01) value space.
           05  bal-dq-situacao                     pic x(13).

       01  bal-det-soma.
           05  bal-ds-codigo                       pic x(08).
           05  filler                              pic x(01) value space.
           05  bal-ds-descricao                    pic x(21).
           05  filler                              pic x(01) value space.
           05  bal-ds-valor-a                      pic -zzzzzz9,99.
           05  filler                              pic x(01) value space.
           05  bal-ds-valor-b                      pic -zzzzzz9,99.
           05  filler                              pic x(01) value space.
           05  bal-ds-diferenca                    pic -zzzzzz9,99.
           05  filler                              pic x(01) value space.
           05  bal-ds-situacao                     pic x(13).

       01  bal-det-nao-aplica.
           05  bal-dn-codigo                       pic x(08).
           05  filler                              pic x(01) value space.
           05  bal-dn-descricao                    pic x(21).
           05  filler                              pic x(36) value space.
           05  filler                              pic x(13) value "nao se aplica".
           05  filler                              pic x(01) value space.

       01  bal-nota.
           05  filler                              pic x(10) value space.
           05  bal-nota-texto                      pic x(70).

       01  bal-rodape.
           05  filler                              pic x(20) value "Pares em equilibrio:".
           05  bal-rod-equilibrio                  pic zz9.
           05  filler                              pic x(21) value "   em desequilibrio: ".
           05  bal-rod-desequilibrio               pic zz9.
           05  filler                              pic x(19) value "   nao se aplicam: ".
           05  bal-rod-nao-aplica                  pic zz9.
           05  filler                              pic x(11) value space.

      *>   quantidades editadas para as linhas de observacao
       77  ws-nota-qtd                             pic zzzzzz9.
       77  ws-nota-qtd-2                           pic zzzzzz9.
       77  ws-nota-qtd-3                           pic zzzzzz9.


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


           move "balanco"                          to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- BALANCEAMENTO DA CADEIA NOTURNA ----"
           display " "

           perform aceitar-periodo

           open input arqTemperaturas

           if ws-fs-arqTemperaturas = 35 then
               move "N"                            to ws-txt-existe
           else
               if ws-fs-arqTemperaturas <> 0
                   and ws-fs-arqTemperaturas <> 5 then
                   move 1                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas.txt" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqBalanco

           if ws-fs-arqBalanco <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqBalanco                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.bal" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-bal-ini-r                       to ws-data-nota-r
           perform montar-data-nota
           move ws-data-nota-edit                  to bal-per-ini

           move ws-bal-fim-r                       to ws-data-nota-r
           perform montar-data-nota
           move ws-data-nota-edit                  to bal-per-fim

           write bal-linha from bal-cabecalho
           write bal-linha from bal-periodo
           write bal-linha from bal-titulos
           perform conferir-gravacao-bal


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede o periodo do balanceamento ate vir um valido: dia 00 e o
       *>   mes inteiro
       *>------------------------------------------------------------------------
       aceitar-periodo section.


           move "N"                                to ws-bal-ok

           perform aceitar-um-periodo
               until ws-bal-valido


           .
       aceitar-periodo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido do periodo
       *>------------------------------------------------------------------------
       aceitar-um-periodo section.


           display "Data ou mes a balancear (dia 00 = mes inteiro):"
           display "Dia:"
           accept ws-bal-dia
           display "Mes:"
           accept ws-bal-mes
           display "Ano:"
           accept ws-bal-ano

           if ws-bal-mes < 1
               or ws-bal-mes > 12
               or ws-bal-ano = 0 then
               display "-- Mes/ano invalido, informe de novo --"
               go to aceitar-um-periodo-exit
           end-if

           move ws-bal-mes                         to ws-busca-mes
           move ws-bal-ano                         to ws-busca-ano

           if ws-bal-dia = 0 then
               perform obter-dia-max-mes

               move 01                             to ws-bal-ini-dia
               move ws-dia-max-mes                 to ws-bal-fim-dia
           else
               move ws-bal-dia                     to ws-busca-dia
               perform validar-data-busca

               if ws-data-invalida then
                   display "-- Data invalida, informe de novo --"
                   go to aceitar-um-periodo-exit
               end-if

               move ws-bal-dia                     to ws-bal-ini-dia
               move ws-bal-dia                     to ws-bal-fim-dia
           end-if

           move ws-bal-ano                         to ws-bal-ini-ano
                                                      ws-bal-fim-ano
           move ws-bal-mes                         to ws-bal-ini-mes
                                                      ws-bal-fim-mes

           move "S"                                to ws-bal-ok


           .
       aceitar-um-periodo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   um bloco por etapa da cadeia, na ordem em que elas rodam
       *>------------------------------------------------------------------------
       processamento section.


           perform balancear-carga

           perform balancear-consolidacao

           perform balancear-transmissao

           perform balancear-fechamento

           move ws-qtd-pares-equilibrio            to bal-rod-equilibrio
           move ws-qtd-pares-desequilibrio         to bal-rod-desequilibrio
           move ws-qtd-pares-nao-aplica            to bal-rod-nao-aplica

           write bal-linha from bal-rodape
           perform conferir-gravacao-bal


           .
       processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   carga: linhas do movimento x linhas lidas do .cgr, e lidas x
       *>   inseridas + substituidas + rejeitadas - vale a ultima carga
       *>   (o .mov e o .cgr sao regravados a cada noite), qualquer que
       *>   seja o periodo pedido
       *>------------------------------------------------------------------------
       balancear-carga section.


           perform contar-linhas-movimento

           perform ler-relatorio-carga

           move "MOVxCGR"                          to ws-par-codigo
           move "Linhas .mov x .cgr"               to ws-par-descricao
           move "Q"                                to ws-par-tipo

           if ws-mov-presente and ws-cgr-presente then
               move space                          to ws-par-situacao
               move ws-qtd-linhas-mov              to ws-par-valor-a
               move ws-cgr-lidas                   to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par

           if ws-cgr-presente then
               move spaces                         to ws-nota
               string "ultima carga: "
                      ws-cgr-data-carga
                      delimited by size            into ws-nota
               perform gravar-nota
           else
               move "sem relatorio de carga (arqTemperaturas.cgr)"
                                                   to ws-nota
               perform gravar-nota
           end-if

           if not ws-mov-presente then
               move "sem movimento (arqTemperaturas.mov)"
                                                   to ws-nota
               perform gravar-nota
           end-if

           move "CARGA"                            to ws-par-codigo
           move "Lidas x destinos .cgr"            to ws-par-descricao
           move "Q"                                to ws-par-tipo

           if ws-cgr-presente then
               move space                          to ws-par-situacao
               move ws-cgr-lidas                   to ws-par-valor-a
               compute ws-par-valor-b = ws-cgr-inseridos
                                      + ws-cgr-substituidos
                                      + ws-cgr-rejeitados
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par

           if ws-cgr-presente then
               move ws-cgr-inseridos               to ws-nota-qtd
               move ws-cgr-substituidos            to ws-nota-qtd-2
               move ws-cgr-rejeitados              to ws-nota-qtd-3
               move spaces                         to ws-nota
               string "inseridos " ws-nota-qtd
                      "  substituidos " ws-nota-qtd-2
                      "  rejeitados " ws-nota-qtd-3
                      delimited by size            into ws-nota
               perform gravar-nota
           end-if


           .
       balancear-carga-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   conta as linhas do movimento da ultima carga
       *>------------------------------------------------------------------------
       contar-linhas-movimento section.


           move 0                                  to ws-qtd-linhas-mov
           move "N"                                to ws-mov-existe

           open input arqMovimento

           if ws-fs-arqMovimento = 35 then
               go to contar-linhas-movimento-exit
           end-if

           if ws-fs-arqMovimento <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqMovimento                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.mov" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                to ws-mov-existe

           perform contar-uma-linha-movimento
               until ws-fs-arqMovimento = 10

           close arqMovimento


           .
       contar-linhas-movimento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le e conta uma linha do movimento
       *>------------------------------------------------------------------------
       contar-uma-linha-movimento section.


           read arqMovimento

           if ws-fs-arqMovimento = 0 then
               add 1                               to ws-qtd-linhas-mov
           else
               if ws-fs-arqMovimento <> 10 then
                   move 5                                       to ws-msn-erro-ofsset
                   move ws-fs-arqMovimento                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas.mov"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       contar-uma-linha-movimento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le o relatorio da ultima carga e guarda a data e as
       *>   contagens, pelo rotulo de cada linha
       *>------------------------------------------------------------------------
       ler-relatorio-carga section.


           move "N"                                to ws-cgr-existe

           open input arqCargaRel

           if ws-fs-arqCargaRel = 35 then
               go to ler-relatorio-carga-exit
           end-if

           if ws-fs-arqCargaRel <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqCargaRel                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.cgr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                to ws-cgr-existe

           perform ler-uma-linha-carga
               until ws-fs-arqCargaRel = 10

           close arqCargaRel


           .
       ler-relatorio-carga-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   uma linha do .cgr: a da data e as de contagem (rotulo de 25 e
       *>   quantidade editada, desfeita trocando os brancos por zeros)
       *>------------------------------------------------------------------------
       ler-uma-linha-carga section.


           read arqCargaRel into ws-cgr-ent

           if ws-fs-arqCargaRel = 10 then
               go to ler-uma-linha-carga-exit
           end-if

           if ws-fs-arqCargaRel <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqCargaRel                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.cgr"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-cgr-ent-data-rotulo = "Data da carga: " then
               move ws-cgr-ent-data-valor          to ws-cgr-data-carga
               go to ler-uma-linha-carga-exit
           end-if

           move ws-cgr-ent-qtd                     to ws-cgr-qtd-x
           inspect ws-cgr-qtd-x replacing leading space by zero

           if ws-cgr-qtd-x is not numeric then
               go to ler-uma-linha-carga-exit
           end-if

           evaluate ws-cgr-ent-rotulo
               when "Linhas lidas:"
                   move ws-cgr-qtd                 to ws-cgr-lidas
               when "Registros inseridos:"
                   move ws-cgr-qtd                 to ws-cgr-inseridos
               when "Registros substituidos:"
                   move ws-cgr-qtd                 to ws-cgr-substituidos
               when "Linhas rejeitadas:"
                   move ws-cgr-qtd                 to ws-cgr-rejeitados
           end-evaluate


           .
       ler-uma-linha-carga-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   consolidacao, no periodo pedido: leituras horarias do .hor x
       *>   usadas + excluidas no resumo diario, e dias bons do resumo
       *>   (com leitura valida e sem falha de sensor) x registros
       *>   oficiais no arqTemperaturas, listando os que faltam
       *>------------------------------------------------------------------------
       balancear-consolidacao section.


           perform contar-horarias-periodo

           perform varrer-resumo-diario

           move "HORxDIA"                          to ws-par-codigo
           move "Horarias .hor x .dia"             to ws-par-descricao
           move "Q"                                to ws-par-tipo

           if ws-hor-presente or ws-dia-presente then
               move space                          to ws-par-situacao
               move ws-qtd-horarias                to ws-par-valor-a
               move ws-dia-horarias                to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par

           if not ws-hor-presente then
               move "sem arquivo horario (arqTemperaturas.hor)"
                                                   to ws-nota
               perform gravar-nota
           end-if

           if not ws-dia-presente then
               move "sem resumo diario (arqTemperaturas.dia)"
                                                   to ws-nota
               perform gravar-nota
           end-if

           move "DIAxTXT"                          to ws-par-codigo
           move "Dias .dia x .txt"                 to ws-par-descricao
           move "Q"                                to ws-par-tipo

           if ws-dia-presente then
               move space                          to ws-par-situacao
               move ws-dia-esperados               to ws-par-valor-a
               move ws-dia-oficiais                to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par

           perform listar-dia-sem-oficial
               varying ws-ind-sof from 1 by 1
               until ws-ind-sof > ws-qtd-sem-oficial
               or ws-ind-sof > 500

           if ws-qtd-sem-oficial > 500 then
               compute ws-nota-qtd = ws-qtd-sem-oficial - 500
               move spaces                         to ws-nota
               string "... e mais " ws-nota-qtd " dias sem registro oficial"
                      delimited by size            into ws-nota
               perform gravar-nota
           end-if


           .
       balancear-consolidacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   conta as leituras horarias do periodo: start na menor chave
       *>   do primeiro dia e leitura sequencial ate passar do ultimo
       *>------------------------------------------------------------------------
       contar-horarias-periodo section.


           move 0                                  to ws-qtd-horarias
           move "N"                                to ws-hor-existe

           open input arqTempHorario

           if ws-fs-arqTempHorario = 35 then
               go to contar-horarias-periodo-exit
           end-if

           if ws-fs-arqTempHorario <> 0
               and ws-fs-arqTempHorario <> 5 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqTempHorario                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.hor" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                to ws-hor-existe

           move ws-bal-ini-ano                     to fd-hor-ano
           move ws-bal-ini-mes                     to fd-hor-mes
           move ws-bal-ini-dia                     to fd-hor-dia
           move low-values                         to fd-hor-estacao
           move low-values                         to fd-hor-hora

           start arqTempHorario key not < fd-hor-chave
               invalid key
                   move 10                         to ws-fs-arqTempHorario
           end-start

           if ws-fs-arqTempHorario = 0 then
               perform contar-uma-horaria
                   until ws-fs-arqTempHorario = 10
           end-if

           close arqTempHorario


           .
       contar-horarias-periodo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le a proxima leitura horaria e, ainda dentro do periodo, conta
       *>------------------------------------------------------------------------
       contar-uma-horaria section.


           read arqTempHorario next record

           if ws-fs-arqTempHorario = 10 then
               go to contar-uma-horaria-exit
           end-if

           if ws-fs-arqTempHorario <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqTempHorario                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.hor"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-hor-data > ws-bal-fim then
               move 10                             to ws-fs-arqTempHorario
               go to contar-uma-horaria-exit
           end-if

           add 1                                   to ws-qtd-horarias


           .
       contar-uma-horaria-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   percorre o resumo diario inteiro (ele e regravado a cada
       *>   consolidacao, sem ordem garantida para o periodo) somando as
       *>   linhas do periodo
       *>------------------------------------------------------------------------
       varrer-resumo-diario section.


           move 0                                  to ws-dia-horarias
           move 0                                  to ws-dia-esperados
           move 0                                  to ws-dia-oficiais
           move 0                                  to ws-qtd-sem-oficial
           move "N"                                to ws-dia-existe

           open input arqDiario

           if ws-fs-arqDiario = 35 then
               go to varrer-resumo-diario-exit
           end-if

           if ws-fs-arqDiario <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqDiario                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.dia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                to ws-dia-existe

           perform conferir-uma-linha-diario
               until ws-fs-arqDiario = 10

           close arqDiario


           .
       varrer-resumo-diario-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   uma linha do resumo diario: do periodo, soma as horarias
       *>   usadas e excluidas; dia bom (leitura valida e sem falha de
       *>   sensor) tem que ter registro oficial no arqTemperaturas - a
       *>   consolidacao o grava, ou ele ja estava la (mes fechado, dia
       *>   corrigido a mao)
       *>------------------------------------------------------------------------
       conferir-uma-linha-diario section.


           read arqDiario into dia-registro

           if ws-fs-arqDiario = 10 then
               go to conferir-uma-linha-diario-exit
           end-if

           if ws-fs-arqDiario <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqDiario                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.dia"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if dia-dia is not numeric
               or dia-mes is not numeric
               or dia-ano is not numeric then
               go to conferir-uma-linha-diario-exit
           end-if

           move dia-ano                            to ws-dia-trab-ano
           move dia-mes                            to ws-dia-trab-mes
           move dia-dia                            to ws-dia-trab-dia

           if ws-dia-data-trab-r < ws-bal-ini-r
               or ws-dia-data-trab-r > ws-bal-fim-r then
               go to conferir-uma-linha-diario-exit
           end-if

           if dia-qtd-usadas is numeric then
               add dia-qtd-usadas                  to ws-dia-horarias
           end-if

           if dia-qtd-excluidas is numeric then
               add dia-qtd-excluidas               to ws-dia-horarias
           end-if

           if dia-qtd-usadas is not numeric
               or dia-qtd-usadas = 0
               or not dia-sem-falha then
               go to conferir-uma-linha-diario-exit
           end-if

           add 1                                   to ws-dia-esperados

           if ws-txt-ausente then
               move 23                             to ws-fs-arqTemperaturas
           else
               move dia-ano                        to fd-temp-ano
               move dia-mes                        to fd-temp-mes
               move dia-dia                        to fd-temp-dia
               move dia-estacao                    to fd-temp-estacao

               read arqTemperaturas
                   invalid key
                       move 23                     to ws-fs-arqTemperaturas
               end-read
           end-if

           if ws-fs-arqTemperaturas = 23 then
               add 1                               to ws-qtd-sem-oficial

               if ws-qtd-sem-oficial not > 500 then
                   move dia-data        to ws-sof-data(ws-qtd-sem-oficial)
                   move dia-estacao     to ws-sof-estacao(ws-qtd-sem-oficial)
               end-if

               go to conferir-uma-linha-diario-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-dia-oficiais


           .
       conferir-uma-linha-diario-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   linha de observacao de um dia bom sem registro oficial
       *>------------------------------------------------------------------------
       listar-dia-sem-oficial section.


           move spaces                             to ws-nota
           string "sem registro oficial: "
                  ws-sof-data(ws-ind-sof)
                  " estacao "
                  ws-sof-estacao(ws-ind-sof)
                  delimited by size                into ws-nota

           perform gravar-nota


           .
       listar-dia-sem-oficial-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   transmissao: registros do arqTemperaturas no intervalo do
       *>   ultimo extrato .int x contagem e hash do trailer dele - o
       *>   intervalo e o do proprio extrato (e o que foi transmitido),
       *>   nao o periodo pedido
       *>------------------------------------------------------------------------
       balancear-transmissao section.


           perform ler-extrato-transmissao

           move "TXTxINT"                          to ws-par-codigo
           move "Registros .txt x .int"            to ws-par-descricao
           move "Q"                                to ws-par-tipo

           if ws-int-tem-header and ws-int-tem-trailer then
               move ws-int-rng-ini                 to ws-apu-ini-r
               move ws-int-rng-fim                 to ws-apu-fim
               move "N"                            to ws-apu-estimadas
               perform apurar-txt-intervalo

               move space                          to ws-par-situacao
               move ws-apu-qtd                     to ws-par-valor-a
               move ws-int-qtd                     to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par

           if ws-int-tem-header and ws-int-tem-trailer then
               move ws-int-rng-ini                 to ws-data-nota-r
               perform montar-data-nota
               move ws-data-nota-edit              to ws-data-nota-ini

               move ws-int-rng-fim                 to ws-data-nota-r
               perform montar-data-nota
               move ws-data-nota-edit              to ws-data-nota-fim

               move spaces                         to ws-nota
               string "intervalo do extrato: "
                      ws-data-nota-ini
                      " ate "
                      ws-data-nota-fim
                      delimited by size            into ws-nota
               perform gravar-nota
           else
               if ws-int-presente then
                   move "extrato sem header/trailer (retido na conferencia)"
                                                   to ws-nota
               else
                   move "sem extrato (arqTemperaturas.int)"
                                                   to ws-nota
               end-if
               perform gravar-nota
           end-if

           move "HASHINT"                          to ws-par-codigo
           move "Soma .txt x hash .int"            to ws-par-descricao
           move "S"                                to ws-par-tipo

           if ws-int-tem-header and ws-int-tem-trailer then
               move space                          to ws-par-situacao
               move ws-apu-soma                    to ws-par-valor-a
               move ws-int-hash                    to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par


           .
       balancear-transmissao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le o extrato de transmissao guardando o intervalo do header
       *>   e os totais do trailer
       *>------------------------------------------------------------------------
       ler-extrato-transmissao section.


           move "N"                                to ws-int-existe
           move "N"                                to ws-int-achou-header
           move "N"                                to ws-int-achou-trailer

           open input arqInterface

           if ws-fs-arqInterface = 35 then
               go to ler-extrato-transmissao-exit
           end-if

           if ws-fs-arqInterface <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqInterface                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.int" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                to ws-int-existe

           perform ler-uma-linha-extrato
               until ws-fs-arqInterface = 10

           close arqInterface


           .
       ler-extrato-transmissao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   uma linha do extrato: so o header e o trailer interessam
       *>------------------------------------------------------------------------
       ler-uma-linha-extrato section.


           read arqInterface into ws-int-ent

           if ws-fs-arqInterface = 10 then
               go to ler-uma-linha-extrato-exit
           end-if

           if ws-fs-arqInterface <> 0 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqInterface                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.int"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate ws-int-ent(1:1)
               when "H"
                   if ws-ent-hdr-rng-ini is numeric
                       and ws-ent-hdr-rng-fim is numeric then
                       move "S"                    to ws-int-achou-header
                       move ws-ent-hdr-rng-ini     to ws-int-rng-ini
                       move ws-ent-hdr-rng-fim     to ws-int-rng-fim
                   end-if
               when "T"
                   if ws-ent-trl-qtd is numeric then
                       move "S"                    to ws-int-achou-trailer
                       move ws-ent-trl-qtd         to ws-int-qtd
                       move ws-ent-trl-hash        to ws-int-hash
                   end-if
           end-evaluate


           .
       ler-uma-linha-extrato-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   fechamento: totais congelados no ultimo "F" do mes pedido x o
       *>   arqTemperaturas hoje (mes inteiro, com excecoes e tudo, como o
       *>   lista11_numero01.fechamento apura) - mes aberto ou reaberto
       *>   nao tem o que conferir
       *>------------------------------------------------------------------------
       balancear-fechamento section.


           compute ws-fec-aaaamm = ws-bal-ano * 100 + ws-bal-mes

           perform buscar-fechamento-mes

           if ws-fec-mes-fechado then
               move ws-bal-ano                     to ws-apu-ini-ano
               move ws-bal-mes                     to ws-apu-ini-mes
               move 01                             to ws-apu-ini-dia
               compute ws-apu-fim = ws-apu-ini-r + 30
               move "S"                            to ws-apu-estimadas
               perform apurar-txt-intervalo
           end-if

           move "FECxTXT"                          to ws-par-codigo
           move "Qtd fechada x .txt"               to ws-par-descricao
           move "Q"                                to ws-par-tipo

           if ws-fec-mes-fechado then
               move space                          to ws-par-situacao
               move ws-fec-qtd                     to ws-par-valor-a
               move ws-apu-qtd                     to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par

           evaluate true
               when ws-fec-mes-reaberto
                   move spaces                     to ws-nota
                   string "mes " ws-fec-aaaamm " reaberto - totais nao congelados"
                          delimited by size        into ws-nota
                   perform gravar-nota
               when ws-fec-mes-sem-evento
                   move spaces                     to ws-nota
                   string "mes " ws-fec-aaaamm " nao foi fechado"
                          delimited by size        into ws-nota
                   perform gravar-nota
           end-evaluate

           move "FECSOMA"                          to ws-par-codigo
           move "Soma fechada x .txt"              to ws-par-descricao
           move "S"                                to ws-par-tipo

           if ws-fec-mes-fechado then
               move space                          to ws-par-situacao
               move ws-fec-soma                    to ws-par-valor-a
               move ws-apu-soma                    to ws-par-valor-b
           else
               move "N"                            to ws-par-situacao
           end-if

           perform registrar-par


           .
       balancear-fechamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le o controle de fechamento guardando o ultimo evento do mes
       *>   pedido (a situacao vigente) e, se for "F", os totais dele
       *>------------------------------------------------------------------------
       buscar-fechamento-mes section.


           move space                              to ws-fec-ultima-situacao

           open input arqFechamentos

           if ws-fs-arqFechamentos = 35 then
               go to buscar-fechamento-mes-exit
           end-if

           if ws-fs-arqFechamentos <> 0 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqFechamentos                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFechamentos.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform guardar-um-fechamento
               until ws-fs-arqFechamentos = 10

           close arqFechamentos


           .
       buscar-fechamento-mes-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   uma linha do controle: do mes pedido, a ultima lida e a que
       *>   fica
       *>------------------------------------------------------------------------
       guardar-um-fechamento section.


           read arqFechamentos into fec-registro

           if ws-fs-arqFechamentos = 0 then

               if fec-aaaamm is numeric
                   and fec-aaaamm = ws-fec-aaaamm then
                   move fec-situacao               to ws-fec-ultima-situacao

                   if fec-fechado then
                       move fec-qtd                to ws-fec-qtd
                       move fec-soma               to ws-fec-soma
                   end-if
               end-if

           else
               if ws-fs-arqFechamentos <> 10 then
                   move 16                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamentos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFechamentos.txt"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       guardar-um-fechamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   reconta e resoma o arqTemperaturas de ws-apu-ini a ws-apu-fim:
       *>   start na menor chave da data inicial e leitura sequencial ate
       *>   passar da final (fim de mes pode vir como dia 31+ - a chave
       *>   so e comparada, nunca gravada)
       *>------------------------------------------------------------------------
       apurar-txt-intervalo section.


           move 0                                  to ws-apu-qtd
           move 0                                  to ws-apu-soma

           if ws-txt-ausente then
               go to apurar-txt-intervalo-exit
           end-if

           move ws-apu-ini-ano                     to fd-temp-ano
           move ws-apu-ini-mes                     to fd-temp-mes
           move ws-apu-ini-dia                     to fd-temp-dia
           move low-values                         to fd-temp-estacao

           start arqTemperaturas key not < fd-temp-chave
               invalid key
                   move 10                         to ws-fs-arqTemperaturas
           end-start

           if ws-fs-arqTemperaturas = 0 then
               perform apurar-um-registro-txt
                   until ws-fs-arqTemperaturas = 10
           end-if


           .
       apurar-txt-intervalo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le o proximo registro e, ainda dentro do intervalo, conta e
       *>   soma (a estimada so quando ws-apu-com-estimadas)
       *>------------------------------------------------------------------------
       apurar-um-registro-txt section.


           read arqTemperaturas next record

           if ws-fs-arqTemperaturas = 10 then
               go to apurar-um-registro-txt-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-temp-data > ws-apu-fim then
               move 10                             to ws-fs-arqTemperaturas
               go to apurar-um-registro-txt-exit
           end-if

           if fd-temp-estimada and ws-apu-sem-estimadas then
               go to apurar-um-registro-txt-exit
           end-if

           add 1                                   to ws-apu-qtd

           move fd-temperatura                     to ws-apu-temp-trab
           add ws-apu-temp-trab                    to ws-apu-soma


           .
       apurar-um-registro-txt-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   fecha o par corrente: diferenca lado A - lado B, situacao,
       *>   linha no relatorio e, em desequilibrio, evento anormal "B" no
       *>   jornal com o codigo do par (quantidades dos dois lados nas
       *>   contagens de entrada/saida quando o par e de quantidade)
       *>------------------------------------------------------------------------
       registrar-par section.


           if ws-par-nao-se-aplica then
               add 1                               to ws-qtd-pares-nao-aplica

               move ws-par-codigo                  to bal-dn-codigo
               move ws-par-descricao               to bal-dn-descricao

               write bal-linha from bal-det-nao-aplica
               perform conferir-gravacao-bal

               go to registrar-par-exit
           end-if

           compute ws-par-diferenca = ws-par-valor-a - ws-par-valor-b

           if ws-par-diferenca = 0 then
               move "E"                            to ws-par-situacao
               add 1                               to ws-qtd-pares-equilibrio
           else
               move "D"                            to ws-par-situacao
               add 1                               to ws-qtd-pares-desequilibrio
           end-if

           if ws-par-de-quantidade then
               move ws-par-codigo                  to bal-dq-codigo
               move ws-par-descricao               to bal-dq-descricao
               move ws-par-valor-a                 to bal-dq-valor-a
               move ws-par-valor-b                 to bal-dq-valor-b
               move ws-par-diferenca               to bal-dq-diferenca

               if ws-par-em-equilibrio then
                   move "em equilibrio"            to bal-dq-situacao
               else
                   move "DESEQUILIBRIO"            to bal-dq-situacao
               end-if

               write bal-linha from bal-det-qtd
           else
               move ws-par-codigo                  to bal-ds-codigo
               move ws-par-descricao               to bal-ds-descricao
               move ws-par-valor-a                 to bal-ds-valor-a
               move ws-par-valor-b                 to bal-ds-valor-b
               move ws-par-diferenca               to bal-ds-diferenca

               if ws-par-em-equilibrio then
                   move "em equilibrio"            to bal-ds-situacao
               else
                   move "DESEQUILIBRIO"            to bal-ds-situacao
               end-if

               write bal-linha from bal-det-soma
           end-if

           perform conferir-gravacao-bal

           if ws-par-desequilibrado then
               if ws-par-de-quantidade then
                   move ws-par-valor-a             to ws-jrn-qtd-entrada
                   move ws-par-valor-b             to ws-jrn-qtd-saida
               else
                   move 0                          to ws-jrn-qtd-entrada
                   move 0                          to ws-jrn-qtd-saida
               end-if

               move "B"                            to jrn-evento
               move "A"                            to jrn-situacao
               move ws-par-codigo                  to jrn-erro

               perform gravar-linha-jornal
           end-if


           .
       registrar-par-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava ws-nota como linha de observacao sob o par
       *>------------------------------------------------------------------------
       gravar-nota section.


           move ws-nota                            to bal-nota-texto

           write bal-linha from bal-nota
           perform conferir-gravacao-bal


           .
       gravar-nota-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   data aaaammdd de ws-data-nota-r como dd/mm/aaaa em
       *>   ws-data-nota-edit
       *>------------------------------------------------------------------------
       montar-data-nota section.


           move spaces                             to ws-data-nota-edit
           string ws-nota-dia "/" ws-nota-mes "/" ws-nota-ano
                  delimited by size                into ws-data-nota-edit


           .
       montar-data-nota-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   confere o status da ultima gravacao no arqTemperaturas.bal
       *>------------------------------------------------------------------------
       conferir-gravacao-bal section.


           if ws-fs-arqBalanco <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqBalanco                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.bal" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       conferir-gravacao-bal-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           close arqTemperaturas
           close arqBalanco

           display "--- balanceamento encerrado ---"
           display "Pares em equilibrio:    " ws-qtd-pares-equilibrio
           display "Pares em desequilibrio: " ws-qtd-pares-desequilibrio
           display "Pares que nao se aplicam: " ws-qtd-pares-nao-aplica
           display "--- arqTemperaturas.bal gerado ---"

           compute ws-jrn-qtd-entrada = ws-qtd-pares-equilibrio
                                      + ws-qtd-pares-desequilibrio
           move ws-qtd-pares-desequilibrio         to ws-jrn-qtd-saida
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


           close arqTemperaturas
           close arqTempHorario
           close arqMovimento
           close arqCargaRel
           close arqDiario
           close arqInterface
           close arqFechamentos
           close arqBalanco

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPDTA.

       copy TEMPJRNC.
