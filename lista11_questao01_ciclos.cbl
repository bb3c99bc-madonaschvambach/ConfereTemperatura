       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.ciclos".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: demonstrativo de graus-dia
      *>                por ciclo de leitura - para o mes de referencia
      *>                pedido, cada conta do cadastro de clientes
      *>                (arqClientes.txt) tem o seu ciclo (do dia de inicio
      *>                do ciclo no mes anterior ate a vespera dele no mes
      *>                de referencia; dia 01 = o mes civil) apurado dia a
      *>                dia na estacao de referencia vigente em cada dia,
      *>                com a temperatura base da conta; troca de estacao
      *>                no meio do ciclo parte o ciclo em trechos, um por
      *>                estacao; relatorio arqTemperaturas.gcr e extrato
      *>                arqTemperaturas.gce para o faturamento, com total
      *>                de controle por ciclo (contas, trechos e graus-dia)
      *>                para o faturamento balancear - ate aqui os totais de
      *>                mes civil do .gde eram recortados a mao por ciclo
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
       *>   organizacao dos demais programas - lido por chave, dia a dia
       *>   da estacao de referencia de cada conta
       select arqTemperaturas assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (dinamico: leitura direta por chave)
       access mode     is dynamic
       record key      is fd-temp-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTemperaturas.

       *>   --------- cadastro de contas de clientes (copybooks/TEMPCLC.cpy)
       select arqClientes assign to "arqClientes.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqClientes.

       *>   --------- parametros operacionais: dia fora da faixa valida
       *>   fica de fora das somas, como no lista11_numero01.grausdia
       select arqParametros assign to "arqTemperaturas.par"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqParametros.

       *>   --------- relatorio do demonstrativo por ciclo
       select arqCicloRel assign to "arqTemperaturas.gcr"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqCicloRel.

       *>   --------- extrato legivel por maquina para o faturamento
       select arqCicloExt assign to "arqTemperaturas.gce"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqCicloExt.

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


       fd arqClientes.

       01  cli-linha                               pic x(75).


       fd arqParametros.

       copy TEMPPAR.


       fd arqCicloRel.

       01  gcr-linha                               pic x(80).


       fd arqCicloExt.

       01  gce-linha                               pic x(80).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro e tabela do cadastro de contas - secoes em
      *>   copybooks/TEMPCLC.cpy
       copy TEMPCLI.

       copy TEMPCLW.


       77  ws-fs-arqCicloRel                       pic 9(02).
       77  ws-fs-arqCicloExt                       pic 9(02).

      *>   mes de referencia (o mes em que os ciclos terminam)
       77  ws-ref-mes                              pic 9(02).
       77  ws-ref-ano                              pic 9(04).
       77  ws-ref-ok                               pic x(01) value "N".
           88  ws-ref-valida                                value "S".

      *>   ciclo corrente (dia de inicio 01 a 28) e as datas dele
       77  ws-dia-ciclo                            pic 9(02).
       01  ws-ciclo-ini.
           05  ws-cic-ini-ano                      pic 9(04).
           05  ws-cic-ini-mes                      pic 9(02).
           05  ws-cic-ini-dia                      pic 9(02).
       01  ws-ciclo-ini-r redefines ws-ciclo-ini   pic 9(08).
       01  ws-ciclo-fim.
           05  ws-cic-fim-ano                      pic 9(04).
           05  ws-cic-fim-mes                      pic 9(02).
           05  ws-cic-fim-dia                      pic 9(02).
       01  ws-ciclo-fim-r redefines ws-ciclo-fim   pic 9(08).

      *>   dia corrente da apuracao de uma conta
       01  ws-dia-apur.
           05  ws-apu-ano                          pic 9(04).
           05  ws-apu-mes                          pic 9(02).
           05  ws-apu-dia                          pic 9(02).
       01  ws-dia-apur-r redefines ws-dia-apur     pic 9(08).

      *>   trecho aberto da conta corrente: periodo do cadastro (0 = sem
      *>   trecho aberto), estacao, datas e somas
       77  ws-seg-periodo                          pic 9(02) value 0.
       77  ws-seg-estacao                          pic x(05).
       77  ws-seg-inicio                           pic 9(08).
       77  ws-seg-fim                              pic 9(08).
       77  ws-seg-aquec                            pic 9(04)v9(02).
       77  ws-seg-refri                            pic 9(04)v9(02).
       77  ws-seg-validos                          pic 9(02).
       77  ws-seg-estimados                        pic 9(02).
       77  ws-seg-excluidos                        pic 9(02).
       77  ws-seg-sem-leitura                      pic 9(02).

      *>   totais da conta corrente no ciclo
       77  ws-cta-aquec                            pic 9(04)v9(02).
       77  ws-cta-refri                            pic 9(04)v9(02).
       77  ws-cta-trechos                          pic 9(02).

      *>   total de controle do ciclo corrente
       77  ws-cic-qtd-contas                       pic 9(05).
       77  ws-cic-qtd-trechos                      pic 9(05).
       77  ws-cic-aquec                            pic 9(07)v9(02).
       77  ws-cic-refri                            pic 9(07)v9(02).

      *>   contribuicao do dia (ate 199,98 com a base e a leitura nos
      *>   extremos das suas faixas)
       77  ws-temp-lida                            pic s9(02)v9(02).
       77  ws-graus-dia-aquec                      pic 9(03)v9(02).
       77  ws-graus-dia-refri                      pic 9(03)v9(02).

      *>   contagens da execucao
       77  ws-qtd-contas-demonstradas              pic 9(05) value 0.
       77  ws-qtd-contas-sem-vigencia              pic 9(05) value 0.
       77  ws-qtd-trechos-gravados                 pic 9(05) value 0.
       77  ws-qtd-ciclos                           pic 9(02) value 0.

       01  gcr-cabecalho                           pic x(80)
           value "DEMONSTRATIVO DE GRAUS-DIA POR CICLO DE LEITURA".

       01  gcr-referencia.
           05  filler                              pic x(19) value "Mes de referencia: ".
           05  gcr-ref-mes                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-ref-ano                         pic 9(04).
           05  filler                              pic x(54) value space.

       01  gcr-ciclo.
           05  filler                              pic x(13) value "Ciclo do dia ".
           05  gcr-cic-dia                         pic 9(02).
           05  filler                              pic x(02) value ": ".
           05  gcr-cic-ini-dia                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-cic-ini-mes                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-cic-ini-ano                     pic 9(04).
           05  filler                              pic x(03) value " a ".
           05  gcr-cic-fim-dia                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-cic-fim-mes                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-cic-fim-ano                     pic 9(04).
           05  filler                              pic x(40) value space.

       01  gcr-conta.
           05  filler                              pic x(08) value "  Conta ".
           05  gcr-cta-conta                       pic x(10).
           05  filler                              pic x(01) value space.
           05  gcr-cta-nome                        pic x(30).
           05  filler                              pic x(07) value "  base ".
           05  gcr-cta-base                        pic -9(02),99.
           05  filler                              pic x(18) value space.

      *>   trecho: estacao, datas e graus-dia; na linha de baixo a
      *>   cobertura (dias validos, dos quais estimados, excluidos da
      *>   faixa/analise e sem leitura)
       01  gcr-trecho.
           05  filler                              pic x(04) value space.
           05  gcr-tre-estacao                     pic x(05).
           05  filler                              pic x(02) value space.
           05  gcr-tre-ini-dia                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-tre-ini-mes                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-tre-ini-ano                     pic 9(04).
           05  filler                              pic x(03) value " a ".
           05  gcr-tre-fim-dia                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-tre-fim-mes                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gcr-tre-fim-ano                     pic 9(04).
           05  filler                              pic x(09) value "  aquec: ".
           05  gcr-tre-aquec                       pic zzz9,99.
           05  filler                              pic x(09) value "  refri: ".
           05  gcr-tre-refri                       pic zzz9,99.
           05  filler                              pic x(14) value space.

       01  gcr-trecho-dias.
           05  filler                              pic x(11) value space.
           05  filler                              pic x(14) value "dias validos: ".
           05  gcr-tre-validos                     pic z9.
           05  filler                              pic x(13) value "  estimados: ".
           05  gcr-tre-estimados                   pic z9.
           05  filler                              pic x(13) value "  excluidos: ".
           05  gcr-tre-excluidos                   pic z9.
           05  filler                              pic x(15) value "  sem leitura: ".
           05  gcr-tre-sem-leitura                 pic z9.
           05  filler                              pic x(06) value space.

       01  gcr-total-conta.
           05  filler                              pic x(04) value space.
           05  filler                              pic x(20) value "Total da conta".
           05  filler                              pic x(09) value "  aquec: ".
           05  gcr-tot-aquec                       pic zzz9,99.
           05  filler                              pic x(09) value "  refri: ".
           05  gcr-tot-refri                       pic zzz9,99.
           05  filler                              pic x(11) value "  trechos: ".
           05  gcr-tot-trechos                     pic z9.
           05  filler                              pic x(11) value space.

       01  gcr-controle.
           05  filler                              pic x(19) value "  Controle: contas ".
           05  gcr-ctl-contas                      pic zzzz9.
           05  filler                              pic x(09) value " trechos ".
           05  gcr-ctl-trechos                     pic zzzz9.
           05  filler                              pic x(07) value " aquec ".
           05  gcr-ctl-aquec                       pic zzzzzz9,99.
           05  filler                              pic x(07) value " refri ".
           05  gcr-ctl-refri                       pic zzzzzz9,99.
           05  filler                              pic x(08) value space.

       01  gcr-rodape-vazio                        pic x(80)
           value "Nenhuma conta com estacao vigente nos ciclos do mes".

      *>   extrato: H (mes de referencia e data de geracao), D (um por
      *>   trecho de conta) e T (total de controle de cada ciclo)
       01  gce-header.
           05  filler                              pic x(02) value "H;".
           05  gce-hdr-ref-ano                     pic 9(04).
           05  gce-hdr-ref-mes                     pic 9(02).
           05  filler                              pic x(01) value ";".
           05  gce-hdr-geracao                     pic 9(08).

       01  gce-detalhe.
           05  filler                              pic x(02) value "D;".
           05  gce-det-conta                       pic x(10).
           05  filler                              pic x(01) value ";".
           05  gce-det-ciclo                       pic 9(02).
           05  filler                              pic x(01) value ";".
           05  gce-det-estacao                     pic x(05).
           05  filler                              pic x(01) value ";".
           05  gce-det-inicio                      pic 9(08).
           05  filler                              pic x(01) value ";".
           05  gce-det-fim                         pic 9(08).
           05  filler                              pic x(01) value ";".
           05  gce-det-aquec                       pic 9(04),99.
           05  filler                              pic x(01) value ";".
           05  gce-det-refri                       pic 9(04),99.
           05  filler                              pic x(01) value ";".
           05  gce-det-validos                     pic 9(02).
           05  filler                              pic x(01) value ";".
           05  gce-det-estimados                   pic 9(02).
           05  filler                              pic x(01) value ";".
           05  gce-det-excluidos                   pic 9(02).
           05  filler                              pic x(01) value ";".
           05  gce-det-sem-leitura                 pic 9(02).

       01  gce-trailer.
           05  filler                              pic x(02) value "T;".
           05  gce-trl-ciclo                       pic 9(02).
           05  filler                              pic x(01) value ";".
           05  gce-trl-inicio                      pic 9(08).
           05  filler                              pic x(01) value ";".
           05  gce-trl-fim                         pic 9(08).
           05  filler                              pic x(01) value ";".
           05  gce-trl-contas                      pic 9(05).
           05  filler                              pic x(01) value ";".
           05  gce-trl-trechos                     pic 9(05).
           05  filler                              pic x(01) value ";".
           05  gce-trl-aquec                       pic 9(07),99.
           05  filler                              pic x(01) value ";".
           05  gce-trl-refri                       pic 9(07),99.


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


           move "ciclos"                           to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- GRAUS-DIA POR CICLO DE LEITURA ----"
           display " "

           perform carregar-clientes

           *> sem contas cadastradas nao ha demonstrativo a fazer
           if ws-qtd-clientes = 0 then
               display "Cadastro de contas vazio - nada a demonstrar"
               perform gravar-jornal-fim
               Stop run
           end-if

           *> faixa valida do arqTemperaturas.par (padrao do fonte na
           *> ausencia dele)
           perform carregar-parametros

           perform aceitar-referencia

           open input arqTemperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCicloRel

           if ws-fs-arqCicloRel <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloRel                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.gcr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCicloExt

           if ws-fs-arqCicloExt <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloExt                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.gce" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ref-mes                         to gcr-ref-mes
           move ws-ref-ano                         to gcr-ref-ano

           write gcr-linha from gcr-cabecalho
           write gcr-linha from gcr-referencia

           if ws-fs-arqCicloRel <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloRel                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ref-ano                         to gce-hdr-ref-ano
           move ws-ref-mes                         to gce-hdr-ref-mes
           accept gce-hdr-geracao                  from date yyyymmdd

           write gce-linha from gce-header

           if ws-fs-arqCicloExt <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloExt                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gce" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede o mes de referencia (mes em que os ciclos terminam) ate
       *>   vir um mes/ano valido
       *>------------------------------------------------------------------------
       aceitar-referencia section.


           move "N"                                to ws-ref-ok

           perform aceitar-uma-referencia
               until ws-ref-valida


           .
       aceitar-referencia-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido do mes de referencia
       *>------------------------------------------------------------------------
       aceitar-uma-referencia section.


           display "Mes de referencia (mes em que os ciclos terminam):"
           display "Mes:"
           accept ws-ref-mes
           display "Ano:"
           accept ws-ref-ano

           if ws-ref-mes < 1
               or ws-ref-mes > 12
               or ws-ref-ano = 0 then
               display "-- Mes/ano invalido, informe de novo --"
           else
               move "S"                            to ws-ref-ok
           end-if


           .
       aceitar-uma-referencia-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   um ciclo por dia de inicio (01 a 28), cada um com as contas
       *>   daquele dia e o seu total de controle
       *>------------------------------------------------------------------------
       processamento section.


           perform processar-ciclo
               varying ws-dia-ciclo from 1 by 1
               until ws-dia-ciclo > 28

           if ws-qtd-contas-demonstradas = 0 then
               write gcr-linha from gcr-rodape-vazio

               if ws-fs-arqCicloRel <> 0 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCicloRel                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   monta as datas do ciclo ws-dia-ciclo no mes de referencia,
       *>   demonstra as contas dele e grava o total de controle - ciclo
       *>   sem conta demonstrada nao sai no relatorio
       *>------------------------------------------------------------------------
       processar-ciclo section.


           perform montar-datas-ciclo

           move 0                                  to ws-cic-qtd-contas
           move 0                                  to ws-cic-qtd-trechos
           move 0                                  to ws-cic-aquec
           move 0                                  to ws-cic-refri

           perform demonstrar-conta
               varying ws-ind-cli from 1 by 1
               until ws-ind-cli > ws-qtd-clientes

           if ws-cic-qtd-contas = 0 then
               go to processar-ciclo-exit
           end-if

           add 1                                   to ws-qtd-ciclos

           move ws-cic-qtd-contas                  to gcr-ctl-contas
           move ws-cic-qtd-trechos                 to gcr-ctl-trechos
           move ws-cic-aquec                       to gcr-ctl-aquec
           move ws-cic-refri                       to gcr-ctl-refri

           write gcr-linha from gcr-controle

           if ws-fs-arqCicloRel <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloRel                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dia-ciclo                       to gce-trl-ciclo
           move ws-ciclo-ini-r                     to gce-trl-inicio
           move ws-ciclo-fim-r                     to gce-trl-fim
           move ws-cic-qtd-contas                  to gce-trl-contas
           move ws-cic-qtd-trechos                 to gce-trl-trechos
           move ws-cic-aquec                       to gce-trl-aquec
           move ws-cic-refri                       to gce-trl-refri

           write gce-linha from gce-trailer

           if ws-fs-arqCicloExt <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloExt                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gce" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       processar-ciclo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   datas do ciclo ws-dia-ciclo terminando no mes de referencia:
       *>   dia 01 e o proprio mes civil; os demais comecam no dia do
       *>   ciclo do mes anterior e terminam na vespera dele no mes de
       *>   referencia
       *>------------------------------------------------------------------------
       montar-datas-ciclo section.


           move ws-ref-ano                         to ws-cic-fim-ano
           move ws-ref-mes                         to ws-cic-fim-mes

           if ws-dia-ciclo = 1 then
               move ws-ref-ano                     to ws-cic-ini-ano
               move ws-ref-mes                     to ws-cic-ini-mes
               move 01                             to ws-cic-ini-dia

               move ws-ref-mes                     to ws-busca-mes
               move ws-ref-ano                     to ws-busca-ano
               perform obter-dia-max-mes

               move ws-dia-max-mes                 to ws-cic-fim-dia
               go to montar-datas-ciclo-exit
           end-if

           move ws-dia-ciclo                       to ws-cic-ini-dia
           compute ws-cic-fim-dia = ws-dia-ciclo - 1

           if ws-ref-mes > 1 then
               move ws-ref-ano                     to ws-cic-ini-ano
               compute ws-cic-ini-mes = ws-ref-mes - 1
           else
               compute ws-cic-ini-ano = ws-ref-ano - 1
               move 12                             to ws-cic-ini-mes
           end-if


           .
       montar-datas-ciclo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   apura, dia a dia do ciclo, a conta ws-ind-cli quando ela e do
       *>   ciclo corrente; a conta sem estacao vigente em nenhum dia do
       *>   ciclo nao sai no demonstrativo
       *>------------------------------------------------------------------------
       demonstrar-conta section.


           if ws-cli-dia-ciclo(ws-ind-cli) not = ws-dia-ciclo then
               go to demonstrar-conta-exit
           end-if

           move ws-ind-cli                         to ws-cli-corrente

           move 0                                  to ws-seg-periodo
           move 0                                  to ws-cta-aquec
           move 0                                  to ws-cta-refri
           move 0                                  to ws-cta-trechos

           move ws-ciclo-ini                       to ws-dia-apur

           perform apurar-dia-conta
               until ws-dia-apur-r > ws-ciclo-fim-r

           if ws-seg-periodo > 0 then
               perform fechar-trecho
           end-if

           if ws-cta-trechos = 0 then
               add 1                               to ws-qtd-contas-sem-vigencia
               go to demonstrar-conta-exit
           end-if

           add 1                                   to ws-qtd-contas-demonstradas
           add 1                                   to ws-cic-qtd-contas
           add ws-cta-aquec                        to ws-cic-aquec
           add ws-cta-refri                        to ws-cic-refri

           move ws-cta-aquec                       to gcr-tot-aquec
           move ws-cta-refri                       to gcr-tot-refri
           move ws-cta-trechos                     to gcr-tot-trechos

           write gcr-linha from gcr-total-conta

           if ws-fs-arqCicloRel <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloRel                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       demonstrar-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   apura o dia ws-dia-apur da conta corrente: acha a estacao
       *>   vigente, abre trecho novo quando ela muda, le a temperatura
       *>   do dia e acumula os graus-dia com a base da conta
       *>------------------------------------------------------------------------
       apurar-dia-conta section.


           move ws-dia-apur-r                      to ws-cli-data-vigencia
           perform localizar-periodo-vigente

           *> estacao de referencia mudou (ou a conta saiu de vigencia):
           *> o trecho aberto termina no dia anterior
           if ws-seg-periodo > 0
               and ws-seg-periodo not = ws-cli-per-achado then
               perform fechar-trecho
           end-if

           if ws-cli-per-achado = 0 then
               perform avancar-dia-apur
               go to apurar-dia-conta-exit
           end-if

           if ws-seg-periodo = 0 then
               perform abrir-trecho
           end-if

           move ws-dia-apur-r                      to ws-seg-fim

           move ws-apu-ano                         to fd-temp-ano
           move ws-apu-mes                         to fd-temp-mes
           move ws-apu-dia                         to fd-temp-dia
           move ws-seg-estacao                     to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 23                         to ws-fs-arqTemperaturas
           end-read

           if ws-fs-arqTemperaturas = 23 then
               add 1                               to ws-seg-sem-leitura
               perform avancar-dia-apur
               go to apurar-dia-conta-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-temperatura                     to ws-temp-lida

           *> fora da faixa valida, ou julgada errada na analise de
           *> suspeitas e ainda nao corrigida: fica de fora das somas -
           *> a suspeita ainda nao julgada (desvio das outras estacoes
           *> do dia) entra de proposito: a critica cruzada do SOMATEMP
           *> precisa do dia de todas as estacoes e aqui so se le o
           *> registro da estacao da conta, entao o .gde do grausdia pode
           *> ficar abaixo do .gce ate o analista julgar a leitura na
           *> disposicao (julgada errada, sai dos dois)
           if ws-temp-lida < ws-temp-faixa-min
               or ws-temp-lida > ws-temp-faixa-max
               or (fd-temp-julgada-errada and fd-temp-original) then
               add 1                               to ws-seg-excluidos
               perform avancar-dia-apur
               go to apurar-dia-conta-exit
           end-if

           add 1                                   to ws-seg-validos

           if fd-temp-estimada then
               add 1                               to ws-seg-estimados
           end-if

           if ws-temp-lida < ws-cli-base(ws-cli-corrente) then
               compute ws-graus-dia-aquec
                   = ws-cli-base(ws-cli-corrente) - ws-temp-lida
               add ws-graus-dia-aquec              to ws-seg-aquec
           end-if

           if ws-temp-lida > ws-cli-base(ws-cli-corrente) then
               compute ws-graus-dia-refri
                   = ws-temp-lida - ws-cli-base(ws-cli-corrente)
               add ws-graus-dia-refri              to ws-seg-refri
           end-if

           perform avancar-dia-apur


           .
       apurar-dia-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   abre um trecho no dia corrente com a estacao do periodo
       *>   vigente; o primeiro trecho da conta grava antes a linha de
       *>   identificacao dela (e o primeiro da conta no ciclo, a do
       *>   ciclo)
       *>------------------------------------------------------------------------
       abrir-trecho section.


           if ws-cta-trechos = 0 then

               if ws-cic-qtd-contas = 0 then
                   perform gravar-cabecalho-ciclo
               end-if

               move ws-cli-conta(ws-cli-corrente)  to gcr-cta-conta
               move ws-cli-nome(ws-cli-corrente)   to gcr-cta-nome
               move ws-cli-base(ws-cli-corrente)   to gcr-cta-base

               write gcr-linha from gcr-conta

               if ws-fs-arqCicloRel <> 0 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCicloRel                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-cli-per-achado                  to ws-seg-periodo
           move ws-cli-per-estacao(ws-cli-corrente, ws-cli-per-achado)
                                                   to ws-seg-estacao
           move ws-dia-apur-r                      to ws-seg-inicio
           move ws-dia-apur-r                      to ws-seg-fim
           move 0                                  to ws-seg-aquec
           move 0                                  to ws-seg-refri
           move 0                                  to ws-seg-validos
           move 0                                  to ws-seg-estimados
           move 0                                  to ws-seg-excluidos
           move 0                                  to ws-seg-sem-leitura


           .
       abrir-trecho-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a linha do ciclo corrente antes da primeira conta dele
       *>------------------------------------------------------------------------
       gravar-cabecalho-ciclo section.


           move ws-dia-ciclo                       to gcr-cic-dia
           move ws-cic-ini-dia                     to gcr-cic-ini-dia
           move ws-cic-ini-mes                     to gcr-cic-ini-mes
           move ws-cic-ini-ano                     to gcr-cic-ini-ano
           move ws-cic-fim-dia                     to gcr-cic-fim-dia
           move ws-cic-fim-mes                     to gcr-cic-fim-mes
           move ws-cic-fim-ano                     to gcr-cic-fim-ano

           write gcr-linha from gcr-ciclo

           if ws-fs-arqCicloRel <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloRel                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-cabecalho-ciclo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   fecha o trecho aberto: grava as linhas dele no relatorio e no
       *>   extrato e leva as somas para a conta e o ciclo
       *>------------------------------------------------------------------------
       fechar-trecho section.


           move ws-seg-estacao                     to gcr-tre-estacao
           move ws-seg-inicio(7:2)                 to gcr-tre-ini-dia
           move ws-seg-inicio(5:2)                 to gcr-tre-ini-mes
           move ws-seg-inicio(1:4)                 to gcr-tre-ini-ano
           move ws-seg-fim(7:2)                    to gcr-tre-fim-dia
           move ws-seg-fim(5:2)                    to gcr-tre-fim-mes
           move ws-seg-fim(1:4)                    to gcr-tre-fim-ano
           move ws-seg-aquec                       to gcr-tre-aquec
           move ws-seg-refri                       to gcr-tre-refri

           write gcr-linha from gcr-trecho

           move ws-seg-validos                     to gcr-tre-validos
           move ws-seg-estimados                   to gcr-tre-estimados
           move ws-seg-excluidos                   to gcr-tre-excluidos
           move ws-seg-sem-leitura                 to gcr-tre-sem-leitura

           write gcr-linha from gcr-trecho-dias

           if ws-fs-arqCicloRel <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloRel                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gcr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cli-conta(ws-cli-corrente)      to gce-det-conta
           move ws-dia-ciclo                       to gce-det-ciclo
           move ws-seg-estacao                     to gce-det-estacao
           move ws-seg-inicio                      to gce-det-inicio
           move ws-seg-fim                         to gce-det-fim
           move ws-seg-aquec                       to gce-det-aquec
           move ws-seg-refri                       to gce-det-refri
           move ws-seg-validos                     to gce-det-validos
           move ws-seg-estimados                   to gce-det-estimados
           move ws-seg-excluidos                   to gce-det-excluidos
           move ws-seg-sem-leitura                 to gce-det-sem-leitura

           write gce-linha from gce-detalhe

           if ws-fs-arqCicloExt <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqCicloExt                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gce" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add ws-seg-aquec                        to ws-cta-aquec
           add ws-seg-refri                        to ws-cta-refri
           add 1                                   to ws-cta-trechos
           add 1                                   to ws-cic-qtd-trechos
           add 1                                   to ws-qtd-trechos-gravados

           move 0                                  to ws-seg-periodo


           .
       fechar-trecho-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   avanca ws-dia-apur em um dia de calendario (mesmas regras de
       *>   dia maximo/bissexto de copybooks/TEMPDTA.cpy)
       *>------------------------------------------------------------------------
       avancar-dia-apur section.


           move ws-apu-mes                         to ws-busca-mes
           move ws-apu-ano                         to ws-busca-ano

           perform obter-dia-max-mes

           if ws-apu-dia < ws-dia-max-mes then
               add 1                               to ws-apu-dia
           else
               move 01                             to ws-apu-dia
               if ws-apu-mes < 12 then
                   add 1                           to ws-apu-mes
               else
                   move 01                         to ws-apu-mes
                   add 1                           to ws-apu-ano
               end-if
           end-if


           .
       avancar-dia-apur-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           close arqTemperaturas
           close arqCicloRel
           close arqCicloExt

           display "--- demonstrativo encerrado ---"
           display "Ciclos:               " ws-qtd-ciclos
           display "Contas demonstradas:  " ws-qtd-contas-demonstradas
           display "Contas sem vigencia:  " ws-qtd-contas-sem-vigencia
           display "Trechos:              " ws-qtd-trechos-gravados
           display "--- arqTemperaturas.gcr e arqTemperaturas.gce gerados ---"

           move ws-qtd-clientes                    to ws-jrn-qtd-entrada
           move ws-qtd-trechos-gravados            to ws-jrn-qtd-saida
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
           close arqCicloRel
           close arqCicloExt

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPDTA.

       copy TEMPPARC.

       copy TEMPCLC.

       copy TEMPJRNC.
