       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.retorno".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: processa o arquivo de
      *>                retorno do sistema corporativo de tempo
      *>                (arqTemperaturas.ret) - cada bloco header/detalhes/
      *>                trailer devolvido e conferido contra o que foi
      *>                enviado (mesmo intervalo, mesma data de geracao,
      *>                mesma contagem e mesmo hash, no cadastro
      *>                arqTemperaturas.trx) e so entao vira aceito ou
      *>                parcialmente rejeitado; transmissao sem retorno
      *>                alem do prazo passa a nunca confirmada; as leituras
      *>                rejeitadas ficam em arqTemperaturas.irj e, assim
      *>                que corrigidas no arqTemperaturas, saem no arquivo
      *>                de retransmissao arqTemperaturas.rtx - ate entao
      *>                ninguem sabia se o extrato tinha entrado do outro
      *>                lado
      *>   15/10/2026 - msv - reabertura do arquivo de trabalho .irw na
      *>                regravacao da fila de rejeitadas conferida: falha
      *>                ali deixava o .irj aberto para saida e vazio
      *>   15/10/2026 - msv - rejeitada cujo dia hoje tem leitura
      *>                estimada segue pendente: estimativa nao e
      *>                correcao e nao e transmitida
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
       *>   indexado por fd-temp-chave (ano/mes/dia + estacao) - leitura
       *>   direta de cada leitura rejeitada, para saber se ja foi
       *>   corrigida
       select arqTemperaturas assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (dinamico: leitura direta por chave)
       access mode     is dynamic
       record key      is fd-temp-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTemperaturas.

       *>   --------- arquivo de retorno do sistema corporativo: um
       *>   bloco header/detalhes/trailer por arquivo recebido por eles
       select arqRetorno assign to "arqTemperaturas.ret"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqRetorno.

       *>   --------- cadastro de transmissoes: situacao vigente de
       *>   cada intervalo e, em extend, os eventos desta execucao
       *>   (copybooks/TEMPTRC.cpy)
       select arqTransmissoes assign to "arqTemperaturas.trx"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqTransmissoes.

       *>   --------- leituras rejeitadas pelo sistema corporativo, a
       *>   fila de retransmissao - relido e regravado por inteiro a
       *>   cada rodada, para o status de cada leitura atravessar os
       *>   ciclos
       select arqIntRejeitos assign to "arqTemperaturas.irj"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqIntRejeitos.

       *>   --------- arquivo de trabalho da regravacao das rejeitadas,
       *>   como o .rjw da reciclagem
       select arqIntRejTrabalho assign to "arqTemperaturas.irw"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqIntRejTrabalho.

       *>   --------- retransmissao: so as leituras rejeitadas ja
       *>   corrigidas, no mesmo layout header/detalhe/trailer do .int
       select arqRetransmissao assign to "arqTemperaturas.rtx"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqRetransmissao.

       *>   --------- relatorio de controle do retorno
       select arqRetControle assign to "arqTemperaturas.rtr"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqRetControle.

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


       fd arqRetorno.

       01  ret-linha                               pic x(40).


       fd arqTransmissoes.

       01  trx-linha                               pic x(80).


       fd arqIntRejeitos.

       01  irj-linha                               pic x(70).


       fd arqIntRejTrabalho.

       01  irw-linha                               pic x(70).


       fd arqRetransmissao.

       01  rtx-linha                               pic x(40).


       fd arqRetControle.

       01  rtr-linha                               pic x(80).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do cadastro de transmissoes, montado aqui na
      *>   working-storage para os value dos separadores valerem, e a
      *>   tabela da situacao vigente de cada intervalo
       copy TEMPTRX.

       copy TEMPTRW.


       77  ws-fs-arqRetorno                        pic 9(02).
       77  ws-fs-arqIntRejeitos                    pic 9(02).
       77  ws-fs-arqIntRejTrabalho                 pic 9(02).
       77  ws-fs-arqRetransmissao                  pic 9(02).
       77  ws-fs-arqRetControle                    pic 9(02).

      *>   dias corridos desde a geracao sem retorno para a transmissao
      *>   passar a nunca confirmada - trocado por recompilacao, como o
      *>   acordo de prazo com o sistema corporativo
       77  ws-prazo-retorno                        pic 9(02) value 03.

      *>   data do dia (geracao da retransmissao e situacao das
      *>   rejeitadas tratadas)
       01  ws-data-hoje                            pic 9(08).

      *>   arqTemperaturas ausente: nenhuma rejeitada pode ter sido
      *>   corrigida
       77  ws-temperaturas-aberto                  pic x(01) value "N".
           88  ws-temperaturas-disponivel                   value "S".
           88  ws-temperaturas-ausente                      value "N".

      *>   linha lida do retorno, com as visoes por tipo de registro -
      *>   o header e o mesmo que enviamos no .int
       01  ws-ret-ent                              pic x(40).
       01  ws-ret-ent-hdr redefines ws-ret-ent.
           05  ws-ret-hdr-tipo                     pic x(01).
           05  ws-ret-hdr-geracao                  pic 9(08).
           05  ws-ret-hdr-origem                   pic x(15).
           05  ws-ret-hdr-ini                      pic 9(08).
           05  ws-ret-hdr-fim                      pic 9(08).
       01  ws-ret-ent-det redefines ws-ret-ent.
           05  ws-ret-det-tipo                     pic x(01).
           05  ws-ret-det-data                     pic 9(08).
           05  ws-ret-det-estacao                  pic x(05).
           05  ws-ret-det-temperatura              pic -9(02),99.
           05  ws-ret-det-temperatura-x redefines ws-ret-det-temperatura.
               10  ws-ret-det-sinal                pic x(01).
               10  ws-ret-det-inteira              pic 9(02).
               10  ws-ret-det-virgula              pic x(01).
               10  ws-ret-det-decimal              pic 9(02).
           05  ws-ret-det-situacao                 pic x(01).
               88  ws-ret-det-aceita                        value "A".
               88  ws-ret-det-rejeitada                     value "R".
           05  ws-ret-det-motivo                   pic x(03).
           05  filler                              pic x(16).
       01  ws-ret-ent-trl redefines ws-ret-ent.
           05  ws-ret-trl-tipo                     pic x(01).
           05  ws-ret-trl-qtd                      pic 9(06).
           05  ws-ret-trl-hash                     pic -9(07),99.
           05  filler                              pic x(22).

      *>   bloco de retorno em curso (do header ate o trailer): so
      *>   depois de conferido o bloco inteiro ele muda a situacao da
      *>   transmissao e as rejeitadas dele entram na fila
       77  ws-blk-situacao                         pic x(01) value "N".
           88  ws-blk-em-curso                              value "S".
           88  ws-blk-fechado                               value "N".
       77  ws-blk-geracao                          pic 9(08).
       77  ws-blk-ini                              pic 9(08).
       77  ws-blk-fim                              pic 9(08).
       77  ws-blk-qtd                              pic 9(06).
       77  ws-blk-hash                             pic s9(07)v9(02).
       77  ws-blk-aceitas                          pic 9(06).
       77  ws-blk-rejeitadas                       pic 9(06).
       77  ws-blk-ilegiveis                        pic 9(06).
       77  ws-blk-trl-qtd                          pic 9(06).
       77  ws-blk-trl-hash                         pic s9(07)v9(02).
       77  ws-blk-motivo                           pic x(40).

       01  ws-blk-rejeicoes occurs 500.
           05  ws-blk-rej-data                     pic 9(08).
           05  ws-blk-rej-estacao                  pic x(05).
           05  ws-blk-rej-temperatura              pic s9(02)v9(02).
           05  ws-blk-rej-motivo                   pic x(03).

       77  ws-ind-blk                              pic 9(03).

      *>   area de trabalho para deseditar uma temperatura
       77  ws-temp-trab                            pic s9(02)v9(02).
       77  ws-temp-atual                           pic s9(02)v9(02).

      *>   linha da fila de leituras rejeitadas pelo sistema
      *>   corporativo: referencia do arquivo rejeitado, a leitura como
      *>   foi enviada, o motivo deles, o status (P pendente, R
      *>   retransmitida, S substituida por um reenvio do intervalo
      *>   inteiro), a data da situacao e o valor retransmitido
       01  irj-registro.
           05  irj-ini                             pic 9(08).
           05  filler                              pic x(01) value ";".
           05  irj-fim                             pic 9(08).
           05  filler                              pic x(01) value ";".
           05  irj-geracao                         pic 9(08).
           05  filler                              pic x(01) value ";".
           05  irj-data                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  irj-estacao                         pic x(05).
           05  filler                              pic x(01) value ";".
           05  irj-temperatura                     pic -9(02),99.
           05  filler                              pic x(01) value ";".
           05  irj-motivo                          pic x(03).
           05  filler                              pic x(01) value ";".
           05  irj-status                          pic x(01).
               88  irj-pendente                             value "P".
               88  irj-retransmitida                        value "R".
               88  irj-substituida                          value "S".
           05  filler                              pic x(01) value ";".
           05  irj-data-situacao                   pic 9(08).
           05  filler                              pic x(01) value ";".
           05  irj-temp-nova                       pic -9(02),99.

      *>   leituras corrigidas a retransmitir nesta rodada, com o slot
      *>   da transmissao de origem, e quantas cabem a cada intervalo
       01  ws-retransmissoes occurs 500.
           05  ws-rtx-trx                          pic 9(03).
           05  ws-rtx-data                         pic 9(08).
           05  ws-rtx-estacao                      pic x(05).
           05  ws-rtx-temperatura                  pic s9(02)v9(02).

       01  ws-rtx-por-trx occurs 200               pic 9(05).

       77  ws-qtd-retransmissoes                   pic 9(03) value 0.
       77  ws-ind-rtx                              pic 9(03).

      *>   contagem e hash do bloco de retransmissao em gravacao
       77  ws-rtx-qtd                              pic 9(06).
       77  ws-rtx-hash                             pic s9(07)v9(02).

      *>   registros do arquivo de retransmissao, no layout do .int
       01  rtx-header.
           05  rtx-hdr-tipo                        pic x(01) value "H".
           05  rtx-hdr-data-geracao                pic 9(08).
           05  rtx-hdr-origem                      pic x(15)
               value "TEMPERATURAS-BR".
           05  rtx-hdr-rng-ini                     pic 9(08).
           05  rtx-hdr-rng-fim                     pic 9(08).

       01  rtx-detalhe.
           05  rtx-det-tipo                        pic x(01) value "D".
           05  rtx-det-data                        pic 9(08).
           05  rtx-det-estacao                     pic x(05).
           05  rtx-det-temperatura                 pic -9(02),99.

       01  rtx-trailer.
           05  rtx-trl-tipo                        pic x(01) value "T".
           05  rtx-trl-qtd                         pic 9(06).
           05  rtx-trl-hash                        pic -9(07),99.

      *>   contagens da rodada
       77  ws-qtd-linhas-retorno                   pic 9(06) value 0.
       77  ws-qtd-detalhes-retorno                 pic 9(06) value 0.
       77  ws-qtd-linhas-ignoradas                 pic 9(06) value 0.
       77  ws-qtd-blocos-conferidos                pic 9(04) value 0.
       77  ws-qtd-blocos-recusados                 pic 9(04) value 0.
       77  ws-qtd-sem-retorno                      pic 9(04) value 0.
       77  ws-qtd-retransmitidas                   pic 9(06) value 0.
       77  ws-qtd-sem-correcao                     pic 9(06) value 0.
       77  ws-qtd-adiadas                          pic 9(06) value 0.
       77  ws-qtd-substituidas                     pic 9(06) value 0.

      *>   dias corridos de uma data aaaammdd (calcular-dias-corridos),
      *>   para o prazo de retorno
       01  ws-dc-data                              pic 9(08).
       01  ws-dc-data-r redefines ws-dc-data.
           05  ws-dc-ano                           pic 9(04).
           05  ws-dc-mes                           pic 9(02).
           05  ws-dc-dia                           pic 9(02).
       77  ws-dc-dias                              pic 9(07).
       77  ws-dc-ano-ant                           pic 9(04).
       77  ws-dc-quociente                         pic 9(04).
       77  ws-dc-dias-hoje                         pic 9(07).

       01  ws-dc-acumulados-valores                pic x(36)
           value "000031059090120151181212243273304334".
       01  ws-dc-acumulados redefines ws-dc-acumulados-valores.
           05  ws-dc-acumulado occurs 12           pic 9(03).

      *>   data aaaammdd a editar como dd/mm/aaaa no relatorio
       01  ws-ed-data-trab                         pic 9(08).
       01  ws-ed-data-trab-r redefines ws-ed-data-trab.
           05  ws-ed-trab-ano                      pic 9(04).
           05  ws-ed-trab-mes                      pic 9(02).
           05  ws-ed-trab-dia                      pic 9(02).

       01  ws-ed-data.
           05  ws-ed-dia                           pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-ed-mes                           pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-ed-ano                           pic 9(04).

      *>   linhas do relatorio de controle
       01  rtr-cabecalho                           pic x(80)
           value "RETORNO DAS TRANSMISSOES PARA O SISTEMA CORPORATIVO".

       01  rtr-titulo                              pic x(80).

       01  rtr-bloco.
           05  filler                              pic x(10) value "Retorno:  ".
           05  rtr-blk-ini                         pic x(10).
           05  filler                              pic x(03) value " a ".
           05  rtr-blk-fim                         pic x(10).
           05  filler                              pic x(09) value "  gerado ".
           05  rtr-blk-geracao                     pic x(10).
           05  filler                              pic x(05) value "  ac:".
           05  rtr-blk-aceitas                     pic zzzzz9.
           05  filler                              pic x(05) value "  rj:".
           05  rtr-blk-rejeitadas                  pic zzzzz9.
           05  filler                              pic x(06) value space.

       01  rtr-resultado.
           05  filler                              pic x(06) value "   -> ".
           05  rtr-res-texto                       pic x(60).
           05  filler                              pic x(14) value space.

       01  rtr-cadastro.
           05  filler                              pic x(01) value space.
           05  rtr-cad-ini                         pic x(10).
           05  filler                              pic x(01) value "-".
           05  rtr-cad-fim                         pic x(10).
           05  filler                              pic x(01) value space.
           05  rtr-cad-situacao                    pic x(23).
           05  filler                              pic x(05) value " env:".
           05  rtr-cad-qtd                         pic zzzzz9.
           05  filler                              pic x(05) value " rej:".
           05  rtr-cad-rejeitadas                  pic zzzzz9.
           05  filler                              pic x(06) value " pend:".
           05  rtr-cad-pendentes                   pic zzzz9.
           05  filler                              pic x(01) value space.

       01  rtr-contagem.
           05  rtr-cnt-rotulo                      pic x(48).
           05  rtr-cnt-qtd                         pic zzzzz9.
           05  filler                              pic x(26) value space.

       01  rtr-nada                                pic x(80).


       *>------Variaveis para comunicaçao entre programa
       linkage section.



       *>DECLARAÇÃO DO CORPO DO PROGRAMA
       procedure division.

           perform inicializacao.
           perform processar-retorno.
           perform apurar-sem-retorno.
           perform preparar-retransmissao.
           perform gravar-retransmissao.
           perform imprimir-cadastro.
           perform finalizacao.


       *>------------------------------------------------------------------------
       *>   inicialização do programa
       *>   situacao vigente das transmissoes, rejeitadas ainda abertas
       *>   por intervalo e abertura do relatorio de controle
       *>------------------------------------------------------------------------
       inicializacao section.


           move "retorno"                          to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- RETORNO DO SISTEMA CORPORATIVO ----"
           display " "

           accept ws-data-hoje                     from date yyyymmdd

           perform carregar-transmissoes

           perform contar-rejeitadas-abertas

           open output arqRetControle

           if ws-fs-arqRetControle <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqRetControle                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.rtr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write rtr-linha from rtr-cabecalho
           perform conferir-gravacao-controle


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   conta, por intervalo, as rejeitadas que seguem pendentes na
       *>   fila - com alguma delas aberta o intervalo nao fica aceito,
       *>   mesmo que o retorno seguinte venha limpo
       *>------------------------------------------------------------------------
       contar-rejeitadas-abertas section.


           open input arqIntRejeitos

           if ws-fs-arqIntRejeitos = 35 then
               go to contar-rejeitadas-abertas-exit
           end-if

           if ws-fs-arqIntRejeitos <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.irj" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform contar-uma-rejeitada
               until ws-fs-arqIntRejeitos = 10

           close arqIntRejeitos


           .
       contar-rejeitadas-abertas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   soma a rejeitada lida, se pendente, no slot do intervalo dela
      *>   (pendente de um intervalo ja reenviado por inteiro conta
      *>   como substituida e nao trava mais nada)
      *>------------------------------------------------------------------------
       contar-uma-rejeitada section.


           read arqIntRejeitos into irj-registro

           if ws-fs-arqIntRejeitos = 0 then

               if not irj-pendente then
                   go to contar-uma-rejeitada-exit
               end-if

               move irj-ini                        to ws-trx-procurado-ini
               move irj-fim                        to ws-trx-procurado-fim
               perform localizar-transmissao

               if ws-trx-achado > 0 then
                   perform conferir-substituicao
                   if irj-pendente then
                       add 1                       to ws-trx-pendentes(ws-trx-achado)
                   end-if
               end-if

           else
               if ws-fs-arqIntRejeitos <> 10 then
                   move 3                                       to ws-msn-erro-ofsset
                   move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas.irj"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       contar-uma-rejeitada-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   rejeitada pendente de um arquivo anterior ao ultimo reenvio
      *>   do intervalo inteiro ("E") ja foi substituida por ele: a
      *>   leitura foi de novo, com o valor que o arquivo tinha entao
      *>------------------------------------------------------------------------
       conferir-substituicao section.


           if ws-trx-tipo-envio(ws-trx-achado) = "E"
               and ws-trx-geracao(ws-trx-achado) > irj-geracao then
               move "S"                            to irj-status
           end-if


           .
       conferir-substituicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le o arquivo de retorno bloco a bloco - sem arquivo, nada
       *>   foi devolvido desde a ultima rodada
       *>------------------------------------------------------------------------
       processar-retorno section.


           move "--- RETORNOS RECEBIDOS (arqTemperaturas.ret) ---"
                                                   to rtr-titulo
           write rtr-linha from rtr-titulo
           perform conferir-gravacao-controle

           open input arqRetorno

           if ws-fs-arqRetorno = 35 then
               move "Nenhum arquivo de retorno recebido"
                                                   to rtr-nada
               write rtr-linha from rtr-nada
               perform conferir-gravacao-controle
               display "Nenhum arquivo de retorno recebido"
               go to processar-retorno-exit
           end-if

           if ws-fs-arqRetorno <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.ret" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform tratar-linha-retorno
               until ws-fs-arqRetorno = 10

           *> bloco aberto no fim do arquivo veio sem trailer
           if ws-blk-em-curso then
               move "retorno sem trailer"          to ws-blk-motivo
               perform recusar-bloco
           end-if

           close arqRetorno


           .
       processar-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   classifica uma linha do retorno: header abre o bloco,
      *>   detalhe conta e guarda a rejeicao, trailer fecha e confere
      *>------------------------------------------------------------------------
       tratar-linha-retorno section.


           read arqRetorno into ws-ret-ent

           if ws-fs-arqRetorno = 10 then
               go to tratar-linha-retorno-exit
           end-if

           if ws-fs-arqRetorno <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                        to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.ret"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-linhas-retorno

           evaluate ws-ret-ent(1:1)
               when "H"
                   perform abrir-bloco-retorno
               when "D"
                   perform acumular-detalhe-retorno
               when "T"
                   perform fechar-bloco-retorno
               when other
                   add 1                           to ws-qtd-linhas-ignoradas
           end-evaluate


           .
       tratar-linha-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   header: guarda a referencia do arquivo devolvido e zera os
      *>   totais do bloco - header com o bloco anterior ainda aberto
      *>   recusa o anterior (veio sem trailer)
      *>------------------------------------------------------------------------
       abrir-bloco-retorno section.


           if ws-blk-em-curso then
               move "retorno sem trailer"          to ws-blk-motivo
               perform recusar-bloco
           end-if

           move "S"                                to ws-blk-situacao
           move 0                                  to ws-blk-qtd
           move 0                                  to ws-blk-hash
           move 0                                  to ws-blk-aceitas
           move 0                                  to ws-blk-rejeitadas
           move 0                                  to ws-blk-ilegiveis

           if ws-ret-hdr-geracao is numeric
               and ws-ret-hdr-ini is numeric
               and ws-ret-hdr-fim is numeric then
               move ws-ret-hdr-geracao             to ws-blk-geracao
               move ws-ret-hdr-ini                 to ws-blk-ini
               move ws-ret-hdr-fim                 to ws-blk-fim
           else
               *> referencia ilegivel: o bloco e lido ate o trailer e
               *> recusado por nao achar a transmissao
               move 0                              to ws-blk-geracao
               move 0                              to ws-blk-ini
               move 0                              to ws-blk-fim
           end-if


           .
       abrir-bloco-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   detalhe: conta, re-soma o hash e, se rejeitado, guarda a
      *>   leitura para a fila - detalhe fora de bloco e ignorado e
      *>   detalhe ilegivel impede a conferencia do bloco
      *>------------------------------------------------------------------------
       acumular-detalhe-retorno section.


           if ws-blk-fechado then
               add 1                               to ws-qtd-linhas-ignoradas
               go to acumular-detalhe-retorno-exit
           end-if

           add 1                                   to ws-qtd-detalhes-retorno
           add 1                                   to ws-blk-qtd

           if ws-ret-det-data is not numeric
               or ws-ret-det-inteira is not numeric
               or ws-ret-det-decimal is not numeric
               or ws-ret-det-virgula not = ","
               or (not ws-ret-det-aceita
                   and not ws-ret-det-rejeitada) then
               add 1                               to ws-blk-ilegiveis
               go to acumular-detalhe-retorno-exit
           end-if

           move ws-ret-det-temperatura             to ws-temp-trab
           add ws-temp-trab                        to ws-blk-hash

           if ws-ret-det-aceita then
               add 1                               to ws-blk-aceitas
               go to acumular-detalhe-retorno-exit
           end-if

           add 1                                   to ws-blk-rejeitadas

           if ws-blk-rejeitadas > 500 then
               move 6                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Rejeitadas do bloco excedem a tabela"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ret-det-data                    to ws-blk-rej-data(ws-blk-rejeitadas)
           move ws-ret-det-estacao                 to ws-blk-rej-estacao(ws-blk-rejeitadas)
           move ws-temp-trab                       to ws-blk-rej-temperatura(ws-blk-rejeitadas)
           move ws-ret-det-motivo                  to ws-blk-rej-motivo(ws-blk-rejeitadas)


           .
       acumular-detalhe-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   trailer: confere o bloco contra o proprio trailer e contra a
      *>   transmissao enviada (intervalo, data de geracao, contagem e
      *>   hash) - so o bloco conferido muda a situacao do intervalo
      *>------------------------------------------------------------------------
       fechar-bloco-retorno section.


           if ws-blk-fechado then
               add 1                               to ws-qtd-linhas-ignoradas
               go to fechar-bloco-retorno-exit
           end-if

           if ws-ret-trl-qtd is numeric then
               move ws-ret-trl-qtd                 to ws-blk-trl-qtd
               move ws-ret-trl-hash                to ws-blk-trl-hash
           else
               move 999999                         to ws-blk-trl-qtd
               move 0                              to ws-blk-trl-hash
           end-if

           move ws-blk-ini                         to ws-trx-procurado-ini
           move ws-blk-fim                         to ws-trx-procurado-fim
           perform localizar-transmissao

           move spaces                             to ws-blk-motivo

           evaluate true
               when ws-blk-ilegiveis > 0
                   move "detalhe ilegivel no retorno"       to ws-blk-motivo
               when ws-blk-trl-qtd not = ws-blk-qtd
                   move "contagem diverge do trailer dele"  to ws-blk-motivo
               when ws-blk-trl-hash not = ws-blk-hash
                   move "hash diverge do trailer dele"      to ws-blk-motivo
               when ws-trx-achado = 0
                   move "intervalo nunca transmitido"       to ws-blk-motivo
               when not ws-trx-aguardando(ws-trx-achado)
                   and ws-trx-geracao(ws-trx-achado) = ws-blk-geracao
                   move "retorno ja processado antes"       to ws-blk-motivo
               when not ws-trx-aguardando(ws-trx-achado)
                   move "intervalo nao aguarda retorno"     to ws-blk-motivo
               when ws-trx-geracao(ws-trx-achado) not = ws-blk-geracao
                   move "geracao diverge da enviada"        to ws-blk-motivo
               when ws-trx-qtd(ws-trx-achado) not = ws-blk-qtd
                   move "contagem diverge da enviada"       to ws-blk-motivo
               when ws-trx-hash(ws-trx-achado) not = ws-blk-hash
                   move "hash total diverge do enviado"     to ws-blk-motivo
           end-evaluate

           if ws-blk-motivo not = spaces then
               perform recusar-bloco
           else
               perform aceitar-bloco
           end-if


           .
       fechar-bloco-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   bloco que nao confere: sai no relatorio com o motivo e nao
      *>   mexe em nada - a transmissao segue aguardando
      *>------------------------------------------------------------------------
       recusar-bloco section.


           add 1                                   to ws-qtd-blocos-recusados

           perform imprimir-bloco

           move "NAO CONFERE - "                   to rtr-res-texto
           move ws-blk-motivo                      to rtr-res-texto(15:40)
           write rtr-linha from rtr-resultado
           perform conferir-gravacao-controle

           move "N"                                to ws-blk-situacao


           .
       recusar-bloco-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   bloco conferido: as rejeitadas entram na fila e o intervalo
      *>   fica aceito, ou parcialmente rejeitado se ha rejeitada nova
      *>   ou ainda pendente de um retorno anterior
      *>------------------------------------------------------------------------
       aceitar-bloco section.


           add 1                                   to ws-qtd-blocos-conferidos

           if ws-blk-rejeitadas > 0 then
               perform enfileirar-rejeitadas
           end-if

           add ws-blk-rejeitadas                   to ws-trx-pendentes(ws-trx-achado)

           if ws-trx-pendentes(ws-trx-achado) > 0 then
               move "P"                            to trx-situacao
           else
               move "A"                            to trx-situacao
           end-if

           move ws-blk-aceitas                     to ws-trx-qtd-aceitas(ws-trx-achado)
           move ws-blk-rejeitadas                  to ws-trx-qtd-rejeitadas(ws-trx-achado)

           perform registrar-evento-slot

           perform imprimir-bloco

           move ws-trx-situacao(ws-trx-achado)     to ws-trx-situacao-cod
           perform descrever-situacao-trx
           move ws-trx-situacao-texto              to rtr-res-texto
           write rtr-linha from rtr-resultado
           perform conferir-gravacao-controle

           move "N"                                to ws-blk-situacao


           .
       aceitar-bloco-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   acrescenta a fila (em extend) as rejeitadas do bloco
      *>   conferido, pendentes de correcao
      *>------------------------------------------------------------------------
       enfileirar-rejeitadas section.


           open extend arqIntRejeitos

           if ws-fs-arqIntRejeitos = 35 then
               open output arqIntRejeitos
           end-if

           if ws-fs-arqIntRejeitos <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.irj" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-rejeitada-bloco
               varying ws-ind-blk from 1 by 1
               until ws-ind-blk > ws-blk-rejeitadas

           close arqIntRejeitos


           .
       enfileirar-rejeitadas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   grava na fila a rejeitada ws-ind-blk do bloco
      *>------------------------------------------------------------------------
       gravar-rejeitada-bloco section.


           move ws-blk-ini                         to irj-ini
           move ws-blk-fim                         to irj-fim
           move ws-blk-geracao                     to irj-geracao
           move ws-blk-rej-data(ws-ind-blk)        to irj-data
           move ws-blk-rej-estacao(ws-ind-blk)     to irj-estacao
           move ws-blk-rej-temperatura(ws-ind-blk) to irj-temperatura
           move ws-blk-rej-motivo(ws-ind-blk)      to irj-motivo
           move "P"                                to irj-status
           move ws-data-hoje                       to irj-data-situacao
           move 0                                  to irj-temp-nova

           write irj-linha from irj-registro

           if ws-fs-arqIntRejeitos <> 0 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.irj" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-rejeitada-bloco-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   linha do bloco no relatorio: referencia e contagens
      *>------------------------------------------------------------------------
       imprimir-bloco section.


           move ws-blk-ini                         to ws-ed-data-trab
           perform editar-data-retorno
           move ws-ed-data                         to rtr-blk-ini

           move ws-blk-fim                         to ws-ed-data-trab
           perform editar-data-retorno
           move ws-ed-data                         to rtr-blk-fim

           move ws-blk-geracao                     to ws-ed-data-trab
           perform editar-data-retorno
           move ws-ed-data                         to rtr-blk-geracao

           move ws-blk-aceitas                     to rtr-blk-aceitas
           move ws-blk-rejeitadas                  to rtr-blk-rejeitadas

           write rtr-linha from rtr-bloco
           perform conferir-gravacao-controle


           .
       imprimir-bloco-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   transmissao ainda aguardando retorno alem do prazo passa a
       *>   nunca confirmada - um retorno atrasado ainda e aceito depois
       *>------------------------------------------------------------------------
       apurar-sem-retorno section.


           move ws-data-hoje                       to ws-dc-data
           perform calcular-dias-corridos
           move ws-dc-dias                         to ws-dc-dias-hoje

           perform conferir-prazo-retorno
               varying ws-ind-trx from 1 by 1
               until ws-ind-trx > ws-qtd-transmissoes


           .
       apurar-sem-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   confere o prazo do slot ws-ind-trx (so enviado/retransmitido
      *>   ainda sem retorno)
      *>------------------------------------------------------------------------
       conferir-prazo-retorno section.


           if ws-trx-situacao(ws-ind-trx) not = "E"
               and ws-trx-situacao(ws-ind-trx) not = "R" then
               go to conferir-prazo-retorno-exit
           end-if

           move ws-trx-geracao(ws-ind-trx)         to ws-dc-data
           perform calcular-dias-corridos

           if ws-dc-dias-hoje - ws-dc-dias > ws-prazo-retorno then
               move ws-ind-trx                     to ws-trx-achado
               move "N"                            to trx-situacao
               perform registrar-evento-slot
               add 1                               to ws-qtd-sem-retorno
           end-if


           .
       conferir-prazo-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   dias corridos da data ws-dc-data desde uma origem fixa, em
      *>   ws-dc-dias (so a diferenca entre duas datas interessa)
      *>------------------------------------------------------------------------
       calcular-dias-corridos section.


           move 0                                  to ws-dc-dias

           if ws-dc-data is not numeric
               or ws-dc-mes < 01 or ws-dc-mes > 12
               or ws-dc-ano = 0 then
               go to calcular-dias-corridos-exit
           end-if

           compute ws-dc-ano-ant = ws-dc-ano - 1

           compute ws-dc-dias = ws-dc-ano-ant * 365
                              + ws-dc-acumulado(ws-dc-mes)
                              + ws-dc-dia

           divide ws-dc-ano-ant by 4 giving ws-dc-quociente
           add ws-dc-quociente                     to ws-dc-dias
           divide ws-dc-ano-ant by 100 giving ws-dc-quociente
           subtract ws-dc-quociente                from ws-dc-dias
           divide ws-dc-ano-ant by 400 giving ws-dc-quociente
           add ws-dc-quociente                     to ws-dc-dias

           *> 29 de fevereiro do proprio ano, ja passado
           if ws-dc-mes > 02 then
               move ws-dc-ano                      to ws-busca-ano
               perform verificar-ano-bissexto
               if ws-ano-eh-bissexto then
                   add 1                           to ws-dc-dias
               end-if
           end-if


           .
       calcular-dias-corridos-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   passa a fila de rejeitadas para o arquivo de trabalho,
       *>   separando as pendentes ja corrigidas no arqTemperaturas para
       *>   a retransmissao, e regrava a fila com os status atualizados
       *>------------------------------------------------------------------------
       preparar-retransmissao section.


           move 0                                  to ws-qtd-retransmissoes

           perform zerar-retransmissao-trx
               varying ws-ind-trx from 1 by 1
               until ws-ind-trx > 200

           open input arqIntRejeitos

           if ws-fs-arqIntRejeitos = 35 then
               go to preparar-retransmissao-exit
           end-if

           if ws-fs-arqIntRejeitos <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.irj" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqIntRejTrabalho

           if ws-fs-arqIntRejTrabalho <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntRejTrabalho                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.irw" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> sem arqTemperaturas nenhuma rejeitada pode ter sido
           *> corrigida - todas seguem pendentes
           open input arqTemperaturas

           if ws-fs-arqTemperaturas = 0
               or ws-fs-arqTemperaturas = 5 then
               move "S"                            to ws-temperaturas-aberto
           else
               if ws-fs-arqTemperaturas <> 35 then
                   move 10                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas.txt" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform tratar-rejeitada
               until ws-fs-arqIntRejeitos = 10

           if ws-temperaturas-disponivel then
               close arqTemperaturas
           end-if

           perform regravar-rejeitadas


           .
       preparar-retransmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   zera a contagem de retransmissao do slot ws-ind-trx
      *>------------------------------------------------------------------------
       zerar-retransmissao-trx section.


           move 0                                  to ws-rtx-por-trx(ws-ind-trx)


           .
       zerar-retransmissao-trx-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   le uma rejeitada da fila: pendente de intervalo ja com
      *>   retorno (parcialmente rejeitado) e ja corrigida vai para a
      *>   retransmissao; toda linha atravessa para o arquivo de
      *>   trabalho
      *>------------------------------------------------------------------------
       tratar-rejeitada section.


           read arqIntRejeitos into irj-registro

           if ws-fs-arqIntRejeitos = 10 then
               go to tratar-rejeitada-exit
           end-if

           if ws-fs-arqIntRejeitos <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.irj"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if irj-pendente then
               perform avaliar-rejeitada
           end-if

           write irw-linha from irj-registro

           if ws-fs-arqIntRejTrabalho <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqIntRejTrabalho                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.irw" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       tratar-rejeitada-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   decide o destino da rejeitada pendente: substituida por um
      *>   reenvio inteiro, retransmitida se o intervalo ja tem retorno
      *>   e o valor no arqTemperaturas mudou, ou segue pendente
      *>------------------------------------------------------------------------
       avaliar-rejeitada section.


           move irj-ini                            to ws-trx-procurado-ini
           move irj-fim                            to ws-trx-procurado-fim
           perform localizar-transmissao

           *> intervalo fora do cadastro: fica como esta
           if ws-trx-achado = 0 then
               add 1                               to ws-qtd-sem-correcao
               go to avaliar-rejeitada-exit
           end-if

           perform conferir-substituicao

           if irj-substituida then
               move ws-data-hoje                   to irj-data-situacao
               add 1                               to ws-qtd-substituidas
               go to avaliar-rejeitada-exit
           end-if

           *> com um arquivo do intervalo ainda aguardando retorno, a
           *> retransmissao espera: o retorno dele e conferido contra
           *> a contagem e o hash do que foi enviado
           if not ws-trx-parcial(ws-trx-achado)
               or ws-temperaturas-ausente then
               add 1                               to ws-qtd-sem-correcao
               go to avaliar-rejeitada-exit
           end-if

           move irj-data                           to fd-temp-data
           move irj-estacao                        to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 23                         to ws-fs-arqTemperaturas
           end-read

           if ws-fs-arqTemperaturas = 23 then
               add 1                               to ws-qtd-sem-correcao
               go to avaliar-rejeitada-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> dia que hoje tem leitura estimada (a rejeitada saiu do
           *> arquivo e a estimativa cobriu o buraco): estimativa nao e
           *> correcao e nao vai para o sistema corporativo
           if fd-temp-estimada then
               add 1                               to ws-qtd-sem-correcao
               go to avaliar-rejeitada-exit
           end-if

           move fd-temperatura                     to ws-temp-atual
           move irj-temperatura                    to ws-temp-trab

           *> mesmo valor rejeitado: ninguem corrigiu ainda
           if ws-temp-atual = ws-temp-trab then
               add 1                               to ws-qtd-sem-correcao
               go to avaliar-rejeitada-exit
           end-if

           *> tabela da rodada cheia: o resto fica para a proxima, com
           *> aviso no relatorio
           if ws-qtd-retransmissoes >= 500 then
               add 1                               to ws-qtd-adiadas
               go to avaliar-rejeitada-exit
           end-if

           add 1                                   to ws-qtd-retransmissoes
           move ws-trx-achado                      to ws-rtx-trx(ws-qtd-retransmissoes)
           move irj-data                           to ws-rtx-data(ws-qtd-retransmissoes)
           move irj-estacao                        to ws-rtx-estacao(ws-qtd-retransmissoes)
           move ws-temp-atual                      to ws-rtx-temperatura(ws-qtd-retransmissoes)
           add 1                                   to ws-rtx-por-trx(ws-trx-achado)

           move "R"                                to irj-status
           move ws-data-hoje                       to irj-data-situacao
           move ws-temp-atual                      to irj-temp-nova

           subtract 1                              from ws-trx-pendentes(ws-trx-achado)


           .
       avaliar-rejeitada-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   regrava o arqTemperaturas.irj inteiro a partir do arquivo de
      *>   trabalho, como a reciclagem faz com o .rej
      *>------------------------------------------------------------------------
       regravar-rejeitadas section.


           close arqIntRejeitos
           close arqIntRejTrabalho

           open input arqIntRejTrabalho

           if ws-fs-arqIntRejTrabalho <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqIntRejTrabalho                 to ws-msn-erro-cod
               move "Erro ao reabrir arq. arqTemperaturas.irw" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqIntRejeitos

           if ws-fs-arqIntRejeitos <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
               move "Erro ao regravar arqTemperaturas.irj"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform devolver-linha-rejeitada
               until ws-fs-arqIntRejTrabalho = 10

           close arqIntRejeitos
           close arqIntRejTrabalho


           .
       regravar-rejeitadas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   devolve uma linha do trabalho para o .irj regravado
      *>------------------------------------------------------------------------
       devolver-linha-rejeitada section.


           read arqIntRejTrabalho

           if ws-fs-arqIntRejTrabalho = 0 then

               write irj-linha from irw-linha

               if ws-fs-arqIntRejeitos <> 0 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqIntRejeitos                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTemperaturas.irj" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           else
               if ws-fs-arqIntRejTrabalho <> 10 then
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqIntRejTrabalho                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas.irw"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       devolver-linha-rejeitada-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava o arqTemperaturas.rtx: um bloco header/detalhes/
       *>   trailer por intervalo com leitura corrigida, e cada bloco
       *>   entra no cadastro como retransmitido - sem nada a
       *>   retransmitir o arquivo sai vazio
       *>------------------------------------------------------------------------
       gravar-retransmissao section.


           open output arqRetransmissao

           if ws-fs-arqRetransmissao <> 0 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetransmissao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.rtx" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-bloco-retransmissao
               varying ws-ind-trx from 1 by 1
               until ws-ind-trx > ws-qtd-transmissoes

           close arqRetransmissao

           move "--- RETRANSMISSAO (arqTemperaturas.rtx) ---"
                                                   to rtr-titulo
           write rtr-linha from rtr-titulo
           perform conferir-gravacao-controle

           move "Leituras corrigidas retransmitidas:"
                                                   to rtr-cnt-rotulo
           move ws-qtd-retransmitidas              to rtr-cnt-qtd
           write rtr-linha from rtr-contagem
           perform conferir-gravacao-controle

           move "Rejeitadas ainda sem correcao:"   to rtr-cnt-rotulo
           move ws-qtd-sem-correcao                to rtr-cnt-qtd
           write rtr-linha from rtr-contagem
           perform conferir-gravacao-controle

           move "Rejeitadas substituidas por reenvio inteiro:"
                                                   to rtr-cnt-rotulo
           move ws-qtd-substituidas                to rtr-cnt-qtd
           write rtr-linha from rtr-contagem
           perform conferir-gravacao-controle

           if ws-qtd-adiadas > 0 then
               move "Corrigidas deixadas para a proxima rodada:"
                                                   to rtr-cnt-rotulo
               move ws-qtd-adiadas                 to rtr-cnt-qtd
               write rtr-linha from rtr-contagem
               perform conferir-gravacao-controle
               display "AVISO: " ws-qtd-adiadas
                       " corrigidas ficam para a proxima retransmissao"
           end-if


           .
       gravar-retransmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   bloco de retransmissao do slot ws-ind-trx, se ele tem
      *>   leitura corrigida: header com a referencia do intervalo e a
      *>   data de hoje, detalhes e trailer com contagem e hash
      *>------------------------------------------------------------------------
       gravar-bloco-retransmissao section.


           if ws-rtx-por-trx(ws-ind-trx) = 0 then
               go to gravar-bloco-retransmissao-exit
           end-if

           move 0                                  to ws-rtx-qtd
           move 0                                  to ws-rtx-hash

           move ws-data-hoje                       to rtx-hdr-data-geracao
           move ws-trx-ini(ws-ind-trx)             to rtx-hdr-rng-ini
           move ws-trx-fim(ws-ind-trx)             to rtx-hdr-rng-fim

           write rtx-linha from rtx-header
           perform conferir-gravacao-retransmissao

           perform gravar-detalhe-retransmissao
               varying ws-ind-rtx from 1 by 1
               until ws-ind-rtx > ws-qtd-retransmissoes

           move ws-rtx-qtd                         to rtx-trl-qtd
           move ws-rtx-hash                        to rtx-trl-hash

           write rtx-linha from rtx-trailer
           perform conferir-gravacao-retransmissao

           *> o intervalo volta a aguardar retorno, agora do bloco
           *> retransmitido
           move ws-ind-trx                         to ws-trx-achado
           move ws-data-hoje                       to ws-trx-geracao(ws-trx-achado)
           move ws-rtx-qtd                         to ws-trx-qtd(ws-trx-achado)
           move ws-rtx-hash                        to ws-trx-hash(ws-trx-achado)
           move 0                                  to ws-trx-qtd-aceitas(ws-trx-achado)
           move 0                                  to ws-trx-qtd-rejeitadas(ws-trx-achado)
           move "R"                                to ws-trx-tipo-envio(ws-trx-achado)
           move "R"                                to trx-situacao
           perform registrar-evento-slot


           .
       gravar-bloco-retransmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   detalhe da retransmissao ws-ind-rtx, se for do slot corrente
      *>------------------------------------------------------------------------
       gravar-detalhe-retransmissao section.


           if ws-rtx-trx(ws-ind-rtx) not = ws-ind-trx then
               go to gravar-detalhe-retransmissao-exit
           end-if

           move ws-rtx-data(ws-ind-rtx)            to rtx-det-data
           move ws-rtx-estacao(ws-ind-rtx)         to rtx-det-estacao
           move ws-rtx-temperatura(ws-ind-rtx)     to rtx-det-temperatura

           write rtx-linha from rtx-detalhe
           perform conferir-gravacao-retransmissao

           add 1                                   to ws-rtx-qtd
           add ws-rtx-temperatura(ws-ind-rtx)      to ws-rtx-hash
           add 1                                   to ws-qtd-retransmitidas


           .
       gravar-detalhe-retransmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   confere o status da ultima gravacao no arqTemperaturas.rtx
      *>------------------------------------------------------------------------
       conferir-gravacao-retransmissao section.


           if ws-fs-arqRetransmissao <> 0 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetransmissao                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.rtx" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       conferir-gravacao-retransmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   grava no cadastro o evento trx-situacao do slot ws-trx-achado,
      *>   repetindo a referencia (geracao, qtd, hash) do ultimo arquivo
      *>   enviado para o intervalo, e atualiza a situacao do slot
      *>------------------------------------------------------------------------
       registrar-evento-slot section.


           move ws-trx-ini(ws-trx-achado)          to trx-ini
           move ws-trx-fim(ws-trx-achado)          to trx-fim
           move ws-trx-geracao(ws-trx-achado)      to trx-geracao
           move ws-trx-qtd(ws-trx-achado)          to trx-qtd
           move ws-trx-hash(ws-trx-achado)         to trx-hash
           move ws-trx-qtd-aceitas(ws-trx-achado)  to trx-qtd-aceitas
           move ws-trx-qtd-rejeitadas(ws-trx-achado) to trx-qtd-rejeitadas

           perform gravar-evento-transmissao

           move trx-situacao                       to ws-trx-situacao(ws-trx-achado)
           move trx-data                           to ws-trx-data(ws-trx-achado)


           .
       registrar-evento-slot-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   cadastro de transmissoes no relatorio: situacao vigente de
       *>   cada intervalo, com as rejeitadas ainda pendentes
       *>------------------------------------------------------------------------
       imprimir-cadastro section.


           move "--- CADASTRO DE TRANSMISSOES (arqTemperaturas.trx) ---"
                                                   to rtr-titulo
           write rtr-linha from rtr-titulo
           perform conferir-gravacao-controle

           if ws-qtd-transmissoes = 0 then
               move "Nenhuma transmissao registrada"
                                                   to rtr-nada
               write rtr-linha from rtr-nada
               perform conferir-gravacao-controle
           else
               perform imprimir-transmissao
                   varying ws-ind-trx from 1 by 1
                   until ws-ind-trx > ws-qtd-transmissoes
           end-if


           .
       imprimir-cadastro-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   linha do cadastro para o slot ws-ind-trx
      *>------------------------------------------------------------------------
       imprimir-transmissao section.


           move ws-trx-ini(ws-ind-trx)             to ws-ed-data-trab
           perform editar-data-retorno
           move ws-ed-data                         to rtr-cad-ini

           move ws-trx-fim(ws-ind-trx)             to ws-ed-data-trab
           perform editar-data-retorno
           move ws-ed-data                         to rtr-cad-fim

           move ws-trx-situacao(ws-ind-trx)        to ws-trx-situacao-cod
           perform descrever-situacao-trx
           move ws-trx-situacao-texto              to rtr-cad-situacao

           move ws-trx-qtd(ws-ind-trx)             to rtr-cad-qtd
           move ws-trx-qtd-rejeitadas(ws-ind-trx)  to rtr-cad-rejeitadas
           move ws-trx-pendentes(ws-ind-trx)       to rtr-cad-pendentes

           write rtr-linha from rtr-cadastro
           perform conferir-gravacao-controle


           .
       imprimir-transmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   edita a data aaaammdd de ws-ed-data-trab como dd/mm/aaaa em
      *>   ws-ed-data
      *>------------------------------------------------------------------------
       editar-data-retorno section.


           move ws-ed-trab-dia                     to ws-ed-dia
           move ws-ed-trab-mes                     to ws-ed-mes
           move ws-ed-trab-ano                     to ws-ed-ano


           .
       editar-data-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   confere o status da ultima gravacao no arqTemperaturas.rtr
      *>------------------------------------------------------------------------
       conferir-gravacao-controle section.


           if ws-fs-arqRetControle <> 0 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetControle                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.rtr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       conferir-gravacao-controle-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           close arqRetControle

           display " "
           display "--- retorno processado ---"
           display "Linhas de retorno lidas:        " ws-qtd-linhas-retorno
           display "Blocos conferidos:              " ws-qtd-blocos-conferidos
           display "Blocos que nao conferem:        " ws-qtd-blocos-recusados
           display "Linhas ignoradas:               " ws-qtd-linhas-ignoradas
           display "Transmissoes nunca confirmadas: " ws-qtd-sem-retorno
           display "Leituras retransmitidas:        " ws-qtd-retransmitidas
           display "Rejeitadas sem correcao:        " ws-qtd-sem-correcao

           move ws-qtd-detalhes-retorno            to ws-jrn-qtd-entrada
           move ws-qtd-retransmitidas              to ws-jrn-qtd-saida
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
           close arqRetorno
           close arqTransmissoes
           close arqIntRejeitos
           close arqIntRejTrabalho
           close arqRetransmissao
           close arqRetControle

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPDTA.

       copy TEMPTRC.

       copy TEMPJRNC.
