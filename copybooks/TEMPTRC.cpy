      *>------------------------------------------------------------------------
      *>   copybook   : TEMPTRC
      *>   finalidade : montagem da situacao vigente de cada intervalo
      *>                transmitido a partir do arqTemperaturas.trx,
      *>                conferencia de um mes contra ela e gravacao de um
      *>                evento novo no cadastro - o programa hospedeiro
      *>                declara o select/fd do arqTransmissoes (fd como
      *>                linha x(80), com trx-registro de
      *>                copybooks/TEMPTRX.cpy na working-storage) e as
      *>                areas de copybooks/TEMPTRW.cpy e executa
      *>                carregar-transmissoes antes de consultar a tabela
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o processamento
      *>                do arquivo de retorno do sistema corporativo
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
      *>   monta a tabela de intervalos transmitidos: cada linha do
      *>   cadastro atualiza o slot do seu intervalo - a ultima situacao
      *>   de cada intervalo e a que vale; arquivo ausente significa que
      *>   nada foi transmitido ainda
      *>------------------------------------------------------------------------
       carregar-transmissoes section.


           move 0                                  to ws-qtd-transmissoes

           open input arqTransmissoes

           if ws-fs-arqTransmissoes = 35 then
               go to carregar-transmissoes-exit
           end-if

           if ws-fs-arqTransmissoes <> 0 then
               move 61                                      to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.trx" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-uma-transmissao
               until ws-fs-arqTransmissoes = 10

           close arqTransmissoes


           .
       carregar-transmissoes-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   le uma linha do cadastro e aplica o evento ao slot do
      *>   intervalo (criado no primeiro evento dele) - linha fora do
      *>   layout e ignorada
      *>------------------------------------------------------------------------
       carregar-uma-transmissao section.


           read arqTransmissoes into trx-registro

           if ws-fs-arqTransmissoes = 0 then

               if trx-ini is not numeric
                   or trx-fim is not numeric
                   or trx-geracao is not numeric
                   or trx-qtd is not numeric then
                   go to carregar-uma-transmissao-exit
               end-if

               move trx-ini                        to ws-trx-procurado-ini
               move trx-fim                        to ws-trx-procurado-fim
               perform localizar-transmissao

               if ws-trx-achado = 0 then

                   if ws-qtd-transmissoes >= 200 then
                       move 62                                      to ws-msn-erro-ofsset
                       move 0                                       to ws-msn-erro-cod
                       move "Transmissoes excedem a tabela"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1                           to ws-qtd-transmissoes
                   move ws-qtd-transmissoes        to ws-trx-achado
                   move trx-ini                    to ws-trx-ini(ws-trx-achado)
                   move trx-fim                    to ws-trx-fim(ws-trx-achado)
                   move 0                          to ws-trx-pendentes(ws-trx-achado)
               end-if

               *> todo evento repete a referencia (geracao, qtd, hash) do
               *> arquivo a que se refere - o slot fica com a do ultimo
               move trx-situacao                   to ws-trx-situacao(ws-trx-achado)
               move trx-geracao                    to ws-trx-geracao(ws-trx-achado)
               move trx-qtd                        to ws-trx-qtd(ws-trx-achado)
               move trx-hash                       to ws-trx-hash(ws-trx-achado)
               move trx-qtd-aceitas                to ws-trx-qtd-aceitas(ws-trx-achado)
               move trx-qtd-rejeitadas             to ws-trx-qtd-rejeitadas(ws-trx-achado)
               move trx-data                       to ws-trx-data(ws-trx-achado)

               if trx-enviado or trx-retransmitido then
                   move trx-situacao               to ws-trx-tipo-envio(ws-trx-achado)
               end-if

           else
               if ws-fs-arqTransmissoes <> 10 then
                   move 63                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTransmissoes                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas.trx"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       carregar-uma-transmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   procura o intervalo ws-trx-procurado-ini/fim na tabela,
      *>   devolvendo o slot em ws-trx-achado (0 = nunca transmitido)
      *>------------------------------------------------------------------------
       localizar-transmissao section.


           move 0                                  to ws-trx-achado

           perform conferir-uma-transmissao
               varying ws-ind-trx from 1 by 1
               until ws-ind-trx > ws-qtd-transmissoes
               or ws-trx-achado > 0


           .
       localizar-transmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   compara o intervalo procurado com o slot ws-ind-trx
      *>------------------------------------------------------------------------
       conferir-uma-transmissao section.


           if ws-trx-ini(ws-ind-trx) = ws-trx-procurado-ini
               and ws-trx-fim(ws-ind-trx) = ws-trx-procurado-fim then
               move ws-ind-trx                     to ws-trx-achado
           end-if


           .
       conferir-uma-transmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   conta em ws-trx-qtd-em-aberto os intervalos que tocam o mes
      *>   ws-trx-mes-conferido e ainda nao foram aceitos por inteiro
      *>   (sem retorno ou parcialmente rejeitados)
      *>------------------------------------------------------------------------
       conferir-mes-transmissao section.


           move 0                                  to ws-trx-qtd-em-aberto

           perform contar-transmissao-em-aberto
               varying ws-ind-trx from 1 by 1
               until ws-ind-trx > ws-qtd-transmissoes


           .
       conferir-mes-transmissao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   conta o slot ws-ind-trx se ele esta em aberto e o intervalo
      *>   dele cobre algum dia do mes conferido
      *>------------------------------------------------------------------------
       contar-transmissao-em-aberto section.


           if ws-trx-em-aberto(ws-ind-trx)
               and ws-trx-ini-aaaamm(ws-ind-trx) <= ws-trx-mes-conferido
               and ws-trx-fim-aaaamm(ws-ind-trx) >= ws-trx-mes-conferido then
               add 1                               to ws-trx-qtd-em-aberto
           end-if


           .
       contar-transmissao-em-aberto-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   situacao por extenso do codigo ws-trx-situacao-cod, para
      *>   relatorios e avisos
      *>------------------------------------------------------------------------
       descrever-situacao-trx section.


           evaluate ws-trx-situacao-cod
               when "E"
                   move "enviado, sem retorno"     to ws-trx-situacao-texto
               when "R"
                   move "retransmitido, sem ret."  to ws-trx-situacao-texto
               when "A"
                   move "aceito"                   to ws-trx-situacao-texto
               when "P"
                   move "parcialmente rejeitado"   to ws-trx-situacao-texto
               when "N"
                   move "nunca confirmado"         to ws-trx-situacao-texto
               when other
                   move "situacao desconhecida"    to ws-trx-situacao-texto
           end-evaluate


           .
       descrever-situacao-trx-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   grava no cadastro, em extend, o evento ja montado em
      *>   trx-registro, carimbando data e hora
      *>------------------------------------------------------------------------
       gravar-evento-transmissao section.


           accept trx-data                         from date yyyymmdd
           accept trx-hora                         from time

           open extend arqTransmissoes

           if ws-fs-arqTransmissoes = 35 then
               open output arqTransmissoes
           end-if

           if ws-fs-arqTransmissoes <> 0 then
               move 64                                      to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.trx" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write trx-linha from trx-registro

           if ws-fs-arqTransmissoes <> 0 then
               move 65                                      to ws-msn-erro-ofsset
               move ws-fs-arqTransmissoes                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.trx" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTransmissoes


           .
       gravar-evento-transmissao-exit.
           exit.
