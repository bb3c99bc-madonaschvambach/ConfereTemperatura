      *>------------------------------------------------------------------------
      *>   copybook   : TEMPCLC
      *>   finalidade : carga do cadastro de contas de clientes
      *>                (arqClientes.txt) na tabela ws-clientes
      *>                (copybooks/TEMPCLW.cpy) e as procuras de conta e
      *>                de periodo de estacao vigente numa data - o
      *>                programa hospedeiro precisa declarar o select/fd
      *>                do arqClientes, copiar TEMPCLI na working-storage e
      *>                ter a secao finaliza-anormal
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o cadastro de
      *>                contas de clientes, compartilhado pela manutencao
      *>                e pelo demonstrativo por ciclo
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
      *>   carrega o cadastro de contas na tabela - cadastro ausente nao
      *>   e erro aqui (a manutencao comeca vazia, o demonstrativo nao
      *>   tem o que fazer): volta com ws-qtd-clientes zerado
      *>------------------------------------------------------------------------
       carregar-clientes section.


           move 0                                  to ws-qtd-clientes

           open input arqClientes

           if ws-fs-arqClientes = 35 then
               go to carregar-clientes-exit
           end-if

           if ws-fs-arqClientes <> 0 then
               move 61                                      to ws-msn-erro-ofsset
               move ws-fs-arqClientes                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqClientes.txt"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-uma-linha-cliente
               until ws-fs-arqClientes = 10

           close arqClientes


           .
       carregar-clientes-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   le uma linha do cadastro e acrescenta o periodo a conta dela
      *>   (abrindo a conta na primeira linha) - dia de ciclo ilegivel
      *>   vale 01, base ilegivel vale o padrao 18,00
      *>------------------------------------------------------------------------
       carregar-uma-linha-cliente section.


           read arqClientes into cli-registro

           if ws-fs-arqClientes = 10 then
               go to carregar-uma-linha-cliente-exit
           end-if

           if ws-fs-arqClientes <> 0 then
               move 62                                      to ws-msn-erro-ofsset
               move ws-fs-arqClientes                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqClientes.txt"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move cli-conta                          to ws-cli-procurada
           perform localizar-cliente

           if ws-cliente-nao-cadastrado then

               if ws-qtd-clientes >= 200 then
                   move 63                                      to ws-msn-erro-ofsset
                   move 0                                       to ws-msn-erro-cod
                   move "Cadastro de clientes excede a tabela"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                               to ws-qtd-clientes
               move ws-qtd-clientes                to ws-cli-corrente

               move cli-conta                      to ws-cli-conta(ws-cli-corrente)
               move 0                              to ws-cli-qtd-periodos(ws-cli-corrente)
           end-if

           *> dados da conta: vale a ultima linha lida
           move cli-nome                           to ws-cli-nome(ws-cli-corrente)

           if cli-dia-ciclo-x is numeric
               and cli-dia-ciclo > 0
               and cli-dia-ciclo < 29 then
               move cli-dia-ciclo                  to ws-cli-dia-ciclo(ws-cli-corrente)
           else
               move 01                             to ws-cli-dia-ciclo(ws-cli-corrente)
           end-if

           if cli-base-inteira is numeric
               and cli-base-decimal is numeric
               and cli-base-virgula = ","
               and (cli-base-sinal = "-"
                   or cli-base-sinal = "+"
                   or cli-base-sinal = space) then
               move cli-base                       to ws-cli-base(ws-cli-corrente)
           else
               move 18,00                          to ws-cli-base(ws-cli-corrente)
           end-if

           if ws-cli-qtd-periodos(ws-cli-corrente) >= 12 then
               move 64                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Periodos da conta excedem a tabela"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                       to ws-cli-qtd-periodos(ws-cli-corrente)
           move ws-cli-qtd-periodos(ws-cli-corrente) to ws-ind-per

           move cli-estacao            to ws-cli-per-estacao(ws-cli-corrente, ws-ind-per)

           if cli-data-inicio-x is numeric then
               move cli-data-inicio    to ws-cli-per-inicio(ws-cli-corrente, ws-ind-per)
           else
               move 0                  to ws-cli-per-inicio(ws-cli-corrente, ws-ind-per)
           end-if

           if cli-data-fim-x is numeric then
               move cli-data-fim       to ws-cli-per-fim(ws-cli-corrente, ws-ind-per)
           else
               move 0                  to ws-cli-per-fim(ws-cli-corrente, ws-ind-per)
           end-if


           .
       carregar-uma-linha-cliente-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   procura ws-cli-procurada na tabela, devolvendo o slot em
      *>   ws-cli-corrente (0 = nao achada)
      *>------------------------------------------------------------------------
       localizar-cliente section.


           move "N"                                to ws-cliente-cadastrado
           move 0                                  to ws-cli-corrente

           perform conferir-um-cliente
               varying ws-ind-cli from 1 by 1
               until ws-ind-cli > ws-qtd-clientes
               or ws-cliente-eh-cadastrado


           .
       localizar-cliente-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   compara ws-cli-procurada com a conta ws-ind-cli da tabela
      *>------------------------------------------------------------------------
       conferir-um-cliente section.


           if ws-cli-procurada = ws-cli-conta(ws-ind-cli) then
               move "S"                            to ws-cliente-cadastrado
               move ws-ind-cli                     to ws-cli-corrente
           end-if


           .
       conferir-um-cliente-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   procura o periodo da conta ws-cli-corrente vigente na data
      *>   ws-cli-data-vigencia, devolvendo o slot em ws-cli-per-achado
      *>   (0 = conta sem estacao de referencia nessa data)
      *>------------------------------------------------------------------------
       localizar-periodo-vigente section.


           move 0                                  to ws-cli-per-achado

           perform conferir-um-periodo
               varying ws-ind-per from 1 by 1
               until ws-ind-per > ws-cli-qtd-periodos(ws-cli-corrente)
               or ws-cli-per-achado > 0


           .
       localizar-periodo-vigente-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   confere se o periodo ws-ind-per da conta cobre a data
      *>------------------------------------------------------------------------
       conferir-um-periodo section.


           if ws-cli-per-inicio(ws-cli-corrente, ws-ind-per) > 0
               and ws-cli-data-vigencia
                   < ws-cli-per-inicio(ws-cli-corrente, ws-ind-per) then
               go to conferir-um-periodo-exit
           end-if

           if ws-cli-per-fim(ws-cli-corrente, ws-ind-per) > 0
               and ws-cli-data-vigencia
                   > ws-cli-per-fim(ws-cli-corrente, ws-ind-per) then
               go to conferir-um-periodo-exit
           end-if

           move ws-ind-per                         to ws-cli-per-achado


           .
       conferir-um-periodo-exit.
           exit.
