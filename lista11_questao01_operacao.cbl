      *>                resumo das execucoes - e a primeira pagina que a
      *>                operacao deve olhar de manha, no lugar de abrir
      *>                as saidas uma a uma para adivinhar o que rodou
      *>   15/10/2026 - msv - programas esperados da noite lidos do
      *>                arquivo de controle da cadeia noturna
      *>                (arqTemperaturas.cad, copybooks/TEMPCAD.cpy) no
      *>                lugar dos 8 nomes fixos de ws-esperados-valores;
      *>                etapa pulada ou que falhou na cadeia
      *>                (lista11_numero01.cadeia) sai nas anormalidades, e
      *>                esperado que so aparece pulado conta como nao
      *>                executado
      *>   15/10/2026 - msv - par de totais de controle em desequilibrio
      *>                (evento "B" do lista11_numero01.balanco) sai nas
      *>                anormalidades, um por linha com o codigo do par
      *>   15/10/2026 - msv - secao SEGURANCA com os eventos de ontem do
      *>                log de seguranca (arqTemperaturas.seg,
      *>                copybooks/TEMPSEG.cpy): identificacao de operador
      *>                recusada e funcao negada pelo perfil; havendo
      *>                identificacao recusada, ela tambem sai nas
      *>                anormalidades
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqJornal.

       *>   --------- arquivo de controle da cadeia noturna: as etapas
       *>   dele sao os programas esperados na noite
       select arqCadeia assign to "arqTemperaturas.cad"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqCadeia.

       *>   --------- log de seguranca dos programas de atualizacao
       *>   (copybooks/TEMPOPC.cpy): so lido, para a secao SEGURANCA
       select arqSeguranca assign to "arqTemperaturas.seg"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqSeguranca.

       *>   --------- relatorio matinal da operacao
       select arqOperacao assign to "arqTemperaturas.ops"
       organization    is line sequential
       01  jrn-linha                               pic x(57).


       fd arqCadeia.

       01  cad-linha                               pic x(136).


       fd arqSeguranca.

       01  seg-linha                               pic x(82).


       fd arqOperacao.

       01  ops-linha                               pic x(80).
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do arquivo de controle da cadeia, decomposto aqui na
      *>   working-storage (leitura com read into)
       copy TEMPCAD.

      *>   registro do log de seguranca, decomposto aqui na
      *>   working-storage (leitura com read into)
       copy TEMPSEG.


       77  ws-fs-arqOperacao                       pic 9(02).
       77  ws-fs-arqCadeia                         pic 9(02).
       77  ws-fs-arqSeguranca                      pic 9(02).

      *>   espelho da linha do jornal, para decompor a linha lida
       01  ws-jrn-ent.
           05  ws-exe-ult-erro                     pic x(08).
           05  ws-exe-ult-entrada                  pic 9(06).
           05  ws-exe-ult-saida                    pic 9(06).
           05  ws-exe-puladas                      pic 9(03).
           05  ws-exe-falhas-cadeia                pic 9(03).
           05  ws-exe-erro-cadeia                  pic x(08).

       77  ws-qtd-execucoes                        pic 9(03) value 0.
       77  ws-ind-exe                              pic 9(03).
       77  ws-exe-corrente                         pic 9(03).

      *>   pares de totais de controle em desequilibrio apontados
      *>   ontem pelo balanceamento (alem de 20 so contados)
       01  ws-desequilibrios occurs 20.
           05  ws-deq-programa                     pic x(12).
           05  ws-deq-par                          pic x(08).

       77  ws-qtd-desequilibrios                   pic 9(03) value 0.
       77  ws-ind-deq                              pic 9(03).

      *>   eventos de ontem do log de seguranca (alem de 50 so contados)
       01  ws-eventos-seguranca occurs 50.
           05  ws-seg-hora                         pic 9(08).
           05  ws-seg-programa                     pic x(12).
           05  ws-seg-evento                       pic x(01).
           05  ws-seg-operador                     pic x(08).
           05  ws-seg-motivo                       pic x(40).

       77  ws-qtd-eventos-seg                      pic 9(03) value 0.
       77  ws-qtd-recusas-seg                      pic 9(03) value 0.
       77  ws-ind-seg                              pic 9(03).

       01  ws-seg-hora-trab                        pic 9(08).
       01  ws-seg-hora-trab-r redefines ws-seg-hora-trab.
           05  ws-seg-hh                           pic 9(02).
           05  ws-seg-mm                           pic 9(02).
           05  ws-seg-ss                           pic 9(02).
           05  ws-seg-cc                           pic 9(02).

      *>   programas que a operacao espera ver rodando toda noite (as
      *>   etapas do arqTemperaturas.cad) - faltar um deles e
      *>   anormalidade de primeira pagina
       01  ws-esperados.
           05  ws-esp-nome occurs 30               pic x(12).

       77  ws-qtd-esperados                        pic 9(02) value 0.
       77  ws-ind-esp                              pic 9(02).

       77  ws-cadeia-lida                          pic x(01) value "N".
           88  ws-cadeia-foi-lida                           value "S".
           88  ws-cadeia-ausente                            value "N".

      *>   totais da passada e controle da secao de anormalidades
       77  ws-qtd-linhas-jornal                    pic 9(05) value 0.
       77  ws-qtd-linhas-ontem                     pic 9(05) value 0.
           05  ops-ano-texto                       pic x(45).
           05  filler                              pic x(18) value space.

       01  ops-sem-cadeia.
           05  filler                              pic x(03) value space.
           05  filler                              pic x(12) value "cadeia".
           05  filler                              pic x(02) value ": ".
           05  filler                              pic x(45)
               value "arqTemperaturas.cad ausente - sem esperados".
           05  filler                              pic x(18) value space.

       01  ops-sem-anormal                         pic x(80)
           value "   (nenhuma anormalidade registrada)".

       01  ops-sem-execucao                        pic x(80)
           value "   (nenhuma execucao registrada no dia)".

       01  ops-secao-seguranca                     pic x(80)
           value "--- SEGURANCA (identificacao recusada / funcao negada) ---".

       01  ops-seguranca.
           05  filler                              pic x(03) value space.
           05  ops-seg-hh                          pic 9(02).
           05  filler                              pic x(01) value ":".
           05  ops-seg-mm                          pic 9(02).
           05  filler                              pic x(01) value ":".
           05  ops-seg-ss                          pic 9(02).
           05  filler                              pic x(01) value space.
           05  ops-seg-programa                    pic x(12).
           05  filler                              pic x(01) value space.
           05  ops-seg-evento                      pic x(07).
           05  filler                              pic x(01) value space.
           05  ops-seg-operador                    pic x(08).
           05  filler                              pic x(01) value space.
           05  ops-seg-motivo                      pic x(38).

       01  ops-seg-mais.
           05  filler                              pic x(03) value space.
           05  filler                              pic x(07) value "e mais ".
           05  ops-seg-mais-qtd                    pic zz9.
           05  filler                              pic x(67)
               value " eventos de seguranca no dia".

       01  ops-sem-seguranca                       pic x(80)
           value "   (nenhum evento de seguranca no dia)".


       *>------Variaveis para comunicaçao entre programa
       linkage section.

           perform calcular-data-ontem

           perform carregar-esperados

           open input arqJornal

           *> jornal ainda nao existe: o relatorio sai avisando que nada
           exit.


       *>------------------------------------------------------------------------
       *>   carrega os programas esperados da noite: as etapas do arquivo
       *>   de controle da cadeia noturna - sem o arquivo nao ha o que
       *>   conferir, e a falta dele sai como anormalidade
       *>------------------------------------------------------------------------
       carregar-esperados section.


           open input arqCadeia

           if ws-fs-arqCadeia = 35 then
               go to carregar-esperados-exit
           end-if

           if ws-fs-arqCadeia <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.cad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"                                to ws-cadeia-lida

           perform carregar-um-esperado
               until ws-fs-arqCadeia = 10

           close arqCadeia


           .
       carregar-esperados-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha do arquivo de controle - comentario ("*"),
       *>   linha em branco ou fora do layout nao e etapa
       *>------------------------------------------------------------------------
       carregar-um-esperado section.


           read arqCadeia into cad-registro

           if ws-fs-arqCadeia = 10 then
               go to carregar-um-esperado-exit
           end-if

           if ws-fs-arqCadeia <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.cad"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if cad-linha(1:1) = "*"
               or cad-sequencia is not numeric
               or cad-programa = spaces then
               go to carregar-um-esperado-exit
           end-if

           if ws-qtd-esperados >= 30 then
               move 8                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Etapas da cadeia excedem os esperados" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-esperados
           move cad-programa                       to ws-esp-nome(ws-qtd-esperados)


           .
       carregar-um-esperado-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   le o jornal linha a linha acumulando as execucoes de ontem
           perform acumular-linha-jornal
               until ws-fs-arqJornal = 10

           perform carregar-seguranca


           .
       processamento-exit.
                           move ws-je-qtd-saida
                                        to ws-exe-ult-saida(ws-exe-corrente)
                       end-if
                   *> termino de etapa gravado pela cadeia noturna
                   when ws-je-evento = "T" and ws-je-situacao = "P"
                       add 1            to ws-exe-puladas(ws-exe-corrente)
                   when ws-je-evento = "T" and ws-je-situacao = "A"
                       add 1            to ws-exe-falhas-cadeia(ws-exe-corrente)
                       move ws-je-erro  to ws-exe-erro-cadeia(ws-exe-corrente)
                   *> par de totais de controle fora de equilibrio
                   when ws-je-evento = "B" and ws-je-situacao = "A"
                       perform registrar-desequilibrio
               end-evaluate

           else
           exit.


       *>------------------------------------------------------------------------
       *>   separa os eventos de ontem do log de seguranca - log ausente
       *>   e o normal (ninguem errou a senha nem tentou o que nao podia)
       *>------------------------------------------------------------------------
       carregar-seguranca section.


           open input arqSeguranca

           if ws-fs-arqSeguranca = 35 then
               go to carregar-seguranca-exit
           end-if

           if ws-fs-arqSeguranca <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqSeguranca                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.seg" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-um-evento-seguranca
               until ws-fs-arqSeguranca = 10

           close arqSeguranca


           .
       carregar-seguranca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha do log de seguranca e guarda a de ontem - linha
       *>   fora do layout e ignorada
       *>------------------------------------------------------------------------
       carregar-um-evento-seguranca section.


           read arqSeguranca into seg-registro

           if ws-fs-arqSeguranca = 10 then
               go to carregar-um-evento-seguranca-exit
           end-if

           if ws-fs-arqSeguranca <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqSeguranca                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.seg"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if seg-data is not numeric
               or seg-hora is not numeric then
               go to carregar-um-evento-seguranca-exit
           end-if

           if seg-data not = ws-data-ontem then
               go to carregar-um-evento-seguranca-exit
           end-if

           add 1                                   to ws-qtd-eventos-seg

           if seg-identificacao-recusada then
               add 1                               to ws-qtd-recusas-seg
           end-if

           if ws-qtd-eventos-seg > 50 then
               go to carregar-um-evento-seguranca-exit
           end-if

           move seg-hora                to ws-seg-hora(ws-qtd-eventos-seg)
           move seg-programa            to ws-seg-programa(ws-qtd-eventos-seg)
           move seg-evento              to ws-seg-evento(ws-qtd-eventos-seg)
           move seg-operador            to ws-seg-operador(ws-qtd-eventos-seg)
           move seg-motivo              to ws-seg-motivo(ws-qtd-eventos-seg)


           .
       carregar-um-evento-seguranca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   guarda o par em desequilibrio da linha corrente do jornal
       *>------------------------------------------------------------------------
       registrar-desequilibrio section.


           add 1                                   to ws-qtd-desequilibrios

           if ws-qtd-desequilibrios > 20 then
               go to registrar-desequilibrio-exit
           end-if

           move ws-je-programa          to ws-deq-programa(ws-qtd-desequilibrios)
           move ws-je-erro              to ws-deq-par(ws-qtd-desequilibrios)


           .
       registrar-desequilibrio-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   acha o slot do programa ws-je-programa na acumulacao, abrindo
       *>   um novo (zerado) na primeira aparicao do dia
               move spaces                         to ws-exe-ult-erro(ws-exe-corrente)
               move 0                              to ws-exe-ult-entrada(ws-exe-corrente)
               move 0                              to ws-exe-ult-saida(ws-exe-corrente)
               move 0                              to ws-exe-puladas(ws-exe-corrente)
               move 0                              to ws-exe-falhas-cadeia(ws-exe-corrente)
               move spaces                         to ws-exe-erro-cadeia(ws-exe-corrente)
           end-if


       *>------------------------------------------------------------------------
       *>   monta o arqTemperaturas.ops: anormalidades primeiro (fim
       *>   anormal, inicio sem fim, esperado que nao rodou), depois o
       *>   resumo das execucoes do dia e por fim os eventos de seguranca
       *>------------------------------------------------------------------------
       imprimir-relatorio-operacao section.

               varying ws-ind-exe from 1 by 1
               until ws-ind-exe > ws-qtd-execucoes

           perform apontar-desequilibrio
               varying ws-ind-deq from 1 by 1
               until ws-ind-deq > ws-qtd-desequilibrios
               or ws-ind-deq > 20

           if ws-qtd-desequilibrios > 20 then
               add 1                               to ws-qtd-anormalidades

               move "balanco"                      to ops-ano-programa
               move spaces                         to ops-ano-texto
               compute ws-ind-deq = ws-qtd-desequilibrios - 20
               string "e mais " ws-ind-deq " pares em DESEQUILIBRIO"
                      delimited by size            into ops-ano-texto

               write ops-linha from ops-anormal
               perform conferir-gravacao-ops
           end-if

           if ws-qtd-recusas-seg > 0 then
               add 1                               to ws-qtd-anormalidades

               move "seguranca"                    to ops-ano-programa
               move spaces                         to ops-ano-texto
               string ws-qtd-recusas-seg
                      " identificacoes RECUSADAS (ver SEGURANCA)"
                      delimited by size            into ops-ano-texto

               write ops-linha from ops-anormal
               perform conferir-gravacao-ops
           end-if

           if ws-cadeia-ausente then
               add 1                               to ws-qtd-anormalidades
               write ops-linha from ops-sem-cadeia
               perform conferir-gravacao-ops
           end-if

           perform apontar-esperado-faltante
               varying ws-ind-esp from 1 by 1
               until ws-ind-esp > ws-qtd-esperados

           if ws-qtd-anormalidades = 0 then
               write ops-linha from ops-sem-anormal
                   until ws-ind-exe > ws-qtd-execucoes
           end-if

           write ops-linha from ops-secao-seguranca
           perform conferir-gravacao-ops

           if ws-qtd-eventos-seg = 0 then
               write ops-linha from ops-sem-seguranca
               perform conferir-gravacao-ops
           else
               perform imprimir-evento-seguranca
                   varying ws-ind-seg from 1 by 1
                   until ws-ind-seg > ws-qtd-eventos-seg
                   or ws-ind-seg > 50
           end-if

           if ws-qtd-eventos-seg > 50 then
               compute ops-seg-mais-qtd = ws-qtd-eventos-seg - 50
               write ops-linha from ops-seg-mais
               perform conferir-gravacao-ops
           end-if


           .
       imprimir-relatorio-operacao-exit.

       *>------------------------------------------------------------------------
       *>   anormalidades do programa do slot ws-ind-exe: fim anormal
       *>   (com o ultimo codigo de erro), inicio sem fim registrado e,
       *>   da cadeia noturna, etapa pulada e etapa que falhou sem
       *>   deixar fim anormal proprio (comando que nem chegou a rodar)
       *>------------------------------------------------------------------------
       apontar-anormalidades section.

               perform conferir-gravacao-ops
           end-if

           if ws-exe-puladas(ws-ind-exe) > 0 then
               add 1                               to ws-qtd-anormalidades

               move ws-exe-programa(ws-ind-exe)    to ops-ano-programa
               move "etapa PULADA na cadeia (predecessora falhou)"
                                                   to ops-ano-texto

               write ops-linha from ops-anormal
               perform conferir-gravacao-ops
           end-if

           if ws-exe-falhas-cadeia(ws-ind-exe) > 0
               and ws-exe-fins-anormais(ws-ind-exe) = 0
               and ws-exe-inicios(ws-ind-exe)
                   not > ws-exe-fins-normais(ws-ind-exe) then
               add 1                               to ws-qtd-anormalidades

               move ws-exe-programa(ws-ind-exe)    to ops-ano-programa
               move spaces                         to ops-ano-texto
               string "etapa FALHOU na cadeia - "
                      ws-exe-erro-cadeia(ws-ind-exe)
                      delimited by size            into ops-ano-texto

               write ops-linha from ops-anormal
               perform conferir-gravacao-ops
           end-if


           .
       apontar-anormalidades-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   par de totais de controle ws-ind-deq fora de equilibrio - os
       *>   valores e a diferenca estao no arqTemperaturas.bal
       *>------------------------------------------------------------------------
       apontar-desequilibrio section.


           add 1                                   to ws-qtd-anormalidades

           move ws-deq-programa(ws-ind-deq)        to ops-ano-programa
           move spaces                             to ops-ano-texto
           string "DESEQUILIBRIO no par "
                  ws-deq-par(ws-ind-deq)
                  " (ver .bal)"
                  delimited by size                into ops-ano-texto

           write ops-linha from ops-anormal
           perform conferir-gravacao-ops


           .
       apontar-desequilibrio-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   aponta o programa esperado ws-ind-esp quando ele nao aparece
       *>   em nenhuma linha de ontem, ou so aparece pulado pela cadeia
       *>   (sem nenhum inicio)
       *>------------------------------------------------------------------------
       apontar-esperado-faltante section.

               until ws-ind-exe > ws-qtd-execucoes
               or ws-exe-corrente > 0

           if ws-exe-corrente > 0 then
               if ws-exe-inicios(ws-exe-corrente) > 0 then
                   go to apontar-esperado-faltante-exit
               end-if
           end-if

           add 1                                   to ws-qtd-anormalidades

           move ws-esp-nome(ws-ind-esp)            to ops-ano-programa
           move "esperado e NAO executado"         to ops-ano-texto

           write ops-linha from ops-anormal
           perform conferir-gravacao-ops


           .
           exit.


       *>------------------------------------------------------------------------
       *>   linha do evento de seguranca do slot ws-ind-seg
       *>------------------------------------------------------------------------
       imprimir-evento-seguranca section.


           move ws-seg-hora(ws-ind-seg)            to ws-seg-hora-trab
           move ws-seg-hh                          to ops-seg-hh
           move ws-seg-mm                          to ops-seg-mm
           move ws-seg-ss                          to ops-seg-ss

           move ws-seg-programa(ws-ind-seg)        to ops-seg-programa

           if ws-seg-evento(ws-ind-seg) = "F" then
               move "RECUSA"                       to ops-seg-evento
           else
               move "NEGADA"                       to ops-seg-evento
           end-if

           move ws-seg-operador(ws-ind-seg)        to ops-seg-operador
           move ws-seg-motivo(ws-ind-seg)          to ops-seg-motivo

           write ops-linha from ops-seguranca
           perform conferir-gravacao-ops


           .
       imprimir-evento-seguranca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   confere o status da ultima gravacao no arqTemperaturas.ops
       *>------------------------------------------------------------------------


           close arqJornal
           close arqCadeia
           close arqSeguranca
           close arqOperacao

           perform gravar-jornal-fim-anormal
