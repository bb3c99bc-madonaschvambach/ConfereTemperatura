      *>                inicio, fim com contagens e fim anormal com o
      *>                codigo de erro, para o relatorio matinal da
      *>                operacao (lista11_numero01.operacao)
      *>   15/10/2026 - msv - arquivo liberado passa a ser registrado
      *>                como enviado no cadastro de transmissoes
      *>                arqTemperaturas.trx (copybooks/TEMPTRX.cpy), com
      *>                o intervalo, a data de geracao, a contagem e o hash
      *>                do trailer - e contra eles que o
      *>                lista11_numero01.retorno confere o retorno do
      *>                sistema corporativo
      *>   15/10/2026 - msv - leitura estimada (origem "I"/"V", do
      *>                lista11_numero01.estimativa) nao vai no extrato:
      *>                o layout do sistema corporativo nao tem como
      *>                marca-la, e ela chegaria la como medida - fica
      *>                fora da contagem e do hash e sai contada a parte
      *>                no relatorio de controle
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqIntControle.

       *>   --------- cadastro de transmissoes: um evento por arquivo
       *>   liberado, em extend (copybooks/TEMPTRC.cpy)
       select arqTransmissoes assign to "arqTemperaturas.trx"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqTransmissoes.

       *>   --------- jornal comum de execucoes dos programas do sistema
       *>   (inicio/fim, contagens e fim anormal), gravado pelas secoes
       *>   de copybooks/TEMPJRNC.cpy
       01  icr-linha                               pic x(80).


       fd arqTransmissoes.

       01  trx-linha                               pic x(80).


       fd arqJornal.

       01  jrn-linha                               pic x(57).
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do cadastro de transmissoes, montado aqui na
      *>   working-storage para os value dos separadores valerem
       copy TEMPTRX.

       copy TEMPTRW.


       77  ws-fs-arqInterface                      pic 9(02).
       77  ws-fs-arqIntControle                    pic 9(02).
       77  ws-qtd-relida                           pic 9(06) value 0.
       77  ws-hash-relido                          pic s9(07)v9(02) value 0.

      *>   leituras estimadas do intervalo deixadas fora do extrato
       77  ws-qtd-estimadas                        pic 9(06) value 0.

      *>   contagem e hash lidos do trailer na conferencia
       77  ws-qtd-trailer                          pic 9(06).
       77  ws-hash-trailer                         pic s9(07)v9(02).
           05  icr-ret-motivo                      pic x(40).
           05  filler                              pic x(09) value space.

       01  icr-registrado                          pic x(80)
           value "Transmissao registrada como enviada em arqTemperaturas.trx".


       *>------Variaveis para comunicaçao entre programa
       linkage section.
           perform inicializacao.
           perform gerar-transmissao.
           perform conferir-transmissao.
           perform registrar-transmissao.
           perform finalizacao.


       *>------------------------------------------------------------------------
       *>   le o proximo registro em ordem de chave e, se ainda esta
       *>   dentro do intervalo, grava o detalhe e acumula contagem/hash
       *>   - a leitura estimada fica de fora (so e contada)
       *>------------------------------------------------------------------------
       gravar-detalhe-intervalo section.

               go to gravar-detalhe-intervalo-exit
           end-if

           *> estimativa nao e medicao, e o detalhe nao tem como dizer
           *> isso ao sistema corporativo: vai quando a leitura real
           *> chegar e a consolidacao regravar o dia
           if fd-temp-estimada then
               add 1                               to ws-qtd-estimadas
               go to gravar-detalhe-intervalo-exit
           end-if

           move fd-temp-data                       to int-det-data
           move fd-temp-estacao                    to int-det-estacao
           move fd-temperatura                     to int-det-temperatura
           exit.


       *>------------------------------------------------------------------------
       *>   arquivo liberado entra no cadastro de transmissoes como
       *>   enviado, com a referencia do header (intervalo e data de
       *>   geracao) e os totais do trailer; arquivo retido nao foi
       *>   transmitido e nao e registrado
       *>------------------------------------------------------------------------
       registrar-transmissao section.


           if ws-transmissao-retida then
               go to registrar-transmissao-exit
           end-if

           move ws-rng-ini-data                    to trx-ini
           move ws-rng-fim-data                    to trx-fim
           move "E"                                to trx-situacao
           move ws-data-hoje                       to trx-geracao
           move ws-qtd-gravada                     to trx-qtd
           move ws-hash-gravado                    to trx-hash
           move 0                                  to trx-qtd-aceitas
           move 0                                  to trx-qtd-rejeitadas

           perform gravar-evento-transmissao


           .
       registrar-transmissao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   relatorio de controle e encerramento: com a conferencia ok o
       *>   arquivo fica liberado; retido, o motivo sai no relatorio e na
           move ws-qtd-relida                      to icr-det-qtd
           write icr-linha from icr-detalhe

           move "Estimadas nao enviadas:"          to icr-det-rotulo
           move ws-qtd-estimadas                   to icr-det-qtd
           write icr-linha from icr-detalhe

           move ws-hash-gravado                    to icr-hash-valor
           write icr-linha from icr-hash

           if ws-transmissao-liberada then
               write icr-linha from icr-liberado
               write icr-linha from icr-registrado
               display "--- arquivo arqTemperaturas.int LIBERADO ---"
           else
               move ws-motivo-retencao             to icr-ret-motivo
           close arqTemperaturas
           close arqInterface
           close arqIntControle
           close arqTransmissoes

           perform gravar-jornal-fim-anormal


       copy TEMPDTA.

       copy TEMPTRC.

       copy TEMPJRNC.
