      *>                congelados antes - duas vezes um .mov atrasado
      *>                entrou depois do extrato transmitido e os totais
      *>                nunca mais bateram
      *>   15/10/2026 - msv - fechar o mes confere o cadastro de
      *>                transmissoes (arqTemperaturas.trx): intervalo que
      *>                toca o mes e ainda esta sem retorno, nunca
      *>                confirmado ou parcialmente rejeitado sai como
      *>                AVISO na tela - o fechamento segue, mas o operador
      *>                fica sabendo que o corporativo nao tem o mes
      *>                inteiro
      *>   15/10/2026 - msv - operador identificado pelo cadastro de
      *>                operadores (copybooks/TEMPOPC.cpy) no lugar do
      *>                texto livre - e o codigo dele que vai para o
      *>                fec-operador; reabrir o mes exige perfil de
      *>                supervisor ou administrador, no lugar do codigo
      *>                fixo MESTRE05 que todo mundo conhecia (a recusa
      *>                vai para o log de seguranca)
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqFechamentos.

       *>   --------- cadastro de transmissoes para o sistema
       *>   corporativo: so lido, para avisar de intervalo do mes ainda
       *>   nao aceito por inteiro (copybooks/TEMPTRC.cpy)
       select arqTransmissoes assign to "arqTemperaturas.trx"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqTransmissoes.

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
       01  fec-linha                               pic x(65).


       fd arqTransmissoes.

       01  trx-linha                               pic x(80).


       fd arqOperadores.

       01  opr-linha                               pic x(61).


       fd arqSeguranca.

       01  seg-linha                               pic x(82).


       fd arqJornal.

       01  jrn-linha                               pic x(57).
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do cadastro de operadores e do log de seguranca,
      *>   montados na working-storage (leitura com read into, gravacao
      *>   com write from), e o operador identificado na sessao - secoes
      *>   em copybooks/TEMPOPC.cpy
       copy TEMPOPR.

       copy TEMPSEG.

       copy TEMPOPW.

      *>   registro do controle de fechamento, montado aqui na
      *>   working-storage para os value dos separadores valerem
       copy TEMPFEC.
      *>   copybooks/TEMPFCC.cpy
       copy TEMPFCW.

      *>   registro do cadastro de transmissoes e tabela da situacao
      *>   vigente de cada intervalo - secoes em copybooks/TEMPTRC.cpy
       copy TEMPTRX.

       copy TEMPTRW.


      *>   mes/ano pedidos e acao escolhida
       77  ws-fec-mes                              pic 9(02).
       77  ws-fec-ano                              pic 9(04).
       77  ws-fec-aaaamm                           pic 9(06).
       77  ws-acao                                 pic x(01).

      *>   totais apurados do mes no arqTemperaturas
       77  ws-apu-qtd                              pic 9(05) value 0.
       77  ws-apu-soma                             pic s9(05)v9(02) value 0.

           display "---- FECHAMENTO DE MES ----"
           display " "

           perform identificar-operador

           display "Mes:"
           accept ws-fec-mes
           display "Ano:"

           compute ws-fec-aaaamm = ws-fec-ano * 100 + ws-fec-mes

           display "Acao: 'F'echar ou 'R'eabrir o mes"
           accept ws-acao

           *> situacao vigente dos meses, montada do arquivo de controle
           perform carregar-fechamentos

           *> situacao vigente das transmissoes ao sistema corporativo
           perform carregar-transmissoes


           .
       inicializacao-exit.

           perform apurar-totais-mes

           perform avisar-transmissoes-em-aberto

           perform buscar-fechamento-anterior

           if ws-ant-encontrado then
           exit.


      *>------------------------------------------------------------------------
      *>   avisa, sem impedir o fechamento, de cada intervalo
      *>   transmitido que toca o mes e ainda nao foi aceito por inteiro
      *>   pelo sistema corporativo
      *>------------------------------------------------------------------------
       avisar-transmissoes-em-aberto section.


           move ws-fec-aaaamm                      to ws-trx-mes-conferido
           perform conferir-mes-transmissao

           if ws-trx-qtd-em-aberto = 0 then
               go to avisar-transmissoes-em-aberto-exit
           end-if

           display "AVISO: " ws-trx-qtd-em-aberto
                   " transmissao(oes) do mes sem aceite completo do"
                   " sistema corporativo:"

           perform avisar-uma-transmissao
               varying ws-ind-trx from 1 by 1
               until ws-ind-trx > ws-qtd-transmissoes


           .
       avisar-transmissoes-em-aberto-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   linha de aviso do slot ws-ind-trx, se ele conta para o mes
      *>------------------------------------------------------------------------
       avisar-uma-transmissao section.


           if not ws-trx-em-aberto(ws-ind-trx)
               or ws-trx-ini-aaaamm(ws-ind-trx) > ws-trx-mes-conferido
               or ws-trx-fim-aaaamm(ws-ind-trx) < ws-trx-mes-conferido then
               go to avisar-uma-transmissao-exit
           end-if

           move ws-trx-situacao(ws-ind-trx)        to ws-trx-situacao-cod
           perform descrever-situacao-trx

           display "  intervalo " ws-trx-ini(ws-ind-trx)
                   " a " ws-trx-fim(ws-ind-trx)
                   ": " ws-trx-situacao-texto


           .
       avisar-uma-transmissao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   reabre o mes, so para supervisor ou administrador - a linha "A"
       *>   (quem e quando) fica na trilha do controle
       *>------------------------------------------------------------------------
       reabrir-mes section.
               go to reabrir-mes-exit
           end-if

           if not ws-perfil-de-supervisao then
               move "reabertura de mes fechado"    to ws-opr-funcao-negada
               perform negar-funcao
               display "-- Mes " ws-fec-aaaamm " segue fechado --"
               go to reabrir-mes-exit
           end-if


           close arqTemperaturas
           close arqFechamentos
           close arqTransmissoes

           close arqOperadores

           perform gravar-jornal-fim-anormal


       copy TEMPFCC.

       copy TEMPTRC.

       copy TEMPOPC.

       copy TEMPJRNC.
