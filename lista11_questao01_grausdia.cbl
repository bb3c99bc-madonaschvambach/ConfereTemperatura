      *>                inicio, fim com contagens e fim anormal com o
      *>                codigo de erro, para o relatorio matinal da
      *>                operacao (lista11_numero01.operacao)
      *>   15/10/2026 - msv - selecao de periodo e estacoes pedida no
      *>                inicio (aceitar-selecao, copybooks/TEMPSELC.cpy),
      *>                com o periodo pedido/coberto e as estacoes no
      *>                cabecalho do .gdr; a apuracao percorre a selecao
      *>                (percorrer-selecao) sem teto de leituras, com ate
      *>                1200 linhas de estacao/mes
      *>   15/10/2026 - msv - dias estimados por estacao/mes: dos dias
      *>                validos, quantos vieram da estimativa das leituras
      *>                faltantes (lista11_numero01.estimativa) e nao de
      *>                medicao - nova coluna no .gdr e novo campo no fim
      *>                da linha do .gde, para o faturamento ver quanto do
      *>                total nao e medido
      *>------------------------------------------------------------------------


      *>   valerem
       copy TEMPSUS.

      *>   selecao de periodo e estacoes e linhas de cabecalho dela
       copy TEMPSEL.



       77  ws-fs-arqGrausRel                       pic 9(02).
      *>   acumulacao por estacao/mes: as linhas entram na ordem em que
      *>   aparecem na tabela (ordem de chave = cronologica), e a
      *>   impressao agrupa por estacao varrendo ws-estat-estacoes
       01  ws-graus-linhas occurs 1200.
           05  ws-gra-estacao                      pic x(05).
           05  ws-gra-ano                          pic 9(04).
           05  ws-gra-mes                          pic 9(02).
           05  ws-gra-refrigeracao                 pic 9(04)v9(02).
           05  ws-gra-dias-validos                 pic 9(03).
           05  ws-gra-dias-excluidos               pic 9(03).
           05  ws-gra-dias-estimados               pic 9(03).

       77  ws-qtd-graus-linhas                     pic 9(04) value 0.
       77  ws-ind-gra                              pic 9(04).
       77  ws-gra-corrente                         pic 9(04).

      *>   contribuicao do dia corrente para cada total (ate 199,98 com
      *>   a base e a leitura nos extremos das suas faixas)
           05  filler                              pic x(55) value space.

       01  gdr-detalhe.
           05  filler                              pic x(01) value space.
           05  gdr-det-estacao                     pic x(05).
           05  filler                              pic x(02) value space.
           05  gdr-det-mes                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  gdr-det-ano                         pic 9(04).
           05  gdr-det-aquec                       pic zzz9,99.
           05  filler                              pic x(09) value "  refri: ".
           05  gdr-det-refri                       pic zzz9,99.
           05  filler                              pic x(08) value " valid: ".
           05  gdr-det-validos                     pic zz9.
           05  filler                              pic x(08) value " estim: ".
           05  gdr-det-estimados                   pic zz9.
           05  filler                              pic x(07) value " excl: ".
           05  gdr-det-excluidos                   pic zz9.
           05  filler                              pic x(01) value space.

       01  gdr-rodape-vazio                        pic x(80)
           value "Nenhuma leitura encontrada para apurar".

      *>   linha do extrato: estacao;mm/aaaa;aquec;refri;validos;excluidos;
      *>   estimados (dos validos, quantos sao estimativa - no fim da
      *>   linha, para quem le so os campos antigos)
       01  gde-detalhe.
           05  gde-det-estacao                     pic x(05).
           05  filler                              pic x(01) value ";".
           05  gde-det-validos                     pic 9(03).
           05  filler                              pic x(01) value ";".
           05  gde-det-excluidos                   pic 9(03).
           05  filler                              pic x(01) value ";".
           05  gde-det-estimados                   pic 9(03).


       *>------Variaveis para comunicaçao entre programa

           perform aceitar-base-graus

           *> periodo e estacoes a apurar (em branco = o arquivo todo)
           perform aceitar-selecao

           perform leitura-inicial-arquivo

           *>somar as temps da selecao (monta as estatisticas por
           *>estacao usadas no agrupamento da impressao)
           perform somar-temperaturas

           open output arqGrausRel
           write gdr-linha from gdr-cabecalho
           write gdr-linha from gdr-base-eco

           *> periodo pedido e coberto e estacoes pedidas/cobertas
           perform montar-cabecalho-selecao
           perform gravar-linha-selecao
               varying ws-sel-ind-cab from 1 by 1
               until ws-sel-ind-cab > ws-sel-qtd-cab-linhas

           if ws-fs-arqGrausRel <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqGrausRel                       to ws-msn-erro-cod

       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   apura os graus-dia de cada dia/estacao da selecao, acumula por
       *>   estacao/mes e imprime o relatorio e o extrato agrupados por
       *>   estacao
       *>------------------------------------------------------------------------
       processamento section.


           perform percorrer-selecao

           if ws-qtd-graus-linhas = 0 then
               write gdr-linha from gdr-rodape-vazio
           exit.


       *>------------------------------------------------------------------------
       *>   grava no relatorio a linha ws-sel-ind-cab do cabecalho da
       *>   selecao
       *>------------------------------------------------------------------------
       gravar-linha-selecao section.


           write gdr-linha from ws-sel-cab-linha(ws-sel-ind-cab)

           if ws-fs-arqGrausRel <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqGrausRel                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.gdr" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-selecao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   recebe de percorrer-selecao (copybooks/SOMATEMP.cpy) cada
       *>   leitura selecionada, em ws-temperaturas(ws-ind-temp)
       *>------------------------------------------------------------------------
       tratar-leitura-do-programa section.


           move ws-ind-temp                        to ws-i

           perform apurar-graus-dia


           .
       tratar-leitura-do-programa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   apura a leitura ws-i: dia fora da faixa so conta como
       *>   excluido; dia valido contribui com os graus abaixo da base
       *>   (aquecimento) ou acima (refrigeracao) no mes da estacao, e o
       *>   estimado conta tambem como estimado
       *>------------------------------------------------------------------------
       apurar-graus-dia section.

           else
               add 1                    to ws-gra-dias-validos(ws-gra-corrente)

               if ws-temp-origem-estimada(ws-i) then
                   add 1                to ws-gra-dias-estimados(ws-gra-corrente)
               end-if

               if ws-temperatura(ws-i) < ws-base-graus then
                   compute ws-graus-dia-aquec
                       = ws-base-graus - ws-temperatura(ws-i)

           if ws-gra-corrente = 0 then

               if ws-qtd-graus-linhas >= 1200 then
                   move 6                                       to ws-msn-erro-ofsset
                   move 0                                       to ws-msn-erro-cod
                   move "Estacao/mes excedem a tabela de graus"  to ws-msn-erro-text
               move 0                              to ws-gra-refrigeracao(ws-gra-corrente)
               move 0                              to ws-gra-dias-validos(ws-gra-corrente)
               move 0                              to ws-gra-dias-excluidos(ws-gra-corrente)
               move 0                              to ws-gra-dias-estimados(ws-gra-corrente)
           end-if


           move ws-gra-refrigeracao(ws-ind-gra)    to gdr-det-refri
           move ws-gra-dias-validos(ws-ind-gra)    to gdr-det-validos
           move ws-gra-dias-excluidos(ws-ind-gra)  to gdr-det-excluidos
           move ws-gra-dias-estimados(ws-ind-gra)  to gdr-det-estimados

           write gdr-linha from gdr-detalhe

           move ws-gra-refrigeracao(ws-ind-gra)    to gde-det-refri
           move ws-gra-dias-validos(ws-ind-gra)    to gde-det-validos
           move ws-gra-dias-excluidos(ws-ind-gra)  to gde-det-excluidos
           move ws-gra-dias-estimados(ws-ind-gra)  to gde-det-estimados

           write gde-linha from gde-detalhe


       copy SOMATEMP.

       copy TEMPSELC.

       copy TEMPDTA.

       copy TEMPPARC.

       copy TEMPJRNC.
