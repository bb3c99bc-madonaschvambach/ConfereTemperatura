      *>------------------------------------------------------------------------
      *>   copybook   : TEMPSEL
      *>   finalidade : selecao de periodo e de estacoes dos programas que
      *>                leem o arqTemperaturas por somar-temperaturas
      *>                (copybooks/SOMATEMP.cpy): periodo pedido, lista
      *>                de estacoes, cobertura efetivamente lida e as
      *>                linhas de cabecalho que ecoam tudo isso; as secoes
      *>                que pedem a selecao e montam o cabecalho estao em
      *>                copybooks/TEMPSELC.cpy
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com a leitura por
      *>                periodo de somar-temperaturas, que deixou de parar
      *>                na 366a leitura do arquivo
      *>   15/10/2026 - msv - contagem das leituras selecionadas por
      *>                origem (originais, corrigidas e confirmadas na
      *>                analise de suspeitas), com linha propria no
      *>                cabecalho de todo relatorio
      *>   15/10/2026 - msv - contagem das leituras estimadas pelo
      *>                lista11_numero01.estimativa na linha de origens
      *>------------------------------------------------------------------------

      *>   periodo pedido (aaaammdd): 0 = desde o inicio do arquivo,
      *>   99999999 = ate o fim dele
       01  ws-sel-data-ini                         pic 9(08) value 0.
       01  ws-sel-data-ini-r redefines ws-sel-data-ini.
           05  ws-sel-ini-ano                      pic 9(04).
           05  ws-sel-ini-mes                      pic 9(02).
           05  ws-sel-ini-dia                      pic 9(02).

       01  ws-sel-data-fim                         pic 9(08) value 99999999.
       01  ws-sel-data-fim-r redefines ws-sel-data-fim.
           05  ws-sel-fim-ano                      pic 9(04).
           05  ws-sel-fim-mes                      pic 9(02).
           05  ws-sel-fim-dia                      pic 9(02).

      *>   estacoes pedidas (nenhuma = todas as do arquivo)
       01  ws-sel-estacoes.
           05  ws-sel-estacao occurs 10            pic x(05).

       77  ws-sel-qtd-estacoes                     pic 9(02) value 0.
       77  ws-ind-sel                              pic 9(02).
       77  ws-sel-procurada                        pic x(05).
       77  ws-sel-achada                           pic x(01) value "N".
           88  ws-sel-estacao-achada                        value "S".
           88  ws-sel-estacao-nao-achada                    value "N".

      *>   resposta digitada pelo operador (dd/mm/aaaa ou estacao)
       01  ws-sel-entrada                          pic x(10).
       01  ws-sel-entrada-r redefines ws-sel-entrada.
           05  ws-sel-ent-dia                      pic 9(02).
           05  ws-sel-ent-sep1                     pic x(01).
           05  ws-sel-ent-mes                      pic 9(02).
           05  ws-sel-ent-sep2                     pic x(01).
           05  ws-sel-ent-ano                      pic 9(04).

       77  ws-sel-resposta                         pic x(01) value "N".
           88  ws-sel-resposta-ok                           value "S".
           88  ws-sel-resposta-pendente                     value "N".
       77  ws-sel-lista                            pic x(01) value "N".
           88  ws-sel-lista-fechada                         value "S".
           88  ws-sel-lista-aberta                          value "N".

      *>   cobertura efetiva: primeira e ultima data (aaaammdd) com
      *>   leitura selecionada (0 = nenhuma leitura no periodo)
       77  ws-sel-cob-ini                          pic 9(08) value 0.
       77  ws-sel-cob-fim                          pic 9(08) value 0.

      *>   leituras selecionadas por origem, contadas na soma: originais
      *>   sem disposicao (ou julgadas erradas ainda nao corrigidas),
      *>   corrigidas pelo lista11_numero01.correcao e confirmadas como
      *>   genuinas pelo lista11_numero01.disposicao, e estimadas pelo
      *>   lista11_numero01.estimativa nos dias sem leitura
       77  ws-sel-qtd-originais                    pic 9(07) value 0.
       77  ws-sel-qtd-corrigidas                   pic 9(07) value 0.
       77  ws-sel-qtd-confirmadas                  pic 9(07) value 0.
       77  ws-sel-qtd-estimadas                    pic 9(07) value 0.

      *>   controle da leitura dia a dia: data do ultimo registro lido,
      *>   data do dia que esta no buffer ws-temperaturas, passada em
      *>   curso (soma das estatisticas ou percurso do programa) e
      *>   sequencia das leituras selecionadas
       77  ws-sel-data-lida                        pic 9(08).
       77  ws-sel-data-dia                         pic 9(08).
       77  ws-sel-fase                             pic x(01) value space.
           88  ws-sel-somando                               value "S".
           88  ws-sel-somado                                value "C".
           88  ws-sel-percorrendo                           value "P".
       77  ws-sel-fim-leitura                      pic x(01) value "N".
           88  ws-sel-leitura-acabou                        value "S".
           88  ws-sel-leitura-segue                         value "N".
       77  ws-sel-seq                              pic 9(07) value 0.

      *>   data aaaammdd a editar como dd/mm/aaaa no cabecalho
       01  ws-sel-data-trab                        pic 9(08).
       01  ws-sel-data-trab-r redefines ws-sel-data-trab.
           05  ws-sel-trab-ano                     pic 9(04).
           05  ws-sel-trab-mes                     pic 9(02).
           05  ws-sel-trab-dia                     pic 9(02).

       01  ws-sel-data-ed.
           05  ws-sel-ed-dia                       pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-sel-ed-mes                       pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-sel-ed-ano                       pic 9(04).

      *>   linhas de cabecalho da selecao, montadas por
      *>   montar-cabecalho-selecao e gravadas (ou exibidas) por cada
      *>   programa no seu proprio relatorio: periodo, estacoes pedidas,
      *>   estacoes cobertas (10 por linha) e leituras por origem
       01  ws-sel-cab-periodo.
           05  filler                              pic x(16) value "Periodo pedido: ".
           05  ws-sel-cab-ped-ini                  pic x(10).
           05  filler                              pic x(03) value " a ".
           05  ws-sel-cab-ped-fim                  pic x(10).
           05  filler                              pic x(11) value "  coberto: ".
           05  ws-sel-cab-cob-ini                  pic x(10).
           05  ws-sel-cab-cob-sep                  pic x(03) value " a ".
           05  ws-sel-cab-cob-fim                  pic x(10).
           05  filler                              pic x(07) value space.

       01  ws-sel-cab-estacoes.
           05  ws-sel-cab-est-rotulo               pic x(19).
           05  ws-sel-cab-est-ocor occurs 10.
               10  ws-sel-cab-est                  pic x(05).
               10  filler                          pic x(01).
           05  filler                              pic x(01).

       01  ws-sel-cab-origens.
           05  filler                              pic x(19) value "Leituras: originais".
           05  ws-sel-cab-originais                pic zzzzzz9.
           05  filler                              pic x(11) value " corrigidas".
           05  ws-sel-cab-corrigidas               pic zzzzzz9.
           05  filler                              pic x(12) value " confirmadas".
           05  ws-sel-cab-confirmadas              pic zzzzzz9.
           05  filler                              pic x(10) value " estimadas".
           05  ws-sel-cab-estimadas                pic zzzzzz9.

       01  ws-sel-cab-linhas.
           05  ws-sel-cab-linha occurs 8           pic x(80).

       77  ws-sel-qtd-cab-linhas                   pic 9(02) value 0.
       77  ws-sel-ind-cab                          pic 9(02).
       77  ws-sel-ind-est                          pic 9(02).
