      *>                desvio, marca ws-temp-suspeita na tabela e campos
      *>                de trabalho ws-pla-*) - a faixa fixa deixava
      *>                passar a estacao travada longe das vizinhas
      *>   15/10/2026 - msv - ws-temperaturas passa a guardar so as
      *>                leituras de um dia (todas as estacoes, para a
      *>                critica de plausibilidade), com a sequencia e a
      *>                marca de selecao de cada uma; contadores e somas
      *>                alargados, datas nos extremos gerais e ate 50
      *>                estacoes em ws-estat-estacoes - a leitura por
      *>                periodo nao tem mais o teto de 366 registros
      *>   15/10/2026 - msv - origem e disposicao de cada leitura do dia
      *>                no buffer ws-temperaturas (copiadas do registro):
      *>                a leitura confirmada como genuina na analise de
      *>                suspeitas nao e mais criticada contra as outras
      *>                estacoes
      *>   15/10/2026 - msv - origem "I"/"V" da leitura estimada pelo
      *>                lista11_numero01.estimativa no buffer
      *>                ws-temperaturas (ws-temp-origem-estimada)
      *>   15/10/2026 - msv - limites da critica de falha de sensor da
      *>                consolidacao diaria (ws-param-falha-*), carregados
      *>                do arqTemperaturas.par com padrao no fonte
      *>   15/10/2026 - msv - ws-qtd-suspeitas alargado para 9(07): com
      *>                varios anos e estacoes no arquivo, 999 dias
      *>                suspeitos estouravam o contador
      *>------------------------------------------------------------------------

       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqExcecoes                       pic 9(02).
       77  ws-fs-arqCheckpoint                     pic 9(02).

      *>   sequencia da ultima leitura selecionada ja somada com sucesso
      *>   numa execucao anterior que foi interrompida (0 se nao ha
      *>   checkpoint); usado por somar-temperaturas para retomar o lote
      *>   a partir dai em vez de reprocessar (ou perder) as leituras ja
      *>   somadas
       77  ws-chk-ultimo-ind                       pic 9(07) value 0.

      *>   data sob critica pelas secoes de copybooks/TEMPDTA.cpy: quem
      *>   precisa validar uma data (consulta, carga do movimento...)
       77  ws-resto-div                            pic 9(04).


      *>   leituras do dia em curso na leitura por periodo de
      *>   somar-temperaturas (copybooks/SOMATEMP.cpy): todas as estacoes
      *>   que reportaram no dia, selecionadas ou nao, para a critica de
      *>   plausibilidade comparar cada leitura com as demais do dia
       01  ws-temperaturas occurs 50.
           05  ws-temp-dia                         pic 9(02).
           05  ws-temp-mes                         pic 9(02).
           05  ws-temp-ano                         pic 9(04).
           05  ws-temp-suspeita                    pic x(01) value "N".
               88  ws-temp-eh-suspeita                       value "S".
               88  ws-temp-nao-suspeita                      value "N".
           *> leitura dentro do periodo e da lista de estacoes pedidos,
           *> e sua sequencia entre as selecionadas (0 = nao selecionada)
           05  ws-temp-selecionada                 pic x(01) value "N".
               88  ws-temp-eh-selecionada                    value "S".
               88  ws-temp-nao-selecionada                   value "N".
           05  ws-temp-seq                         pic 9(07).
           *> origem (original/corrigida/estimada) e disposicao da analise de
           *> suspeitas (confirmada/julgada errada) gravadas no registro
           05  ws-temp-origem                      pic x(01).
               88  ws-temp-origem-original                   value "O" space.
               88  ws-temp-origem-corrigida                  value "C".
               88  ws-temp-origem-estimada                   value "I" "V".
           05  ws-temp-disposicao                  pic x(01).
               88  ws-temp-disp-confirmada                   value "G".
               88  ws-temp-disp-errada                       value "X".

       77  ws-qtd-temp-dia                         pic 9(03) value 0.


       01 ws-msn-erro.

       77  ws-ind-temp                             pic 9(03).

      *>   total de leituras selecionadas (periodo e estacoes pedidos)
      *>   ja apuradas por somar-temperaturas - ao fim da soma, o total
      *>   de leituras do periodo
       77  ws-qtd-temp-lida                        pic 9(07) value 0.

       77  ws-soma                                 pic s9(09)v9(02) value 0.
      *>   ws-media fica sem edicao para nao atrapalhar as comparacoes;
      *>   ws-media-ed e so para exibicao, movida logo antes de cada display
       77  ws-media                                pic s9(02)v9(02).
       77  ws-media-ed                             pic -9(02),99.
       77  ws-qtd-temp-valida                      pic 9(07) value 0.

      *>   faixa de valores plausiveis para uma leitura de temperatura;
      *>   fora dela a leitura vai para o arquivo de excecoes e nao
       77  ws-param-limiar-desvio                  pic s9(02)v9(02) value 10,00.
       77  ws-param-desvio-trab                    pic s9(02)v9(02).

      *>   limites da critica de falha de sensor do arquivo horario na
      *>   consolidacao diaria (quinto a setimo campos do
      *>   arqTemperaturas.par, padroes do fonte na ausencia): horas
      *>   seguidas com o mesmo valor que caracterizam sensor travado,
      *>   salto maximo aceito entre duas leituras seguidas e minimo de
      *>   horas do dia com leitura valida
       77  ws-param-falha-repeticao                pic 9(02) value 06.
       77  ws-param-falha-salto                    pic s9(02)v9(02) value 10,00.
       77  ws-param-falha-cobertura                pic 9(02) value 12.
       77  ws-param-salto-trab                     pic s9(02)v9(02).

      *>   areas de trabalho da critica de plausibilidade entre estacoes
      *>   (criticar-plausibilidade, copybooks/SOMATEMP.cpy): estatisticas
      *>   do dia da leitura sob critica e contagem de suspeitas do lote
       77  ws-pla-menor-dia                        pic s9(02)v9(02).
       77  ws-pla-maior-dia                        pic s9(02)v9(02).
       77  ws-pla-desvio                           pic s9(03)v9(02).
       77  ws-qtd-suspeitas                        pic 9(07) value 0.

      *>   linha de eco dos limites em vigor, gravada na frente do
      *>   arquivo de excecoes de cada lote novo
           05  ws-eco-max                          pic -9(02),99.

      *>   maior e menor temperatura encontradas entre as leituras validas,
      *>   e em que leitura (sequencia) e data cada uma ocorreu
      *>   (ws-maior-temp-ed/ws-menor-temp-ed sao so para exibicao, pelo
      *>   mesmo motivo do ws-media-ed)
       77  ws-maior-temp                           pic s9(02)v9(02).
       77  ws-maior-temp-ed                        pic -9(02),99.
       77  ws-maior-temp-dia                       pic 9(07).
       01  ws-maior-temp-data                      pic 9(08).
       01  ws-maior-temp-data-r redefines ws-maior-temp-data.
           05  ws-maior-temp-ano                   pic 9(04).
           05  ws-maior-temp-mes                   pic 9(02).
           05  ws-maior-temp-ddia                  pic 9(02).
       77  ws-menor-temp                           pic s9(02)v9(02).
       77  ws-menor-temp-ed                        pic -9(02),99.
       77  ws-menor-temp-dia                       pic 9(07).
       01  ws-menor-temp-data                      pic 9(08).
       01  ws-menor-temp-data-r redefines ws-menor-temp-data.
           05  ws-menor-temp-ano                   pic 9(04).
           05  ws-menor-temp-mes                   pic 9(02).
           05  ws-menor-temp-ddia                  pic 9(02).

      *>   estatisticas por estacao, acumuladas por somar-temperaturas ao
      *>   lado dos totais gerais acima: com varias estacoes no mesmo
      *>   arqTemperaturas, a media unica mistura climas diferentes - a
      *>   consulta e o relatorio usam a media da propria estacao
       01  ws-estat-estacoes occurs 50.
           05  ws-estat-estacao                    pic x(05).
           05  ws-estat-soma                       pic s9(09)v9(02).
           05  ws-estat-qtd-valida                 pic 9(07).
           05  ws-estat-qtd-excecao                pic 9(07).
           05  ws-estat-media                      pic s9(02)v9(02).
           05  ws-estat-maior-temp                 pic s9(02)v9(02).
           05  ws-estat-maior-data.
