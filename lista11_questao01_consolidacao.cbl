      *>                noturna passava a media horaria por cima do
      *>                acerto do operador e anulava a correcao; linha do
      *>                resumo diario acertada para os 57 bytes do layout
      *>   15/10/2026 - msv - registro oficial gravado como leitura
      *>                original e sem disposicao da analise de suspeitas:
      *>                media nova pede julgamento novo (a decisao
      *>                anterior fica no diario arqTemperaturas.dsp)
      *>   15/10/2026 - msv - critica de falha de sensor nas leituras
      *>                horarias de cada dia/estacao antes da media virar
      *>                oficial: mesmo valor repetido por horas seguidas
      *>                (sensor travado), salto entre leituras seguidas
      *>                acima do limite e poucas horas cobertas no dia,
      *>                com os limites no arqTemperaturas.par - dia
      *>                reprovado nao e gravado no oficial, sai com o
      *>                motivo no arqTemperaturas.dia e no relatorio de
      *>                falhas por estacao arqTemperaturas.fse para a
      *>                manutencao de campo conferir o instrumento
      *>   15/10/2026 - msv - registro oficial lido antes de gravar: dia
      *>                ja consolidado com a mesma media fica como esta,
      *>                com a disposicao G/X da analise de suspeitas - so
      *>                media diferente ou estimativa substituida voltam a
      *>                leitura original sem disposicao (a consolidacao
      *>                rele o .hor acumulado toda noite e apagava as
      *>                decisoes dos analistas); repeticao do mesmo valor
      *>                contada por hora, nao por leitura, como o limite
      *>                do arqTemperaturas.par; dia reprovado na critica
      *>                de falha de sensor retira o registro original que
      *>                uma consolidacao anterior tinha gravado, contado
      *>                no relatorio de falhas e no jornal
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqParametros.

       *>   --------- relatorio de falhas de sensor por estacao: dias
       *>   cuja serie horaria foi reprovada na critica e nao virou
       *>   registro oficial
       select arqFalhasSensor assign to "arqTemperaturas.fse"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqFalhasSensor.

       *>   --------- diario das correcoes aplicadas pelo
       *>   lista11_numero01.correcao: dia/estacao que ja foi corrigido a
       *>   mao nao e regravado pela consolidacao (a media horaria

       fd arqDiario.

       01  dia-linha                               pic x(59).


       fd arqFalhasSensor.

       01  fse-linha                               pic x(80).


       fd arqParametros.

       77  ws-fs-arqTempHorario                    pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqFalhasSensor                   pic 9(02).

      *>   grupo dia/estacao em consolidacao: a chave do arquivo horario
      *>   entrega as horas de cada grupo em sequencia, entao basta
       77  ws-con-maior-hh                         pic 9(02).
       77  ws-con-maior-mm                         pic 9(02).

      *>   critica de falha de sensor do grupo: leitura valida anterior,
      *>   sequencia corrente e maior sequencia do mesmo valor (em horas
      *>   seguidas), maior salto entre leituras seguidas e horas do dia
      *>   com leitura valida (a ultima hora contada evita contar duas
      *>   vezes a hora com mais de uma leitura)
       77  ws-con-anterior                         pic s9(02)v9(02).
       77  ws-con-repeticao                        pic 9(03).
       77  ws-con-maior-repeticao                  pic 9(03).
       77  ws-con-salto                            pic 9(03)v9(02).
       77  ws-con-maior-salto                      pic 9(03)v9(02).
       77  ws-con-ultima-hh                        pic 9(02).
       77  ws-con-horas-cobertas                   pic 9(02).
       77  ws-con-hora-nova                        pic x(01).
           88  ws-con-eh-hora-nova                          value "S".
       77  ws-con-falha                            pic x(01).
           88  ws-con-sem-falha                             value space.
           88  ws-con-com-falha                             value "R" "S" "C".

      *>   totais da consolidacao, exibidos no fim
       77  ws-qtd-horarias-lidas                   pic 9(05) value 0.
       77  ws-qtd-horarias-excluidas               pic 9(05) value 0.
       77  ws-qtd-dias-sem-validas                 pic 9(05) value 0.
       77  ws-qtd-dias-mes-fechado                 pic 9(05) value 0.
       77  ws-qtd-dias-preservados                 pic 9(05) value 0.
       77  ws-qtd-dias-falha-sensor                pic 9(05) value 0.
       77  ws-qtd-dias-inalterados                 pic 9(05) value 0.
       77  ws-qtd-estimativas-substituidas         pic 9(05) value 0.
       77  ws-qtd-dias-retirados                   pic 9(05) value 0.

      *>   media do registro oficial ja gravado, sem a edicao do layout,
      *>   para comparar com a media nova
       77  ws-con-media-gravada                    pic s9(02)v9(02).

      *>   dias reprovados na critica de falha de sensor, guardados na
      *>   ordem do arquivo horario (data + estacao) para o relatorio
      *>   sair agrupado por estacao no fim
       01  ws-falhas-sensor occurs 5000.
           05  ws-fsn-data.
               10  ws-fsn-ano                      pic 9(04).
               10  ws-fsn-mes                      pic 9(02).
               10  ws-fsn-dia                      pic 9(02).
           05  ws-fsn-estacao                      pic x(05).
           05  ws-fsn-motivo                       pic x(01).
           05  ws-fsn-repeticao                    pic 9(03).
           05  ws-fsn-salto                        pic 9(03)v9(02).
           05  ws-fsn-horas                        pic 9(02).
           05  ws-fsn-listada                      pic x(01).
           05  ws-fsn-retirado                     pic x(01).

       77  ws-ind-fsn                              pic 9(05).
       77  ws-ind-fsn-est                          pic 9(05).
       77  ws-fsn-estacao-corrente                 pic x(05).
       77  ws-fsn-qtd-estacao                      pic 9(05).

       01  fse-cabecalho                           pic x(80)
           value "RELATORIO DE FALHAS DE SENSOR - ARQUIVO HORARIO".

       01  fse-limites.
           05  filler                              pic x(19) value "Limites: repeticao ".
           05  fse-lim-repeticao                   pic z9.
           05  filler                              pic x(10) value " h  salto ".
           05  fse-lim-salto                       pic z9,99.
           05  filler                              pic x(19) value "  cobertura minima ".
           05  fse-lim-cobertura                   pic z9.
           05  filler                              pic x(02) value " h".
           05  filler                              pic x(21) value space.

       01  fse-estacao.
           05  filler                              pic x(08) value "Estacao ".
           05  fse-est-estacao                     pic x(05).
           05  filler                              pic x(67) value space.

       01  fse-detalhe.
           05  filler                              pic x(02) value space.
           05  fse-det-dia                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  fse-det-mes                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  fse-det-ano                         pic 9(04).
           05  filler                              pic x(02) value space.
           05  fse-det-motivo                      pic x(09).
           05  filler                              pic x(10) value "  repet.: ".
           05  fse-det-repeticao                   pic zz9.
           05  filler                              pic x(11) value " h  salto: ".
           05  fse-det-salto                       pic zz9,99.
           05  filler                              pic x(09) value "  horas: ".
           05  fse-det-horas                       pic z9.
           05  fse-det-retirado                    pic x(16).

       01  fse-total-estacao.
           05  filler                              pic x(29) value "  Dias com falha na estacao: ".
           05  fse-tot-estacao                     pic zzzz9.
           05  filler                              pic x(46) value space.

       01  fse-total.
           05  filler                              pic x(35) value "Total de dias com falha de sensor: ".
           05  fse-tot-geral                       pic zzzz9.
           05  filler                              pic x(40) value space.

       01  fse-total-retirados.
           05  filler                              pic x(35) value "Registros oficiais retirados:      ".
           05  fse-tot-retirados                   pic zzzz9.
           05  filler                              pic x(40) value space.

       01  fse-nenhuma                             pic x(80)
           value "Nenhuma falha de sensor no arquivo horario".

       77  ws-fs-arqCorrecoes                      pic 9(02).

               perform finaliza-anormal
           end-if

           open output arqFalhasSensor

           if ws-fs-arqFalhasSensor <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqFalhasSensor                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.fse" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       inicializacao-exit.
           move 0                                  to ws-con-maior-hh
           move 0                                  to ws-con-maior-mm

           move 0                                  to ws-con-repeticao
           move 0                                  to ws-con-maior-repeticao
           move 0                                  to ws-con-maior-salto
           move 99                                 to ws-con-ultima-hh
           move 0                                  to ws-con-horas-cobertas
           move space                              to ws-con-falha

           move "S"                                to ws-grupo-aberto


                       move fd-hor-mm              to ws-con-maior-mm
                   end-if
               end-if

               perform criticar-leitura-horaria
           end-if


           exit.


       *>------------------------------------------------------------------------
       *>   acompanha, leitura valida a leitura valida do grupo, a
       *>   sequencia do mesmo valor, o maior salto entre leituras
       *>   seguidas e as horas do dia cobertas
       *>------------------------------------------------------------------------
       criticar-leitura-horaria section.


           move "N"                                to ws-con-hora-nova

           if fd-hor-hh not = ws-con-ultima-hh then
               move "S"                            to ws-con-hora-nova
               add 1                               to ws-con-horas-cobertas
               move fd-hor-hh                      to ws-con-ultima-hh
           end-if

           *> primeira leitura valida do dia abre a primeira sequencia
           if ws-con-qtd = 1 then
               move 1                              to ws-con-repeticao
                                                      ws-con-maior-repeticao
               move ws-con-temp-trab               to ws-con-anterior
               go to criticar-leitura-horaria-exit
           end-if

           *> mesmo valor: a sequencia so cresce quando a leitura e de
           *> outra hora - varias leituras iguais na mesma hora sao uma
           *> hora so, e o limite do arqTemperaturas.par e em horas
           if ws-con-temp-trab = ws-con-anterior then
               if ws-con-eh-hora-nova then
                   add 1                           to ws-con-repeticao

                   if ws-con-repeticao > ws-con-maior-repeticao then
                       move ws-con-repeticao       to ws-con-maior-repeticao
                   end-if
               end-if
           else
               move 1                              to ws-con-repeticao

               if ws-con-temp-trab > ws-con-anterior then
                   compute ws-con-salto = ws-con-temp-trab - ws-con-anterior
               else
                   compute ws-con-salto = ws-con-anterior - ws-con-temp-trab
               end-if

               if ws-con-salto > ws-con-maior-salto then
                   move ws-con-salto               to ws-con-maior-salto
               end-if
           end-if

           move ws-con-temp-trab                   to ws-con-anterior


           .
       criticar-leitura-horaria-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   julga o grupo com os limites do arqTemperaturas.par: o motivo
       *>   fica em ws-con-falha (em branco = passou), na ordem repeticao,
       *>   salto, cobertura - o relatorio mostra as tres medidas
       *>------------------------------------------------------------------------
       avaliar-falha-sensor section.


           move space                              to ws-con-falha

           if ws-con-maior-repeticao >= ws-param-falha-repeticao then
               move "R"                            to ws-con-falha
               go to avaliar-falha-sensor-exit
           end-if

           if ws-con-maior-salto > ws-param-falha-salto then
               move "S"                            to ws-con-falha
               go to avaliar-falha-sensor-exit
           end-if

           if ws-con-horas-cobertas < ws-param-falha-cobertura then
               move "C"                            to ws-con-falha
           end-if


           .
       avaliar-falha-sensor-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   guarda o dia reprovado na tabela do relatorio de falhas
       *>------------------------------------------------------------------------
       registrar-falha-sensor section.


           *> tabela cheia: parar e avisar e melhor do que deixar dia
           *> reprovado fora do relatorio
           if ws-qtd-dias-falha-sensor >= 5000 then
               move 12                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Falhas de sensor excedem a tabela"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-dias-falha-sensor

           move ws-con-data              to ws-fsn-data(ws-qtd-dias-falha-sensor)
           move ws-con-estacao           to ws-fsn-estacao(ws-qtd-dias-falha-sensor)
           move ws-con-falha             to ws-fsn-motivo(ws-qtd-dias-falha-sensor)
           move ws-con-maior-repeticao   to ws-fsn-repeticao(ws-qtd-dias-falha-sensor)
           move ws-con-maior-salto       to ws-fsn-salto(ws-qtd-dias-falha-sensor)
           move ws-con-horas-cobertas    to ws-fsn-horas(ws-qtd-dias-falha-sensor)
           move "N"                      to ws-fsn-listada(ws-qtd-dias-falha-sensor)
           move "N"                      to ws-fsn-retirado(ws-qtd-dias-falha-sensor)


           .
       registrar-falha-sensor-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   fecha o grupo dia/estacao: media oficial gravada/regravada no
       *>   arqTemperaturas e o resumo completo (minima/maxima com os
       *>   horarios) no arqTemperaturas.dia - dia so com leituras fora
       *>   da faixa nao gera registro oficial, mas sai no resumo para a
       *>   operacao ver o buraco; dia reprovado na critica de falha de
       *>   sensor tampouco, e sai no resumo com o motivo (o registro
       *>   original de uma consolidacao anterior, se houver, e retirado)
       *>------------------------------------------------------------------------
       fechar-grupo-dia section.

           if ws-con-qtd > 0 then
               compute ws-con-media = ws-con-soma / ws-con-qtd

               perform avaliar-falha-sensor

               if ws-con-com-falha then
                   perform registrar-falha-sensor
                   perform retirar-registro-oficial
               else
                   *> dia de mes ja fechado: o registro oficial esta
                   *> congelado nos totais transmitidos - so o resumo sai
                   compute ws-mes-conferido
                       = ws-con-ano * 100 + ws-con-mes

                   perform conferir-mes-fechado

                   if ws-mes-esta-fechado then
                       add 1                       to ws-qtd-dias-mes-fechado
                   else
                       *> dia/estacao que o correcao ja acertou a mao: a
                       *> media horaria nao passa por cima do acerto
                       perform conferir-dia-corrigido

                       if ws-crd-achado > 0 then
                           add 1                   to ws-qtd-dias-preservados
                       else
                           perform gravar-registro-oficial
                       end-if
                   end-if
               end-if
           else


       *>------------------------------------------------------------------------
       *>   dia reprovado na critica de falha de sensor que ja tinha
       *>   registro oficial de uma consolidacao anterior (o .hor e
       *>   acumulado, e leituras que chegam depois podem reprovar o dia):
       *>   a media antiga sai do arqTemperaturas para nao seguir nos
       *>   totais como se o sensor estivesse bom - mes fechado, acerto a
       *>   mao e estimativa ficam como estao
       *>------------------------------------------------------------------------
       retirar-registro-oficial section.


           compute ws-mes-conferido
               = ws-con-ano * 100 + ws-con-mes

           perform conferir-mes-fechado

           if ws-mes-esta-fechado then
               go to retirar-registro-oficial-exit
           end-if

           perform conferir-dia-corrigido

           if ws-crd-achado > 0 then
               go to retirar-registro-oficial-exit
           end-if

           move ws-con-ano                         to fd-temp-ano
           move ws-con-mes                         to fd-temp-mes
           move ws-con-dia                         to fd-temp-dia
           move ws-con-estacao                     to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 23                         to ws-fs-arqTemperaturas
           end-read

           if ws-fs-arqTemperaturas = 23 then
               go to retirar-registro-oficial-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if not fd-temp-original then
               go to retirar-registro-oficial-exit
           end-if

           delete arqTemperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao excluir de arqTemperaturas.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-dias-retirados
           move "S"                      to ws-fsn-retirado(ws-qtd-dias-falha-sensor)


           .
       retirar-registro-oficial-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a media do dia como registro oficial no arqTemperaturas,
       *>   lendo antes o que ja esta la: dia novo e incluido; dia ja
       *>   consolidado com a mesma media fica como esta, com a
       *>   disposicao da analise de suspeitas (a decisao vale para o
       *>   valor, e o valor nao mudou); media diferente, ou estimativa
       *>   que a leitura real substitui, e regravada como leitura
       *>   original sem disposicao - media nova pede julgamento novo
       *>------------------------------------------------------------------------
       gravar-registro-oficial section.

           move ws-con-mes                         to fd-temp-mes
           move ws-con-dia                         to fd-temp-dia
           move ws-con-estacao                     to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move 23                         to ws-fs-arqTemperaturas
           end-read

           if ws-fs-arqTemperaturas = 23 then
               perform montar-registro-oficial

               write fd-temperaturas

               if ws-fs-arqTemperaturas <> 0 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas.txt"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                               to ws-qtd-dias-gravados
               go to gravar-registro-oficial-exit
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> acerto a mao cujo diario .cor ja foi expurgado: continua
           *> valendo como o operador deixou
           if fd-temp-corrigida then
               add 1                               to ws-qtd-dias-preservados
               go to gravar-registro-oficial-exit
           end-if

           move fd-temperatura                     to ws-con-media-gravada

           if fd-temp-original
               and ws-con-media-gravada = ws-con-media then
               add 1                               to ws-qtd-dias-inalterados
               go to gravar-registro-oficial-exit
           end-if

           if fd-temp-estimada then
               add 1                               to ws-qtd-estimativas-substituidas
           end-if

           perform montar-registro-oficial

           rewrite fd-temperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao regravar arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-dias-substituidos


           .
           exit.


       *>------------------------------------------------------------------------
       *>   monta o registro oficial do grupo: a media como leitura
       *>   original, ainda sem disposicao
       *>------------------------------------------------------------------------
       montar-registro-oficial section.


           move ws-con-ano                         to fd-temp-ano
           move ws-con-mes                         to fd-temp-mes
           move ws-con-dia                         to fd-temp-dia
           move ws-con-estacao                     to fd-temp-estacao
           move ws-con-media                       to fd-temperatura
           move "O"                                to fd-temp-origem
           move space                              to fd-temp-disposicao
           move spaces                             to fd-temp-disp-operador
           move 0                                  to fd-temp-disp-data


           .
       montar-registro-oficial-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a linha do grupo no resumo diario arqTemperaturas.dia
       *>------------------------------------------------------------------------
           move ws-con-maior-mm                    to dia-maior-mm
           move ws-con-qtd                         to dia-qtd-usadas
           move ws-con-excluidas                   to dia-qtd-excluidas
           move ws-con-falha                       to dia-falha

           write dia-linha from dia-registro

           exit.


       *>------------------------------------------------------------------------
       *>   grava o relatorio de falhas de sensor: limites em vigor e os
       *>   dias reprovados agrupados por estacao, na ordem de data
       *>------------------------------------------------------------------------
       gravar-relatorio-falhas section.


           move ws-param-falha-repeticao           to fse-lim-repeticao
           move ws-param-falha-salto               to fse-lim-salto
           move ws-param-falha-cobertura           to fse-lim-cobertura

           write fse-linha from fse-cabecalho
           write fse-linha from fse-limites

           if ws-qtd-dias-falha-sensor = 0 then
               write fse-linha from fse-nenhuma
           else
               perform listar-falhas-estacao
                   varying ws-ind-fsn from 1 by 1
                   until ws-ind-fsn > ws-qtd-dias-falha-sensor

               move ws-qtd-dias-falha-sensor       to fse-tot-geral
               write fse-linha from fse-total

               move ws-qtd-dias-retirados          to fse-tot-retirados
               write fse-linha from fse-total-retirados
           end-if

           if ws-fs-arqFalhasSensor <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqFalhasSensor                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.fse" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-relatorio-falhas-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   estacao do slot ws-ind-fsn ainda nao listada: grava o bloco
       *>   dela, com todos os dias reprovados daqui em diante
       *>------------------------------------------------------------------------
       listar-falhas-estacao section.


           if ws-fsn-listada(ws-ind-fsn) = "S" then
               go to listar-falhas-estacao-exit
           end-if

           move ws-fsn-estacao(ws-ind-fsn)         to ws-fsn-estacao-corrente
           move 0                                  to ws-fsn-qtd-estacao

           move ws-fsn-estacao-corrente            to fse-est-estacao
           write fse-linha from fse-estacao

           perform listar-uma-falha
               varying ws-ind-fsn-est from ws-ind-fsn by 1
               until ws-ind-fsn-est > ws-qtd-dias-falha-sensor

           move ws-fsn-qtd-estacao                 to fse-tot-estacao
           write fse-linha from fse-total-estacao

           if ws-fs-arqFalhasSensor <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqFalhasSensor                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.fse" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       listar-falhas-estacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava o dia do slot ws-ind-fsn-est quando e da estacao do
       *>   bloco corrente
       *>------------------------------------------------------------------------
       listar-uma-falha section.


           if ws-fsn-estacao(ws-ind-fsn-est) not = ws-fsn-estacao-corrente then
               go to listar-uma-falha-exit
           end-if

           move ws-fsn-dia(ws-ind-fsn-est)         to fse-det-dia
           move ws-fsn-mes(ws-ind-fsn-est)         to fse-det-mes
           move ws-fsn-ano(ws-ind-fsn-est)         to fse-det-ano

           evaluate ws-fsn-motivo(ws-ind-fsn-est)
               when "R"
                   move "repeticao"                to fse-det-motivo
               when "S"
                   move "salto"                    to fse-det-motivo
               when other
                   move "cobertura"                to fse-det-motivo
           end-evaluate

           move ws-fsn-repeticao(ws-ind-fsn-est)   to fse-det-repeticao
           move ws-fsn-salto(ws-ind-fsn-est)       to fse-det-salto
           move ws-fsn-horas(ws-ind-fsn-est)       to fse-det-horas

           if ws-fsn-retirado(ws-ind-fsn-est) = "S" then
               move "  oficial retir."             to fse-det-retirado
           else
               move spaces                         to fse-det-retirado
           end-if

           write fse-linha from fse-detalhe

           move "S"                                to ws-fsn-listada(ws-ind-fsn-est)
           add 1                                   to ws-fsn-qtd-estacao


           .
       listar-uma-falha-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           perform gravar-relatorio-falhas

           close arqTempHorario
           close arqTemperaturas
           close arqDiario
           close arqFalhasSensor

           display "--- consolidacao concluida ---"
           display "Leituras horarias lidas:   " ws-qtd-horarias-lidas
           display "Leituras fora da faixa:    " ws-qtd-horarias-excluidas
           display "Dias oficiais incluidos:   " ws-qtd-dias-gravados
           display "Dias oficiais regravados:  " ws-qtd-dias-substituidos
           display "Estimativas substituidas:  " ws-qtd-estimativas-substituidas
           display "Dias oficiais sem mudanca: " ws-qtd-dias-inalterados
           display "Dias sem leitura valida:   " ws-qtd-dias-sem-validas
           display "Dias em mes fechado:       " ws-qtd-dias-mes-fechado
           display "Dias preservados (corr.):  " ws-qtd-dias-preservados
           display "Dias com falha de sensor:  " ws-qtd-dias-falha-sensor
           display "Dias retirados (falha):    " ws-qtd-dias-retirados

           *> saida: registros oficiais mexidos (incluidos, regravados e
           *> retirados por falha de sensor)
           move ws-qtd-horarias-lidas              to ws-jrn-qtd-entrada
           compute ws-jrn-qtd-saida
               = ws-qtd-dias-gravados + ws-qtd-dias-substituidos
               + ws-qtd-dias-retirados
           perform gravar-jornal-fim

           Stop run
           close arqTempHorario
           close arqTemperaturas
           close arqDiario
           close arqFalhasSensor
           close arqCorrecoes

           perform gravar-jornal-fim-anormal
