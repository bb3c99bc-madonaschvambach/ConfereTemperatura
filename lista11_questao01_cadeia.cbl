       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.cadeia".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: cadeia noturna - executa
      *>                as etapas do arquivo de controle
      *>                arqTemperaturas.cad (layout em
      *>                copybooks/TEMPCAD.cpy) na ordem da sequencia,
      *>                pula as etapas cuja predecessora nao terminou
      *>                bem, grava no jornal (arqTemperaturas.jrn) o
      *>                inicio e o termino de cada etapa e guarda a
      *>                situacao de cada uma no arqTemperaturas.rst, para
      *>                o modo de reinicio retomar a noite na etapa que
      *>                falhou em vez de rodar tudo de novo - antes cada
      *>                programa era disparado a mao, e quem vinha depois
      *>                de um fim anormal rodava com dado ruim ou era
      *>                esquecido
      *>------------------------------------------------------------------------


       *>divisao para configuracao do programa
       environment division.
       configuration section.


       *>declarado que será utilizado vírgulo ao invés de ponto
       special-names. decimal-point is comma.


       *>declaracao de recursos externos
       input-output Section.

       file-control.

       *>   --------- arquivo de controle da cadeia noturna: etapas,
       *>   ordem, dependencias e linha de comando de cada uma
       select arqCadeia assign to "arqTemperaturas.cad"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqCadeia.

       *>   --------- situacao de cada etapa na ultima execucao da
       *>   cadeia, regravado a cada etapa terminada - e dele que o modo
       *>   de reinicio sabe o que ja foi concluido
       select arqReinicio assign to "arqTemperaturas.rst"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqReinicio.

       *>   --------- jornal comum de execucoes: recebe o inicio/termino
       *>   de cada etapa e e lido de volta para saber como a etapa
       *>   terminou (copybooks/TEMPJRNC.cpy)
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


       fd arqCadeia.

       01  cad-linha                               pic x(136).


       fd arqReinicio.

       01  rst-linha                               pic x(36).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do arquivo de controle da cadeia, decomposto aqui na
      *>   working-storage (leitura com read into)
       copy TEMPCAD.


       77  ws-fs-arqCadeia                         pic 9(02).
       77  ws-fs-arqReinicio                       pic 9(02).

      *>   linha do arquivo de reinicio: sss;etapa;situacao;data;hora
      *>   (situacao C = concluida, F = falhou, P = pulada, branco =
      *>   ainda nao executada)
       01  rst-registro.
           05  rst-sequencia                       pic 9(03).
           05  filler                              pic x(01) value ";".
           05  rst-programa                        pic x(12).
           05  filler                              pic x(01) value ";".
           05  rst-situacao                        pic x(01).
           05  filler                              pic x(01) value ";".
           05  rst-data                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  rst-hora                            pic 9(08).

      *>   espelho da linha do jornal, para decompor a linha lida
       01  ws-jrn-ent.
           05  ws-je-data                          pic 9(08).
           05  filler                              pic x(01).
           05  ws-je-hora                          pic 9(08).
           05  filler                              pic x(01).
           05  ws-je-programa                      pic x(12).
           05  filler                              pic x(01).
           05  ws-je-evento                        pic x(01).
           05  filler                              pic x(01).
           05  ws-je-situacao                      pic x(01).
           05  filler                              pic x(01).
           05  ws-je-qtd-entrada                   pic 9(06).
           05  filler                              pic x(01).
           05  ws-je-qtd-saida                     pic 9(06).
           05  filler                              pic x(01).
           05  ws-je-erro                          pic x(08).

      *>   etapas da cadeia, na ordem do arquivo de controle
       01  ws-etapas occurs 30.
           05  ws-eta-sequencia                    pic 9(03).
           05  ws-eta-programa                     pic x(12).
           05  ws-eta-depende occurs 3             pic x(12).
           05  ws-eta-comando                      pic x(80).
           05  ws-eta-situacao                     pic x(01).
               88  ws-eta-concluida                         value "C".
               88  ws-eta-falhou                            value "F".
               88  ws-eta-pulada                            value "P".
               88  ws-eta-pendente                          value " ".

       77  ws-qtd-etapas                           pic 9(02) value 0.
       77  ws-ind-eta                              pic 9(02).
       77  ws-ind-pre                              pic 9(02).
       77  ws-ind-dep                              pic 9(01).
       77  ws-eta-achada                           pic 9(02).
       77  ws-eta-procurada                        pic x(12).

      *>   modo de execucao digitado: N (ou branco) roda a noite do
      *>   comeco, R retoma a partir da etapa que falhou
       77  ws-modo                                 pic x(01) value "N".
           88  ws-modo-normal                               value "N" " ".
           88  ws-modo-reinicio                             value "R" "r".

       77  ws-predecessoras                        pic x(01).
           88  ws-predecessoras-ok                          value "S".
           88  ws-predecessora-falhou                       value "N".

      *>   linha de comando da etapa, terminada em x"00" para a chamada
      *>   ao sistema operacional, e o codigo devolvido por ela
       01  ws-comando                              pic x(81).
       77  ws-retorno                              pic s9(09).
       77  ws-retorno-ed                           pic 9(06).

      *>   momento (aaaammddhhmmsscc) em que a etapa foi disparada - so
      *>   as linhas do jornal a partir dele contam para o termino dela
       77  ws-momento-inicio                       pic 9(16).
       77  ws-momento-linha                        pic 9(16).
       77  ws-data-corrente                        pic 9(08).
       77  ws-hora-corrente                        pic 9(08).

      *>   ultimo fim registrado pela propria etapa no jornal
       77  ws-fim-achado                           pic x(01).
           88  ws-fim-foi-achado                            value "S".
           88  ws-fim-nao-achado                            value "N".
       77  ws-fim-situacao                         pic x(01).
       77  ws-fim-erro                             pic x(08).
       77  ws-fim-entrada                          pic 9(06).
       77  ws-fim-saida                            pic 9(06).

      *>   totais da noite
       77  ws-qtd-concluidas                       pic 9(02) value 0.
       77  ws-qtd-falhas                           pic 9(02) value 0.
       77  ws-qtd-puladas                          pic 9(02) value 0.
       77  ws-qtd-ja-concluidas                    pic 9(02) value 0.


       *>------Variaveis para comunicaçao entre programa
       linkage section.



       *>DECLARAÇÃO DO CORPO DO PROGRAMA
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.


       *>------------------------------------------------------------------------
       *>   inicialização do programa
       *>   pede o modo, carrega as etapas do arquivo de controle e, no
       *>   reinicio, o que ja ficou concluido na execucao anterior
       *>------------------------------------------------------------------------
       inicializacao section.


           move "cadeia"                           to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- CADEIA NOTURNA ----"
           display " "
           display "Modo (N = normal, R = reinicio na etapa que falhou):"
           accept ws-modo

           if not ws-modo-normal
               and not ws-modo-reinicio then
               display "-- Modo desconhecido, executando em modo normal --"
               move "N"                            to ws-modo
           end-if

           perform carregar-cadeia

           if ws-modo-reinicio then
               perform carregar-reinicio
           end-if

           *> situacao inicial ja fica registrada: se a propria cadeia
           *> cair no meio, o reinicio sabe o que nao chegou a rodar
           perform gravar-reinicio


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   carrega as etapas do arqTemperaturas.cad - linha em branco ou
       *>   comecando por "*" e comentario; sequencia fora de ordem,
       *>   etapa repetida ou dependencia de etapa que nao vem antes
       *>   derrubam a cadeia antes de executar qualquer coisa
       *>------------------------------------------------------------------------
       carregar-cadeia section.


           open input arqCadeia

           if ws-fs-arqCadeia <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.cad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-uma-etapa
               until ws-fs-arqCadeia = 10

           close arqCadeia

           if ws-qtd-etapas = 0 then
               move 3                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Nenhuma etapa no arqTemperaturas.cad"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       carregar-cadeia-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le e critica uma linha do arquivo de controle
       *>------------------------------------------------------------------------
       carregar-uma-etapa section.


           read arqCadeia into cad-registro

           if ws-fs-arqCadeia = 10 then
               go to carregar-uma-etapa-exit
           end-if

           if ws-fs-arqCadeia <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.cad"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if cad-linha = spaces
               or cad-linha(1:1) = "*" then
               go to carregar-uma-etapa-exit
           end-if

           if cad-sequencia is not numeric
               or cad-programa = spaces
               or cad-comando = spaces then
               move 5                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Linha ilegivel no arqTemperaturas.cad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-etapas >= 30 then
               move 4                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Etapas excedem a tabela da cadeia"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-etapas > 0 then
               if cad-sequencia not > ws-eta-sequencia(ws-qtd-etapas) then
                   move 6                                   to ws-msn-erro-ofsset
                   move 0                                   to ws-msn-erro-cod
                   move "Sequencia fora de ordem no .cad"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           *> etapa repetida: o nome e a chave das dependencias e do
           *> arquivo de reinicio
           move cad-programa                       to ws-eta-procurada
           perform localizar-etapa

           if ws-eta-achada > 0 then
               move 8                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Etapa repetida no arqTemperaturas.cad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *> cada dependencia tem de ser uma etapa que ja veio antes,
           *> senao a ordem de execucao nao a respeita
           perform conferir-dependencia-carga
               varying ws-ind-dep from 1 by 1 until ws-ind-dep > 3

           add 1                                   to ws-qtd-etapas
           move cad-sequencia                      to ws-eta-sequencia(ws-qtd-etapas)
           move cad-programa                       to ws-eta-programa(ws-qtd-etapas)
           move cad-depende-1                      to ws-eta-depende(ws-qtd-etapas, 1)
           move cad-depende-2                      to ws-eta-depende(ws-qtd-etapas, 2)
           move cad-depende-3                      to ws-eta-depende(ws-qtd-etapas, 3)
           move cad-comando                        to ws-eta-comando(ws-qtd-etapas)
           move " "                                to ws-eta-situacao(ws-qtd-etapas)


           .
       carregar-uma-etapa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   a dependencia ws-ind-dep da linha lida precisa ser uma das
       *>   etapas ja carregadas
       *>------------------------------------------------------------------------
       conferir-dependencia-carga section.


           if cad-depende(ws-ind-dep) = spaces then
               go to conferir-dependencia-carga-exit
           end-if

           move cad-depende(ws-ind-dep)            to ws-eta-procurada
           perform localizar-etapa

           if ws-eta-achada = 0 then
               move 7                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Dependencia de etapa que nao vem antes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       conferir-dependencia-carga-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   procura a etapa ws-eta-procurada nas ja carregadas,
       *>   devolvendo o slot em ws-eta-achada (0 = nao achou)
       *>------------------------------------------------------------------------
       localizar-etapa section.


           move 0                                  to ws-eta-achada

           perform conferir-etapa
               varying ws-ind-pre from 1 by 1
               until ws-ind-pre > ws-qtd-etapas
               or ws-eta-achada > 0


           .
       localizar-etapa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   compara ws-eta-procurada com o slot ws-ind-pre
       *>------------------------------------------------------------------------
       conferir-etapa section.


           if ws-eta-programa(ws-ind-pre) = ws-eta-procurada then
               move ws-ind-pre                     to ws-eta-achada
           end-if


           .
       conferir-etapa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   reinicio: traz do arqTemperaturas.rst as etapas que ja
       *>   terminaram bem na execucao anterior - as demais (falhou,
       *>   pulada ou nao executada) rodam de novo; etapa do .rst que
       *>   saiu do arquivo de controle e ignorada
       *>------------------------------------------------------------------------
       carregar-reinicio section.


           open input arqReinicio

           if ws-fs-arqReinicio <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqReinicio                       to ws-msn-erro-cod
               move "Sem arq. arqTemperaturas.rst p/ retomar" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-uma-situacao
               until ws-fs-arqReinicio = 10

           close arqReinicio


           .
       carregar-reinicio-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha do arquivo de reinicio
       *>------------------------------------------------------------------------
       carregar-uma-situacao section.


           read arqReinicio into rst-registro

           if ws-fs-arqReinicio = 10 then
               go to carregar-uma-situacao-exit
           end-if

           if ws-fs-arqReinicio <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqReinicio                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.rst"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move rst-programa                       to ws-eta-procurada
           perform localizar-etapa

           if ws-eta-achada > 0
               and rst-situacao = "C" then
               move "C"                            to ws-eta-situacao(ws-eta-achada)
           end-if


           .
       carregar-uma-situacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   executa as etapas na ordem da sequencia
       *>------------------------------------------------------------------------
       processamento section.


           perform executar-etapa
               varying ws-ind-eta from 1 by 1
               until ws-ind-eta > ws-qtd-etapas


           .
       processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   executa a etapa ws-ind-eta: concluida no reinicio passa
       *>   direto; com predecessora que nao terminou bem e pulada (e o
       *>   pulo se propaga para as que dependem dela); senao dispara a
       *>   linha de comando e apura o termino pelo jornal
       *>------------------------------------------------------------------------
       executar-etapa section.


           if ws-eta-concluida(ws-ind-eta) then
               add 1                               to ws-qtd-ja-concluidas
               display ws-eta-programa(ws-ind-eta)
                       " - concluida na execucao anterior"
               go to executar-etapa-exit
           end-if

           perform conferir-predecessoras

           if ws-predecessora-falhou then
               move "P"                            to ws-eta-situacao(ws-ind-eta)
               add 1                               to ws-qtd-puladas

               move ws-eta-programa(ws-ind-eta)    to ws-jrn-programa-nome
               move ws-eta-sequencia(ws-ind-eta)   to ws-jrn-qtd-entrada
               move 0                              to ws-jrn-qtd-saida
               move "T"                            to jrn-evento
               move "P"                            to jrn-situacao
               move spaces                         to jrn-erro
               perform gravar-linha-jornal
               move "cadeia"                       to ws-jrn-programa-nome

               display ws-eta-programa(ws-ind-eta)
                       " - PULADA: predecessora nao terminou bem"

               perform gravar-reinicio
               go to executar-etapa-exit
           end-if

           display ws-eta-programa(ws-ind-eta) " - iniciando"

           move ws-eta-programa(ws-ind-eta)        to ws-jrn-programa-nome
           move ws-eta-sequencia(ws-ind-eta)       to ws-jrn-qtd-entrada
           move 0                                  to ws-jrn-qtd-saida
           move "E"                                to jrn-evento
           move "N"                                to jrn-situacao
           move spaces                             to jrn-erro
           perform gravar-linha-jornal
           move "cadeia"                           to ws-jrn-programa-nome

           accept ws-data-corrente                 from date yyyymmdd
           accept ws-hora-corrente                 from time
           compute ws-momento-inicio
               = ws-data-corrente * 100000000 + ws-hora-corrente

           *> a linha de comando vai ate o primeiro par de brancos, com
           *> o x"00" que o sistema operacional espera no fim
           move spaces                             to ws-comando
           string ws-eta-comando(ws-ind-eta)       delimited by "  "
                  x"00"                            delimited by size
                                                   into ws-comando

           call "SYSTEM" using ws-comando

           move return-code                        to ws-retorno
           move 0                                  to return-code

           perform apurar-fim-etapa

           *> a etapa so termina bem com retorno zero do sistema
           *> operacional e um fim normal dela mesma no jornal
           if ws-retorno = 0
               and ws-fim-foi-achado
               and ws-fim-situacao = "N" then
               move "C"                            to ws-eta-situacao(ws-ind-eta)
               add 1                               to ws-qtd-concluidas
               move "N"                            to jrn-situacao
               move spaces                         to jrn-erro
               display ws-eta-programa(ws-ind-eta) " - concluida"
           else
               move "F"                            to ws-eta-situacao(ws-ind-eta)
               add 1                               to ws-qtd-falhas
               move "A"                            to jrn-situacao

               evaluate true
                   when ws-fim-foi-achado and ws-fim-situacao = "A"
                       move ws-fim-erro            to jrn-erro
                   when ws-fim-nao-achado
                       move "SEM FIM"              to jrn-erro
                   when other
                       move ws-retorno             to ws-retorno-ed
                       move spaces                 to jrn-erro
                       string "RC" ws-retorno-ed delimited by size
                                                   into jrn-erro
               end-evaluate

               display ws-eta-programa(ws-ind-eta)
                       " - FALHOU (" jrn-erro ")"
           end-if

           move ws-eta-programa(ws-ind-eta)        to ws-jrn-programa-nome
           move ws-fim-entrada                     to ws-jrn-qtd-entrada
           move ws-fim-saida                       to ws-jrn-qtd-saida
           move "T"                                to jrn-evento
           perform gravar-linha-jornal
           move "cadeia"                           to ws-jrn-programa-nome

           perform gravar-reinicio


           .
       executar-etapa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   confere se todas as predecessoras da etapa ws-ind-eta
       *>   terminaram bem (nesta execucao ou, no reinicio, na anterior)
       *>------------------------------------------------------------------------
       conferir-predecessoras section.


           move "S"                                to ws-predecessoras

           perform conferir-uma-predecessora
               varying ws-ind-dep from 1 by 1
               until ws-ind-dep > 3
               or ws-predecessora-falhou


           .
       conferir-predecessoras-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   confere a predecessora ws-ind-dep da etapa ws-ind-eta
       *>------------------------------------------------------------------------
       conferir-uma-predecessora section.


           if ws-eta-depende(ws-ind-eta, ws-ind-dep) = spaces then
               go to conferir-uma-predecessora-exit
           end-if

           move ws-eta-depende(ws-ind-eta, ws-ind-dep) to ws-eta-procurada
           perform localizar-etapa

           if ws-eta-achada = 0 then
               move "N"                            to ws-predecessoras
               go to conferir-uma-predecessora-exit
           end-if

           if not ws-eta-concluida(ws-eta-achada) then
               move "N"                            to ws-predecessoras
           end-if


           .
       conferir-uma-predecessora-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le o jornal procurando o ultimo fim (evento F) gravado pela
       *>   propria etapa desde o momento em que ela foi disparada
       *>------------------------------------------------------------------------
       apurar-fim-etapa section.


           move "N"                                to ws-fim-achado
           move spaces                             to ws-fim-situacao
           move spaces                             to ws-fim-erro
           move 0                                  to ws-fim-entrada
           move 0                                  to ws-fim-saida

           open input arqJornal

           *> sem jornal a etapa nao deixou fim registrado
           if ws-fs-arqJornal = 35 then
               go to apurar-fim-etapa-exit
           end-if

           if ws-fs-arqJornal <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.jrn" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform conferir-linha-jornal
               until ws-fs-arqJornal = 10

           close arqJornal


           .
       apurar-fim-etapa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha do jornal e guarda o fim da etapa ws-ind-eta
       *>   quando a linha e dela e posterior ao disparo
       *>------------------------------------------------------------------------
       conferir-linha-jornal section.


           read arqJornal

           if ws-fs-arqJornal = 10 then
               go to conferir-linha-jornal-exit
           end-if

           if ws-fs-arqJornal <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqJornal                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.jrn"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move jrn-linha                          to ws-jrn-ent

           if ws-je-data is not numeric
               or ws-je-hora is not numeric
               or ws-je-programa not = ws-eta-programa(ws-ind-eta)
               or ws-je-evento not = "F" then
               go to conferir-linha-jornal-exit
           end-if

           compute ws-momento-linha
               = ws-je-data * 100000000 + ws-je-hora

           if ws-momento-linha < ws-momento-inicio then
               go to conferir-linha-jornal-exit
           end-if

           move "S"                                to ws-fim-achado
           move ws-je-situacao                     to ws-fim-situacao
           move ws-je-erro                         to ws-fim-erro

           if ws-je-qtd-entrada is numeric then
               move ws-je-qtd-entrada              to ws-fim-entrada
           end-if
           if ws-je-qtd-saida is numeric then
               move ws-je-qtd-saida                to ws-fim-saida
           end-if


           .
       conferir-linha-jornal-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   regrava o arqTemperaturas.rst com a situacao corrente de
       *>   todas as etapas
       *>------------------------------------------------------------------------
       gravar-reinicio section.


           open output arqReinicio

           if ws-fs-arqReinicio <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqReinicio                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.rst" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept rst-data                         from date yyyymmdd
           accept rst-hora                         from time

           perform gravar-situacao-etapa
               varying ws-ind-pre from 1 by 1
               until ws-ind-pre > ws-qtd-etapas

           close arqReinicio


           .
       gravar-reinicio-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a situacao da etapa ws-ind-pre no arquivo de reinicio
       *>------------------------------------------------------------------------
       gravar-situacao-etapa section.


           move ws-eta-sequencia(ws-ind-pre)       to rst-sequencia
           move ws-eta-programa(ws-ind-pre)        to rst-programa
           move ws-eta-situacao(ws-ind-pre)        to rst-situacao

           write rst-linha from rst-registro

           if ws-fs-arqReinicio <> 0 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqReinicio                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.rst" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-situacao-etapa-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>   noite com etapa que falhou ou foi pulada termina a cadeia
       *>   com fim anormal no jornal, para aparecer no relatorio matinal
       *>------------------------------------------------------------------------
       finalizacao section.


           display " "
           display "Etapas concluidas:          " ws-qtd-concluidas
           display "Etapas que falharam:        " ws-qtd-falhas
           display "Etapas puladas:             " ws-qtd-puladas
           display "Ja concluidas (reinicio):   " ws-qtd-ja-concluidas

           move ws-qtd-etapas                      to ws-jrn-qtd-entrada
           compute ws-jrn-qtd-saida
               = ws-qtd-concluidas + ws-qtd-ja-concluidas

           if ws-qtd-falhas + ws-qtd-puladas > 0 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-qtd-falhas                           to ws-msn-erro-cod
               move "Cadeia com etapa que falhou ou pulada"  to ws-msn-erro-text
               perform gravar-jornal-fim-anormal
               display "--- cadeia terminada COM FALHAS - usar o modo R ---"
           else
               perform gravar-jornal-fim
               display "--- cadeia terminada ---"
           end-if

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


           close arqCadeia
           close arqReinicio
           close arqJornal

           move "cadeia"                           to ws-jrn-programa-nome
           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPJRNC.
