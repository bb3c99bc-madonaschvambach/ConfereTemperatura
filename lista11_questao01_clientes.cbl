       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.clientes".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: manutencao do cadastro de
      *>                contas de clientes do faturamento de energia
      *>                (arqClientes.txt, copybooks/TEMPCLI.cpy) -
      *>                inclusao, alteracao (nome, dia de inicio do ciclo
      *>                de leitura, temperatura base), troca da estacao de
      *>                referencia com data de efeito (fecha o periodo
      *>                corrente na vespera e abre outro) e encerramento,
      *>                regravando o arquivo inteiro ao sair; e a base do
      *>                demonstrativo de graus-dia por ciclo
      *>                (lista11_numero01.ciclos) - ate aqui o faturamento
      *>                recortava a mao os totais de mes civil do .gde
      *>   15/10/2026 - msv - identificacao do operador pelo cadastro de
      *>                operadores (copybooks/TEMPOPC.cpy), com o codigo
      *>                no jornal; encerrar ou reabrir conta exige perfil
      *>                de supervisor ou administrador (a recusa vai para
      *>                o log de seguranca)
      *>------------------------------------------------------------------------


       *>divisao para configuracao do programa
       environment division.
       configuration section.


       *>declarado que será utilizado vírgulo ao invés de ponto
       special-names. decimal-point is comma.


       *>declaracao de recursos externos
       input-output Section.

       file-control.

       *>   --------- cadastro de contas: lido inteiro para a tabela na
       *>   abertura e regravado por completo ao sair, como o cadastro
       *>   de estacoes
       select arqClientes assign to "arqClientes.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqClientes.

       *>   --------- cadastro de estacoes: a estacao de referencia da
       *>   conta precisa estar cadastrada
       select arqEstacoes assign to "arqEstacoes.txt"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqEstacoes.

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


       fd arqClientes.

       01  cli-linha                               pic x(75).


       fd arqEstacoes.

       copy TEMPEST.


       fd arqOperadores.

       01  opr-linha                               pic x(61).


       fd arqSeguranca.

       01  seg-linha                               pic x(82).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.

      *>   registro do cadastro de operadores e do log de seguranca,
      *>   montados na working-storage (leitura com read into, gravacao
      *>   com write from), e o operador identificado na sessao - secoes
      *>   em copybooks/TEMPOPC.cpy
       copy TEMPOPR.

       copy TEMPSEG.

       copy TEMPOPW.

      *>   registro do cadastro de contas, montado aqui na
      *>   working-storage para os value dos separadores valerem na
      *>   regravacao do arquivo
       copy TEMPCLI.

      *>   tabela do cadastro de contas - secoes em copybooks/TEMPCLC.cpy
       copy TEMPCLW.

      *>   tabela do cadastro de estacoes - secoes em
      *>   copybooks/TEMPESTC.cpy
       copy TEMPESTW.


       77  ws-opcao                                pic x(01).

      *>   data digitada pelo operador ja montada em aaaammdd (0 = sem
      *>   limite) e o resultado da critica dela
       77  ws-data-digitada                        pic 9(08).
       77  ws-data-digitada-ok                     pic x(01) value "N".
           88  ws-data-digitada-valida                      value "S".
           88  ws-data-digitada-invalida                    value "N".

      *>   vespera da data de efeito de uma troca de estacao (fim do
      *>   periodo que esta sendo fechado)
       01  ws-vespera.
           05  ws-ves-ano                          pic 9(04).
           05  ws-ves-mes                          pic 9(02).
           05  ws-ves-dia                          pic 9(02).
       01  ws-vespera-r redefines ws-vespera       pic 9(08).

      *>   dia de inicio do ciclo de leitura digitado (01 a 28, para o
      *>   ciclo existir em todo mes)
       01  ws-dia-ciclo-digitado                   pic x(02).
       01  ws-dia-ciclo-num redefines ws-dia-ciclo-digitado
                                                   pic 9(02).
       77  ws-dia-ciclo-ok                         pic x(01) value "N".
           88  ws-dia-ciclo-valido                          value "S".

      *>   temperatura base digitada (mesma critica byte a byte do
      *>   lista11_numero01.grausdia, em branco vale o padrao 18,00)
       77  ws-base-trab                            pic s9(02)v9(02).
       01  ws-entrada-bruta                        pic x(06).

       01  ws-base-digitada                        pic -9(02),99.
       01  ws-base-digitada-x redefines ws-base-digitada.
           05  ws-base-sinal                       pic x(01).
           05  ws-base-inteira                     pic 9(02).
           05  ws-base-virgula                     pic x(01).
           05  ws-base-decimal                     pic 9(02).

       77  ws-base-valida                          pic x(01) value "N".
           88  ws-base-eh-valida                            value "S".
           88  ws-base-invalida                             value "N".

      *>   estacao de referencia digitada, conferida contra o cadastro
       77  ws-estacao-ref                          pic x(05).

       77  ws-per-ultimo                           pic 9(02).

       77  ws-base-ed                              pic -9(02),99.

      *>   contagens da sessao
       77  ws-qtd-incluidas                        pic 9(03) value 0.
       77  ws-qtd-alteradas                        pic 9(03) value 0.
       77  ws-qtd-trocas                           pic 9(03) value 0.
       77  ws-qtd-encerradas                       pic 9(03) value 0.
       77  ws-qtd-linhas-gravadas                  pic 9(05) value 0.


       *>------Variaveis para comunicaçao entre programa
       linkage section.



       *>DECLARAÇÃO DO CORPO DO PROGRAMA
       procedure division.

           perform inicializacao.
           perform processamento.
           perform finalizacao.


       *>------------------------------------------------------------------------
       *>   inicialização do programa
       *>   carrega o cadastro de estacoes (obrigatorio: toda conta aponta
       *>   para uma estacao) e o de contas (ausente = primeira vez)
       *>------------------------------------------------------------------------
       inicializacao section.


           move "clientes"                         to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- MANUTENCAO DO CADASTRO DE CONTAS DE CLIENTES ----"
           display " "

           perform identificar-operador

           perform carregar-estacoes

           perform carregar-clientes

           if ws-qtd-clientes = 0 then
               display "Cadastro de contas vazio ou ainda nao existe"
           else
               display "Contas carregadas: " ws-qtd-clientes
           end-if
           display " "


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   processamento do programa
       *>   menu da manutencao, repetido ate o operador sair
       *>------------------------------------------------------------------------
       processamento section.


           perform tratar-opcao-menu
               until ws-opcao = "S" or ws-opcao = "s"


           .
       processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   apresenta o menu e executa a opcao escolhida
       *>------------------------------------------------------------------------
       tratar-opcao-menu section.


           display "Opcoes:"
           display "   'I'ncluir conta"
           display "   'A'lterar conta (nome, ciclo, base)"
           display "   'T'rocar estacao de referencia"
           display "   'E'ncerrar conta"
           display "   'L'istar cadastro"
           display "   'S'air (regrava o cadastro)"
           accept ws-opcao

           display erase

           evaluate ws-opcao
               when "I"
               when "i"
                   perform incluir-conta
               when "A"
               when "a"
                   perform alterar-conta
               when "T"
               when "t"
                   perform trocar-estacao
               when "E"
               when "e"
                   perform encerrar-conta
               when "L"
               when "l"
                   perform listar-cadastro
               when "S"
               when "s"
                   continue
               when other
                   display "-- Opcao invalida --"
                   display " "
           end-evaluate


           .
       tratar-opcao-menu-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   inclui uma conta nova: numero inedito, nome, dia do ciclo,
       *>   base, estacao de referencia e data de inicio do primeiro
       *>   periodo (dia 0 = desde sempre)
       *>------------------------------------------------------------------------
       incluir-conta section.


           display "Numero da conta nova:"
           accept ws-cli-procurada

           if ws-cli-procurada = spaces then
               display "-- Conta em branco, nada feito --"
               display " "
               go to incluir-conta-exit
           end-if

           perform localizar-cliente

           if ws-cliente-eh-cadastrado then
               display "-- Conta ja cadastrada --"
               display " "
               go to incluir-conta-exit
           end-if

           if ws-qtd-clientes >= 200 then
               display "-- Cadastro cheio (tabela de 200 contas) --"
               display " "
               go to incluir-conta-exit
           end-if

           add 1                                   to ws-qtd-clientes
           move ws-qtd-clientes                    to ws-cli-corrente

           move ws-cli-procurada                   to ws-cli-conta(ws-cli-corrente)

           display "Nome do cliente:"
           accept ws-cli-nome(ws-cli-corrente)

           perform aceitar-dia-ciclo
           move ws-dia-ciclo-num                   to ws-cli-dia-ciclo(ws-cli-corrente)

           perform aceitar-base
           move ws-base-trab                       to ws-cli-base(ws-cli-corrente)

           perform aceitar-estacao-ref

           display "Inicio da vigencia (dia 0 = desde sempre):"
           perform pedir-data-vigencia

           move 1                                  to ws-cli-qtd-periodos(ws-cli-corrente)
           move ws-estacao-ref         to ws-cli-per-estacao(ws-cli-corrente, 1)
           move ws-data-digitada       to ws-cli-per-inicio(ws-cli-corrente, 1)
           move 0                      to ws-cli-per-fim(ws-cli-corrente, 1)

           add 1                                   to ws-qtd-incluidas

           display " "
           display "-- Conta incluida --"
           display " "


           .
       incluir-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   altera nome, dia do ciclo e temperatura base de uma conta -
       *>   valem para todos os periodos dela
       *>------------------------------------------------------------------------
       alterar-conta section.


           display "Numero da conta a alterar:"
           accept ws-cli-procurada

           perform localizar-cliente

           if ws-cliente-nao-cadastrado then
               display "-- Conta nao cadastrada --"
               display " "
               go to alterar-conta-exit
           end-if

           display "Nome atual: " ws-cli-nome(ws-cli-corrente)
           display "Novo nome:"
           accept ws-cli-nome(ws-cli-corrente)

           display "Dia do ciclo atual: " ws-cli-dia-ciclo(ws-cli-corrente)
           perform aceitar-dia-ciclo
           move ws-dia-ciclo-num                   to ws-cli-dia-ciclo(ws-cli-corrente)

           move ws-cli-base(ws-cli-corrente)       to ws-base-ed
           display "Base atual: " ws-base-ed
           perform aceitar-base
           move ws-base-trab                       to ws-cli-base(ws-cli-corrente)

           add 1                                   to ws-qtd-alteradas

           display " "
           display "-- Conta alterada --"
           display " "


           .
       alterar-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   troca a estacao de referencia a partir de uma data de efeito:
       *>   o periodo corrente termina na vespera e um novo comeca na
       *>   data - na mesma data de inicio do periodo corrente, so corrige
       *>   a estacao dele
       *>------------------------------------------------------------------------
       trocar-estacao section.


           display "Numero da conta:"
           accept ws-cli-procurada

           perform localizar-cliente

           if ws-cliente-nao-cadastrado then
               display "-- Conta nao cadastrada --"
               display " "
               go to trocar-estacao-exit
           end-if

           move ws-cli-qtd-periodos(ws-cli-corrente) to ws-per-ultimo

           if ws-cli-per-fim(ws-cli-corrente, ws-per-ultimo) > 0 then
               display "-- Conta encerrada - reabra antes de trocar a estacao --"
               display " "
               go to trocar-estacao-exit
           end-if

           display "Estacao atual: "
                   ws-cli-per-estacao(ws-cli-corrente, ws-per-ultimo)
                   " desde " ws-cli-per-inicio(ws-cli-corrente, ws-per-ultimo)

           perform aceitar-estacao-ref

           if ws-estacao-ref
               = ws-cli-per-estacao(ws-cli-corrente, ws-per-ultimo) then
               display "-- Mesma estacao, nada feito --"
               display " "
               go to trocar-estacao-exit
           end-if

           display "Data de efeito da troca:"
           perform pedir-data-vigencia

           if ws-data-digitada = 0 then
               display "-- Troca precisa de data de efeito, nada feito --"
               display " "
               go to trocar-estacao-exit
           end-if

           if ws-data-digitada
               < ws-cli-per-inicio(ws-cli-corrente, ws-per-ultimo) then
               display "-- Data anterior ao inicio do periodo corrente, nada feito --"
               display " "
               go to trocar-estacao-exit
           end-if

           *> troca na propria data de inicio do periodo: e correcao da
           *> estacao, nao ha periodo a fechar
           if ws-data-digitada
               = ws-cli-per-inicio(ws-cli-corrente, ws-per-ultimo) then
               move ws-estacao-ref
                   to ws-cli-per-estacao(ws-cli-corrente, ws-per-ultimo)
               add 1                               to ws-qtd-trocas
               display " "
               display "-- Estacao do periodo corrente corrigida --"
               display " "
               go to trocar-estacao-exit
           end-if

           if ws-per-ultimo >= 12 then
               display "-- Conta ja tem 12 periodos (limite da tabela) --"
               display " "
               go to trocar-estacao-exit
           end-if

           move ws-data-digitada                   to ws-vespera-r
           perform calcular-vespera

           move ws-vespera-r
               to ws-cli-per-fim(ws-cli-corrente, ws-per-ultimo)

           add 1                                   to ws-per-ultimo
           move ws-per-ultimo          to ws-cli-qtd-periodos(ws-cli-corrente)
           move ws-estacao-ref         to ws-cli-per-estacao(ws-cli-corrente, ws-per-ultimo)
           move ws-data-digitada       to ws-cli-per-inicio(ws-cli-corrente, ws-per-ultimo)
           move 0                      to ws-cli-per-fim(ws-cli-corrente, ws-per-ultimo)

           add 1                                   to ws-qtd-trocas

           display " "
           display "-- Estacao trocada a partir de " ws-data-digitada " --"
           display " "


           .
       trocar-estacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   encerra a conta, gravando a data de fim no periodo corrente
       *>   (dia 0 = reabrir, sem fim) - so supervisor ou administrador
       *>------------------------------------------------------------------------
       encerrar-conta section.


           if not ws-perfil-de-supervisao then
               move "encerramento / reabertura de conta" to ws-opr-funcao-negada
               perform negar-funcao
               go to encerrar-conta-exit
           end-if

           display "Numero da conta a encerrar:"
           accept ws-cli-procurada

           perform localizar-cliente

           if ws-cliente-nao-cadastrado then
               display "-- Conta nao cadastrada --"
               display " "
               go to encerrar-conta-exit
           end-if

           move ws-cli-qtd-periodos(ws-cli-corrente) to ws-per-ultimo

           display "Data de encerramento (dia 0 = reabrir, sem fim):"
           perform pedir-data-vigencia

           if ws-data-digitada > 0
               and ws-data-digitada
                   < ws-cli-per-inicio(ws-cli-corrente, ws-per-ultimo) then
               display "-- Data de fim anterior ao inicio do periodo, nada feito --"
               display " "
               go to encerrar-conta-exit
           end-if

           move ws-data-digitada
               to ws-cli-per-fim(ws-cli-corrente, ws-per-ultimo)

           add 1                                   to ws-qtd-encerradas

           display " "
           if ws-data-digitada > 0 then
               display "-- Conta encerrada --"
           else
               display "-- Conta reaberta (sem data de fim) --"
           end-if
           display " "


           .
       encerrar-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede o dia de inicio do ciclo de leitura ate vir 01 a 28
       *>------------------------------------------------------------------------
       aceitar-dia-ciclo section.


           move "N"                                to ws-dia-ciclo-ok

           perform aceitar-um-dia-ciclo
               until ws-dia-ciclo-valido


           .
       aceitar-dia-ciclo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido do dia do ciclo
       *>------------------------------------------------------------------------
       aceitar-um-dia-ciclo section.


           display "Dia de inicio do ciclo de leitura (01 a 28):"
           accept ws-dia-ciclo-digitado

           *> digitado com um algarismo so: realinha com zero a esquerda
           if ws-dia-ciclo-digitado(2:1) = space then
               move ws-dia-ciclo-digitado(1:1)     to ws-dia-ciclo-digitado(2:1)
               move "0"                            to ws-dia-ciclo-digitado(1:1)
           end-if

           if ws-dia-ciclo-num is not numeric
               or ws-dia-ciclo-num < 1
               or ws-dia-ciclo-num > 28 then
               display "-- Dia invalido, informe de novo --"
           else
               move "S"                            to ws-dia-ciclo-ok
           end-if


           .
       aceitar-um-dia-ciclo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede a temperatura base: resposta em branco vale o padrao
       *>   18,00; valor ilegivel e pedido de novo
       *>------------------------------------------------------------------------
       aceitar-base section.


           move "N"                                to ws-base-valida

           perform aceitar-uma-base
               until ws-base-eh-valida


           .
       aceitar-base-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido da temperatura base
       *>------------------------------------------------------------------------
       aceitar-uma-base section.


           display "Temperatura base (formato +99,99 ou -99,99,"
           display "   em branco para o padrao 18,00):"
           accept ws-entrada-bruta

           if ws-entrada-bruta = spaces then
               move 18,00                          to ws-base-trab
               move "S"                            to ws-base-valida
               go to aceitar-uma-base-exit
           end-if

           *> digitado sem o sinal (99,99), a virgula fica uma casa a
           *> esquerda - realinha com o sinal em branco
           if ws-entrada-bruta(3:1) = "," then
               move ws-entrada-bruta(1:5)          to ws-base-digitada-x(2:5)
               move space                          to ws-base-digitada-x(1:1)
           else
               move ws-entrada-bruta               to ws-base-digitada-x
           end-if

           if ws-base-inteira is not numeric
               or ws-base-decimal is not numeric
               or ws-base-virgula not = ","
               or (ws-base-sinal not = "-"
                   and ws-base-sinal not = "+"
                   and ws-base-sinal not = space) then
               display "-- Valor ilegivel, informe de novo --"
               move "N"                            to ws-base-valida
           else
               move ws-base-digitada               to ws-base-trab
               move "S"                            to ws-base-valida
           end-if


           .
       aceitar-uma-base-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede a estacao de referencia ate vir uma cadastrada
       *>------------------------------------------------------------------------
       aceitar-estacao-ref section.


           move "N"                                to ws-estacao-cadastrada

           perform aceitar-uma-estacao-ref
               until ws-estacao-eh-cadastrada


           .
       aceitar-estacao-ref-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido da estacao de referencia
       *>------------------------------------------------------------------------
       aceitar-uma-estacao-ref section.


           display "Estacao de referencia:"
           accept ws-estacao-ref

           move ws-estacao-ref                     to ws-est-procurada
           perform localizar-estacao

           if ws-estacao-nao-cadastrada then
               display "-- Estacao nao cadastrada em arqEstacoes.txt --"
           end-if


           .
       aceitar-uma-estacao-ref-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede e critica uma data de vigencia: dia 0 vale "sem limite"
       *>   (ws-data-digitada = 0); senao a data passa pela critica de
       *>   calendario de copybooks/TEMPDTA.cpy e e montada em aaaammdd -
       *>   repete ate vir valida
       *>------------------------------------------------------------------------
       pedir-data-vigencia section.


           move "N"                                to ws-data-digitada-ok

           perform pedir-uma-data
               until ws-data-digitada-valida


           .
       pedir-data-vigencia-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido da data (dia/mes/ano)
       *>------------------------------------------------------------------------
       pedir-uma-data section.


           display "Dia:"
           accept ws-busca-dia

           if ws-busca-dia = 0 then
               move 0                              to ws-data-digitada
               move "S"                            to ws-data-digitada-ok
               go to pedir-uma-data-exit
           end-if

           display "Mes:"
           accept ws-busca-mes
           display "Ano:"
           accept ws-busca-ano

           perform validar-data-busca

           if ws-data-invalida then
               display "-- Data invalida, informe de novo --"
               move "N"                            to ws-data-digitada-ok
           else
               compute ws-data-digitada
                   = ws-busca-ano * 10000
                   + ws-busca-mes * 100
                   + ws-busca-dia
               move "S"                            to ws-data-digitada-ok
           end-if


           .
       pedir-uma-data-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   recua ws-vespera em um dia de calendario, caindo no ultimo dia
       *>   do mes anterior na virada
       *>------------------------------------------------------------------------
       calcular-vespera section.


           if ws-ves-dia > 1 then
               subtract 1                          from ws-ves-dia
               go to calcular-vespera-exit
           end-if

           if ws-ves-mes > 1 then
               subtract 1                          from ws-ves-mes
           else
               move 12                             to ws-ves-mes
               subtract 1                          from ws-ves-ano
           end-if

           move ws-ves-mes                         to ws-busca-mes
           move ws-ves-ano                         to ws-busca-ano

           perform obter-dia-max-mes

           move ws-dia-max-mes                     to ws-ves-dia


           .
       calcular-vespera-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   lista o cadastro em tela, uma linha por periodo de estacao
       *>------------------------------------------------------------------------
       listar-cadastro section.


           display "--- CADASTRO DE CONTAS DE CLIENTES ---"

           if ws-qtd-clientes = 0 then
               display "   (cadastro vazio)"
           else
               perform listar-uma-conta
                   varying ws-ind-cli from 1 by 1
                   until ws-ind-cli > ws-qtd-clientes
           end-if

           display " "


           .
       listar-cadastro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   lista a conta do slot ws-ind-cli e os periodos dela
       *>------------------------------------------------------------------------
       listar-uma-conta section.


           move ws-cli-base(ws-ind-cli)            to ws-base-ed

           display ws-cli-conta(ws-ind-cli) " "
                   ws-cli-nome(ws-ind-cli)
                   "  ciclo dia " ws-cli-dia-ciclo(ws-ind-cli)
                   "  base " ws-base-ed

           perform listar-um-periodo
               varying ws-ind-per from 1 by 1
               until ws-ind-per > ws-cli-qtd-periodos(ws-ind-cli)


           .
       listar-uma-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   lista o periodo ws-ind-per da conta ws-ind-cli
       *>------------------------------------------------------------------------
       listar-um-periodo section.


           display "     estacao " ws-cli-per-estacao(ws-ind-cli, ws-ind-per)
                   "  inicio: " ws-cli-per-inicio(ws-ind-cli, ws-ind-per)
                   "  fim: "    ws-cli-per-fim(ws-ind-cli, ws-ind-per)


           .
       listar-um-periodo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>   regrava o arqClientes.txt inteiro a partir da tabela
       *>------------------------------------------------------------------------
       finalizacao section.


           open output arqClientes

           if ws-fs-arqClientes <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqClientes                       to ws-msn-erro-cod
               move "Erro ao regravar arqClientes.txt"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-uma-conta
               varying ws-ind-cli from 1 by 1
               until ws-ind-cli > ws-qtd-clientes

           close arqClientes

           display "--- cadastro regravado ---"
           display "Incluidas:   " ws-qtd-incluidas
           display "Alteradas:   " ws-qtd-alteradas
           display "Trocas:      " ws-qtd-trocas
           display "Encerradas:  " ws-qtd-encerradas

           move ws-qtd-clientes                    to ws-jrn-qtd-entrada
           move ws-qtd-linhas-gravadas             to ws-jrn-qtd-saida
           perform gravar-jornal-fim

           Stop run


           .
       finalizacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava os periodos da conta do slot ws-ind-cli
       *>------------------------------------------------------------------------
       gravar-uma-conta section.


           perform gravar-um-periodo
               varying ws-ind-per from 1 by 1
               until ws-ind-per > ws-cli-qtd-periodos(ws-ind-cli)


           .
       gravar-uma-conta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a linha do periodo ws-ind-per da conta ws-ind-cli
       *>------------------------------------------------------------------------
       gravar-um-periodo section.


           move ws-cli-conta(ws-ind-cli)           to cli-conta
           move ws-cli-nome(ws-ind-cli)            to cli-nome
           move ws-cli-dia-ciclo(ws-ind-cli)       to cli-dia-ciclo
           move ws-cli-base(ws-ind-cli)            to cli-base
           move ws-cli-per-estacao(ws-ind-cli, ws-ind-per) to cli-estacao
           move ws-cli-per-inicio(ws-ind-cli, ws-ind-per)  to cli-data-inicio
           move ws-cli-per-fim(ws-ind-cli, ws-ind-per)     to cli-data-fim

           write cli-linha from cli-registro

           if ws-fs-arqClientes <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqClientes                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqClientes.txt"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-linhas-gravadas


           .
       gravar-um-periodo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finaliza anormal
       *>   versao local (este programa nao usa copybooks/SOMATEMP.cpy,
       *>   entao nao herda a finalizacao de la): fecha o que pode estar
       *>   aberto, mostra a mensagem de erro montada e encerra
       *>------------------------------------------------------------------------
       finaliza-anormal section.


           close arqClientes

           close arqOperadores

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPDTA.

       copy TEMPESTC.

       copy TEMPCLC.

       copy TEMPOPC.

       copy TEMPJRNC.
