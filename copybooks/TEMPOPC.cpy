      *>------------------------------------------------------------------------
      *>   copybook   : TEMPOPC
      *>   finalidade : carga do cadastro de operadores
      *>                (arqOperadores.txt) na tabela ws-operadores
      *>                (copybooks/TEMPOPW.cpy), identificacao do operador
      *>                da sessao (codigo + senha, ate 3 tentativas) e
      *>                gravacao do log de seguranca
      *>                (arqTemperaturas.seg, copybooks/TEMPSEG.cpy) - o
      *>                programa hospedeiro declara o select/fd do
      *>                arqOperadores e do arqSeguranca, copia TEMPOPR,
      *>                TEMPSEG e TEMPOPW na working-storage, usa o jornal
      *>                (copybooks/TEMPJRNC.cpy) e tem a secao
      *>                finaliza-anormal; identificar-operador e executado
      *>                na inicializacao, depois do gravar-jornal-inicio
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o cadastro de
      *>                operadores, compartilhado pela manutencao e pelos
      *>                programas de atualizacao (correcao, disposicao,
      *>                reciclagem, fechamento, estacoes e clientes)
      *>   15/10/2026 - msv - embaralhar-senha (troca fixa de letras,
      *>                reversivel) substituida por resumir-senha, resumo
      *>                de 8 digitos sem volta salgado com o codigo do
      *>                operador; o cadastro foi criado nesta mesma
      *>                versao, nao ha senha embaralhada a converter
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
      *>   carrega o cadastro de operadores na tabela - cadastro ausente
      *>   nao e erro aqui (a manutencao comeca vazia): volta com
      *>   ws-qtd-operadores zerado
      *>------------------------------------------------------------------------
       carregar-operadores section.


           move 0                                  to ws-qtd-operadores

           open input arqOperadores

           if ws-fs-arqOperadores = 35 then
               go to carregar-operadores-exit
           end-if

           if ws-fs-arqOperadores <> 0 then
               move 71                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-um-operador
               until ws-fs-arqOperadores = 10

           close arqOperadores


           .
       carregar-operadores-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   le uma linha do cadastro para o proximo slot da tabela - linha
      *>   sem codigo e pulada; perfil ou situacao fora do dominio viram
      *>   analista / inativo (na duvida, o menor acesso) e data de troca
      *>   ilegivel vira senha provisoria
      *>------------------------------------------------------------------------
       carregar-um-operador section.


           read arqOperadores into opr-registro

           if ws-fs-arqOperadores = 10 then
               go to carregar-um-operador-exit
           end-if

           if ws-fs-arqOperadores <> 0 then
               move 72                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqOperadores.txt"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if opr-id = spaces then
               go to carregar-um-operador-exit
           end-if

           if ws-qtd-operadores >= 100 then
               move 73                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Cadastro de operadores excede a tabela" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-operadores

           move opr-id                  to ws-opr-id(ws-qtd-operadores)
           move opr-nome                to ws-opr-nome(ws-qtd-operadores)
           move opr-senha               to ws-opr-senha(ws-qtd-operadores)

           if opr-analista or opr-supervisor or opr-administrador then
               move opr-perfil          to ws-opr-perfil(ws-qtd-operadores)
           else
               move "A"                 to ws-opr-perfil(ws-qtd-operadores)
           end-if

           if opr-ativo then
               move "A"                 to ws-opr-situacao(ws-qtd-operadores)
           else
               move "I"                 to ws-opr-situacao(ws-qtd-operadores)
           end-if

           if opr-data-senha-x is numeric then
               move opr-data-senha      to ws-opr-data-senha(ws-qtd-operadores)
           else
               move 0                   to ws-opr-data-senha(ws-qtd-operadores)
           end-if


           .
       carregar-um-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   procura ws-opr-procurado na tabela, devolvendo o slot em
      *>   ws-opr-corrente (0 = nao achado)
      *>------------------------------------------------------------------------
       localizar-operador section.


           move "N"                                to ws-operador-cadastrado
           move 0                                  to ws-opr-corrente

           perform conferir-um-operador
               varying ws-ind-opr from 1 by 1
               until ws-ind-opr > ws-qtd-operadores
               or ws-operador-eh-cadastrado


           .
       localizar-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   compara ws-opr-procurado com o operador ws-ind-opr da tabela
      *>------------------------------------------------------------------------
       conferir-um-operador section.


           if ws-opr-procurado = ws-opr-id(ws-ind-opr) then
               move "S"                            to ws-operador-cadastrado
               move ws-ind-opr                     to ws-opr-corrente
           end-if


           .
       conferir-um-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   troca ws-senha-digitada pelo seu resumo de 8 digitos, no
      *>   mesmo formato em que a senha fica gravada no cadastro - quem
      *>   executa move antes para ws-opr-resumo-codigo o codigo do
      *>   operador dono da senha; ws-opr-senha-estranha volta "S" se a
      *>   senha tem caractere fora de ws-opr-alfabeto
      *>------------------------------------------------------------------------
       resumir-senha section.


           move ws-senha-digitada                  to ws-opr-resumo-senha
           move 0                                  to ws-opr-resumo
           move "N"                                to ws-opr-senha-estranha

           perform somar-caractere-resumo
               varying ws-opr-ind-car from 1 by 1
               until ws-opr-ind-car > 16

           move ws-opr-resumo                      to ws-senha-digitada
           move spaces                             to ws-opr-resumo-senha


           .
       resumir-senha-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   acumula no resumo o caractere ws-opr-ind-car do codigo + senha:
      *>   resumo = (resumo * base + valor do caractere + posicao)
      *>   modulo ws-opr-primo
      *>------------------------------------------------------------------------
       somar-caractere-resumo section.


           move 0                                  to ws-opr-valor-car

           if ws-opr-car-resumo(ws-opr-ind-car) not = space then
               move 63                             to ws-opr-valor-car
               perform procurar-letra-alfabeto
                   varying ws-opr-ind-alf from 1 by 1
                   until ws-opr-ind-alf > 62
                   or ws-opr-valor-car < 63
           end-if

           if ws-opr-valor-car = 63
           and ws-opr-ind-car > 8 then
               move "S"                            to ws-opr-senha-estranha
           end-if

           compute ws-opr-resumo-trab
               = ws-opr-resumo * ws-opr-base-resumo
               + ws-opr-valor-car + ws-opr-ind-car

           divide ws-opr-resumo-trab by ws-opr-primo
               giving ws-opr-resumo-quoc
               remainder ws-opr-resumo


           .
       somar-caractere-resumo-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   compara o caractere ws-opr-ind-car com a letra ws-opr-ind-alf
      *>   do alfabeto, devolvendo a posicao em ws-opr-valor-car
      *>------------------------------------------------------------------------
       procurar-letra-alfabeto section.


           if ws-opr-car-resumo(ws-opr-ind-car)
               = ws-opr-letra(ws-opr-ind-alf) then
               move ws-opr-ind-alf                 to ws-opr-valor-car
           end-if


           .
       procurar-letra-alfabeto-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   identifica o operador da sessao: codigo e senha conferidos
      *>   contra o cadastro, ate ws-opr-max-tentativas vezes - cada
      *>   recusa vai para o log de seguranca, e esgotar as tentativas
      *>   (ou nao haver cadastro) encerra o programa; identificado, o
      *>   codigo vai para o jornal (evento O) e para ws-operador
      *>------------------------------------------------------------------------
       identificar-operador section.


           move "N"                                to ws-identificacao
           move 0                                  to ws-opr-tentativas
           move spaces                             to ws-operador
           move space                              to ws-operador-perfil

           perform carregar-operadores

           if ws-qtd-operadores = 0 then
               move 74                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Cadastro de operadores vazio ou ausente" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-opr-hoje-r                    from date yyyymmdd

           perform identificar-uma-vez
               until ws-operador-identificado
               or ws-opr-tentativas >= ws-opr-max-tentativas

           if ws-operador-nao-identificado then
               move 75                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Identificacao do operador recusada"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-opr-id(ws-opr-corrente)         to ws-operador
           move ws-opr-perfil(ws-opr-corrente)     to ws-operador-perfil

           move ws-operador-perfil                 to ws-opr-perfil-conferido
           perform descrever-perfil

           display " "
           display "Operador: " ws-operador " - "
                   ws-opr-nome(ws-opr-corrente)
                   " (" ws-opr-perfil-desc ")"

           perform avisar-senha-antiga

           display " "

           move "O"                                to jrn-evento
           move "N"                                to jrn-situacao
           move ws-operador                        to jrn-erro

           perform gravar-linha-jornal


           .
       identificar-operador-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   uma tentativa de identificacao - a tela so diz que nao
      *>   conferiu; o motivo exato fica no log de seguranca
      *>------------------------------------------------------------------------
       identificar-uma-vez section.


           add 1                                   to ws-opr-tentativas

           display "Operador:"
           accept ws-opr-procurado
           display "Senha:"
           accept ws-senha-digitada

           move ws-opr-procurado                   to ws-opr-resumo-codigo
           perform resumir-senha

           perform localizar-operador

           move spaces                             to seg-motivo

           evaluate true
               when ws-operador-nao-cadastrado
                   move "Operador nao cadastrado"  to seg-motivo
               when ws-senha-digitada not = ws-opr-senha(ws-opr-corrente)
                   move "Senha nao confere"        to seg-motivo
               when ws-opr-inativo(ws-opr-corrente)
                   move "Operador inativo"         to seg-motivo
               when other
                   move "S"                        to ws-identificacao
           end-evaluate

           move spaces                             to ws-senha-digitada

           if ws-operador-identificado then
               go to identificar-uma-vez-exit
           end-if

           display "-- Operador ou senha nao conferem (tentativa "
                   ws-opr-tentativas " de " ws-opr-max-tentativas ") --"

           move "F"                                to seg-evento
           move ws-opr-procurado                   to seg-operador

           perform gravar-evento-seguranca


           .
       identificar-uma-vez-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   avisa (sem impedir) de senha provisoria ou trocada ha
      *>   ws-opr-prazo-senha meses ou mais - a troca e feita no
      *>   lista11_numero01.operadores
      *>------------------------------------------------------------------------
       avisar-senha-antiga section.


           if ws-opr-data-senha(ws-opr-corrente) = 0 then
               display "AVISO: senha provisoria - troque-a no"
                       " lista11_numero01.operadores"
               go to avisar-senha-antiga-exit
           end-if

           move ws-opr-data-senha(ws-opr-corrente) to ws-opr-data-trab-r

           compute ws-opr-meses-senha
               = (ws-opr-hoje-ano * 12 + ws-opr-hoje-mes)
               - (ws-opr-trab-ano * 12 + ws-opr-trab-mes)

           if ws-opr-meses-senha >= ws-opr-prazo-senha then
               display "AVISO: senha trocada em " ws-opr-trab-dia "/"
                       ws-opr-trab-mes "/" ws-opr-trab-ano
                       " - troque-a no lista11_numero01.operadores"
           end-if


           .
       avisar-senha-antiga-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   descricao do perfil ws-opr-perfil-conferido para a tela
      *>------------------------------------------------------------------------
       descrever-perfil section.


           evaluate ws-opr-perfil-conferido
               when "A"
                   move "analista"                 to ws-opr-perfil-desc
               when "S"
                   move "supervisor"               to ws-opr-perfil-desc
               when "D"
                   move "administrador"            to ws-opr-perfil-desc
               when other
                   move "?"                        to ws-opr-perfil-desc
           end-evaluate


           .
       descrever-perfil-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   recusa a funcao ws-opr-funcao-negada ao operador da sessao,
      *>   na tela e no log de seguranca - o programa segue com as
      *>   funcoes que o perfil permite
      *>------------------------------------------------------------------------
       negar-funcao section.


           move ws-operador-perfil                 to ws-opr-perfil-conferido
           perform descrever-perfil

           display " "
           display "-- Funcao nao permitida: " ws-opr-funcao-negada
           display "   perfil do operador: " ws-opr-perfil-desc
           display " "

           move "N"                                to seg-evento
           move ws-operador                        to seg-operador
           move ws-opr-funcao-negada               to seg-motivo

           perform gravar-evento-seguranca


           .
       negar-funcao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>   grava uma linha no log de seguranca (evento, operador e motivo
      *>   ja movidos): abre em extend (criando na primeira gravacao),
      *>   grava e fecha - log indisponivel nao derruba o programa, so
      *>   avisa, como o jornal
      *>------------------------------------------------------------------------
       gravar-evento-seguranca section.


           accept seg-data                         from date yyyymmdd
           accept seg-hora                         from time

           move ws-jrn-programa-nome               to seg-programa

           open extend arqSeguranca

           if ws-fs-arqSeguranca = 35 then
               open output arqSeguranca
           end-if

           if ws-fs-arqSeguranca <> 0 then
               display "AVISO: log de seguranca arqTemperaturas.seg"
                       " indisponivel (fs " ws-fs-arqSeguranca ")"
               go to gravar-evento-seguranca-exit
           end-if

           write seg-linha from seg-registro

           if ws-fs-arqSeguranca <> 0 then
               display "AVISO: falha ao gravar no log de seguranca (fs "
                       ws-fs-arqSeguranca ")"
           end-if

           close arqSeguranca


           .
       gravar-evento-seguranca-exit.
           exit.
