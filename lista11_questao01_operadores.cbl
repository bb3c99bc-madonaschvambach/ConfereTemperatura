       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.operadores".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: manutencao do cadastro de
      *>                operadores (arqOperadores.txt,
      *>                copybooks/TEMPOPR.cpy) - inclusao, alteracao de
      *>                nome e perfil, troca de senha, desativacao e
      *>                reativacao, regravando o arquivo inteiro ao sair;
      *>                so o administrador mantem o cadastro, qualquer
      *>                operador troca a propria senha, e com o cadastro
      *>                vazio o primeiro acesso cadastra o administrador -
      *>                ate aqui os programas de atualizacao aceitavam o
      *>                operador como texto livre e a reabertura de mes
      *>                dependia de um codigo fixo no fonte do fechamento
      *>   15/10/2026 - msv - senha gravada como resumo sem volta
      *>                (resumir-senha, copybooks/TEMPOPC.cpy) em vez de
      *>                embaralhada; senha nova com caractere fora de
      *>                letras e algarismos e recusada
      *>------------------------------------------------------------------------


       *>divisao para configuracao do programa
       environment division.
       configuration section.


       *>declarado que será utilizado vírgulo ao invés de ponto
       special-names. decimal-point is comma.


       *>declaracao de recursos externos
       input-output Section.

       file-control.

       *>   --------- cadastro de operadores: lido inteiro para a tabela
       *>   na abertura e regravado por completo ao sair, como o cadastro
       *>   de contas
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
      *>   montados aqui na working-storage para os value dos
      *>   separadores valerem na gravacao
       copy TEMPOPR.

       copy TEMPSEG.

      *>   tabela do cadastro e operador da sessao - secoes em
      *>   copybooks/TEMPOPC.cpy
       copy TEMPOPW.


       77  ws-opcao                                pic x(01).

      *>   perfil digitado, criticado contra o dominio A/S/D
       77  ws-perfil-digitado                      pic x(01).
           88  ws-perfil-digitado-valido                    value "A" "S" "D".

      *>   senha nova pedida duas vezes (a segunda confirma a primeira)
       77  ws-senha-nova                           pic x(08).
       77  ws-senha-confirmada                     pic x(08).
       77  ws-senha-ok                             pic x(01) value "N".
           88  ws-senha-eh-valida                           value "S".

       77  ws-nome-digitado                        pic x(30).

      *>   operador de quem a senha esta sendo trocada
       77  ws-opr-alvo                             pic 9(03).

      *>   contagens da sessao
       77  ws-qtd-incluidos                        pic 9(03) value 0.
       77  ws-qtd-alterados                        pic 9(03) value 0.
       77  ws-qtd-senhas                           pic 9(03) value 0.
       77  ws-qtd-situacoes                        pic 9(03) value 0.
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
       *>   com o cadastro vazio (primeira vez) cadastra o administrador,
       *>   que fica sendo o operador da sessao; senao exige a
       *>   identificacao, como todo programa de atualizacao
       *>------------------------------------------------------------------------
       inicializacao section.


           move "operadores"                       to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- MANUTENCAO DO CADASTRO DE OPERADORES ----"
           display " "

           perform carregar-operadores

           if ws-qtd-operadores = 0 then
               perform cadastrar-primeiro-administrador
           else
               perform identificar-operador
           end-if


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   cadastro vazio: o primeiro operador e obrigatoriamente o
       *>   administrador, sem identificacao (nao ha contra o que
       *>   conferir) - sem ele nenhum programa de atualizacao roda
       *>------------------------------------------------------------------------
       cadastrar-primeiro-administrador section.


           display "Cadastro de operadores vazio ou ainda nao existe:"
           display "cadastre agora o administrador"
           display " "

           move spaces                             to ws-opr-procurado

           perform pedir-codigo-primeiro
               until ws-opr-procurado not = spaces

           move 1                                  to ws-qtd-operadores
           move 1                                  to ws-opr-corrente

           move ws-opr-procurado                   to ws-opr-id(1)

           display "Nome:"
           accept ws-opr-nome(1)

           move "D"                                to ws-opr-perfil(1)
           move "A"                                to ws-opr-situacao(1)

           move ws-opr-id(1)                       to ws-opr-resumo-codigo
           perform pedir-senha-nova
           move ws-senha-nova                      to ws-opr-senha(1)

           accept ws-opr-data-senha(1)             from date yyyymmdd

           add 1                                   to ws-qtd-incluidos

           move ws-opr-id(1)                       to ws-operador
           move "D"                                to ws-operador-perfil

           *> o administrador recem-cadastrado e o operador da sessao
           move "O"                                to jrn-evento
           move "N"                                to jrn-situacao
           move ws-operador                        to jrn-erro
           perform gravar-linha-jornal

           display " "
           display "-- Administrador " ws-operador " cadastrado --"
           display " "


           .
       cadastrar-primeiro-administrador-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido do codigo do primeiro administrador
       *>------------------------------------------------------------------------
       pedir-codigo-primeiro section.


           display "Codigo do administrador:"
           accept ws-opr-procurado


           .
       pedir-codigo-primeiro-exit.
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
       *>   apresenta o menu e executa a opcao escolhida - fora a troca
       *>   da propria senha, tudo e do administrador
       *>------------------------------------------------------------------------
       tratar-opcao-menu section.


           display "Opcoes:"
           display "   'T'rocar senha"
           if ws-perfil-administrador then
               display "   'I'ncluir operador"
               display "   'A'lterar operador (nome, perfil)"
               display "   'D'esativar / reativar operador"
               display "   'L'istar cadastro"
           end-if
           display "   'S'air (regrava o cadastro)"
           accept ws-opcao

           display erase

           evaluate ws-opcao
               when "T"
               when "t"
                   perform trocar-senha
               when "I"
               when "i"
               when "A"
               when "a"
               when "D"
               when "d"
               when "L"
               when "l"
                   if ws-perfil-administrador then
                       perform executar-opcao-administrador
                   else
                       move "manutencao do cadastro de operadores"
                                                   to ws-opr-funcao-negada
                       perform negar-funcao
                   end-if
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
       *>   opcoes reservadas ao administrador
       *>------------------------------------------------------------------------
       executar-opcao-administrador section.


           evaluate ws-opcao
               when "I"
               when "i"
                   perform incluir-operador
               when "A"
               when "a"
                   perform alterar-operador
               when "D"
               when "d"
                   perform trocar-situacao
               when "L"
               when "l"
                   perform listar-cadastro
           end-evaluate


           .
       executar-opcao-administrador-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   inclui um operador: codigo inedito, nome, perfil e senha
       *>   provisoria (data de troca zerada - o dono e avisado para
       *>   troca-la na primeira identificacao)
       *>------------------------------------------------------------------------
       incluir-operador section.


           display "Codigo do operador novo:"
           accept ws-opr-procurado

           if ws-opr-procurado = spaces then
               display "-- Codigo em branco, nada feito --"
               display " "
               go to incluir-operador-exit
           end-if

           perform localizar-operador

           if ws-operador-eh-cadastrado then
               display "-- Operador ja cadastrado --"
               display " "
               go to incluir-operador-exit
           end-if

           if ws-qtd-operadores >= 100 then
               display "-- Cadastro cheio (tabela de 100 operadores) --"
               display " "
               go to incluir-operador-exit
           end-if

           add 1                                   to ws-qtd-operadores
           move ws-qtd-operadores                  to ws-opr-corrente

           move ws-opr-procurado                   to ws-opr-id(ws-opr-corrente)

           display "Nome:"
           accept ws-opr-nome(ws-opr-corrente)

           perform pedir-perfil
           move ws-perfil-digitado                 to ws-opr-perfil(ws-opr-corrente)

           move "A"                                to ws-opr-situacao(ws-opr-corrente)

           display "Senha provisoria:"
           move ws-opr-id(ws-opr-corrente)         to ws-opr-resumo-codigo
           perform pedir-senha-nova
           move ws-senha-nova                      to ws-opr-senha(ws-opr-corrente)
           move 0                                  to ws-opr-data-senha(ws-opr-corrente)

           add 1                                   to ws-qtd-incluidos

           display " "
           display "-- Operador incluido --"
           display " "


           .
       incluir-operador-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   altera nome e perfil de um operador (em branco mantem) - o
       *>   administrador nao muda o proprio perfil, para o cadastro
       *>   nunca ficar sem quem o mantenha
       *>------------------------------------------------------------------------
       alterar-operador section.


           display "Codigo do operador a alterar:"
           accept ws-opr-procurado

           perform localizar-operador

           if ws-operador-nao-cadastrado then
               display "-- Operador nao cadastrado --"
               display " "
               go to alterar-operador-exit
           end-if

           display "Nome atual: " ws-opr-nome(ws-opr-corrente)
           display "Novo nome (em branco mantem):"
           accept ws-nome-digitado

           if ws-nome-digitado not = spaces then
               move ws-nome-digitado               to ws-opr-nome(ws-opr-corrente)
           end-if

           if ws-opr-id(ws-opr-corrente) = ws-operador then
               display "(o proprio perfil nao e alterado)"
           else
               move ws-opr-perfil(ws-opr-corrente) to ws-opr-perfil-conferido
               perform descrever-perfil
               display "Perfil atual: " ws-opr-perfil-desc
               perform pedir-perfil
               move ws-perfil-digitado             to ws-opr-perfil(ws-opr-corrente)
           end-if

           add 1                                   to ws-qtd-alterados

           display " "
           display "-- Operador alterado --"
           display " "


           .
       alterar-operador-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   troca de senha: qualquer operador troca a propria (com a
       *>   senha atual); o administrador tambem da senha provisoria a
       *>   outro operador (esquecida ou bloqueada)
       *>------------------------------------------------------------------------
       trocar-senha section.


           move ws-operador                        to ws-opr-procurado

           if ws-perfil-administrador then
               display "Codigo do operador (em branco = a propria senha):"
               accept ws-opr-procurado
               if ws-opr-procurado = spaces then
                   move ws-operador                to ws-opr-procurado
               end-if
           end-if

           perform localizar-operador

           if ws-operador-nao-cadastrado then
               display "-- Operador nao cadastrado --"
               display " "
               go to trocar-senha-exit
           end-if

           move ws-opr-corrente                    to ws-opr-alvo

           if ws-opr-id(ws-opr-alvo) = ws-operador then
               display "Senha atual:"
               accept ws-senha-digitada
               move ws-opr-id(ws-opr-alvo)         to ws-opr-resumo-codigo
               perform resumir-senha

               if ws-senha-digitada not = ws-opr-senha(ws-opr-alvo) then
                   move spaces                     to ws-senha-digitada
                   display "-- Senha atual nao confere, nada feito --"
                   display " "
                   move "troca de senha com senha atual errada"
                                                   to ws-opr-funcao-negada
                   perform negar-funcao
                   go to trocar-senha-exit
               end-if

               move spaces                         to ws-senha-digitada
           end-if

           move ws-opr-id(ws-opr-alvo)             to ws-opr-resumo-codigo
           perform pedir-senha-nova

           if ws-senha-nova = ws-opr-senha(ws-opr-alvo) then
               display "-- A senha nova e igual a atual, nada feito --"
               display " "
               go to trocar-senha-exit
           end-if

           move ws-senha-nova                      to ws-opr-senha(ws-opr-alvo)

           *> senha dada pelo administrador a outro operador e provisoria
           if ws-opr-id(ws-opr-alvo) = ws-operador then
               accept ws-opr-data-senha(ws-opr-alvo) from date yyyymmdd
           else
               move 0                              to ws-opr-data-senha(ws-opr-alvo)
           end-if

           add 1                                   to ws-qtd-senhas

           display " "
           display "-- Senha trocada --"
           display " "


           .
       trocar-senha-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   desativa um operador ativo ou reativa um inativo - o
       *>   administrador nao desativa a si mesmo; o operador nunca e
       *>   excluido, o codigo dele segue nas trilhas antigas
       *>------------------------------------------------------------------------
       trocar-situacao section.


           display "Codigo do operador:"
           accept ws-opr-procurado

           perform localizar-operador

           if ws-operador-nao-cadastrado then
               display "-- Operador nao cadastrado --"
               display " "
               go to trocar-situacao-exit
           end-if

           if ws-opr-id(ws-opr-corrente) = ws-operador then
               display "-- O operador da sessao nao pode ser desativado --"
               display " "
               go to trocar-situacao-exit
           end-if

           if ws-opr-ativo(ws-opr-corrente) then
               move "I"                            to ws-opr-situacao(ws-opr-corrente)
               display "-- Operador desativado --"
           else
               move "A"                            to ws-opr-situacao(ws-opr-corrente)
               display "-- Operador reativado --"
           end-if
           display " "

           add 1                                   to ws-qtd-situacoes


           .
       trocar-situacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede o perfil ate vir A, S ou D
       *>------------------------------------------------------------------------
       pedir-perfil section.


           move space                              to ws-perfil-digitado

           perform pedir-um-perfil
               until ws-perfil-digitado-valido


           .
       pedir-perfil-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido do perfil
       *>------------------------------------------------------------------------
       pedir-um-perfil section.


           display "Perfil: 'A'nalista, 'S'upervisor ou a'D'ministrador"
           accept ws-perfil-digitado

           inspect ws-perfil-digitado converting "asd" to "ASD"

           if not ws-perfil-digitado-valido then
               display "-- Perfil invalido, informe de novo --"
           end-if


           .
       pedir-um-perfil-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede a senha nova duas vezes ate virem iguais, nao em branco e
       *>   so com letras e algarismos, devolvendo em ws-senha-nova o
       *>   resumo dela (o codigo do operador dono da senha ja esta em
       *>   ws-opr-resumo-codigo)
       *>------------------------------------------------------------------------
       pedir-senha-nova section.


           move "N"                                to ws-senha-ok

           perform pedir-uma-senha-nova
               until ws-senha-eh-valida

           move ws-senha-digitada                  to ws-senha-nova

           move spaces                             to ws-senha-digitada
           move spaces                             to ws-senha-confirmada


           .
       pedir-senha-nova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   um pedido da senha nova e da confirmacao - aceita, deixa o
       *>   resumo em ws-senha-digitada
       *>------------------------------------------------------------------------
       pedir-uma-senha-nova section.


           display "Senha nova (ate 8 posicoes):"
           accept ws-senha-nova
           display "Repita a senha nova:"
           accept ws-senha-confirmada

           if ws-senha-nova = spaces then
               display "-- Senha em branco, informe de novo --"
               go to pedir-uma-senha-nova-exit
           end-if

           if ws-senha-nova not = ws-senha-confirmada then
               display "-- As duas senhas nao conferem, informe de novo --"
               go to pedir-uma-senha-nova-exit
           end-if

           move ws-senha-nova                      to ws-senha-digitada
           perform resumir-senha

           if ws-senha-tem-estranho then
               move spaces                         to ws-senha-digitada
               display "-- Use so letras e algarismos, informe de novo --"
               go to pedir-uma-senha-nova-exit
           end-if

           move "S"                                to ws-senha-ok


           .
       pedir-uma-senha-nova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   lista o cadastro em tela (sem a senha)
       *>------------------------------------------------------------------------
       listar-cadastro section.


           display "--- CADASTRO DE OPERADORES ---"

           perform listar-um-operador
               varying ws-ind-opr from 1 by 1
               until ws-ind-opr > ws-qtd-operadores

           display " "


           .
       listar-cadastro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   lista o operador do slot ws-ind-opr
       *>------------------------------------------------------------------------
       listar-um-operador section.


           move ws-opr-perfil(ws-ind-opr)          to ws-opr-perfil-conferido
           perform descrever-perfil

           if ws-opr-ativo(ws-ind-opr) then
               display ws-opr-id(ws-ind-opr) " "
                       ws-opr-nome(ws-ind-opr) " "
                       ws-opr-perfil-desc
                       "  ativo    senha de " ws-opr-data-senha(ws-ind-opr)
           else
               display ws-opr-id(ws-ind-opr) " "
                       ws-opr-nome(ws-ind-opr) " "
                       ws-opr-perfil-desc
                       "  INATIVO  senha de " ws-opr-data-senha(ws-ind-opr)
           end-if


           .
       listar-um-operador-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>   regrava o arqOperadores.txt inteiro a partir da tabela
       *>------------------------------------------------------------------------
       finalizacao section.


           open output arqOperadores

           if ws-fs-arqOperadores <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Erro ao regravar arqOperadores.txt"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-um-operador
               varying ws-ind-opr from 1 by 1
               until ws-ind-opr > ws-qtd-operadores

           close arqOperadores

           display "--- cadastro regravado ---"
           display "Incluidos:       " ws-qtd-incluidos
           display "Alterados:       " ws-qtd-alterados
           display "Senhas trocadas: " ws-qtd-senhas
           display "Ativ./desativ.:  " ws-qtd-situacoes

           move ws-qtd-operadores                  to ws-jrn-qtd-entrada
           move ws-qtd-linhas-gravadas             to ws-jrn-qtd-saida
           perform gravar-jornal-fim

           Stop run


           .
       finalizacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a linha do operador do slot ws-ind-opr
       *>------------------------------------------------------------------------
       gravar-um-operador section.


           move ws-opr-id(ws-ind-opr)              to opr-id
           move ws-opr-nome(ws-ind-opr)            to opr-nome
           move ws-opr-senha(ws-ind-opr)           to opr-senha
           move ws-opr-perfil(ws-ind-opr)          to opr-perfil
           move ws-opr-situacao(ws-ind-opr)        to opr-situacao
           move ws-opr-data-senha(ws-ind-opr)      to opr-data-senha

           write opr-linha from opr-registro

           if ws-fs-arqOperadores <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqOperadores.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-linhas-gravadas


           .
       gravar-um-operador-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finaliza anormal
       *>   versao local (este programa nao usa copybooks/SOMATEMP.cpy,
       *>   entao nao herda a finalizacao de la): fecha o que pode estar
       *>   aberto, mostra a mensagem de erro montada e encerra
       *>------------------------------------------------------------------------
       finaliza-anormal section.


           close arqOperadores
           close arqSeguranca

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPOPC.

       copy TEMPJRNC.
