      *>                inicio, fim com contagens e fim anormal com o
      *>                codigo de erro, para o relatorio matinal da
      *>                operacao (lista11_numero01.operacao)
      *>   15/10/2026 - msv - identificacao do operador pelo cadastro de
      *>                operadores (copybooks/TEMPOPC.cpy), com o codigo
      *>                no jornal; desativar ou reativar estacao exige
      *>                perfil de supervisor ou administrador (a recusa
      *>                vai para o log de seguranca)
      *>------------------------------------------------------------------------


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
       01  est-linha                               pic x(75).


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

      *>   registro do cadastro, montado aqui na working-storage para os
      *>   value dos separadores valerem na regravacao do arquivo
       copy TEMPEST.
           display "---- MANUTENCAO DO CADASTRO DE ESTACOES ----"
           display " "

           perform identificar-operador

           open input arqEstacoes

           if ws-fs-arqEstacoes = 35 then
       *>------------------------------------------------------------------------
       *>   desativa uma estacao, gravando a data de fim de atividade: a
       *>   partir dela a carga rejeita o movimento e a conciliacao para
       *>   de cobrar leituras - so supervisor ou administrador
       *>------------------------------------------------------------------------
       desativar-estacao section.


           if not ws-perfil-de-supervisao then
               move "desativacao / reativacao de estacao" to ws-opr-funcao-negada
               perform negar-funcao
               go to desativar-estacao-exit
           end-if

           display "Codigo da estacao a desativar:"
           accept ws-est-procurada


           close arqEstacoes

           close arqOperadores

           perform gravar-jornal-fim-anormal

           display erase

       copy TEMPDTA.

       copy TEMPOPC.

       copy TEMPJRNC.
