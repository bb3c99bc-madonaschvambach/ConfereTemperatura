      *>                tambem o layout antigo do movimento (23 bytes,
      *>                sem horario): o estoque velho de rejeitos tem a
      *>                estacao nas colunas 12-16, nao em 18-22
      *>   15/10/2026 - msv - identificacao do operador pelo cadastro de
      *>                operadores (copybooks/TEMPOPC.cpy), com o codigo
      *>                no jornal; abandonar um rejeito (perder a leitura
      *>                de vez) exige perfil de supervisor ou
      *>                administrador - a recusa vai para o log de
      *>                seguranca e o rejeito segue pendente
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqFechamentos.

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

      *>   linha do arquivo de rejeitos, montada aqui na working-storage
      *>   para os value dos separadores valerem na regravacao
       copy TEMPREJ.
           display "---- RECICLAGEM DE REJEITOS DA CARGA ----"
           display " "

           perform identificar-operador

           accept ws-data-hoje                     from date yyyymmdd

           perform carregar-estacoes

       *>------------------------------------------------------------------------
       *>   mostra o rejeito pendente e executa a decisao do operador:
       *>   corrigir, pular (fica pendente) ou abandonar (so supervisor ou
       *>   administrador)
       *>------------------------------------------------------------------------
       apresentar-rejeito section.

                   perform corrigir-rejeito
               when "A"
               when "a"
                   if not ws-perfil-de-supervisao then
                       move "abandono de rejeito da carga"
                                                   to ws-opr-funcao-negada
                       perform negar-funcao
                       add 1                       to ws-qtd-pulados
                       go to apresentar-rejeito-exit
                   end-if
                   move "A"                        to rej-status
                   move ws-data-hoje               to rej-data-situacao
                   add 1                           to ws-qtd-abandonados
           close arqRejTrabalho
           close arqRejAging

           close arqOperadores

           perform gravar-jornal-fim-anormal

           display erase

       copy TEMPFCC.

       copy TEMPOPC.

       copy TEMPJRNC.
