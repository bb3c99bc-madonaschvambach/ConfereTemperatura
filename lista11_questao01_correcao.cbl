      *>                fechamento formal (arqFechamentos.txt) passa a
      *>                ser recusada: reabrir o mes exige o supervisor no
      *>                lista11_numero01.fechamento
      *>   15/10/2026 - msv - leitura regravada fica marcada como
      *>                corrigida no proprio registro (fd-temp-origem), e
      *>                a suspeita que o analista ja confirmou como
      *>                genuina (lista11_numero01.disposicao) e pulada sem
      *>                perguntar
      *>   15/10/2026 - msv - operador identificado pelo cadastro de
      *>                operadores (copybooks/TEMPOPC.cpy) no lugar do
      *>                texto livre - e o codigo dele que vai para o
      *>                cor-operador; leitura julgada errada na disposicao
      *>                esta na fila de quem a julgou, e o analista nao
      *>                corrige na fila de outro (supervisor e
      *>                administrador podem; a recusa vai para o log de
      *>                seguranca)
      *>   15/10/2026 - msv - leitura do registro da excecao conferida
      *>                (erro que nao seja chave ausente encerra); as ja
      *>                confirmadas entram na contagem de entrada do jornal
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

      *>   registro do diario de correcoes, montado aqui na
      *>   working-storage para os value dos separadores valerem
       copy TEMPCOR.

       77  ws-fs-arqCorrecoes                      pic 9(02).

       77  ws-opcao                                pic x(01).

      *>   temperatura digitada pelo operador, com a visao byte a byte
       77  ws-qtd-puladas                          pic 9(04) value 0.
       77  ws-qtd-nao-encontradas                  pic 9(04) value 0.
       77  ws-qtd-mes-fechado                      pic 9(04) value 0.
       77  ws-qtd-confirmadas                      pic 9(04) value 0.
       77  ws-qtd-outra-fila                       pic 9(04) value 0.

      *>   valor antigo (do registro regravado), guardado para o diario
       77  ws-valor-antigo                         pic s9(02)v9(02).

           display "---- CORRECAO DE EXCECOES ----"
           display " "

           *> o codigo do operador identificado vai para cada linha do
           *> diario de correcoes
           perform identificar-operador

           *> faixa valida do arqTemperaturas.par (padroes do fonte na
           *> ausencia), a mesma contra a qual as excecoes foram
                   go to tratar-excecao-exit
               end-if

               *> suspeita confirmada como genuina depois do lote que
               *> gerou a fila: nao ha o que corrigir
               perform conferir-leitura-confirmada

               if fd-temp-confirmada then
                   add 1                           to ws-qtd-confirmadas
                   go to tratar-excecao-exit
               end-if

               display erase
               display "Leitura fora da faixa:"
               display "  Data:    " exc-dia "/" exc-mes "/" exc-ano
               display "  Estacao: " exc-estacao
               display "  Valor:   " exc-valor
               display "  Motivo:  " exc-motivo
               if fd-temp-julgada-errada then
                   display "  Fila de: " fd-temp-disp-operador
                           " (julgada errada na disposicao)"
               end-if
               display " "
               display "Corrigir esta leitura?"
               display "   'S'im ou 'N'ao"
               accept ws-opcao

               if ws-opcao = "S" or ws-opcao = "s" then
                   perform conferir-fila-leitura
               else
                   add 1                           to ws-qtd-puladas
               end-if
           exit.


       *>------------------------------------------------------------------------
       *>   le o registro da excecao corrente para saber se o analista ja
       *>   o confirmou como genuino - registro ausente (expurgado) fica
       *>   sem disposicao e segue para o operador
       *>------------------------------------------------------------------------
       conferir-leitura-confirmada section.


           move exc-ano                            to fd-temp-ano
           move exc-mes                            to fd-temp-mes
           move exc-dia                            to fd-temp-dia
           move exc-estacao                        to fd-temp-estacao

           read arqTemperaturas
               invalid key
                   move space                      to fd-temp-disposicao
                   move 0                          to ws-fs-arqTemperaturas
           end-read

           if ws-fs-arqTemperaturas <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       conferir-leitura-confirmada-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   leitura julgada errada na disposicao esta na fila do analista
       *>   que a julgou: outro analista nao a corrige (supervisor e
       *>   administrador corrigem em qualquer fila) - as excecoes de
       *>   faixa dos programas de lote nao tem dono
       *>------------------------------------------------------------------------
       conferir-fila-leitura section.


           if fd-temp-julgada-errada
               and fd-temp-disp-operador not = ws-operador
               and not ws-perfil-de-supervisao then
               move spaces                         to ws-opr-funcao-negada
               string "correcao na fila de " fd-temp-disp-operador
                      delimited by size            into ws-opr-funcao-negada
               perform negar-funcao
               add 1                               to ws-qtd-outra-fila
               go to conferir-fila-leitura-exit
           end-if

           perform corrigir-excecao


           .
       conferir-fila-leitura-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   pede a temperatura corrigida (repetindo ate vir valida e
       *>   dentro da faixa plausivel), regrava o registro da excecao no
                   move fd-temperatura             to ws-valor-antigo

                   move ws-temp-corrigida          to fd-temperatura
                   move "C"                        to fd-temp-origem

                   rewrite fd-temperaturas

           display "Puladas:         " ws-qtd-puladas
           display "Nao encontradas: " ws-qtd-nao-encontradas
           display "Mes fechado:     " ws-qtd-mes-fechado
           display "Ja confirmadas:  " ws-qtd-confirmadas
           display "Fila de outro:   " ws-qtd-outra-fila

           compute ws-jrn-qtd-entrada
               = ws-qtd-corrigidas + ws-qtd-puladas
               + ws-qtd-nao-encontradas + ws-qtd-outra-fila
               + ws-qtd-confirmadas
           move ws-qtd-corrigidas                  to ws-jrn-qtd-saida
           perform gravar-jornal-fim

           close arqTemperaturas
           close arqCorrecoes

           close arqOperadores

           perform gravar-jornal-fim-anormal

           display erase

       copy TEMPPARC.

       copy TEMPOPC.

       copy TEMPJRNC.

       copy TEMPFCC.
