      *>                inicio, fim com contagens e fim anormal com o
      *>                codigo de erro, para o relatorio matinal da
      *>                operacao (lista11_numero01.operacao)
      *>   15/10/2026 - msv - cada falta sai tambem no arquivo de faltas
      *>                arqTemperaturas.fal (copybooks/TEMPFAL.cpy), que
      *>                alimenta a estimativa (lista11_numero01.estimativa);
      *>                dia preenchido por estimativa continua sem medicao:
      *>                sai no relatorio como estimada, contado a parte e
      *>                fora da completude, mas nao volta ao .fal
      *>------------------------------------------------------------------------


       lock mode is automatic
       file status     is  ws-fs-arqConciliacao.

       *>   --------- faltas da conciliacao (dia/estacao ativa sem
       *>   leitura), para a estimativa das leituras faltantes
       select arqFaltas assign to "arqTemperaturas.fal"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqFaltas.

       *>   --------- jornal comum de execucoes dos programas do sistema
       *>   (inicio/fim, contagens e fim anormal), gravado pelas secoes
       *>   de copybooks/TEMPJRNC.cpy
       01  cnc-linha                               pic x(80).


       fd arqFaltas.

       01  fal-linha                               pic x(14).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       77  ws-fs-arqConciliacao                    pic 9(02).
       77  ws-fs-arqFaltas                         pic 9(02).

      *>   registro do arquivo de faltas, montado aqui na working-storage
      *>   para o value do separador valer
       copy TEMPFAL.

      *>   tabela do cadastro de estacoes (com a janela de vigencia) e
      *>   areas das conferencias, compartilhadas com a carga - secoes
       77  ws-dias-periodo                         pic 9(04) value 0.
       77  ws-dias-presentes                       pic 9(04).
       77  ws-dias-faltantes                       pic 9(04).
      *>   dias sem medicao preenchidos pela estimativa
       77  ws-dias-estimados                       pic 9(04).
      *>   total de faltas de todas as estacoes, para o jornal
       77  ws-total-faltas                         pic 9(05) value 0.
       77  ws-completude                           pic 9(03)v9(02).
           05  cnc-gap-ano                         pic 9(04).
           05  filler                              pic x(51) value space.

       01  cnc-estimada.
           05  filler                              pic x(19) value "   estimada em:    ".
           05  cnc-est-dia                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  cnc-est-mes                         pic 9(02).
           05  filler                              pic x(01) value "/".
           05  cnc-est-ano                         pic 9(04).
           05  filler                              pic x(51) value space.

       01  cnc-resumo.
           05  filler                              pic x(15) value "   presentes: ".
           05  cnc-res-presentes                   pic zzz9.
           05  filler                              pic x(14) value "  estimadas: ".
           05  cnc-res-estimados                   pic zzz9.
           05  filler                              pic x(14) value "  faltantes: ".
           05  cnc-res-faltantes                   pic zzz9.
           05  filler                              pic x(15) value "  completude: ".
           05  cnc-res-completude                  pic zz9,99.
           05  filler                              pic x(01) value "%".
           05  filler                              pic x(01) value space.

       01  cnc-rodape-vazio                        pic x(80)
           value "Arquivo de temperaturas sem registros - nada a conciliar".
               perform finaliza-anormal
           end-if

           open output arqFaltas

           if ws-fs-arqFaltas <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqFaltas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.fal" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write cnc-linha from cnc-cabecalho

           if ws-fs-arqConciliacao <> 0 then

           move 0                                  to ws-dias-presentes
           move 0                                  to ws-dias-faltantes
           move 0                                  to ws-dias-estimados
           move 0                                  to ws-dias-periodo

           move ws-periodo-inicio                  to ws-dia-corrente
               = ws-dias-presentes * 100 / ws-dias-periodo

           move ws-dias-presentes                  to cnc-res-presentes
           move ws-dias-estimados                  to cnc-res-estimados
           move ws-dias-faltantes                  to cnc-res-faltantes
           move ws-completude                      to cnc-res-completude


       *>------------------------------------------------------------------------
       *>   confere por chave se a estacao corrente tem registro no dia
       *>   ws-dia-corrente, aponta a falta no relatorio e no arquivo de
       *>   faltas quando nao tem (ou a estimativa quando o registro e
       *>   estimado), e avanca o calendario em um dia - dia fora da
       *>   janela de vigencia da estacao nao e cobrado nem contado
       *>------------------------------------------------------------------------
       conferir-dia-estacao section.

                       move "Erro ao gravar arq. arqTemperaturas.cnc" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-dia-corrente            to fal-data
                   move ws-est-codigo(ws-ind-est)  to fal-estacao

                   write fal-linha from fal-registro

                   if ws-fs-arqFaltas <> 0 then
                       move 5                                       to ws-msn-erro-ofsset
                       move ws-fs-arqFaltas                         to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqTemperaturas.fal" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               not invalid key
                   if fd-temp-estimada then
                       perform apontar-dia-estimado
                   else
                       add 1                       to ws-dias-presentes
                   end-if
           end-read

           perform avancar-dia-corrente
           exit.


       *>------------------------------------------------------------------------
       *>   dia preenchido pela estimativa: conta e aponta no relatorio,
       *>   sem voltar ao arquivo de faltas (ja foi estimado; a leitura
       *>   real, quando chegar pela consolidacao, grava por cima)
       *>------------------------------------------------------------------------
       apontar-dia-estimado section.


           add 1                                   to ws-dias-estimados

           move ws-dia-cor-dia                     to cnc-est-dia
           move ws-dia-cor-mes                     to cnc-est-mes
           move ws-dia-cor-ano                     to cnc-est-ano

           write cnc-linha from cnc-estimada

           if ws-fs-arqConciliacao <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.cnc" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       apontar-dia-estimado-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   avanca ws-dia-corrente em um dia de calendario, virando o mes
       *>   e o ano com as mesmas regras de dia maximo/bissexto da

           close arqTemperaturas
           close arqConciliacao
           close arqFaltas

           move ws-qtd-estacoes                    to ws-jrn-qtd-entrada
           move ws-total-faltas                    to ws-jrn-qtd-saida
           perform gravar-jornal-fim

           display "--- relatorio arqTemperaturas.cnc e faltas arqTemperaturas.fal gerados ---"
           Stop run



           close arqTemperaturas
           close arqConciliacao
           close arqFaltas

           perform gravar-jornal-fim-anormal

