       $set sourceformat"free"



       *>------------ divisão de identificação do programa

       identification division.
       *>Nome do programa
       program-id. "lista11_numero01.conversao".
       *>Nome do autor
       author. "Madona Schvambach".
       installation. "PC".
       *>Data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.

      *>------------------------------------------------------------------------
      *> historico de alteracoes
      *>   15/10/2026 - msv - programa criado: conversao do
      *>                arqTemperaturas para o registro de 37 bytes
      *>                (copybooks/TEMPREG.cpy, com origem e disposicao da
      *>                leitura) - le o indexado antigo de 19 bytes (chave
      *>                + temperatura), descarrega a imagem de cada
      *>                registro no arquivo de trabalho
      *>                arqTemperaturas.cnv, que fica como backup, e
      *>                recria o indexado no layout novo com origem "O",
      *>                sem disposicao, operador em branco e data zero;
      *>                sem o indexado, converte a descarga antiga
      *>                arqTemperaturas.unl da verificacao - roda uma vez
      *>                so, antes de qualquer outro programa, e
      *>                indexado ja no layout novo (file status 39 na
      *>                abertura com o registro antigo) fica como esta
      *>------------------------------------------------------------------------


       *>divisao para configuracao do programa
       environment division.
       configuration section.


       *>declarado que será utilizado vírgulo ao invés de ponto
       special-names. decimal-point is comma.


       *>declaracao de recursos externos
       input-output Section.

       file-control.

       *>   --------- declaracao com nome do arquivo, tipo, modo de acesso e status
       *>   o indexado como esta hoje, no registro antigo de 19 bytes -
       *>   lido em sequencia para a descarga
       select arqTempAntigo assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (sequencial, em ordem de chave)
       access mode     is sequential
       record key      is ant-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTempAntigo.

       *>   --------- o mesmo arquivo no registro novo, reaberto em
       *>   output (trunca e reconstroi o indice) para a recarga
       select arqTemperaturas assign to "arqTemperaturas.txt"
       *>   tipo de arquivo (indexado, chave pela data + estacao)
       organization    is indexed
       *>   modo de acesso (dinamico: gravacao direta por chave)
       access mode     is dynamic
       record key      is fd-temp-chave
       *>   evita perda de dados em ambientes multi-usuarios(varios usuarios entrando com dados ao mesmo tempo)
       lock mode is automatic
       file status     is  ws-fs-arqTemperaturas.

       *>   --------- descarga plana antiga da verificacao, usada so
       *>   quando o indexado nao existe
       select arqDescarga assign to "arqTemperaturas.unl"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqDescarga.

       *>   --------- arquivo de trabalho com a imagem de todos os
       *>   registros, relido na recarga - fica como backup da conversao
       select arqConversao assign to "arqTemperaturas.cnv"
       organization    is line sequential
       access mode     is sequential
       lock mode is automatic
       file status     is  ws-fs-arqConversao.

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


      *>   registro antigo: chave (ano/mes/dia + estacao) e temperatura
       fd arqTempAntigo.

       01  ant-registro.
           05  ant-chave.
               10  ant-ano                         pic 9(04).
               10  ant-mes                         pic 9(02).
               10  ant-dia                         pic 9(02).
               10  ant-estacao                     pic x(05).
           05  ant-temperatura                     pic -9(02),99.


       fd arqTemperaturas.

       copy TEMPREG.


       fd arqDescarga.

       01  unl-linha                               pic x(37).


       fd arqConversao.

       01  cnv-linha                               pic x(37).


       fd arqJornal.

       01  jrn-linha                               pic x(57).


       *> ------- variavéis de trabalho
       working-storage section.


       copy TEMPWS.

      *>   registro e areas do jornal comum de execucoes, montado na
      *>   working-storage para os value dos separadores valerem
       copy TEMPJRN.


       77  ws-fs-arqTempAntigo                     pic 9(02).
       77  ws-fs-arqDescarga                       pic 9(02).
       77  ws-fs-arqConversao                      pic 9(02).

      *>   de onde veio a descarga: I = indexado antigo, U = .unl
       77  ws-cnv-origem                           pic x(01) value space.
           88  ws-cnv-do-indexado                           value "I".
           88  ws-cnv-da-descarga                           value "U".

      *>   contagens da conversao
       77  ws-qtd-descarregados                    pic 9(06) value 0.
       77  ws-qtd-convertidos                      pic 9(06) value 0.
       77  ws-qtd-ja-convertidos                   pic 9(06) value 0.
       77  ws-qtd-gravados                         pic 9(06) value 0.


       *>------Variaveis para comunicaçao entre programa
       linkage section.



       *>DECLARAÇÃO DO CORPO DO PROGRAMA
       procedure division.

           perform inicializacao.
           perform descarregar-registros.
           perform recarregar-indexado.
           perform finalizacao.


       *>------------------------------------------------------------------------
       *>   inicialização do programa: decide a origem da descarga -
       *>   o indexado no registro antigo ou, sem ele, a descarga .unl
       *>------------------------------------------------------------------------
       inicializacao section.


           move "conversao"                        to ws-jrn-programa-nome
           perform gravar-jornal-inicio

           display "---- CONVERSAO DO ARQTEMPERATURAS PARA 37 BYTES ----"
           display " "

           open input arqTempAntigo

           evaluate ws-fs-arqTempAntigo
               when 0
               when 5
                   move "I"                        to ws-cnv-origem
               when 39
                   *> registro do arquivo ja tem o tamanho novo: a
                   *> conversao ja rodou
                   display "arqTemperaturas.txt ja esta no registro novo - nada a converter"
                   perform gravar-jornal-fim
                   Stop run
               when 35
                   move "U"                        to ws-cnv-origem
               when other
                   move 1                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTempAntigo                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas.txt" to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-cnv-da-descarga then
               open input arqDescarga

               if ws-fs-arqDescarga = 35 then
                   display "Nao ha arqTemperaturas.txt nem arqTemperaturas.unl - nada a converter"
                   perform gravar-jornal-fim
                   Stop run
               end-if

               if ws-fs-arqDescarga <> 0 then
                   move 5                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDescarga                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas.unl" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqConversao

           if ws-fs-arqConversao <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqConversao                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas.cnv" to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       inicializacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   primeira passada: descarrega a imagem de todo registro da
       *>   origem no arquivo de trabalho
       *>------------------------------------------------------------------------
       descarregar-registros section.


           if ws-cnv-do-indexado then
               perform descarregar-um-antigo
                   until ws-fs-arqTempAntigo = 10
               close arqTempAntigo
           else
               perform descarregar-uma-descarga
                   until ws-fs-arqDescarga = 10
               close arqDescarga
           end-if

           close arqConversao


           .
       descarregar-registros-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le um registro do indexado antigo e grava a imagem dele (os
       *>   19 bytes, o resto em branco) no arquivo de trabalho
       *>------------------------------------------------------------------------
       descarregar-um-antigo section.


           read arqTempAntigo next record

           if ws-fs-arqTempAntigo = 10 then
               go to descarregar-um-antigo-exit
           end-if

           if ws-fs-arqTempAntigo <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqTempAntigo                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                             to cnv-linha
           move ant-registro                       to cnv-linha(1:19)

           perform gravar-linha-conversao


           .
       descarregar-um-antigo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   le uma linha da descarga .unl e a passa para o arquivo de
       *>   trabalho como esta
       *>------------------------------------------------------------------------
       descarregar-uma-descarga section.


           read arqDescarga

           if ws-fs-arqDescarga = 10 then
               go to descarregar-uma-descarga-exit
           end-if

           if ws-fs-arqDescarga <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqDescarga                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.unl"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move unl-linha                          to cnv-linha

           perform gravar-linha-conversao


           .
       descarregar-uma-descarga-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava a imagem corrente no arquivo de trabalho
       *>------------------------------------------------------------------------
       gravar-linha-conversao section.


           write cnv-linha

           if ws-fs-arqConversao <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqConversao                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTemperaturas.cnv" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-descarregados


           .
       gravar-linha-conversao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   segunda passada: recria o indexado no registro novo e grava
       *>   cada imagem do arquivo de trabalho, completando os campos
       *>   novos
       *>------------------------------------------------------------------------
       recarregar-indexado section.


           open input arqConversao

           if ws-fs-arqConversao <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqConversao                      to ws-msn-erro-cod
               move "Erro ao reler arq. arqTemperaturas.cnv" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqTemperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao recriar arqTemperaturas.txt"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform recarregar-um-registro
               until ws-fs-arqConversao = 10

           close arqTemperaturas
           close arqConversao


           .
       recarregar-indexado-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   grava um registro no indexado novo: imagem antiga (campos
       *>   novos em branco) vira leitura original sem disposicao; linha
       *>   da descarga que ja veio no registro novo fica como esta
       *>------------------------------------------------------------------------
       recarregar-um-registro section.


           read arqConversao

           if ws-fs-arqConversao = 10 then
               go to recarregar-um-registro-exit
           end-if

           if ws-fs-arqConversao <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqConversao                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemperaturas.cnv"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move cnv-linha                          to fd-temperaturas

           if cnv-linha(20:18) = spaces then
               move "O"                            to fd-temp-origem
               move space                          to fd-temp-disposicao
               move spaces                         to fd-temp-disp-operador
               move 0                              to fd-temp-disp-data
               add 1                               to ws-qtd-convertidos
           else
               add 1                               to ws-qtd-ja-convertidos
           end-if

           write fd-temperaturas

           if ws-fs-arqTemperaturas <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas.txt"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                   to ws-qtd-gravados


           .
       recarregar-um-registro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>   finalizacao do programa
       *>------------------------------------------------------------------------
       finalizacao section.


           display "--- conversao concluida ---"
           if ws-cnv-do-indexado then
               display "Origem:                 arqTemperaturas.txt (registro antigo)"
           else
               display "Origem:                 arqTemperaturas.unl"
           end-if
           display "Registros descarregados:" ws-qtd-descarregados
           display "Registros convertidos:  " ws-qtd-convertidos
           display "Ja no registro novo:    " ws-qtd-ja-convertidos
           display "Registros gravados:     " ws-qtd-gravados
           display "Backup da conversao em arqTemperaturas.cnv"

           move ws-qtd-descarregados               to ws-jrn-qtd-entrada
           move ws-qtd-gravados                    to ws-jrn-qtd-saida
           perform gravar-jornal-fim

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


           close arqTempAntigo
           close arqTemperaturas
           close arqDescarga
           close arqConversao

           perform gravar-jornal-fim-anormal

           display erase
           display ws-msn-erro.
           Stop run

           .
       finaliza-anormal-exit.
           exit.


       copy TEMPJRNC.
