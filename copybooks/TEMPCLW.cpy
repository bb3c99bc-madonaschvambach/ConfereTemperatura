      *>------------------------------------------------------------------------
      *>   copybook   : TEMPCLW
      *>   finalidade : area de trabalho da tabela de contas de clientes
      *>                carregada do arqClientes.txt, com os periodos de
      *>                estacao de referencia de cada conta - as secoes
      *>                que a usam estao em copybooks/TEMPCLC.cpy
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o cadastro de
      *>                contas de clientes
      *>------------------------------------------------------------------------

       77  ws-fs-arqClientes                       pic 9(02).

      *>   contas do cadastro; os periodos de cada conta ficam na ordem
      *>   do arquivo (cronologica, a manutencao so acrescenta no fim),
      *>   datas em aaaammdd com zero valendo "sem limite"
       01  ws-clientes occurs 200.
           05  ws-cli-conta                        pic x(10).
           05  ws-cli-nome                         pic x(30).
           05  ws-cli-dia-ciclo                    pic 9(02).
           05  ws-cli-base                         pic s9(02)v9(02).
           05  ws-cli-qtd-periodos                 pic 9(02).
           05  ws-cli-periodos occurs 12.
               10  ws-cli-per-estacao              pic x(05).
               10  ws-cli-per-inicio               pic 9(08).
               10  ws-cli-per-fim                  pic 9(08).

       77  ws-qtd-clientes                         pic 9(03) value 0.
       77  ws-ind-cli                              pic 9(03).
       77  ws-ind-per                              pic 9(02).

      *>   procura de conta (localizar-cliente) e de periodo vigente
      *>   numa data (localizar-periodo-vigente)
       77  ws-cli-procurada                        pic x(10).
       77  ws-cli-corrente                         pic 9(03) value 0.
       77  ws-cliente-cadastrado                   pic x(01) value "N".
           88  ws-cliente-eh-cadastrado                     value "S".
           88  ws-cliente-nao-cadastrado                    value "N".

       77  ws-cli-data-vigencia                    pic 9(08).
       77  ws-cli-per-achado                       pic 9(02).
